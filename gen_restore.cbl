       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENRESTORE.

      * Rolls the data back to the start of a business date from the
      * generation NIGHTRUN took before that date's first step. The
      * generation's manifest names the file set: each file is
      * copied back over the live one, and a file the manifest names
      * that was not on disk when the generation was taken is
      * removed, so files first created by the window (a new client
      * ledger, a new yearly archive) go as well. The yearly price
      * history archives are restored as a set, every year.
      * The first argument is the business date to roll back to
      * (YYYYMMDD, required). The second, optional, is a client id:
      * only that client's files are restored and the firm files are
      * left alone; without it the whole data set is restored.
      * The restore is recorded on the run-status file so NIGHTRUN
      * reruns the window cleanly:
      *   whole data set - one RSET record for step 00, which voids
      *     every OK step recorded before it for the business date
      *     and every later date, the generation backup included;
      *   single client - an OK record for step 00 (RESTORE) and an
      *     RSET record for each scheduled step whose command line
      *     names the client (its TRADEAPPLY and similar steps), so
      *     only those steps run again. Firm-wide steps that posted
      *     to the client (DIVPOST, FEEBILL, CORPACT) are not rerun
      *     for one client - restore the whole set to undo those.
      * A file that fails to copy is reported and the run ends with
      * return code 16 and a FAIL record, no step records reset;
      * the restore can simply be run again.
      * The ledgers' line counts DATAXTRT keeps no longer hold once
      * they are rewound, so the extract control record is marked
      * (mode RSTR) and the next nightly extract runs FULL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO '..\GENERATION-CATALOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO '..\JOB-SCHEDULE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO '..\RUN-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

           SELECT CONTROL-FILE ASSIGN TO '..\EXTRACT-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 GEN-BUS-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 GEN-STATE            PIC X(1).
               88 GEN-IS-AVAILABLE VALUE 'A'.
               88 GEN-IS-PURGED    VALUE 'P'.
           05 FILLER               PIC X(1).
           05 GEN-TAKEN-DATE       PIC 9(8).
           05 FILLER               PIC X(1).
           05 GEN-TAKEN-TIME       PIC X(6).
           05 FILLER               PIC X(1).
           05 GEN-FILE-COUNT       PIC 9(5).
           05 FILLER               PIC X(1).
           05 GEN-CLIENT-COUNT     PIC 9(5).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MAN-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 MAN-FILE-TYPE        PIC X(1).
           05 FILLER               PIC X(1).
           05 MAN-FILE-NAME        PIC X(40).

       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-STEP-NO          PIC 9(2).
           05 FILLER               PIC X(1).
           05 SCH-STEP-NAME        PIC X(10).
           05 FILLER               PIC X(1).
           05 SCH-COMMAND          PIC X(80).

       FD RUN-STATUS-FILE.
       01 RUN-STATUS-RECORD        PIC X(132).

      * DATAXTRT's record of its last successful extract.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 XCT-LAST-EXTRACT-NO  PIC 9(6).
           05 FILLER               PIC X(1).
           05 XCT-LAST-BUS-DATE    PIC 9(8).
           05 FILLER               PIC X(1).
           05 XCT-LAST-MODE        PIC X(4).
           05 FILLER               PIC X(1).
           05 XCT-LAST-RUN-DATE    PIC 9(8).
           05 FILLER               PIC X(1).
           05 XCT-LAST-RUN-TIME    PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-BUS-DATE-ARG          PIC X(8) VALUE SPACES.
       01 WS-BUS-DATE              PIC 9(8).
       01 WS-BUS-DATE-X            PIC X(8).
       01 WS-CLIENT-ID             PIC X(10) VALUE SPACES.
       01 WS-CATALOG-STATUS        PIC XX.
       01 WS-MANIFEST-STATUS       PIC XX.
       01 WS-SCHEDULE-STATUS       PIC XX.
       01 WS-STATUS-STATUS         PIC XX.
       01 WS-CONTROL-STATUS        PIC XX.
       01 WS-CONTROL-FOUND         PIC X VALUE 'N'.
       01 WS-CONTROL-LINE          PIC X(36).

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 WS-GENERATION-FOUND      PIC X VALUE 'N'.
       01 MANIFEST-READ-COUNT      PIC 9(5) VALUE 0.
       01 RESTORE-FILE-COUNT       PIC 9(5) VALUE 0.
       01 RESTORE-FAIL-COUNT       PIC 9(5) VALUE 0.
       01 STEP-RESET-COUNT         PIC 9(3) VALUE 0.

       01 WS-GENERATION-DIR        PIC X(40) VALUE SPACES.
       01 WS-MANIFEST-PATH         PIC X(60) VALUE SPACES.
       01 WS-SHELL-COMMAND         PIC X(300).
       01 WS-FILE-WILDCARD         PIC X(1).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-START-TIME            PIC X(8).
       01 WS-END-TIME              PIC X(8).

      * The client id as a blank-delimited word, for finding the
      * scheduled steps whose command line names the client.
       01 WS-CLIENT-TOKEN          PIC X(12).
       01 WS-TOKEN-LENGTH          PIC 9(2).
       01 WS-SCAN-COMMAND          PIC X(82).
       01 WS-TOKEN-TALLY           PIC 9(3).

       01 WS-NOTE-TEXT             PIC X(120).
       01 EDITED-FILE-COUNT        PIC ZZZZ9.

      * Same layout as NIGHTRUN's step record.
       01 WS-STATUS-LINE.
           05 STS-BUS-DATE         PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 STS-STEP-NO          PIC 9(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 STS-STEP-NAME        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 STS-START-TIME       PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 STS-END-TIME         PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 STS-OUTCOME          PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 STS-RETURN-CODE      PIC 9(4).

       01 WS-CAPTURE-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CAP-TEXT             PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM FIND-GENERATION
           PERFORM RESTORE-FILES
           PERFORM MARK-EXTRACT-RESTORED
           PERFORM RECORD-RESTORE
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-BUS-DATE-ARG FROM ARGUMENT-VALUE
           IF WS-BUS-DATE-ARG = SPACES
                   OR WS-BUS-DATE-ARG IS NOT NUMERIC
               DISPLAY 'BUSINESS DATE TO RESTORE (YYYYMMDD) REQUIRED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE-ARG TO WS-BUS-DATE
           MOVE WS-BUS-DATE TO WS-BUS-DATE-X
           MOVE 2 TO WS-ARG-INDEX
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-CLIENT-ID FROM ARGUMENT-VALUE
           MOVE SPACES TO WS-GENERATION-DIR
           STRING '..\GENERATIONS\' DELIMITED BY SIZE
               WS-BUS-DATE-X DELIMITED BY SIZE
               INTO WS-GENERATION-DIR
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-GENERATION-DIR) DELIMITED BY SIZE
               '\MANIFEST.txt' DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME TO WS-START-TIME.

      * Only a generation still on the catalog as available can be
      * restored; a purged one has had its directory removed.
       FIND-GENERATION.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GENERATION CATALOG, STATUS='
                   WS-CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CATALOG-FILE INTO CATALOG-RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF GEN-BUS-DATE = WS-BUS-DATE
                               AND GEN-IS-AVAILABLE
                           MOVE 'Y' TO WS-GENERATION-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF WS-GENERATION-FOUND = 'N'
               DISPLAY 'NO GENERATION ON FILE FOR ' WS-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESTORE-FILES.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GENERATION MANIFEST, STATUS='
                   WS-MANIFEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ MANIFEST-FILE INTO MANIFEST-RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO MANIFEST-READ-COUNT
                       IF WS-CLIENT-ID = SPACES
                               OR MAN-CLIENT-ID = WS-CLIENT-ID
                           PERFORM RESTORE-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF RESTORE-FILE-COUNT = 0
               DISPLAY 'NO FILES FOR CLIENT ' WS-CLIENT-ID
                   ' IN GENERATION ' WS-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * An indexed file is copied with its companion index files,
      * hence the wildcard on type I. Type A is the whole series of
      * yearly archives: the live series is cleared first, so a year
      * started after the generation was taken goes as well.
       RESTORE-ONE-FILE.
           ADD 1 TO RESTORE-FILE-COUNT
           IF MAN-FILE-TYPE = 'I' OR MAN-FILE-TYPE = 'A'
               MOVE '*' TO WS-FILE-WILDCARD
           ELSE
               MOVE SPACE TO WS-FILE-WILDCARD
           END-IF
           IF MAN-FILE-TYPE = 'A'
               PERFORM CLEAR-ARCHIVE-SERIES
           END-IF
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING 'if exist ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GENERATION-DIR) DELIMITED BY SIZE
               '\' DELIMITED BY SIZE
               MAN-FILE-NAME DELIMITED BY SPACE
               WS-FILE-WILDCARD DELIMITED BY SPACE
               ' (copy /Y ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GENERATION-DIR) DELIMITED BY SIZE
               '\' DELIMITED BY SIZE
               MAN-FILE-NAME DELIMITED BY SPACE
               WS-FILE-WILDCARD DELIMITED BY SPACE
               ' ..\ >nul) else (if exist ..\' DELIMITED BY SIZE
               MAN-FILE-NAME DELIMITED BY SPACE
               WS-FILE-WILDCARD DELIMITED BY SPACE
               ' del /Q ..\' DELIMITED BY SIZE
               MAN-FILE-NAME DELIMITED BY SPACE
               WS-FILE-WILDCARD DELIMITED BY SPACE
               ')' DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           CALL 'SYSTEM' USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               ADD 1 TO RESTORE-FAIL-COUNT
               DISPLAY 'UNABLE TO RESTORE ' MAN-FILE-NAME
                   ' RC=' RETURN-CODE
           END-IF
           MOVE 0 TO RETURN-CODE.

       CLEAR-ARCHIVE-SERIES.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING 'if exist ..\' DELIMITED BY SIZE
               MAN-FILE-NAME DELIMITED BY SPACE
               '* del /Q ..\' DELIMITED BY SIZE
               MAN-FILE-NAME DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           CALL 'SYSTEM' USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               ADD 1 TO RESTORE-FAIL-COUNT
               DISPLAY 'UNABLE TO CLEAR ' MAN-FILE-NAME
                   ' RC=' RETURN-CODE
           END-IF
           MOVE 0 TO RETURN-CODE.

      * Marked even when a file failed: what was copied back is
      * already rewound. No control file means no extract has run,
      * and the first one is FULL anyway.
       MARK-EXTRACT-RESTORED.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE INTO WS-CONTROL-LINE
                   NOT AT END
                       MOVE 'Y' TO WS-CONTROL-FOUND
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-CONTROL-FOUND = 'Y'
               MOVE WS-CONTROL-LINE TO CONTROL-RECORD
               MOVE 'RSTR' TO XCT-LAST-MODE
               OPEN OUTPUT CONTROL-FILE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
               DISPLAY 'EXTRACT CONTROL MARKED - NEXT EXTRACT RUNS FULL'
           END-IF.

       RECORD-RESTORE.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME TO WS-END-TIME
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-STATUS-STATUS NOT = '00'
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           MOVE WS-BUS-DATE TO STS-BUS-DATE
           MOVE 0 TO STS-STEP-NO
           MOVE 'RESTORE' TO STS-STEP-NAME
           MOVE WS-START-TIME(1:6) TO STS-START-TIME
           MOVE WS-END-TIME(1:6) TO STS-END-TIME
           MOVE 0 TO STS-RETURN-CODE
           EVALUATE TRUE
               WHEN RESTORE-FAIL-COUNT > 0
                   MOVE 'FAIL' TO STS-OUTCOME
                   MOVE 16 TO STS-RETURN-CODE
               WHEN WS-CLIENT-ID = SPACES
                   MOVE 'RSET' TO STS-OUTCOME
               WHEN OTHER
                   MOVE 'OK  ' TO STS-OUTCOME
           END-EVALUATE
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE WS-STATUS-LINE TO RUN-STATUS-RECORD
           WRITE RUN-STATUS-RECORD
           MOVE RESTORE-FILE-COUNT TO EDITED-FILE-COUNT
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-CLIENT-ID = SPACES
               STRING 'GENERATION ' DELIMITED BY SIZE
                   WS-BUS-DATE-X DELIMITED BY SIZE
                   ' RESTORED - WHOLE DATA SET,' DELIMITED BY SIZE
                   EDITED-FILE-COUNT DELIMITED BY SIZE
                   ' FILES' DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           ELSE
               STRING 'GENERATION ' DELIMITED BY SIZE
                   WS-BUS-DATE-X DELIMITED BY SIZE
                   ' RESTORED - CLIENT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLIENT-ID) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   EDITED-FILE-COUNT DELIMITED BY SIZE
                   ' FILES' DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           END-IF
           PERFORM WRITE-NOTE-LINE
           MOVE SPACES TO WS-NOTE-TEXT
           EVALUATE TRUE
               WHEN RESTORE-FAIL-COUNT > 0
                   MOVE RESTORE-FAIL-COUNT TO EDITED-FILE-COUNT
                   STRING 'RESTORE INCOMPLETE -' DELIMITED BY SIZE
                       EDITED-FILE-COUNT DELIMITED BY SIZE
                       ' FILES FAILED, NO STEP RECORDS RESET'
                       DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
                   PERFORM WRITE-NOTE-LINE
               WHEN WS-CLIENT-ID = SPACES
                   STRING 'STEP RECORDS FOR ' DELIMITED BY SIZE
                       WS-BUS-DATE-X DELIMITED BY SIZE
                       ' AND LATER RESET' DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
                   PERFORM WRITE-NOTE-LINE
               WHEN OTHER
                   PERFORM RESET-CLIENT-STEPS
           END-EVALUATE
           CLOSE RUN-STATUS-FILE.

      * An RSET record, in step-record form, for every scheduled
      * step whose command line carries the client id as a word.
       RESET-CLIENT-STEPS.
           MOVE 0 TO WS-TOKEN-LENGTH
           INSPECT WS-CLIENT-ID TALLYING WS-TOKEN-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-CLIENT-TOKEN
           STRING ' ' DELIMITED BY SIZE
               WS-CLIENT-ID DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INTO WS-CLIENT-TOKEN
           ADD 2 TO WS-TOKEN-LENGTH
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ SCHEDULE-FILE INTO SCHEDULE-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ONE-SCHEDULED-STEP
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           IF STEP-RESET-COUNT = 0
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'NO SCHEDULED STEP NAMES CLIENT '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLIENT-ID) DELIMITED BY SIZE
                   ' - NO STEP RECORDS RESET' DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF.

       CHECK-ONE-SCHEDULED-STEP.
           MOVE SPACES TO WS-SCAN-COMMAND
           STRING ' ' DELIMITED BY SIZE
               SCH-COMMAND DELIMITED BY SIZE
               INTO WS-SCAN-COMMAND
           MOVE 0 TO WS-TOKEN-TALLY
           INSPECT WS-SCAN-COMMAND TALLYING WS-TOKEN-TALLY
               FOR ALL WS-CLIENT-TOKEN(1:WS-TOKEN-LENGTH)
           IF WS-TOKEN-TALLY > 0
               ADD 1 TO STEP-RESET-COUNT
               MOVE WS-BUS-DATE TO STS-BUS-DATE
               MOVE SCH-STEP-NO TO STS-STEP-NO
               MOVE SCH-STEP-NAME TO STS-STEP-NAME
               MOVE 'RSET' TO STS-OUTCOME
               MOVE 0 TO STS-RETURN-CODE
               MOVE SPACES TO RUN-STATUS-RECORD
               MOVE WS-STATUS-LINE TO RUN-STATUS-RECORD
               WRITE RUN-STATUS-RECORD
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'STEP RECORDS FOR ' DELIMITED BY SIZE
                   WS-BUS-DATE-X DELIMITED BY SIZE
                   ' AND LATER RESET FOR CLIENT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLIENT-ID) DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF.

       WRITE-NOTE-LINE.
           MOVE WS-NOTE-TEXT TO CAP-TEXT
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE WS-CAPTURE-LINE TO RUN-STATUS-RECORD
           WRITE RUN-STATUS-RECORD.

       TERMINATION.
           DISPLAY 'GENERATION RESTORE COMPLETE FOR ' WS-BUS-DATE
           IF WS-CLIENT-ID NOT = SPACES
               DISPLAY 'CLIENT:          ' WS-CLIENT-ID
           END-IF
           DISPLAY 'FILES PROCESSED: ' RESTORE-FILE-COUNT
           DISPLAY 'FILES FAILED:    ' RESTORE-FAIL-COUNT
           DISPLAY 'STEPS RESET:     ' STEP-RESET-COUNT
           IF RESTORE-FAIL-COUNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
