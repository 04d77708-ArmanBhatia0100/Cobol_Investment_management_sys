      * OK for the business date are skipped, so the window resumes
      * at the failure. The batch programs set return code 16 on
      * their error exits for exactly this check.
      * Before the first step of a business date the controller
      * takes a generation copy of every master and client file the
      * window updates into GENERATIONS\YYYYMMDD, with a manifest of
      * the file set, records it on the generation catalog and as
      * step 00 (BACKUP) on the status file, and purges the oldest
      * generations beyond the number kept. A rerun finds step 00
      * done and leaves the generation alone; a failed copy stops
      * the window before any step starts. GENRESTORE rolls the data
      * back to a generation and posts RSET records here: an RSET
      * record for step 00 voids every OK step recorded before it for
      * its business date and later ones, an RSET record for a
      * single step voids that step, so the window reruns cleanly.
      * The first argument is the business date (YYYYMMDD, default
      * today); pass it again on a rerun to resume the same window.
      * The second is the number of generations kept (default 5).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

           SELECT CLIENT-FILE ASSIGN TO '..\CLIENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.

      * One line per generation taken, rewritten as generations are
      * purged; GENRESTORE reads it to find a generation.
           SELECT CATALOG-FILE ASSIGN TO '..\GENERATION-CATALOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      * The file set copied into a generation, one line per file.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       FD STEP-LOG-FILE.
       01 STEP-LOG-RECORD          PIC X(120).

       FD CLIENT-FILE.
       01 CLIENT-RECORD.
           05 CLIENT-ID            PIC X(10).
           05 FILLER               PIC X(1).
           05 CLIENT-NAME          PIC X(30).
           05 FILLER               PIC X(1).
           05 CLIENT-STATUS        PIC X(1).
               88 CLIENT-IS-ACTIVE VALUE 'A'.
               88 CLIENT-IS-CLOSED VALUE 'C'.
           05 FILLER               PIC X(1).
           05 CLIENT-ADDRESS-1     PIC X(30).
           05 FILLER               PIC X(1).
           05 CLIENT-ADDRESS-2     PIC X(30).
           05 FILLER               PIC X(1).
           05 CLIENT-ACCOUNT-NO    PIC X(12).
           05 FILLER               PIC X(1).
           05 CLIENT-MODEL-ID      PIC X(8).
           05 FILLER               PIC X(1).
           05 CLIENT-RELIEF-METHOD PIC X(4).

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

      * File type I is an indexed file, copied with its companion
      * index files; S and A are line sequential.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MAN-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 MAN-FILE-TYPE        PIC X(1).
           05 FILLER               PIC X(1).
           05 MAN-FILE-NAME        PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-BUS-DATE-ARG          PIC X(8) VALUE SPACES.
       01 WS-SCHEDULE-STATUS       PIC XX.
       01 WS-STATUS-STATUS         PIC XX.
       01 WS-STEPLOG-STATUS        PIC XX.
       01 WS-CLIENT-STATUS         PIC XX.
       01 WS-CATALOG-STATUS        PIC XX.
       01 WS-MANIFEST-STATUS       PIC XX.
       01 WS-KEEP-ARG              PIC X(8) VALUE SPACES.
       01 WS-GENERATIONS-KEPT      PIC 9(2) VALUE 5.

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 WS-RUN-HALTED            PIC X VALUE 'N'.
           05 DONE-ENTRY OCCURS 50 TIMES.
               10 DONE-STEP-NO     PIC 9(2).
       01 DONE-IDX                 PIC 9(2).
       01 DONE-KEEP                PIC 9(2).
       01 WS-STEP-DONE             PIC X.
       01 WS-BACKUP-TAKEN          PIC X.

      * The file set of a generation. Scope F names a firm file, C a
      * per-client suffix following the client id; type A is the
      * series of yearly archives, every year taken - history
      * maintenance moves each record to its own year's archive, so
      * the retention window reaches back into earlier years. The
      * confirmation-number control file is deliberately left out:
      * confirmations already sent stay issued, so numbering only
      * moves forward across a rollback. The block allocation log
      * is kept with the TRADES files it vouches for, so blocks
      * rolled back off the trades are allocated again on the rerun.
       01 GEN-SET-DEFINITIONS.
           05 FILLER               PIC X(27) VALUE
               'FISTOCKS.txt'.
           05 FILLER               PIC X(27) VALUE
               'FIDIVIDENDS.txt'.
           05 FILLER               PIC X(27) VALUE
               'FIFX-RATES.txt'.
           05 FILLER               PIC X(27) VALUE
               'FIPRICE-HISTORY-IDX.txt'.
           05 FILLER               PIC X(27) VALUE
               'FAPRICE-HISTORY-ARCH-'.
           05 FILLER               PIC X(27) VALUE
               'FSCLIENTS.txt'.
           05 FILLER               PIC X(27) VALUE
               'FSRETURNS.txt'.
           05 FILLER               PIC X(27) VALUE
               'FSTRADES.txt'.
           05 FILLER               PIC X(27) VALUE
               'FSPORTFOLIO.txt'.
           05 FILLER               PIC X(27) VALUE
               'FSCASH-LEDGER.txt'.
           05 FILLER               PIC X(27) VALUE
               'FSREALIZED.txt'.
           05 FILLER               PIC X(27) VALUE
               'FSBUYS.txt'.
           05 FILLER               PIC X(27) VALUE
               'FSTRANSFER-FLOWS.txt'.
           05 FILLER               PIC X(27) VALUE
               'FSBLOCK-ALLOCATION-LOG.txt'.
           05 FILLER               PIC X(27) VALUE
               'CS-TRADES.txt'.
           05 FILLER               PIC X(27) VALUE
               'CS-PORTFOLIO.txt'.
           05 FILLER               PIC X(27) VALUE
               'CS-CASH-LEDGER.txt'.
           05 FILLER               PIC X(27) VALUE
               'CS-REALIZED.txt'.
           05 FILLER               PIC X(27) VALUE
               'CS-BUYS.txt'.
           05 FILLER               PIC X(27) VALUE
               'CI-PRICE-HISTORY-IDX.txt'.
           05 FILLER               PIC X(27) VALUE
               'CA-PRICE-HISTORY-ARCH-'.
       01 GEN-SET-TABLE REDEFINES GEN-SET-DEFINITIONS.
           05 GSE-ENTRY OCCURS 21 TIMES.
               10 GSE-SCOPE        PIC X(1).
               10 GSE-TYPE         PIC X(1).
               10 GSE-NAME         PIC X(25).
       01 GSE-MAX                  PIC 9(2) VALUE 21.
       01 GSE-IDX                  PIC 9(2).

      * The generation catalog, held while a generation is added
      * and the oldest are purged.
       01 CAT-MAX                  PIC 9(3) VALUE 400.
       01 CAT-COUNT                PIC 9(3) VALUE 0.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 400 TIMES.
               10 CAT-BUS-DATE     PIC 9(8).
               10 CAT-STATE        PIC X(1).
               10 CAT-TAKEN-DATE   PIC 9(8).
               10 CAT-TAKEN-TIME   PIC X(6).
               10 CAT-FILE-COUNT   PIC 9(5).
               10 CAT-CLIENT-COUNT PIC 9(5).
       01 CAT-IDX                  PIC 9(3).
       01 CAT-FOUND-IDX            PIC 9(3).
       01 CAT-OLDEST-IDX           PIC 9(3).
       01 CAT-AVAILABLE-COUNT      PIC 9(3).

       01 WS-GENERATION-DIR        PIC X(40) VALUE SPACES.
       01 WS-MANIFEST-PATH         PIC X(60) VALUE SPACES.
       01 WS-SHELL-COMMAND         PIC X(250).
       01 WS-GEN-OWNER             PIC X(10).
       01 WS-GEN-NAME              PIC X(40).
       01 WS-GEN-WILDCARD          PIC X(1).
       01 WS-BACKUP-FAILED         PIC X VALUE 'N'.
       01 WS-PURGE-STOPPED         PIC X VALUE 'N'.
       01 BACKUP-FILE-COUNT        PIC 9(5) VALUE 0.
       01 BACKUP-CLIENT-COUNT      PIC 9(5) VALUE 0.
       01 GENERATIONS-PURGED       PIC 9(3) VALUE 0.
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-NOTE-TEXT             PIC X(120).

       01 WS-COMMAND               PIC X(120).
       01 WS-START-TIME            PIC X(8).
           05 SCAN-BUS-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 SCAN-STEP-NO         PIC X(2).
           05 FILLER               PIC X(1).
           05 SCAN-STEP-NAME       PIC X(10).
           05 FILLER               PIC X(1).
           05 FILLER               PIC X(14).
           05 SCAN-OUTCOME         PIC X(4).
           05 FILLER               PIC X(91).
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM LOAD-COMPLETED-STEPS
           PERFORM CHECK-GENERATION-BACKUP
           PERFORM PROCESS-SCHEDULE
           PERFORM TERMINATION
           STOP RUN.
               ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-BUS-DATE TO WS-BUS-DATE-X
           MOVE 2 TO WS-ARG-INDEX
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-KEEP-ARG FROM ARGUMENT-VALUE
           IF WS-KEEP-ARG NOT = SPACES
                   AND FUNCTION TRIM(WS-KEEP-ARG) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-KEEP-ARG)
                   TO WS-GENERATIONS-KEPT
           END-IF
           IF WS-GENERATIONS-KEPT = 0
               MOVE 1 TO WS-GENERATIONS-KEPT
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN JOB SCHEDULE, STATUS='

      * A rerun finds the OK steps for this business date already on
      * the status file. Only step records are examined - captured
      * console lines are indented and fail the numeric test. A
      * restore's RSET records, for this business date or an earlier
      * one, void the OK records that precede them.
       LOAD-COMPLETED-STEPS.
           OPEN INPUT RUN-STATUS-FILE
           IF WS-STATUS-STATUS = '00'
                   ADD 1 TO DONE-COUNT
                   MOVE SCAN-STEP-NO TO DONE-STEP-NO(DONE-COUNT)
               END-IF
           END-IF
           IF SCAN-BUS-DATE IS NUMERIC
                   AND SCAN-BUS-DATE NOT > WS-BUS-DATE-X
                   AND SCAN-OUTCOME = 'RSET'
                   AND SCAN-STEP-NO IS NUMERIC
               PERFORM RESET-COMPLETED-STEPS
           END-IF.

       RESET-COMPLETED-STEPS.
           IF SCAN-STEP-NO = '00'
               MOVE 0 TO DONE-COUNT
           ELSE
               MOVE 0 TO DONE-KEEP
               PERFORM VARYING DONE-IDX FROM 1 BY 1
                       UNTIL DONE-IDX > DONE-COUNT
                   IF DONE-STEP-NO(DONE-IDX) NOT = SCAN-STEP-NO
                       ADD 1 TO DONE-KEEP
                       MOVE DONE-STEP-NO(DONE-IDX)
                           TO DONE-STEP-NO(DONE-KEEP)
                   END-IF
               END-PERFORM
               MOVE DONE-KEEP TO DONE-COUNT
           END-IF.

      * The generation is taken once per business date, before the
      * first step: not again on a rerun (step 00 is already done),
      * and never once a step has run, when it would no longer hold
      * the start-of-day data.
       CHECK-GENERATION-BACKUP.
           MOVE 'N' TO WS-BACKUP-TAKEN
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > DONE-COUNT
               IF DONE-STEP-NO(DONE-IDX) = 0
                   MOVE 'Y' TO WS-BACKUP-TAKEN
               END-IF
           END-PERFORM
           IF WS-BACKUP-TAKEN = 'Y'
               DISPLAY 'GENERATION FOR ' WS-BUS-DATE
                   ' ALREADY TAKEN - NOT COPIED AGAIN'
           ELSE
               IF DONE-COUNT > 0
                   DISPLAY 'WINDOW FOR ' WS-BUS-DATE
                       ' ALREADY STARTED - NO GENERATION TAKEN'
               ELSE
                   PERFORM TAKE-GENERATION-BACKUP
               END-IF
           END-IF.

       TAKE-GENERATION-BACKUP.
           DISPLAY 'TAKING GENERATION FOR ' WS-BUS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME TO WS-START-TIME
           MOVE 0 TO WS-STEP-RC
           MOVE SPACES TO WS-GENERATION-DIR
           STRING '..\GENERATIONS\' DELIMITED BY SIZE
               WS-BUS-DATE-X DELIMITED BY SIZE
               INTO WS-GENERATION-DIR
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-GENERATION-DIR) DELIMITED BY SIZE
               '\MANIFEST.txt' DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           PERFORM LOAD-GENERATION-CATALOG
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING 'if not exist ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GENERATION-DIR) DELIMITED BY SIZE
               ' mkdir ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GENERATION-DIR) DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           PERFORM RUN-SHELL-COMMAND
           IF WS-BACKUP-FAILED = 'N'
               OPEN OUTPUT MANIFEST-FILE
               IF WS-MANIFEST-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN GENERATION MANIFEST, STATUS='
                       WS-MANIFEST-STATUS
                   MOVE 16 TO WS-STEP-RC
                   MOVE 'Y' TO WS-BACKUP-FAILED
               ELSE
                   MOVE SPACES TO WS-GEN-OWNER
                   PERFORM VARYING GSE-IDX FROM 1 BY 1
                           UNTIL GSE-IDX > GSE-MAX
                           OR WS-BACKUP-FAILED = 'Y'
                       IF GSE-SCOPE(GSE-IDX) = 'F'
                           PERFORM BACKUP-ONE-FILE
                       END-IF
                   END-PERFORM
                   PERFORM BACKUP-CLIENT-FILES
                   CLOSE MANIFEST-FILE
               END-IF
           END-IF
           IF WS-BACKUP-FAILED = 'N'
               PERFORM RECORD-GENERATION
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME TO WS-END-TIME
           PERFORM WRITE-BACKUP-STATUS
           IF WS-BACKUP-FAILED = 'Y'
               ADD 1 TO STEP-FAIL-COUNT
               MOVE 'Y' TO WS-RUN-HALTED
               DISPLAY 'GENERATION BACKUP FAILED, RC=' WS-STEP-RC
                   ' - NO STEPS STARTED'
           ELSE
               DISPLAY 'GENERATION ' WS-BUS-DATE ' TAKEN: '
                   BACKUP-FILE-COUNT ' FILES, '
                   BACKUP-CLIENT-COUNT ' CLIENTS'
           END-IF.

      * Every registry client's files, active or closed - a client
      * closed during the window is restored with the rest.
       BACKUP-CLIENT-FILES.
           OPEN INPUT CLIENT-FILE
           IF WS-CLIENT-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                       OR WS-BACKUP-FAILED = 'Y'
                   READ CLIENT-FILE INTO CLIENT-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF CLIENT-ID NOT = SPACES
                               ADD 1 TO BACKUP-CLIENT-COUNT
                               PERFORM BACKUP-ONE-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENT-FILE
           END-IF
           MOVE 'N' TO END-OF-FILE.

       BACKUP-ONE-CLIENT.
           MOVE CLIENT-ID TO WS-GEN-OWNER
           PERFORM VARYING GSE-IDX FROM 1 BY 1
                   UNTIL GSE-IDX > GSE-MAX
                   OR WS-BACKUP-FAILED = 'Y'
               IF GSE-SCOPE(GSE-IDX) = 'C'
                   PERFORM BACKUP-ONE-FILE
               END-IF
           END-PERFORM.

      * A file not on disk is not an error - the client may not have
      * traded yet - but it stays on the manifest, so a restore
      * removes a copy created after the generation was taken.
       BACKUP-ONE-FILE.
           PERFORM BUILD-GENERATION-NAME
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING 'if exist ..\' DELIMITED BY SIZE
               WS-GEN-NAME DELIMITED BY SPACE
               WS-GEN-WILDCARD DELIMITED BY SPACE
               ' copy /Y ..\' DELIMITED BY SIZE
               WS-GEN-NAME DELIMITED BY SPACE
               WS-GEN-WILDCARD DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GENERATION-DIR) DELIMITED BY SIZE
               '\ >nul' DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           PERFORM RUN-SHELL-COMMAND
           IF WS-BACKUP-FAILED = 'N'
               MOVE SPACES TO MANIFEST-RECORD
               MOVE WS-GEN-OWNER TO MAN-CLIENT-ID
               MOVE GSE-TYPE(GSE-IDX) TO MAN-FILE-TYPE
               MOVE WS-GEN-NAME TO MAN-FILE-NAME
               WRITE MANIFEST-RECORD
               ADD 1 TO BACKUP-FILE-COUNT
           END-IF.

       BUILD-GENERATION-NAME.
           MOVE SPACES TO WS-GEN-NAME
           STRING WS-GEN-OWNER DELIMITED BY SPACE
               GSE-NAME(GSE-IDX) DELIMITED BY SPACE
               INTO WS-GEN-NAME
           IF GSE-TYPE(GSE-IDX) = 'I' OR GSE-TYPE(GSE-IDX) = 'A'
               MOVE '*' TO WS-GEN-WILDCARD
           ELSE
               MOVE SPACE TO WS-GEN-WILDCARD
           END-IF.

       RUN-SHELL-COMMAND.
           CALL 'SYSTEM' USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 'Y' TO WS-BACKUP-FAILED
               DISPLAY 'COMMAND FAILED: ' WS-SHELL-COMMAND(1:100)
           END-IF
           MOVE 0 TO RETURN-CODE.

       LOAD-GENERATION-CATALOG.
           MOVE 0 TO CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ CATALOG-FILE INTO CATALOG-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM LOAD-ONE-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           MOVE 'N' TO END-OF-FILE.

       LOAD-ONE-CATALOG-ENTRY.
           IF CAT-COUNT >= CAT-MAX
               DISPLAY 'GENERATION CATALOG EXCEEDS TABLE LIMIT OF '
                   CAT-MAX ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CAT-COUNT
           MOVE GEN-BUS-DATE TO CAT-BUS-DATE(CAT-COUNT)
           MOVE GEN-STATE TO CAT-STATE(CAT-COUNT)
           MOVE GEN-TAKEN-DATE TO CAT-TAKEN-DATE(CAT-COUNT)
           MOVE GEN-TAKEN-TIME TO CAT-TAKEN-TIME(CAT-COUNT)
           MOVE GEN-FILE-COUNT TO CAT-FILE-COUNT(CAT-COUNT)
           MOVE GEN-CLIENT-COUNT TO CAT-CLIENT-COUNT(CAT-COUNT).

      * A generation retaken for the same business date (after a
      * full restore) replaces its catalog line.
       RECORD-GENERATION.
           MOVE 0 TO CAT-FOUND-IDX
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               IF CAT-BUS-DATE(CAT-IDX) = WS-BUS-DATE
                   MOVE CAT-IDX TO CAT-FOUND-IDX
               END-IF
           END-PERFORM
           IF CAT-FOUND-IDX = 0
               IF CAT-COUNT >= CAT-MAX
                   DISPLAY 'GENERATION CATALOG EXCEEDS TABLE LIMIT OF '
                       CAT-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CAT-COUNT
               MOVE CAT-COUNT TO CAT-FOUND-IDX
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-BUS-DATE TO CAT-BUS-DATE(CAT-FOUND-IDX)
           MOVE 'A' TO CAT-STATE(CAT-FOUND-IDX)
           MOVE WS-TODAY-DATE TO CAT-TAKEN-DATE(CAT-FOUND-IDX)
           MOVE WS-START-TIME(1:6) TO CAT-TAKEN-TIME(CAT-FOUND-IDX)
           MOVE BACKUP-FILE-COUNT TO CAT-FILE-COUNT(CAT-FOUND-IDX)
           MOVE BACKUP-CLIENT-COUNT TO CAT-CLIENT-COUNT(CAT-FOUND-IDX)
           PERFORM PURGE-OLD-GENERATIONS
           PERFORM WRITE-GENERATION-CATALOG.

      * Keeps the newest generations by business date; the one just
      * taken is never purged. A failed purge is left for the next
      * night and does not stop the window.
       PURGE-OLD-GENERATIONS.
           MOVE 0 TO CAT-AVAILABLE-COUNT
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               IF CAT-STATE(CAT-IDX) = 'A'
                   ADD 1 TO CAT-AVAILABLE-COUNT
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-PURGE-STOPPED
           PERFORM UNTIL CAT-AVAILABLE-COUNT NOT > WS-GENERATIONS-KEPT
                   OR WS-PURGE-STOPPED = 'Y'
               PERFORM PURGE-OLDEST-GENERATION
           END-PERFORM.

       PURGE-OLDEST-GENERATION.
           MOVE 0 TO CAT-OLDEST-IDX
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               IF CAT-STATE(CAT-IDX) = 'A'
                       AND CAT-BUS-DATE(CAT-IDX) NOT = WS-BUS-DATE
                   IF CAT-OLDEST-IDX = 0
                       MOVE CAT-IDX TO CAT-OLDEST-IDX
                   ELSE
                       IF CAT-BUS-DATE(CAT-IDX) <
                               CAT-BUS-DATE(CAT-OLDEST-IDX)
                           MOVE CAT-IDX TO CAT-OLDEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF CAT-OLDEST-IDX = 0
               MOVE 'Y' TO WS-PURGE-STOPPED
           ELSE
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING 'if exist ..\GENERATIONS\' DELIMITED BY SIZE
                   CAT-BUS-DATE(CAT-OLDEST-IDX) DELIMITED BY SIZE
                   ' rmdir /S /Q ..\GENERATIONS\' DELIMITED BY SIZE
                   CAT-BUS-DATE(CAT-OLDEST-IDX) DELIMITED BY SIZE
                   INTO WS-SHELL-COMMAND
               CALL 'SYSTEM' USING WS-SHELL-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY 'UNABLE TO PURGE GENERATION '
                       CAT-BUS-DATE(CAT-OLDEST-IDX)
                   MOVE 'Y' TO WS-PURGE-STOPPED
               ELSE
                   MOVE 'P' TO CAT-STATE(CAT-OLDEST-IDX)
                   SUBTRACT 1 FROM CAT-AVAILABLE-COUNT
                   ADD 1 TO GENERATIONS-PURGED
                   DISPLAY 'GENERATION ' CAT-BUS-DATE(CAT-OLDEST-IDX)
                       ' PURGED'
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

       WRITE-GENERATION-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               MOVE SPACES TO CATALOG-RECORD
               MOVE CAT-BUS-DATE(CAT-IDX) TO GEN-BUS-DATE
               MOVE CAT-STATE(CAT-IDX) TO GEN-STATE
               MOVE CAT-TAKEN-DATE(CAT-IDX) TO GEN-TAKEN-DATE
               MOVE CAT-TAKEN-TIME(CAT-IDX) TO GEN-TAKEN-TIME
               MOVE CAT-FILE-COUNT(CAT-IDX) TO GEN-FILE-COUNT
               MOVE CAT-CLIENT-COUNT(CAT-IDX) TO GEN-CLIENT-COUNT
               WRITE CATALOG-RECORD
           END-PERFORM
           CLOSE CATALOG-FILE.

      * Step 00 on the status file, with the generation's figures
      * as its console lines.
       WRITE-BACKUP-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-STATUS-STATUS NOT = '00'
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           MOVE WS-BUS-DATE TO STS-BUS-DATE
           MOVE 0 TO STS-STEP-NO
           MOVE 'BACKUP' TO STS-STEP-NAME
           MOVE WS-START-TIME(1:6) TO STS-START-TIME
           MOVE WS-END-TIME(1:6) TO STS-END-TIME
           IF WS-BACKUP-FAILED = 'N'
               MOVE 'OK  ' TO STS-OUTCOME
           ELSE
               MOVE 'FAIL' TO STS-OUTCOME
           END-IF
           MOVE WS-STEP-RC TO STS-RETURN-CODE
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE WS-STATUS-LINE TO RUN-STATUS-RECORD
           WRITE RUN-STATUS-RECORD
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-BACKUP-FAILED = 'N'
               STRING 'GENERATION ' DELIMITED BY SIZE
                   WS-BUS-DATE-X DELIMITED BY SIZE
                   ' TAKEN: ' DELIMITED BY SIZE
                   BACKUP-FILE-COUNT DELIMITED BY SIZE
                   ' FILES, ' DELIMITED BY SIZE
                   BACKUP-CLIENT-COUNT DELIMITED BY SIZE
                   ' CLIENTS, ' DELIMITED BY SIZE
                   WS-GENERATIONS-KEPT DELIMITED BY SIZE
                   ' KEPT, ' DELIMITED BY SIZE
                   GENERATIONS-PURGED DELIMITED BY SIZE
                   ' PURGED' DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           ELSE
               STRING 'GENERATION BACKUP FAILED: ' DELIMITED BY SIZE
                   WS-SHELL-COMMAND DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           END-IF
           MOVE WS-NOTE-TEXT TO CAP-TEXT
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE WS-CAPTURE-LINE TO RUN-STATUS-RECORD
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.

       PROCESS-SCHEDULE.
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
