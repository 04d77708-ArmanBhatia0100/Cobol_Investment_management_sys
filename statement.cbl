      * fallback for dates past retention) instead of the stock
      * master, heads the statement with the as-of date, and notes
      * any symbol with no price for the date as excluded.
      * The title page also carries the client's time-weighted
      * returns - month, quarter and year to date and since
      * inception, against the client's benchmark - from the latest
      * PERFCALC measurement on RETURNS.txt dated on or before the
      * statement date (the as-of date in as-of mode).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      * Time-weighted returns PERFCALC appends, one record per
      * client per measurement run.
           SELECT RETURNS-FILE ASSIGN TO '..\RETURNS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

           SELECT STMT-SORT-FILE ASSIGN TO '..\STMTWORK.tmp'.

       DATA DIVISION.
           05 FILLER               PIC X(1).
           05 CSH-DESC             PIC X(30).

       FD RETURNS-FILE.
       01 RETURNS-RECORD.
           05 RET-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 RET-AS-OF-DATE       PIC 9(8).
           05 FILLER               PIC X(98).

       SD STMT-SORT-FILE.
       01 STMT-SORT-RECORD.
           05 SSR-SYMBOL           PIC X(7).
       01 WS-AS-OF-PRICE           PIC 9(4)V99.
       01 AS-OF-EXCEPTION-COUNT    PIC 9(5) VALUE 0.

      * The returns record chosen for the title page. Periods in
      * order: month, quarter and year to date, since inception; an
      * availability flag of N means the period had nothing to
      * measure from.
       01 WS-RETURNS-STATUS        PIC XX.
       01 RETURNS-FOUND            PIC X VALUE 'N'.
       01 WS-RETURNS-LIMIT-DATE    PIC 9(8).
       01 WS-STMT-RETURNS.
           05 SRT-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 SRT-AS-OF-DATE       PIC 9(8).
           05 FILLER               PIC X(1).
           05 SRT-BENCHMARK-ID     PIC X(8).
           05 FILLER               PIC X(1).
           05 SRT-INCEPTION-DATE   PIC 9(8).
           05 SRT-PERIOD OCCURS 4 TIMES.
               10 FILLER           PIC X(1).
               10 SRT-PORT-AVAIL   PIC X(1).
               10 FILLER           PIC X(1).
               10 SRT-PORT-PCT     PIC S9(5)V99.
               10 FILLER           PIC X(1).
               10 SRT-BMK-AVAIL    PIC X(1).
               10 FILLER           PIC X(1).
               10 SRT-BMK-PCT      PIC S9(5)V99.
       01 SRT-IDX                  PIC 9(1).
       01 EDITED-RETURN-PCT        PIC ZZZZ9.99-.

       01 WS-RETURNS-LINE.
           05 RTNL-PERIOD          PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RTNL-ACCOUNT         PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RTNL-ACCOUNT-SIGN    PIC X(1).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 RTNL-BENCHMARK       PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RTNL-BENCHMARK-SIGN  PIC X(1).

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 STMT-EOF                 PIC X VALUE 'N'.
       01 WS-TODAY-DATE            PIC 9(8).
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOOK-UP-RETURNS
           OPEN INPUT STOCKS-FILE
           IF WS-STOCKS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STOCK MASTER, STATUS='
           END-PERFORM
           CLOSE CLIENT-FILE.

      * Latest measurement for the client dated on or before the
      * statement date; a rerun for the same date supersedes the
      * earlier record. No returns file simply means none to show.
       LOOK-UP-RETURNS.
           MOVE 'N' TO RETURNS-FOUND
           IF WS-AS-OF-MODE = 'Y'
               MOVE WS-AS-OF-DATE TO WS-RETURNS-LIMIT-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-RETURNS-LIMIT-DATE
           END-IF
           OPEN INPUT RETURNS-FILE
           IF WS-RETURNS-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ RETURNS-FILE INTO RETURNS-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF RET-CLIENT-ID = WS-CLIENT-ID
                                   AND RET-AS-OF-DATE NUMERIC
                                   AND RET-AS-OF-DATE NOT >
                                   WS-RETURNS-LIMIT-DATE
                               PERFORM TAKE-RETURNS-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.

       TAKE-RETURNS-RECORD.
           IF RETURNS-FOUND = 'N'
                   OR RET-AS-OF-DATE NOT < SRT-AS-OF-DATE
               MOVE 'Y' TO RETURNS-FOUND
               MOVE RETURNS-RECORD TO WS-STMT-RETURNS
           END-IF.

       WRITE-TITLE-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SEPARATOR-LINE TO STATEMENT-RECORD
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           PERFORM WRITE-TITLE-RETURNS
           MOVE SEPARATOR-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
      * Force the first section onto a fresh numbered page.
           MOVE 99 TO WS-LINE-COUNT.

       WRITE-TITLE-RETURNS.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           IF RETURNS-FOUND = 'N'
               MOVE 'TIME-WEIGHTED RETURNS NOT AVAILABLE'
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           ELSE
               STRING 'TIME-WEIGHTED RETURNS AS OF ' DELIMITED BY SIZE
                   SRT-AS-OF-DATE DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE SPACES TO WS-RETURNS-LINE
               MOVE '  ACCOUNT' TO RTNL-ACCOUNT
               IF SRT-BENCHMARK-ID = SPACES
                   MOVE 'NO BMARK' TO RTNL-BENCHMARK
               ELSE
                   MOVE SRT-BENCHMARK-ID TO RTNL-BENCHMARK
               END-IF
               MOVE WS-RETURNS-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               PERFORM VARYING SRT-IDX FROM 1 BY 1 UNTIL SRT-IDX > 4
                   PERFORM WRITE-TITLE-RETURNS-LINE
               END-PERFORM
           END-IF.

       WRITE-TITLE-RETURNS-LINE.
           MOVE SPACES TO WS-RETURNS-LINE
           EVALUATE SRT-IDX
               WHEN 1
                   MOVE 'MONTH TO DATE' TO RTNL-PERIOD
               WHEN 2
                   MOVE 'QUARTER TO DATE' TO RTNL-PERIOD
               WHEN 3
                   MOVE 'YEAR TO DATE' TO RTNL-PERIOD
               WHEN OTHER
                   STRING 'SINCE INCEPTION ' DELIMITED BY SIZE
                       SRT-INCEPTION-DATE DELIMITED BY SIZE
                       INTO RTNL-PERIOD
           END-EVALUATE
           IF SRT-PORT-AVAIL(SRT-IDX) = 'Y'
                   AND SRT-PORT-PCT(SRT-IDX) NUMERIC
               MOVE SRT-PORT-PCT(SRT-IDX) TO EDITED-RETURN-PCT
               MOVE EDITED-RETURN-PCT TO RTNL-ACCOUNT
               MOVE '%' TO RTNL-ACCOUNT-SIGN
           ELSE
               MOVE '      N/A' TO RTNL-ACCOUNT
           END-IF
           IF SRT-BMK-AVAIL(SRT-IDX) = 'Y'
                   AND SRT-BMK-PCT(SRT-IDX) NUMERIC
               MOVE SRT-BMK-PCT(SRT-IDX) TO EDITED-RETURN-PCT
               MOVE EDITED-RETURN-PCT TO RTNL-BENCHMARK
               MOVE '%' TO RTNL-BENCHMARK-SIGN
           ELSE
               MOVE '      N/A' TO RTNL-BENCHMARK
           END-IF
           MOVE WS-RETURNS-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO STATEMENT-RECORD
