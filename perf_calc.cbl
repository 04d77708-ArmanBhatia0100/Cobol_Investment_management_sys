       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFCALC.

      * Time-weighted performance measurement. The trend report only
      * shows price movement per symbol; this run answers what each
      * client's account returned. It works through the client
      * registry the way FIRMRUN does - every active client - and
      * for each one rebuilds the account's daily value from the
      * valuation history INVESTMENT-REPRT writes
      * (CLIENTID-PRICE-HISTORY-IDX.txt, plus the yearly archives
      * HISTMAINT rolls the older dates into) and the client cash
      * ledger:
      *   account value on a valuation date = the history's market
      *   value summed over every symbol for that date + the cash
      *   ledger balance (credits less debits) on that date.
      * Deposits, withdrawals and client-to-client journals (the
      * DEP / WDL / JNL entries CASHMOVE posts) are external flows,
      * not performance, and so are securities moved in kind: the
      * lot transfers XFERLOT applies, taken from its flow file
      * (TRANSFER-FLOWS.txt) at the day's close in base currency,
      * in for the receiving client and out for the delivering
      * one. Each day's return is the account value
      * over the prior day's value plus the flows booked since, so
      * a large deposit moves the base instead of showing as a
      * gain. Dividends, fees and trade cash stay inside the account
      * and are part of the return. The daily returns are chained
      * (geometrically linked) into month-to-date, quarter-to-date,
      * year-to-date and since-inception returns, inception being
      * the first valuation date on file. A day whose base value is
      * zero or negative carries no return.
      * Each client is measured against a benchmark index from the
      * benchmark level file (BENCHMARKS.txt - index id, date and
      * closing level). The index is the client's own assignment on
      * CLIENT-BENCHMARKS.txt when there is one, otherwise the one
      * carried on the client's model lines in MODELS.txt; the
      * benchmark return for a period runs between the index levels
      * on or before the same two valuation dates the account
      * return spans.
      * Outputs are a return report per client (CLIENTID-RETURNS.txt),
      * a firm-wide returns page (FIRM-RETURNS.txt), and one record
      * per client appended to the returns file (RETURNS.txt) that
      * STATEMENT prints on its title page.
      * The first argument is the as-of date (YYYYMMDD, default
      * today); valuations after it are ignored.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO '..\CLIENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.

           SELECT MODEL-FILE ASSIGN TO '..\MODELS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODEL-STATUS.

           SELECT ASSIGNMENT-FILE ASSIGN TO '..\CLIENT-BENCHMARKS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT BENCHMARK-FILE ASSIGN TO '..\BENCHMARKS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCHMARK-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO WS-CASH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

      * The client's ledger in date order, so it can be walked
      * forward in step with the valuation dates.
           SELECT CASH-WORK-FILE ASSIGN TO '..\PERFCASH.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-WORK-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO WS-RETURN-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIRM-RETURNS-FILE ASSIGN TO '..\FIRM-RETURNS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      * XFERLOT's permanent flow file, firm-wide; may be absent.
           SELECT TRANSFER-FLOW-FILE ASSIGN TO '..\TRANSFER-FLOWS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOW-STATUS.

      * Permanent, append-only: one record per client per run.
           SELECT RETURNS-FILE ASSIGN TO '..\RETURNS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

           SELECT CASH-SORT-FILE ASSIGN TO '..\PERFCSRT.tmp'.

           SELECT VALUE-SORT-FILE ASSIGN TO '..\PERFWORK.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE.
       01 CLIENT-RECORD.
           05 CLIENT-ID            PIC X(10).
           05 FILLER               PIC X(1).
           05 CLIENT-NAME          PIC X(30).
           05 FILLER               PIC X(1).
           05 CLIENT-STATUS        PIC X(1).
               88 CLIENT-IS-ACTIVE VALUE 'A'.
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

      * MDL-BENCHMARK-ID names the model's benchmark index; it may
      * be carried on any of the model's sector lines.
       FD MODEL-FILE.
       01 MODEL-RECORD.
           05 MDL-MODEL-ID         PIC X(8).
           05 FILLER               PIC X(1).
           05 MDL-SECTOR           PIC X(10).
           05 FILLER               PIC X(1).
           05 MDL-TARGET-PCT       PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 MDL-BENCHMARK-ID     PIC X(8).

      * A client's own benchmark, overriding the model's.
       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD.
           05 BCA-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 BCA-INDEX-ID         PIC X(8).

      * One line per index per date; the file need not be sorted.
       FD BENCHMARK-FILE.
       01 BENCHMARK-RECORD.
           05 BMK-INDEX-ID         PIC X(8).
           05 FILLER               PIC X(1).
           05 BMK-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 BMK-LEVEL            PIC 9(7)V9(4).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-RUN-DATE    PIC 9(8).
               10 HIST-SYMBOL      PIC X(7).
           05 HIST-STOCK-NAME      PIC X(25).
           05 HIST-CLOSING-PRICE   PIC 9(4)V99.
           05 HIST-MARKET-VALUE    PIC 9(9)V99.

      * The archive layout HISTMAINT writes.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARCH-RUN-DATE        PIC 9(8).
           05 FILLER               PIC X(1).
           05 ARCH-SYMBOL          PIC X(7).
           05 FILLER               PIC X(1).
           05 ARCH-STOCK-NAME      PIC X(25).
           05 FILLER               PIC X(1).
           05 ARCH-CLOSING-PRICE   PIC 9(4)V99.
           05 FILLER               PIC X(1).
           05 ARCH-MARKET-VALUE    PIC 9(9)V99.

       FD CASH-LEDGER-FILE.
       01 CASH-RECORD.
           05 CSH-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CSH-TYPE             PIC X(4).
           05 FILLER               PIC X(1).
           05 CSH-SYMBOL           PIC X(7).
           05 FILLER               PIC X(1).
           05 CSH-DEBIT            PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 CSH-CREDIT           PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 CSH-DESC             PIC X(30).

       FD CASH-WORK-FILE.
       01 CASH-WORK-RECORD.
           05 CWK-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CWK-TYPE             PIC X(4).
           05 FILLER               PIC X(1).
           05 CWK-SYMBOL           PIC X(7).
           05 FILLER               PIC X(1).
           05 CWK-DEBIT            PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 CWK-CREDIT           PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 CWK-DESC             PIC X(30).

       FD RETURN-REPORT-FILE.
       01 RETURN-REPORT-RECORD     PIC X(132).

       FD FIRM-RETURNS-FILE.
       01 FIRM-RETURNS-RECORD      PIC X(132).

      * RET-PORT-AVAIL / RET-BMK-AVAIL are N when the period has no
      * valuation (or no index level) to measure from. Periods in
      * order: month, quarter and year to date, since inception.
       FD RETURNS-FILE.
       01 RETURNS-RECORD.
           05 RET-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 RET-AS-OF-DATE       PIC 9(8).
           05 FILLER               PIC X(1).
           05 RET-BENCHMARK-ID     PIC X(8).
           05 FILLER               PIC X(1).
           05 RET-INCEPTION-DATE   PIC 9(8).
           05 RET-PERIOD OCCURS 4 TIMES.
               10 FILLER           PIC X(1).
               10 RET-PORT-AVAIL   PIC X(1).
               10 FILLER           PIC X(1).
               10 RET-PORT-PCT     PIC S9(5)V99.
               10 FILLER           PIC X(1).
               10 RET-BMK-AVAIL    PIC X(1).
               10 FILLER           PIC X(1).
               10 RET-BMK-PCT      PIC S9(5)V99.

      * TFL-DIRECTION is I for value into the client's portfolio
      * and O for value out of it.
       FD TRANSFER-FLOW-FILE.
       01 TRANSFER-FLOW-RECORD.
           05 TFL-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 TFL-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 TFL-TYPE             PIC X(4).
           05 FILLER               PIC X(1).
           05 TFL-DIRECTION        PIC X(1).
           05 FILLER               PIC X(1).
           05 TFL-SYMBOL           PIC X(7).
           05 FILLER               PIC X(1).
           05 TFL-SHARES           PIC 9(5).
           05 FILLER               PIC X(1).
           05 TFL-VALUE            PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 TFL-REFERENCE        PIC X(12).

       SD CASH-SORT-FILE.
       01 CASH-SORT-RECORD.
           05 CSRT-DATE            PIC 9(8).
           05 FILLER               PIC X(68).

       SD VALUE-SORT-FILE.
       01 VALUE-SORT-RECORD.
           05 VSRT-DATE            PIC 9(8).
           05 VSRT-MARKET-VALUE    PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-AS-OF-ARG             PIC X(8) VALUE SPACES.
       01 WS-AS-OF-DATE            PIC 9(8).
       01 WS-AS-OF-YEAR            PIC 9(4).
       01 WS-AS-OF-MONTH           PIC 9(2).
       01 WS-QUARTER-INDEX         PIC 9(1).
       01 WS-QUARTER-MONTH         PIC 9(2).
       01 WS-MONTHS-INTO-YEAR      PIC 9(2).
       01 WS-HISTORY-PATH          PIC X(40) VALUE SPACES.
       01 WS-ARCHIVE-PATH          PIC X(40) VALUE SPACES.
       01 WS-CASH-PATH             PIC X(40) VALUE SPACES.
       01 WS-RETURN-REPORT-PATH    PIC X(40) VALUE SPACES.
       01 WS-CLIENT-STATUS         PIC XX.
       01 WS-MODEL-STATUS          PIC XX.
       01 WS-ASSIGN-STATUS         PIC XX.
       01 WS-BENCHMARK-STATUS      PIC XX.
       01 WS-HISTORY-STATUS        PIC XX.
       01 WS-ARCHIVE-STATUS        PIC XX.
       01 WS-CASH-STATUS           PIC XX.
       01 WS-CASH-WORK-STATUS      PIC XX.
       01 WS-RETURNS-STATUS        PIC XX.
       01 WS-FLOW-STATUS           PIC XX.

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 CLIENT-EOF               PIC X VALUE 'N'.
       01 VALUE-EOF                PIC X VALUE 'N'.
       01 CLIENT-READ-COUNT        PIC 9(5) VALUE 0.
       01 CLIENT-MEASURED-COUNT    PIC 9(5) VALUE 0.
       01 CLIENT-NO-HISTORY-COUNT  PIC 9(5) VALUE 0.
       01 CLIENT-SKIP-COUNT        PIC 9(5) VALUE 0.
       01 VALUATION-DAY-COUNT      PIC 9(9) VALUE 0.

      * Archive years searched behind the as-of year; HISTMAINT
      * names one file per calendar year it rolls out.
       01 WS-ARCHIVE-YEARS-BACK    PIC 9(2) VALUE 30.
       01 WS-ARCHIVE-YEAR          PIC 9(4).
       01 WS-ARCHIVE-FLOOR-YEAR    PIC 9(4).
       01 WS-ARCH-EOF              PIC X VALUE 'N'.

      * Benchmark assignments, loaded once up front.
       01 MBM-MAX                  PIC 9(3) VALUE 200.
       01 MBM-COUNT                PIC 9(3) VALUE 0.
       01 MBM-TABLE.
           05 MBM-ENTRY OCCURS 200 TIMES.
               10 MBM-MODEL-ID     PIC X(8).
               10 MBM-INDEX-ID     PIC X(8).
       01 CBM-MAX                  PIC 9(3) VALUE 200.
       01 CBM-COUNT                PIC 9(3) VALUE 0.
       01 CBM-TABLE.
           05 CBM-ENTRY OCCURS 200 TIMES.
               10 CBM-CLIENT-ID    PIC X(10).
               10 CBM-INDEX-ID     PIC X(8).
       01 BM-IDX                   PIC 9(3).
       01 BM-FOUND-IDX             PIC 9(3).
       01 WS-BENCHMARK-ID          PIC X(8).

      * Walk of the date-ordered cash ledger in step with the
      * valuation dates.
       01 WS-CASH-WORK-OPEN        PIC X VALUE 'N'.
       01 CWK-EOF                  PIC X VALUE 'N'.
       01 CWK-PENDING              PIC X VALUE 'N'.
       01 WS-CASH-CAUGHT-UP        PIC X VALUE 'N'.
       01 WS-CASH-BALANCE          PIC S9(11)V99 VALUE 0.
       01 WS-CASH-NET              PIC S9(11)V99 VALUE 0.

      * The client's in-kind transfer flows, signed: positive in,
      * negative out.
       01 TFW-MAX                  PIC 9(4) VALUE 1000.
       01 TFW-COUNT                PIC 9(4) VALUE 0.
       01 TFW-TABLE.
           05 TFW-ENTRY OCCURS 1000 TIMES.
               10 TFW-DATE         PIC 9(8).
               10 TFW-VALUE        PIC S9(11)V99.
       01 TFW-IDX                  PIC 9(4).

      * Valuation-day control break and the chaining state.
       01 VCB-FIRST-RECORD         PIC X VALUE 'Y'.
       01 WS-DAY-DATE              PIC 9(8).
       01 WS-DAY-MV                PIC 9(11)V99.
       01 WS-DAY-VALUE             PIC S9(11)V99.
       01 WS-DAY-FLOW              PIC S9(11)V99.
       01 WS-HAVE-PREV             PIC X VALUE 'N'.
       01 WS-PREV-DATE             PIC 9(8).
       01 WS-PREV-VALUE            PIC S9(11)V99.
       01 WS-DAY-BASE              PIC S9(11)V99.
       01 WS-DAY-FACTOR            PIC 9(5)V9(9).
       01 WS-INCEPTION-DATE        PIC 9(8).
       01 WS-LAST-VALUE-DATE       PIC 9(8).
       01 WS-END-VALUE             PIC S9(11)V99.

       01 PRD-IDX                  PIC 9(1).
       01 PRD-TABLE.
           05 PRD-ENTRY OCCURS 4 TIMES.
               10 PRD-LABEL        PIC X(16).
               10 PRD-START        PIC 9(8).
               10 PRD-BEGIN-SET    PIC X(1).
               10 PRD-FROM-DATE    PIC 9(8).
               10 PRD-BEGIN-VALUE  PIC S9(11)V99.
               10 PRD-FLOWS        PIC S9(11)V99.
               10 PRD-FACTOR       PIC 9(7)V9(9).
               10 PRD-RETURN-PCT   PIC S9(5)V99.
               10 PRD-BMK-BASE-DATE PIC 9(8).
               10 PRD-BMK-BASE-LEVEL PIC 9(7)V9(4).
               10 PRD-BMK-AVAIL    PIC X(1).
               10 PRD-BMK-PCT      PIC S9(5)V99.
       01 WS-BMK-END-DATE          PIC 9(8).
       01 WS-BMK-END-LEVEL         PIC 9(7)V9(4).
       01 WS-EXCESS-PCT            PIC S9(5)V99.

       01 EDITED-RET-VALUE         PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 EDITED-RET-PCT           PIC ZZZZ9.99-.
       01 WS-PERIOD-RETURN-TEXT    PIC X(9).
       01 EDITED-RET-COUNT         PIC ZZ,ZZ9.

       01 WS-RETURN-LINE.
           05 RTL-PERIOD           PIC X(16).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RTL-FROM-DATE        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RTL-TO-DATE          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RTL-BEGIN-VALUE      PIC X(19).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RTL-FLOWS            PIC X(19).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RTL-END-VALUE        PIC X(19).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RTL-RETURN           PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RTL-BENCHMARK        PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RTL-EXCESS           PIC X(9).

       01 WS-FIRM-LINE.
           05 FRL-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRL-CLIENT-NAME      PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRL-BENCHMARK-ID     PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRL-MTD              PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRL-QTD              PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRL-YTD              PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRL-ITD              PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRL-BMK-YTD          PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRL-EXCESS-YTD       PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRL-TEXT             PIC X(10).

       01 SEPARATOR-LINE           PIC X(132) VALUE ALL '='.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM LOAD-BENCHMARK-ASSIGNMENTS
           PERFORM PROCESS-CLIENTS
           PERFORM WRITE-FIRM-TOTALS
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-AS-OF-ARG FROM ARGUMENT-VALUE
           IF WS-AS-OF-ARG NOT = SPACES
                   AND WS-AS-OF-ARG IS NUMERIC
               MOVE WS-AS-OF-ARG TO WS-AS-OF-DATE
           ELSE
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM SET-PERIOD-STARTS
           OPEN INPUT CLIENT-FILE
           IF WS-CLIENT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CLIENT REGISTRY, STATUS='
                   WS-CLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RETURNS-FILE
           IF WS-RETURNS-STATUS NOT = '00'
               OPEN OUTPUT RETURNS-FILE
           END-IF
           OPEN OUTPUT FIRM-RETURNS-FILE
           PERFORM WRITE-FIRM-HEADER.

      * Period starts from the as-of date: first of the month, first
      * of the calendar quarter, first of the year; since inception
      * starts with the first valuation on file.
       SET-PERIOD-STARTS.
           MOVE WS-AS-OF-DATE(1:4) TO WS-AS-OF-YEAR
           MOVE WS-AS-OF-DATE(5:2) TO WS-AS-OF-MONTH
           SUBTRACT 1 FROM WS-AS-OF-MONTH GIVING WS-MONTHS-INTO-YEAR
           DIVIDE WS-MONTHS-INTO-YEAR BY 3 GIVING WS-QUARTER-INDEX
           COMPUTE WS-QUARTER-MONTH = WS-QUARTER-INDEX * 3 + 1
           MOVE 'MONTH TO DATE' TO PRD-LABEL(1)
           COMPUTE PRD-START(1) =
               WS-AS-OF-YEAR * 10000 + WS-AS-OF-MONTH * 100 + 1
           MOVE 'QUARTER TO DATE' TO PRD-LABEL(2)
           COMPUTE PRD-START(2) =
               WS-AS-OF-YEAR * 10000 + WS-QUARTER-MONTH * 100 + 1
           MOVE 'YEAR TO DATE' TO PRD-LABEL(3)
           COMPUTE PRD-START(3) = WS-AS-OF-YEAR * 10000 + 101
           MOVE 'SINCE INCEPTION' TO PRD-LABEL(4)
           MOVE 0 TO PRD-START(4).

       WRITE-FIRM-HEADER.
           MOVE SPACES TO FIRM-RETURNS-RECORD
           STRING 'FIRM-WIDE TIME-WEIGHTED RETURNS AS OF '
               DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO FIRM-RETURNS-RECORD
           WRITE FIRM-RETURNS-RECORD
           MOVE SPACES TO WS-FIRM-LINE
           MOVE 'CLIENT ID' TO FRL-CLIENT-ID
           MOVE 'CLIENT NAME' TO FRL-CLIENT-NAME
           MOVE 'BENCHMRK' TO FRL-BENCHMARK-ID
           MOVE '  MTD %' TO FRL-MTD
           MOVE '  QTD %' TO FRL-QTD
           MOVE '  YTD %' TO FRL-YTD
           MOVE '  ITD %' TO FRL-ITD
           MOVE 'BMK YTD %' TO FRL-BMK-YTD
           MOVE 'EXCESS %' TO FRL-EXCESS-YTD
           MOVE WS-FIRM-LINE TO FIRM-RETURNS-RECORD
           WRITE FIRM-RETURNS-RECORD
           MOVE SEPARATOR-LINE TO FIRM-RETURNS-RECORD
           WRITE FIRM-RETURNS-RECORD.

      * Model benchmarks from MODELS.txt (first non-blank id per
      * model) and client overrides from CLIENT-BENCHMARKS.txt;
      * either file may be absent.
       LOAD-BENCHMARK-ASSIGNMENTS.
           OPEN INPUT MODEL-FILE
           IF WS-MODEL-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ MODEL-FILE INTO MODEL-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF MDL-BENCHMARK-ID NOT = SPACES
                               PERFORM LOAD-ONE-MODEL-BENCHMARK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MODEL-FILE
           END-IF
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASSIGN-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ ASSIGNMENT-FILE INTO ASSIGNMENT-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF BCA-INDEX-ID NOT = SPACES
                               PERFORM LOAD-ONE-CLIENT-BENCHMARK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       LOAD-ONE-MODEL-BENCHMARK.
           MOVE 0 TO BM-FOUND-IDX
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > MBM-COUNT
               IF MBM-MODEL-ID(BM-IDX) = MDL-MODEL-ID
                   MOVE BM-IDX TO BM-FOUND-IDX
               END-IF
           END-PERFORM
           IF BM-FOUND-IDX = 0
               IF MBM-COUNT >= MBM-MAX
                   DISPLAY 'MODEL BENCHMARK TABLE LIMIT OF ' MBM-MAX
                       ' EXCEEDED, RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO MBM-COUNT
               MOVE MDL-MODEL-ID TO MBM-MODEL-ID(MBM-COUNT)
               MOVE MDL-BENCHMARK-ID TO MBM-INDEX-ID(MBM-COUNT)
           END-IF.

       LOAD-ONE-CLIENT-BENCHMARK.
           IF CBM-COUNT >= CBM-MAX
               DISPLAY 'CLIENT BENCHMARK TABLE LIMIT OF ' CBM-MAX
                   ' EXCEEDED, RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CBM-COUNT
           MOVE BCA-CLIENT-ID TO CBM-CLIENT-ID(CBM-COUNT)
           MOVE BCA-INDEX-ID TO CBM-INDEX-ID(CBM-COUNT).

       PROCESS-CLIENTS.
           MOVE 'N' TO CLIENT-EOF
           PERFORM UNTIL CLIENT-EOF = 'Y'
               READ CLIENT-FILE INTO CLIENT-RECORD
                   AT END
                       MOVE 'Y' TO CLIENT-EOF
                   NOT AT END
                       ADD 1 TO CLIENT-READ-COUNT
                       IF CLIENT-IS-ACTIVE
                           PERFORM MEASURE-ONE-CLIENT
                       ELSE
                           ADD 1 TO CLIENT-SKIP-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       MEASURE-ONE-CLIENT.
           PERFORM BUILD-CLIENT-PATHS
           PERFORM FIND-CLIENT-BENCHMARK
           PERFORM RESET-CLIENT-MEASURES
           PERFORM LOAD-CLIENT-TRANSFER-FLOWS
           PERFORM SORT-CLIENT-CASH-LEDGER
           SORT VALUE-SORT-FILE
               ON ASCENDING KEY VSRT-DATE
               INPUT PROCEDURE IS RELEASE-CLIENT-VALUATIONS
               OUTPUT PROCEDURE IS CHAIN-DAILY-RETURNS
           IF WS-CASH-WORK-OPEN = 'Y'
               CLOSE CASH-WORK-FILE
               MOVE 'N' TO WS-CASH-WORK-OPEN
           END-IF
           IF WS-HAVE-PREV = 'N'
               ADD 1 TO CLIENT-NO-HISTORY-COUNT
               PERFORM WRITE-FIRM-NO-HISTORY-LINE
           ELSE
               PERFORM FINISH-PERIOD-RETURNS
               PERFORM COMPUTE-BENCHMARK-RETURNS
               PERFORM WRITE-CLIENT-RETURN-REPORT
               PERFORM WRITE-RETURNS-RECORD
               PERFORM WRITE-FIRM-CLIENT-LINE
               ADD 1 TO CLIENT-MEASURED-COUNT
           END-IF.

       BUILD-CLIENT-PATHS.
           MOVE SPACES TO WS-HISTORY-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-PRICE-HISTORY-IDX.txt' DELIMITED BY SIZE
               INTO WS-HISTORY-PATH
           MOVE SPACES TO WS-CASH-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-CASH-LEDGER.txt' DELIMITED BY SIZE
               INTO WS-CASH-PATH
           MOVE SPACES TO WS-RETURN-REPORT-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-RETURNS.txt' DELIMITED BY SIZE
               INTO WS-RETURN-REPORT-PATH.

      * Client assignment first, then the model's.
       FIND-CLIENT-BENCHMARK.
           MOVE SPACES TO WS-BENCHMARK-ID
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > CBM-COUNT
               IF CBM-CLIENT-ID(BM-IDX) = CLIENT-ID
                   MOVE CBM-INDEX-ID(BM-IDX) TO WS-BENCHMARK-ID
               END-IF
           END-PERFORM
           IF WS-BENCHMARK-ID = SPACES
                   AND CLIENT-MODEL-ID NOT = SPACES
               PERFORM VARYING BM-IDX FROM 1 BY 1
                       UNTIL BM-IDX > MBM-COUNT
                   IF MBM-MODEL-ID(BM-IDX) = CLIENT-MODEL-ID
                       MOVE MBM-INDEX-ID(BM-IDX) TO WS-BENCHMARK-ID
                   END-IF
               END-PERFORM
           END-IF.

       RESET-CLIENT-MEASURES.
           MOVE 'N' TO WS-HAVE-PREV
           MOVE 'Y' TO VCB-FIRST-RECORD
           MOVE 0 TO WS-CASH-BALANCE
           MOVE 0 TO WS-DAY-FLOW
           MOVE 0 TO WS-PREV-VALUE
           MOVE 0 TO WS-PREV-DATE
           MOVE 0 TO WS-INCEPTION-DATE
           MOVE 0 TO WS-LAST-VALUE-DATE
           MOVE 0 TO WS-END-VALUE
           PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
               MOVE 'N' TO PRD-BEGIN-SET(PRD-IDX)
               MOVE 0 TO PRD-FROM-DATE(PRD-IDX)
               MOVE 0 TO PRD-BEGIN-VALUE(PRD-IDX)
               MOVE 0 TO PRD-FLOWS(PRD-IDX)
               MOVE 1 TO PRD-FACTOR(PRD-IDX)
               MOVE 0 TO PRD-RETURN-PCT(PRD-IDX)
               MOVE 0 TO PRD-BMK-BASE-DATE(PRD-IDX)
               MOVE 0 TO PRD-BMK-BASE-LEVEL(PRD-IDX)
               MOVE 'N' TO PRD-BMK-AVAIL(PRD-IDX)
               MOVE 0 TO PRD-BMK-PCT(PRD-IDX)
           END-PERFORM.

      * The client's records off the firm-wide flow file, in any
      * order; they are picked up by date range as the valuation
      * days are chained.
       LOAD-CLIENT-TRANSFER-FLOWS.
           MOVE 0 TO TFW-COUNT
           OPEN INPUT TRANSFER-FLOW-FILE
           IF WS-FLOW-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ TRANSFER-FLOW-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF TFL-CLIENT-ID = CLIENT-ID
                                   AND TFL-DATE NUMERIC
                                   AND TFL-VALUE NUMERIC
                                   AND (TFL-DIRECTION = 'I'
                                   OR TFL-DIRECTION = 'O')
                               PERFORM LOAD-ONE-TRANSFER-FLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FLOW-FILE
           END-IF.

       LOAD-ONE-TRANSFER-FLOW.
           IF TFW-COUNT >= TFW-MAX
               DISPLAY 'TRANSFER FLOW TABLE LIMIT OF ' TFW-MAX
                   ' EXCEEDED FOR ' CLIENT-ID ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TFW-COUNT
           MOVE TFL-DATE TO TFW-DATE(TFW-COUNT)
           IF TFL-DIRECTION = 'I'
               MOVE TFL-VALUE TO TFW-VALUE(TFW-COUNT)
           ELSE
               COMPUTE TFW-VALUE(TFW-COUNT) = 0 - TFL-VALUE
           END-IF.

      * The ledger is sorted into date order on the work file; a
      * client with no ledger walks an empty one.
       SORT-CLIENT-CASH-LEDGER.
           MOVE 'N' TO CWK-EOF
           MOVE 'N' TO CWK-PENDING
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS = '00'
               CLOSE CASH-LEDGER-FILE
               SORT CASH-SORT-FILE
                   ON ASCENDING KEY CSRT-DATE
                   USING CASH-LEDGER-FILE
                   GIVING CASH-WORK-FILE
               OPEN INPUT CASH-WORK-FILE
               IF WS-CASH-WORK-STATUS = '00'
                   MOVE 'Y' TO WS-CASH-WORK-OPEN
               ELSE
                   MOVE 'Y' TO CWK-EOF
               END-IF
           ELSE
               MOVE 'Y' TO CWK-EOF
           END-IF.

      * Every history record up to the as-of date, archives first;
      * the sort puts the dates in order whatever the source.
       RELEASE-CLIENT-VALUATIONS.
           COMPUTE WS-ARCHIVE-FLOOR-YEAR =
               WS-AS-OF-YEAR - WS-ARCHIVE-YEARS-BACK
           MOVE WS-AS-OF-YEAR TO WS-ARCHIVE-YEAR
           PERFORM UNTIL WS-ARCHIVE-YEAR < WS-ARCHIVE-FLOOR-YEAR
               PERFORM RELEASE-ARCHIVE-YEAR
               SUBTRACT 1 FROM WS-ARCHIVE-YEAR
           END-PERFORM
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF HIST-RUN-DATE > WS-AS-OF-DATE
                               MOVE 'Y' TO END-OF-FILE
                           ELSE
                               IF HIST-MARKET-VALUE NUMERIC
                                   MOVE HIST-RUN-DATE TO VSRT-DATE
                                   MOVE HIST-MARKET-VALUE TO
                                       VSRT-MARKET-VALUE
                                   RELEASE VALUE-SORT-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       RELEASE-ARCHIVE-YEAR.
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-PRICE-HISTORY-ARCH-' DELIMITED BY SIZE
               WS-ARCHIVE-YEAR DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
               MOVE 'N' TO WS-ARCH-EOF
               PERFORM UNTIL WS-ARCH-EOF = 'Y'
                   READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                       AT END
                           MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           IF ARCH-RUN-DATE NUMERIC
                                   AND ARCH-RUN-DATE NOT >
                                   WS-AS-OF-DATE
                                   AND ARCH-MARKET-VALUE NUMERIC
                               MOVE ARCH-RUN-DATE TO VSRT-DATE
                               MOVE ARCH-MARKET-VALUE TO
                                   VSRT-MARKET-VALUE
                               RELEASE VALUE-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

      * Control break on the valuation date: the symbols' market
      * values for a date sum to the day's securities value.
       CHAIN-DAILY-RETURNS.
           MOVE 'N' TO VALUE-EOF
           PERFORM UNTIL VALUE-EOF = 'Y'
               RETURN VALUE-SORT-FILE
                   AT END
                       MOVE 'Y' TO VALUE-EOF
                   NOT AT END
                       PERFORM PROCESS-VALUE-SORT-RECORD
               END-RETURN
           END-PERFORM
           IF VCB-FIRST-RECORD = 'N'
               PERFORM PROCESS-VALUATION-DAY
           END-IF.

       PROCESS-VALUE-SORT-RECORD.
           IF VCB-FIRST-RECORD = 'Y'
               MOVE 'N' TO VCB-FIRST-RECORD
               MOVE VSRT-DATE TO WS-DAY-DATE
               MOVE VSRT-MARKET-VALUE TO WS-DAY-MV
           ELSE
               IF VSRT-DATE NOT = WS-DAY-DATE
                   PERFORM PROCESS-VALUATION-DAY
                   MOVE VSRT-DATE TO WS-DAY-DATE
                   MOVE VSRT-MARKET-VALUE TO WS-DAY-MV
               ELSE
                   ADD VSRT-MARKET-VALUE TO WS-DAY-MV
               END-IF
           END-IF.

      * The first valuation is inception: it sets the base for every
      * period already under way and carries no return. After that
      * each day's factor is value / (prior value + flows since) and
      * is chained into every period the day falls in; the first
      * day inside a period captures the prior valuation as the
      * period's beginning value. The in-kind transfers dated since
      * the prior valuation join the day's cash flows.
       PROCESS-VALUATION-DAY.
           ADD 1 TO VALUATION-DAY-COUNT
           PERFORM ADVANCE-CASH-TO-DAY
           COMPUTE WS-DAY-VALUE = WS-DAY-MV + WS-CASH-BALANCE
           IF WS-HAVE-PREV = 'N'
               MOVE 'Y' TO WS-HAVE-PREV
               MOVE WS-DAY-DATE TO WS-INCEPTION-DATE
               PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
                   IF PRD-START(PRD-IDX) NOT > WS-DAY-DATE
                       MOVE 'Y' TO PRD-BEGIN-SET(PRD-IDX)
                       MOVE WS-DAY-DATE TO PRD-FROM-DATE(PRD-IDX)
                       MOVE WS-DAY-VALUE TO PRD-BEGIN-VALUE(PRD-IDX)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING TFW-IDX FROM 1 BY 1
                       UNTIL TFW-IDX > TFW-COUNT
                   IF TFW-DATE(TFW-IDX) > WS-PREV-DATE
                           AND TFW-DATE(TFW-IDX) NOT > WS-DAY-DATE
                       ADD TFW-VALUE(TFW-IDX) TO WS-DAY-FLOW
                   END-IF
               END-PERFORM
               COMPUTE WS-DAY-BASE = WS-PREV-VALUE + WS-DAY-FLOW
               IF WS-DAY-BASE > 0 AND WS-DAY-VALUE NOT < 0
                   COMPUTE WS-DAY-FACTOR ROUNDED =
                       WS-DAY-VALUE / WS-DAY-BASE
               ELSE
                   MOVE 1 TO WS-DAY-FACTOR
               END-IF
               PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
                   IF PRD-START(PRD-IDX) NOT > WS-DAY-DATE
                       PERFORM CHAIN-DAY-INTO-PERIOD
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-DAY-DATE TO WS-PREV-DATE
           MOVE WS-DAY-VALUE TO WS-PREV-VALUE
           MOVE WS-DAY-DATE TO WS-LAST-VALUE-DATE
           MOVE WS-DAY-VALUE TO WS-END-VALUE
           MOVE 0 TO WS-DAY-FLOW.

       CHAIN-DAY-INTO-PERIOD.
           IF PRD-BEGIN-SET(PRD-IDX) = 'N'
               MOVE 'Y' TO PRD-BEGIN-SET(PRD-IDX)
               MOVE WS-PREV-DATE TO PRD-FROM-DATE(PRD-IDX)
               MOVE WS-PREV-VALUE TO PRD-BEGIN-VALUE(PRD-IDX)
           END-IF
           COMPUTE PRD-FACTOR(PRD-IDX) ROUNDED =
               PRD-FACTOR(PRD-IDX) * WS-DAY-FACTOR
           ADD WS-DAY-FLOW TO PRD-FLOWS(PRD-IDX).

      * Takes every ledger entry dated on or before the valuation
      * date into the running balance; the external flows among
      * them since the last valuation are the day's flows.
       ADVANCE-CASH-TO-DAY.
           MOVE 'N' TO WS-CASH-CAUGHT-UP
           PERFORM UNTIL WS-CASH-CAUGHT-UP = 'Y'
               IF CWK-PENDING = 'N' AND CWK-EOF = 'N'
                   READ CASH-WORK-FILE INTO CASH-WORK-RECORD
                       AT END
                           MOVE 'Y' TO CWK-EOF
                       NOT AT END
                           MOVE 'Y' TO CWK-PENDING
                   END-READ
               END-IF
               IF CWK-PENDING = 'N'
                   MOVE 'Y' TO WS-CASH-CAUGHT-UP
               ELSE
                   IF CWK-DATE NUMERIC AND CWK-DATE > WS-DAY-DATE
                       MOVE 'Y' TO WS-CASH-CAUGHT-UP
                   ELSE
                       PERFORM TAKE-CASH-ENTRY
                       MOVE 'N' TO CWK-PENDING
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-CASH-ENTRY.
           MOVE 0 TO WS-CASH-NET
           IF CWK-DATE NUMERIC
               IF CWK-CREDIT NUMERIC
                   ADD CWK-CREDIT TO WS-CASH-NET
               END-IF
               IF CWK-DEBIT NUMERIC
                   SUBTRACT CWK-DEBIT FROM WS-CASH-NET
               END-IF
           END-IF
           ADD WS-CASH-NET TO WS-CASH-BALANCE
           IF WS-HAVE-PREV = 'Y'
               IF CWK-TYPE = 'DEP ' OR CWK-TYPE = 'WDL '
                       OR CWK-TYPE = 'JNL '
                   ADD WS-CASH-NET TO WS-DAY-FLOW
               END-IF
           END-IF.

       FINISH-PERIOD-RETURNS.
           PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
               IF PRD-BEGIN-SET(PRD-IDX) = 'Y'
                   COMPUTE PRD-RETURN-PCT(PRD-IDX) ROUNDED =
                       (PRD-FACTOR(PRD-IDX) - 1) * 100
               END-IF
           END-PERFORM.

      * One pass of the level file for the client's index: the
      * level on or before the last valuation date closes every
      * period, and the level on or before each period's from-date
      * opens it.
       COMPUTE-BENCHMARK-RETURNS.
           MOVE 0 TO WS-BMK-END-DATE
           MOVE 0 TO WS-BMK-END-LEVEL
           IF WS-BENCHMARK-ID NOT = SPACES
               OPEN INPUT BENCHMARK-FILE
               IF WS-BENCHMARK-STATUS = '00'
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ BENCHMARK-FILE INTO BENCHMARK-RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               IF BMK-INDEX-ID = WS-BENCHMARK-ID
                                       AND BMK-DATE NUMERIC
                                       AND BMK-LEVEL NUMERIC
                                       AND BMK-LEVEL > 0
                                   PERFORM TAKE-BENCHMARK-LEVEL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BENCHMARK-FILE
               END-IF
           END-IF
           PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
               IF PRD-BEGIN-SET(PRD-IDX) = 'Y'
                       AND PRD-BMK-BASE-DATE(PRD-IDX) > 0
                       AND WS-BMK-END-DATE > 0
                   MOVE 'Y' TO PRD-BMK-AVAIL(PRD-IDX)
                   COMPUTE PRD-BMK-PCT(PRD-IDX) ROUNDED =
                       (WS-BMK-END-LEVEL /
                       PRD-BMK-BASE-LEVEL(PRD-IDX) - 1) * 100
               END-IF
           END-PERFORM.

       TAKE-BENCHMARK-LEVEL.
           IF BMK-DATE NOT > WS-LAST-VALUE-DATE
                   AND BMK-DATE > WS-BMK-END-DATE
               MOVE BMK-DATE TO WS-BMK-END-DATE
               MOVE BMK-LEVEL TO WS-BMK-END-LEVEL
           END-IF
           PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
               IF PRD-BEGIN-SET(PRD-IDX) = 'Y'
                       AND BMK-DATE NOT > PRD-FROM-DATE(PRD-IDX)
                       AND BMK-DATE > PRD-BMK-BASE-DATE(PRD-IDX)
                   MOVE BMK-DATE TO PRD-BMK-BASE-DATE(PRD-IDX)
                   MOVE BMK-LEVEL TO PRD-BMK-BASE-LEVEL(PRD-IDX)
               END-IF
           END-PERFORM.

       WRITE-CLIENT-RETURN-REPORT.
           OPEN OUTPUT RETURN-REPORT-FILE
           MOVE SEPARATOR-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'TIME-WEIGHTED PERFORMANCE REPORT - CLIENT '
               DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-RECORD
           MOVE CLIENT-NAME TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'ACCOUNT NUMBER: ' DELIMITED BY SIZE
               CLIENT-ACCOUNT-NO DELIMITED BY SIZE
               INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'AS OF:          ' DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               '   LAST VALUATION: ' DELIMITED BY SIZE
               WS-LAST-VALUE-DATE DELIMITED BY SIZE
               '   INCEPTION: ' DELIMITED BY SIZE
               WS-INCEPTION-DATE DELIMITED BY SIZE
               INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-RECORD
           IF WS-BENCHMARK-ID = SPACES
               MOVE 'BENCHMARK:      NONE ASSIGNED'
                   TO RETURN-REPORT-RECORD
           ELSE
               STRING 'BENCHMARK:      ' DELIMITED BY SIZE
                   WS-BENCHMARK-ID DELIMITED BY SIZE
                   INTO RETURN-REPORT-RECORD
           END-IF
           WRITE RETURN-REPORT-RECORD
           MOVE SEPARATOR-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO WS-RETURN-LINE
           MOVE 'PERIOD' TO RTL-PERIOD
           MOVE 'FROM' TO RTL-FROM-DATE
           MOVE 'TO' TO RTL-TO-DATE
           MOVE 'BEGINNING VALUE' TO RTL-BEGIN-VALUE
           MOVE 'NET EXTERNAL FLOWS' TO RTL-FLOWS
           MOVE 'ENDING VALUE' TO RTL-END-VALUE
           MOVE ' RETURN %' TO RTL-RETURN
           MOVE '  BMARK %' TO RTL-BENCHMARK
           MOVE ' EXCESS %' TO RTL-EXCESS
           MOVE WS-RETURN-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
               PERFORM WRITE-RETURN-PERIOD-LINE
           END-PERFORM
           MOVE SEPARATOR-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'ACCOUNT VALUE IS SECURITIES AT MARKET '
               DELIMITED BY SIZE
               'PLUS THE CASH LEDGER BALANCE.' DELIMITED BY SIZE
               INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'DEPOSITS, WITHDRAWALS, JOURNALS AND IN-KIND '
               DELIMITED BY SIZE
               'LOT TRANSFERS ARE EXTERNAL FLOWS.' DELIMITED BY SIZE
               INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           CLOSE RETURN-REPORT-FILE.

       WRITE-RETURN-PERIOD-LINE.
           MOVE SPACES TO WS-RETURN-LINE
           MOVE PRD-LABEL(PRD-IDX) TO RTL-PERIOD
           IF PRD-BEGIN-SET(PRD-IDX) = 'N'
               MOVE 'NO VALUATION IN PERIOD' TO RTL-BEGIN-VALUE
           ELSE
               MOVE PRD-FROM-DATE(PRD-IDX) TO RTL-FROM-DATE
               MOVE WS-LAST-VALUE-DATE TO RTL-TO-DATE
               MOVE PRD-BEGIN-VALUE(PRD-IDX) TO EDITED-RET-VALUE
               MOVE EDITED-RET-VALUE TO RTL-BEGIN-VALUE
               MOVE PRD-FLOWS(PRD-IDX) TO EDITED-RET-VALUE
               MOVE EDITED-RET-VALUE TO RTL-FLOWS
               MOVE WS-END-VALUE TO EDITED-RET-VALUE
               MOVE EDITED-RET-VALUE TO RTL-END-VALUE
               MOVE PRD-RETURN-PCT(PRD-IDX) TO EDITED-RET-PCT
               MOVE EDITED-RET-PCT TO RTL-RETURN
               IF PRD-BMK-AVAIL(PRD-IDX) = 'Y'
                   MOVE PRD-BMK-PCT(PRD-IDX) TO EDITED-RET-PCT
                   MOVE EDITED-RET-PCT TO RTL-BENCHMARK
                   COMPUTE WS-EXCESS-PCT =
                       PRD-RETURN-PCT(PRD-IDX) - PRD-BMK-PCT(PRD-IDX)
                   MOVE WS-EXCESS-PCT TO EDITED-RET-PCT
                   MOVE EDITED-RET-PCT TO RTL-EXCESS
               ELSE
                   MOVE '      N/A' TO RTL-BENCHMARK
                   MOVE '      N/A' TO RTL-EXCESS
               END-IF
           END-IF
           MOVE WS-RETURN-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.

       WRITE-RETURNS-RECORD.
           MOVE SPACES TO RETURNS-RECORD
           MOVE CLIENT-ID TO RET-CLIENT-ID
           MOVE WS-AS-OF-DATE TO RET-AS-OF-DATE
           MOVE WS-BENCHMARK-ID TO RET-BENCHMARK-ID
           MOVE WS-INCEPTION-DATE TO RET-INCEPTION-DATE
           PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
               IF PRD-BEGIN-SET(PRD-IDX) = 'Y'
                   MOVE 'Y' TO RET-PORT-AVAIL(PRD-IDX)
               ELSE
                   MOVE 'N' TO RET-PORT-AVAIL(PRD-IDX)
               END-IF
               MOVE PRD-RETURN-PCT(PRD-IDX) TO RET-PORT-PCT(PRD-IDX)
               MOVE PRD-BMK-AVAIL(PRD-IDX) TO RET-BMK-AVAIL(PRD-IDX)
               MOVE PRD-BMK-PCT(PRD-IDX) TO RET-BMK-PCT(PRD-IDX)
           END-PERFORM
           WRITE RETURNS-RECORD.

       WRITE-FIRM-CLIENT-LINE.
           MOVE SPACES TO WS-FIRM-LINE
           MOVE CLIENT-ID TO FRL-CLIENT-ID
           MOVE CLIENT-NAME TO FRL-CLIENT-NAME
           MOVE WS-BENCHMARK-ID TO FRL-BENCHMARK-ID
           MOVE 1 TO PRD-IDX
           PERFORM EDIT-PERIOD-RETURN
           MOVE WS-PERIOD-RETURN-TEXT TO FRL-MTD
           MOVE 2 TO PRD-IDX
           PERFORM EDIT-PERIOD-RETURN
           MOVE WS-PERIOD-RETURN-TEXT TO FRL-QTD
           MOVE 3 TO PRD-IDX
           PERFORM EDIT-PERIOD-RETURN
           MOVE WS-PERIOD-RETURN-TEXT TO FRL-YTD
           MOVE 4 TO PRD-IDX
           PERFORM EDIT-PERIOD-RETURN
           MOVE WS-PERIOD-RETURN-TEXT TO FRL-ITD
           IF PRD-BEGIN-SET(3) = 'Y' AND PRD-BMK-AVAIL(3) = 'Y'
               MOVE PRD-BMK-PCT(3) TO EDITED-RET-PCT
               MOVE EDITED-RET-PCT TO FRL-BMK-YTD
               COMPUTE WS-EXCESS-PCT =
                   PRD-RETURN-PCT(3) - PRD-BMK-PCT(3)
               MOVE WS-EXCESS-PCT TO EDITED-RET-PCT
               MOVE EDITED-RET-PCT TO FRL-EXCESS-YTD
           ELSE
               MOVE '      N/A' TO FRL-BMK-YTD
               MOVE '      N/A' TO FRL-EXCESS-YTD
           END-IF
           MOVE WS-FIRM-LINE TO FIRM-RETURNS-RECORD
           WRITE FIRM-RETURNS-RECORD.

      * A period with no valuation in it has no return; it shows
      * N/A, as on the client page, not a flat 0.00.
       EDIT-PERIOD-RETURN.
           IF PRD-BEGIN-SET(PRD-IDX) = 'Y'
               MOVE PRD-RETURN-PCT(PRD-IDX) TO EDITED-RET-PCT
               MOVE EDITED-RET-PCT TO WS-PERIOD-RETURN-TEXT
           ELSE
               MOVE '      N/A' TO WS-PERIOD-RETURN-TEXT
           END-IF.

       WRITE-FIRM-NO-HISTORY-LINE.
           MOVE SPACES TO WS-FIRM-LINE
           MOVE CLIENT-ID TO FRL-CLIENT-ID
           MOVE CLIENT-NAME TO FRL-CLIENT-NAME
           MOVE WS-BENCHMARK-ID TO FRL-BENCHMARK-ID
           MOVE 'NO HISTORY' TO FRL-TEXT
           MOVE WS-FIRM-LINE TO FIRM-RETURNS-RECORD
           WRITE FIRM-RETURNS-RECORD.

       WRITE-FIRM-TOTALS.
           MOVE SEPARATOR-LINE TO FIRM-RETURNS-RECORD
           WRITE FIRM-RETURNS-RECORD
           MOVE SPACES TO FIRM-RETURNS-RECORD
           MOVE CLIENT-MEASURED-COUNT TO EDITED-RET-COUNT
           STRING 'CLIENTS MEASURED:   ' DELIMITED BY SIZE
               EDITED-RET-COUNT DELIMITED BY SIZE
               INTO FIRM-RETURNS-RECORD
           WRITE FIRM-RETURNS-RECORD
           MOVE SPACES TO FIRM-RETURNS-RECORD
           MOVE CLIENT-NO-HISTORY-COUNT TO EDITED-RET-COUNT
           STRING 'NO VALUATION HISTORY: ' DELIMITED BY SIZE
               EDITED-RET-COUNT DELIMITED BY SIZE
               INTO FIRM-RETURNS-RECORD
           WRITE FIRM-RETURNS-RECORD.

       TERMINATION.
           CLOSE CLIENT-FILE
           CLOSE RETURNS-FILE
           CLOSE FIRM-RETURNS-FILE
           DISPLAY 'PERFORMANCE MEASUREMENT COMPLETE'
           DISPLAY 'CLIENTS READ:        ' CLIENT-READ-COUNT
           DISPLAY 'CLIENTS MEASURED:    ' CLIENT-MEASURED-COUNT
           DISPLAY 'NO HISTORY:          ' CLIENT-NO-HISTORY-COUNT
           DISPLAY 'CLIENTS SKIPPED:     ' CLIENT-SKIP-COUNT
           DISPLAY 'VALUATION DAYS:      ' VALUATION-DAY-COUNT.
