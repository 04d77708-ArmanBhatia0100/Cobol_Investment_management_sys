       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXHARVEST.

      * Tax-loss harvesting candidates. TAXREPORT works on sales
      * already made; this run looks ahead at every active client's
      * open lots (CLIENTID-PORTFOLIO.txt), priced off the stock
      * master and converted to base currency (USD) at the FX
      * master's rate the way the holdings report values them, and
      * lists each lot whose unrealized loss reaches either
      * threshold - a dollar amount or a percent of the lot's cost.
      * Each candidate shows whether a sale now would be short-term
      * or long-term (long-term when held more than one year, the
      * TAXREPORT rule), and each client's heading carries the
      * realized gain/loss year-to-date off CLIENTID-REALIZED.txt,
      * short and long term, so the advisor can see how much loss is
      * worth taking. A lot is flagged W when the client's purchase
      * ledger (CLIENTID-BUYS.txt) shows a BUY of the same symbol in
      * the 30 days up to the as-of date - a sale now would be a
      * wash sale. The purchase that opened the lot itself is not a
      * replacement and is left out, as TAXREPORT leaves it out.
      * Lots the advisor approves on HARVEST-APPROVALS.txt (client,
      * symbol and lot date; a zero lot date approves every
      * candidate lot of the symbol) are written as proposed SELLs
      * in the TRADES.txt layout to CLIENTID-HARVEST-TRADES.txt,
      * naming the lot's acquisition date so TRADEAPPLY relieves
      * exactly that lot, at the stock-master closing price on the
      * as-of date. An approved lot that is flagged W is still
      * proposed and marked on the report. The file is rewritten
      * for every active client each run, empty when nothing is
      * approved, so no earlier run's proposals are left for
      * TRADEAPPLY to pick up.
      * Arguments: the as-of date (YYYYMMDD, default today), the
      * dollar threshold (whole dollars, default 1000) and the
      * percent threshold (whole percent, default 10).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKS-FILE ASSIGN TO '..\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STOCK-SYMBOL-IN
               FILE STATUS IS WS-STOCKS-STATUS.

           SELECT CLIENT-FILE ASSIGN TO '..\CLIENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.

      * The advisors' approved lots; no file means nothing is
      * proposed and the report stands alone.
           SELECT APPROVAL-FILE ASSIGN TO '..\HARVEST-APPROVALS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO WS-PORTFOLIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT REALIZED-FILE ASSIGN TO WS-REALIZED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REALIZED-STATUS.

           SELECT BUYS-FILE ASSIGN TO WS-BUYS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUYS-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO WS-PROPOSAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT HARVEST-REPORT-FILE
               ASSIGN TO '..\HARVEST-CANDIDATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      * Daily FX rate master FXLOAD rebuilds; a held currency with
      * no rate leaves the lot out with an operator message.
           SELECT FX-RATES-FILE ASSIGN TO '..\FX-RATES.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-CURRENCY-IN
               FILE STATUS IS WS-FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKS-FILE.
       01 STOCK-RECORD.
           05 STOCK-SYMBOL-IN      PIC X(7).
           05 STOCK-NAME-IN        PIC X(25).
           05 CLOSING-PRICE-IN     PIC 9(4)V99.
           05 STOCK-SECTOR-IN      PIC X(10).
           05 PRICE-DATE-IN        PIC 9(8).
           05 STOCK-CURRENCY-IN    PIC X(3).

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

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 HAP-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 HAP-SYMBOL           PIC X(7).
           05 FILLER               PIC X(1).
           05 HAP-LOT-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 HAP-APPROVED-BY      PIC X(8).

       FD PORTFOLIO-FILE.
       01 INVESTMENT-RECORD.
           05 INVESTMENT-SYMBOL    PIC X(7).
           05 LOT-ACQUISITION-DATE PIC 9(8).
           05 LOT-SHARES           PIC 9(5).
           05 LOT-COST             PIC 9(4)V99.

       FD REALIZED-FILE.
       01 REALIZED-RECORD.
           05 RLZ-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 RLZ-SYMBOL           PIC X(7).
           05 FILLER               PIC X(1).
           05 RLZ-ACQ-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 RLZ-SELL-DATE        PIC 9(8).
           05 FILLER               PIC X(1).
           05 RLZ-SHARES           PIC 9(5).
           05 FILLER               PIC X(1).
           05 RLZ-COST-BASE        PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 RLZ-PROCEEDS         PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 RLZ-GAIN-LOSS        PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 RLZ-METHOD           PIC X(4).

       FD BUYS-FILE.
       01 BUY-RECORD.
           05 BUY-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 BUY-SYMBOL           PIC X(7).
           05 FILLER               PIC X(1).
           05 BUY-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 BUY-SHARES           PIC 9(5).
           05 FILLER               PIC X(1).
           05 BUY-PRICE            PIC 9(4)V99.

       FD PROPOSAL-FILE.
       01 TRADE-RECORD.
           05 TRADE-ACTION         PIC X(4).
           05 TRADE-SYMBOL         PIC X(7).
           05 TRADE-DATE           PIC 9(8).
           05 TRADE-SHARES         PIC 9(5).
           05 TRADE-PRICE          PIC 9(4)V99.
           05 TRADE-LOT-DATE       PIC 9(8).

       FD HARVEST-REPORT-FILE.
       01 HARVEST-REPORT-RECORD    PIC X(132).

       FD FX-RATES-FILE.
       01 FX-RATE-RECORD.
           05 FX-CURRENCY-IN       PIC X(3).
           05 FX-RATE-IN           PIC 9(3)V9(6).
           05 FX-RATE-DATE-IN      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-AS-OF-ARG             PIC X(8) VALUE SPACES.
       01 WS-AS-OF-DATE            PIC 9(8).
       01 WS-AS-OF-YEAR            PIC X(4).
       01 WS-DOLLAR-ARG            PIC X(9) VALUE SPACES.
       01 WS-PERCENT-ARG           PIC X(3) VALUE SPACES.
       01 WS-LOSS-THRESHOLD        PIC 9(9)V99 VALUE 1000.
       01 WS-PCT-THRESHOLD         PIC 9(3)V99 VALUE 10.
       01 WS-AS-OF-DAY-INT         PIC S9(9).
       01 WS-DAY-DIFF              PIC S9(9).

       01 WS-PORTFOLIO-PATH        PIC X(40) VALUE SPACES.
       01 WS-REALIZED-PATH         PIC X(40) VALUE SPACES.
       01 WS-BUYS-PATH             PIC X(40) VALUE SPACES.
       01 WS-PROPOSAL-PATH         PIC X(40) VALUE SPACES.
       01 WS-STOCKS-STATUS         PIC XX.
       01 WS-CLIENT-STATUS         PIC XX.
       01 WS-APPROVAL-STATUS       PIC XX.
       01 WS-PORTFOLIO-STATUS      PIC XX.
       01 WS-REALIZED-STATUS       PIC XX.
       01 WS-BUYS-STATUS           PIC XX.
       01 WS-PROPOSAL-STATUS       PIC XX.
       01 STOCK-FOUND              PIC X VALUE 'N'.
           88 STOCK-WAS-FOUND      VALUE 'Y'.

       01 WS-FX-STATUS             PIC XX.
       01 WS-FX-OPEN               PIC X VALUE 'N'.
       01 FX-RATE-FOUND            PIC X VALUE 'N'.
       01 WS-FX-RATE               PIC 9(3)V9(6).

       01 CLIENT-EOF               PIC X VALUE 'N'.
       01 END-OF-FILE              PIC X VALUE 'N'.
       01 CLIENT-READ-COUNT        PIC 9(5) VALUE 0.
       01 CLIENT-SKIP-COUNT        PIC 9(5) VALUE 0.
       01 CLIENT-WITH-LOSS-COUNT   PIC 9(5) VALUE 0.
       01 LOT-READ-COUNT           PIC 9(7) VALUE 0.
       01 CANDIDATE-COUNT          PIC 9(7) VALUE 0.
       01 WASH-FLAG-COUNT          PIC 9(7) VALUE 0.
       01 PROPOSED-COUNT           PIC 9(7) VALUE 0.
       01 FX-SKIP-COUNT            PIC 9(7) VALUE 0.

      * Approved lots for every client, loaded once.
       01 APR-MAX                  PIC 9(4) VALUE 1000.
       01 APR-COUNT                PIC 9(4) VALUE 0.
       01 APR-TABLE.
           05 APR-ENTRY OCCURS 1000 TIMES.
               10 APR-CLIENT-ID    PIC X(10).
               10 APR-SYMBOL       PIC X(7).
               10 APR-LOT-DATE     PIC 9(8).
       01 APR-IDX                  PIC 9(4).
       01 WS-LOT-APPROVED          PIC X.

      * The client's purchases inside the 30 days up to the as-of
      * date; older buys cannot wash a sale made now.
       01 BUYT-MAX                 PIC 9(4) VALUE 2000.
       01 BUYT-COUNT               PIC 9(4) VALUE 0.
       01 BUYT-TABLE.
           05 BUYT-ENTRY OCCURS 2000 TIMES.
               10 BUYT-SYMBOL      PIC X(7).
               10 BUYT-DATE        PIC 9(8).
       01 BUYT-IDX                 PIC 9(4).
       01 WS-WASH-FLAG             PIC X(1).
       01 WS-LAST-BUY-DATE         PIC 9(8).

       01 WS-REALIZED-ST           PIC S9(11)V99.
       01 WS-REALIZED-LT           PIC S9(11)V99.
       01 WS-REALIZED-NET          PIC S9(11)V99.
       01 WS-LT-CUTOFF-DATE        PIC 9(8).

       01 WS-CLIENT-HEADED         PIC X.
       01 WS-TERM                  PIC X(1).
       01 CALC-COST-BASE           PIC 9(9)V99.
       01 CALC-MARKET-VALUE        PIC 9(9)V99.
       01 CALC-GAIN-LOSS           PIC S9(9)V99.
       01 CALC-LOSS                PIC 9(9)V99.
       01 CALC-LOSS-PCT            PIC 9(3)V99.
       01 CLIENT-LOSS-ST           PIC 9(11)V99.
       01 CLIENT-LOSS-LT           PIC 9(11)V99.
       01 CLIENT-NET-AFTER         PIC S9(11)V99.
       01 FIRM-LOSS-ST             PIC 9(11)V99 VALUE 0.
       01 FIRM-LOSS-LT             PIC 9(11)V99 VALUE 0.

       01 EDITED-HRV-SHARES        PIC ZZ,ZZ9.
       01 EDITED-HRV-AMOUNT        PIC $ZZ,ZZZ,ZZ9.99.
       01 EDITED-HRV-SIGNED        PIC $ZZ,ZZZ,ZZ9.99-.
       01 EDITED-HRV-TOTAL         PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 EDITED-HRV-PCT           PIC ZZ9.99.
       01 EDITED-HRV-COUNT         PIC ZZZ,ZZ9.

       01 WS-CLIENT-HEADING.
           05 FILLER               PIC X(8) VALUE 'CLIENT: '.
           05 CHD-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CHD-CLIENT-NAME      PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(18)
               VALUE 'REALIZED YTD  ST: '.
           05 CHD-REALIZED-ST      PIC X(19).
           05 FILLER               PIC X(6) VALUE '  LT: '.
           05 CHD-REALIZED-LT      PIC X(19).

       01 WS-HARVEST-LINE.
           05 HRV-SYMBOL           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-ACQ-DATE         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-TERM             PIC X(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-SHARES           PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-COST-BASE        PIC X(14).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-MARKET-VALUE     PIC X(14).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-GAIN-LOSS        PIC X(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-LOSS-PCT         PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-WASH             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-LAST-BUY         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 HRV-ACTION           PIC X(10).

       01 WS-TOTAL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOT-LABEL            PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOT-AMOUNT           PIC X(19).

       01 SEPARATOR-LINE           PIC X(132) VALUE ALL '='.
       01 DASH-LINE                PIC X(132) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM LOAD-APPROVALS
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
           MOVE 2 TO WS-ARG-INDEX
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-DOLLAR-ARG FROM ARGUMENT-VALUE
           IF WS-DOLLAR-ARG NOT = SPACES
                   AND FUNCTION TRIM(WS-DOLLAR-ARG) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DOLLAR-ARG)
                   TO WS-LOSS-THRESHOLD
           END-IF
           MOVE 3 TO WS-ARG-INDEX
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-PERCENT-ARG FROM ARGUMENT-VALUE
           IF WS-PERCENT-ARG NOT = SPACES
                   AND FUNCTION TRIM(WS-PERCENT-ARG) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PERCENT-ARG)
                   TO WS-PCT-THRESHOLD
           END-IF
           MOVE WS-AS-OF-DATE(1:4) TO WS-AS-OF-YEAR
           COMPUTE WS-AS-OF-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           OPEN INPUT STOCKS-FILE
           IF WS-STOCKS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STOCK MASTER, STATUS='
                   WS-STOCKS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENT-FILE
           IF WS-CLIENT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CLIENT REGISTRY, STATUS='
                   WS-CLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-STATUS = '00'
               MOVE 'Y' TO WS-FX-OPEN
           END-IF
           OPEN OUTPUT HARVEST-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO HARVEST-REPORT-RECORD
           STRING 'TAX-LOSS HARVESTING CANDIDATES - AS OF '
               DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE SPACES TO HARVEST-REPORT-RECORD
           MOVE WS-LOSS-THRESHOLD TO EDITED-HRV-AMOUNT
           MOVE WS-PCT-THRESHOLD TO EDITED-HRV-PCT
           STRING 'LOTS WITH AN UNREALIZED LOSS OF AT LEAST '
               DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-HRV-AMOUNT) DELIMITED BY SIZE
               ' OR ' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-HRV-PCT) DELIMITED BY SIZE
               '% OF COST (BASE CURRENCY USD)' DELIMITED BY SIZE
               INTO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE 'W = BUY OF THE SYMBOL IN THE LAST 30 DAYS - WASH SALE'
               TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE SPACES TO WS-HARVEST-LINE
           MOVE 'SYMBOL' TO HRV-SYMBOL
           MOVE 'ACQUIRED' TO HRV-ACQ-DATE
           MOVE 'TERM' TO HRV-TERM
           MOVE 'SHARES' TO HRV-SHARES
           MOVE 'COST BASE' TO HRV-COST-BASE
           MOVE 'MARKET VALUE' TO HRV-MARKET-VALUE
           MOVE 'UNREALIZED' TO HRV-GAIN-LOSS
           MOVE 'LOSS %' TO HRV-LOSS-PCT
           MOVE 'WASH' TO HRV-WASH
           MOVE 'LAST BUY' TO HRV-LAST-BUY
           MOVE 'ACTION' TO HRV-ACTION
           MOVE WS-HARVEST-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE SEPARATOR-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD.

       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ APPROVAL-FILE INTO APPROVAL-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF HAP-CLIENT-ID NOT = SPACES
                               PERFORM LOAD-ONE-APPROVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       LOAD-ONE-APPROVAL.
           IF APR-COUNT >= APR-MAX
               DISPLAY 'HARVEST APPROVALS EXCEED TABLE LIMIT OF '
                   APR-MAX ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO APR-COUNT
           MOVE HAP-CLIENT-ID TO APR-CLIENT-ID(APR-COUNT)
           MOVE HAP-SYMBOL TO APR-SYMBOL(APR-COUNT)
           IF HAP-LOT-DATE NUMERIC
               MOVE HAP-LOT-DATE TO APR-LOT-DATE(APR-COUNT)
           ELSE
               MOVE 0 TO APR-LOT-DATE(APR-COUNT)
           END-IF.

       PROCESS-CLIENTS.
           MOVE 'N' TO CLIENT-EOF
           PERFORM UNTIL CLIENT-EOF = 'Y'
               READ CLIENT-FILE INTO CLIENT-RECORD
                   AT END
                       MOVE 'Y' TO CLIENT-EOF
                   NOT AT END
                       ADD 1 TO CLIENT-READ-COUNT
                       IF CLIENT-IS-ACTIVE
                           PERFORM HARVEST-ONE-CLIENT
                       ELSE
                           ADD 1 TO CLIENT-SKIP-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * A client with no portfolio file has nothing to harvest and
      * is passed over; a client with no candidate lots does not
      * appear on the report. Either way the proposal file is
      * emptied first.
       HARVEST-ONE-CLIENT.
           PERFORM BUILD-CLIENT-PATHS
           OPEN OUTPUT PROPOSAL-FILE
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOLIO-STATUS NOT = '00'
               ADD 1 TO CLIENT-SKIP-COUNT
           ELSE
               PERFORM LOAD-REALIZED-YTD
               PERFORM LOAD-RECENT-BUYS
               MOVE 'N' TO WS-CLIENT-HEADED
               MOVE 0 TO CLIENT-LOSS-ST
               MOVE 0 TO CLIENT-LOSS-LT
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PORTFOLIO-FILE INTO INVESTMENT-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO LOT-READ-COUNT
                           PERFORM TEST-ONE-LOT
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-FILE
               IF WS-CLIENT-HEADED = 'Y'
                   ADD 1 TO CLIENT-WITH-LOSS-COUNT
                   PERFORM WRITE-CLIENT-TOTALS
               END-IF
           END-IF
           CLOSE PROPOSAL-FILE.

       BUILD-CLIENT-PATHS.
           MOVE SPACES TO WS-PORTFOLIO-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-PORTFOLIO.txt' DELIMITED BY SIZE
               INTO WS-PORTFOLIO-PATH
           MOVE SPACES TO WS-REALIZED-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-REALIZED.txt' DELIMITED BY SIZE
               INTO WS-REALIZED-PATH
           MOVE SPACES TO WS-BUYS-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-BUYS.txt' DELIMITED BY SIZE
               INTO WS-BUYS-PATH
           MOVE SPACES TO WS-PROPOSAL-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-HARVEST-TRADES.txt' DELIMITED BY SIZE
               INTO WS-PROPOSAL-PATH.

      * Gain/loss already realized in the as-of year, split short
      * and long term by the TAXREPORT rule.
       LOAD-REALIZED-YTD.
           MOVE 0 TO WS-REALIZED-ST
           MOVE 0 TO WS-REALIZED-LT
           OPEN INPUT REALIZED-FILE
           IF WS-REALIZED-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ REALIZED-FILE INTO REALIZED-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM ADD-ONE-REALIZED
                   END-READ
               END-PERFORM
               CLOSE REALIZED-FILE
           END-IF
           COMPUTE WS-REALIZED-NET = WS-REALIZED-ST + WS-REALIZED-LT.

       ADD-ONE-REALIZED.
           IF RLZ-ACQ-DATE NUMERIC AND RLZ-SELL-DATE NUMERIC
                   AND RLZ-GAIN-LOSS NUMERIC
                   AND RLZ-SELL-DATE(1:4) = WS-AS-OF-YEAR
                   AND RLZ-SELL-DATE NOT > WS-AS-OF-DATE
               COMPUTE WS-LT-CUTOFF-DATE = RLZ-ACQ-DATE + 10000
               IF RLZ-SELL-DATE > WS-LT-CUTOFF-DATE
                   ADD RLZ-GAIN-LOSS TO WS-REALIZED-LT
               ELSE
                   ADD RLZ-GAIN-LOSS TO WS-REALIZED-ST
               END-IF
           END-IF.

       LOAD-RECENT-BUYS.
           MOVE 0 TO BUYT-COUNT
           OPEN INPUT BUYS-FILE
           IF WS-BUYS-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ BUYS-FILE INTO BUY-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM LOAD-ONE-RECENT-BUY
                   END-READ
               END-PERFORM
               CLOSE BUYS-FILE
           END-IF.

       LOAD-ONE-RECENT-BUY.
           IF BUY-DATE NUMERIC AND BUY-DATE > 0
                   AND BUY-DATE NOT > WS-AS-OF-DATE
               COMPUTE WS-DAY-DIFF = WS-AS-OF-DAY-INT
                   - FUNCTION INTEGER-OF-DATE(BUY-DATE)
               IF WS-DAY-DIFF <= 30
                   IF BUYT-COUNT >= BUYT-MAX
                       DISPLAY 'BUY TABLE LIMIT OF ' BUYT-MAX
                           ' EXCEEDED FOR ' CLIENT-ID
                           ' - LATER BUYS NOT TESTED'
                   ELSE
                       ADD 1 TO BUYT-COUNT
                       MOVE BUY-SYMBOL TO BUYT-SYMBOL(BUYT-COUNT)
                       MOVE BUY-DATE TO BUYT-DATE(BUYT-COUNT)
                   END-IF
               END-IF
           END-IF.

      * The clean-lot filter and stock-master pricing every rollup
      * applies; cost and market value both convert at the FX
      * master's rate, as the holdings report values them.
       TEST-ONE-LOT.
           IF LOT-SHARES NOT NUMERIC OR LOT-SHARES = 0
                   OR LOT-COST NOT NUMERIC OR LOT-COST = 0
                   OR LOT-ACQUISITION-DATE NOT NUMERIC
               CONTINUE
           ELSE
               MOVE 'N' TO STOCK-FOUND
               MOVE INVESTMENT-SYMBOL TO STOCK-SYMBOL-IN
               READ STOCKS-FILE
                   INVALID KEY
                       MOVE 'N' TO STOCK-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO STOCK-FOUND
               END-READ
               IF STOCK-WAS-FOUND
                   AND CLOSING-PRICE-IN IS NUMERIC
                   AND CLOSING-PRICE-IN NOT = 0
                   PERFORM GET-FX-RATE
                   IF FX-RATE-FOUND = 'N'
                       ADD 1 TO FX-SKIP-COUNT
                       DISPLAY 'NO FX RATE FOR CURRENCY '
                           STOCK-CURRENCY-IN ' - SYMBOL '
                           INVESTMENT-SYMBOL ' NOT TESTED FOR '
                           CLIENT-ID
                   ELSE
                       PERFORM VALUE-AND-TEST-LOT
                   END-IF
               END-IF
           END-IF.

       VALUE-AND-TEST-LOT.
           COMPUTE CALC-COST-BASE ROUNDED =
               LOT-SHARES * LOT-COST * WS-FX-RATE
           COMPUTE CALC-MARKET-VALUE ROUNDED =
               LOT-SHARES * CLOSING-PRICE-IN * WS-FX-RATE
           COMPUTE CALC-GAIN-LOSS =
               CALC-MARKET-VALUE - CALC-COST-BASE
           IF CALC-GAIN-LOSS < 0 AND CALC-COST-BASE > 0
               COMPUTE CALC-LOSS = 0 - CALC-GAIN-LOSS
               COMPUTE CALC-LOSS-PCT ROUNDED =
                   CALC-LOSS * 100 / CALC-COST-BASE
               IF CALC-LOSS >= WS-LOSS-THRESHOLD
                       OR CALC-LOSS-PCT >= WS-PCT-THRESHOLD
                   PERFORM REPORT-CANDIDATE-LOT
               END-IF
           END-IF.

       REPORT-CANDIDATE-LOT.
           IF WS-CLIENT-HEADED = 'N'
               PERFORM WRITE-CLIENT-HEADING
           END-IF
           ADD 1 TO CANDIDATE-COUNT
           COMPUTE WS-LT-CUTOFF-DATE = LOT-ACQUISITION-DATE + 10000
           IF WS-AS-OF-DATE > WS-LT-CUTOFF-DATE
               MOVE 'L' TO WS-TERM
               ADD CALC-LOSS TO CLIENT-LOSS-LT
           ELSE
               MOVE 'S' TO WS-TERM
               ADD CALC-LOSS TO CLIENT-LOSS-ST
           END-IF
           PERFORM CHECK-RECENT-BUY
           PERFORM CHECK-LOT-APPROVED
           MOVE SPACES TO WS-HARVEST-LINE
           MOVE INVESTMENT-SYMBOL TO HRV-SYMBOL
           MOVE LOT-ACQUISITION-DATE TO HRV-ACQ-DATE
           IF WS-TERM = 'L'
               MOVE 'LONG' TO HRV-TERM
           ELSE
               MOVE 'SHORT' TO HRV-TERM
           END-IF
           MOVE LOT-SHARES TO EDITED-HRV-SHARES
           MOVE EDITED-HRV-SHARES TO HRV-SHARES
           MOVE CALC-COST-BASE TO EDITED-HRV-AMOUNT
           MOVE EDITED-HRV-AMOUNT TO HRV-COST-BASE
           MOVE CALC-MARKET-VALUE TO EDITED-HRV-AMOUNT
           MOVE EDITED-HRV-AMOUNT TO HRV-MARKET-VALUE
           MOVE CALC-GAIN-LOSS TO EDITED-HRV-SIGNED
           MOVE EDITED-HRV-SIGNED TO HRV-GAIN-LOSS
           MOVE CALC-LOSS-PCT TO EDITED-HRV-PCT
           MOVE EDITED-HRV-PCT TO HRV-LOSS-PCT
           IF WS-WASH-FLAG = 'W'
               MOVE 'W' TO HRV-WASH
               MOVE WS-LAST-BUY-DATE TO HRV-LAST-BUY
               ADD 1 TO WASH-FLAG-COUNT
           END-IF
           IF WS-LOT-APPROVED = 'Y'
               MOVE 'PROPOSED' TO HRV-ACTION
               PERFORM WRITE-PROPOSED-SELL
           END-IF
           MOVE WS-HARVEST-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD.

      * Any buy of the symbol in the window other than the one that
      * opened this lot; the latest such buy is shown.
       CHECK-RECENT-BUY.
           MOVE SPACE TO WS-WASH-FLAG
           MOVE 0 TO WS-LAST-BUY-DATE
           PERFORM VARYING BUYT-IDX FROM 1 BY 1
                   UNTIL BUYT-IDX > BUYT-COUNT
               IF BUYT-SYMBOL(BUYT-IDX) = INVESTMENT-SYMBOL
                       AND BUYT-DATE(BUYT-IDX)
                       NOT = LOT-ACQUISITION-DATE
                   MOVE 'W' TO WS-WASH-FLAG
                   IF BUYT-DATE(BUYT-IDX) > WS-LAST-BUY-DATE
                       MOVE BUYT-DATE(BUYT-IDX) TO WS-LAST-BUY-DATE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-LOT-APPROVED.
           MOVE 'N' TO WS-LOT-APPROVED
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > APR-COUNT
               IF APR-CLIENT-ID(APR-IDX) = CLIENT-ID
                       AND APR-SYMBOL(APR-IDX) = INVESTMENT-SYMBOL
                       AND (APR-LOT-DATE(APR-IDX) = 0
                           OR APR-LOT-DATE(APR-IDX) =
                           LOT-ACQUISITION-DATE)
                   MOVE 'Y' TO WS-LOT-APPROVED
               END-IF
           END-PERFORM.

      * In the TRADES.txt layout TRADEAPPLY reads.
       WRITE-PROPOSED-SELL.
           MOVE SPACES TO TRADE-RECORD
           MOVE 'SELL' TO TRADE-ACTION
           MOVE INVESTMENT-SYMBOL TO TRADE-SYMBOL
           MOVE WS-AS-OF-DATE TO TRADE-DATE
           MOVE LOT-SHARES TO TRADE-SHARES
           MOVE CLOSING-PRICE-IN TO TRADE-PRICE
           MOVE LOT-ACQUISITION-DATE TO TRADE-LOT-DATE
           WRITE TRADE-RECORD
           ADD 1 TO PROPOSED-COUNT.

       WRITE-CLIENT-HEADING.
           MOVE 'Y' TO WS-CLIENT-HEADED
           MOVE SPACES TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE CLIENT-ID TO CHD-CLIENT-ID
           MOVE CLIENT-NAME TO CHD-CLIENT-NAME
           MOVE WS-REALIZED-ST TO EDITED-HRV-TOTAL
           MOVE EDITED-HRV-TOTAL TO CHD-REALIZED-ST
           MOVE WS-REALIZED-LT TO EDITED-HRV-TOTAL
           MOVE EDITED-HRV-TOTAL TO CHD-REALIZED-LT
           MOVE WS-CLIENT-HEADING TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE DASH-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD.

      * What the candidates are worth against the year so far: the
      * realized net with every candidate loss taken.
       WRITE-CLIENT-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'HARVESTABLE SHORT-TERM LOSS' TO TOT-LABEL
           MOVE CLIENT-LOSS-ST TO EDITED-HRV-TOTAL
           MOVE EDITED-HRV-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE 'HARVESTABLE LONG-TERM LOSS' TO TOT-LABEL
           MOVE CLIENT-LOSS-LT TO EDITED-HRV-TOTAL
           MOVE EDITED-HRV-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE 'REALIZED NET YEAR-TO-DATE' TO TOT-LABEL
           MOVE WS-REALIZED-NET TO EDITED-HRV-TOTAL
           MOVE EDITED-HRV-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           COMPUTE CLIENT-NET-AFTER =
               WS-REALIZED-NET - CLIENT-LOSS-ST - CLIENT-LOSS-LT
           MOVE 'NET IF ALL CANDIDATES SOLD' TO TOT-LABEL
           MOVE CLIENT-NET-AFTER TO EDITED-HRV-TOTAL
           MOVE EDITED-HRV-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           ADD CLIENT-LOSS-ST TO FIRM-LOSS-ST
           ADD CLIENT-LOSS-LT TO FIRM-LOSS-LT.

      * Rate 1 for the base currency; anything else comes off the
      * FX master or the lot is left out.
       GET-FX-RATE.
           MOVE 'Y' TO FX-RATE-FOUND
           MOVE 1 TO WS-FX-RATE
           IF STOCK-CURRENCY-IN NOT = 'USD'
                   AND STOCK-CURRENCY-IN NOT = SPACES
               IF WS-FX-OPEN = 'N'
                   MOVE 'N' TO FX-RATE-FOUND
               ELSE
                   MOVE STOCK-CURRENCY-IN TO FX-CURRENCY-IN
                   READ FX-RATES-FILE
                       INVALID KEY
                           MOVE 'N' TO FX-RATE-FOUND
                       NOT INVALID KEY
                           IF FX-RATE-IN NUMERIC
                                   AND FX-RATE-IN NOT = 0
                               MOVE FX-RATE-IN TO WS-FX-RATE
                           ELSE
                               MOVE 'N' TO FX-RATE-FOUND
                           END-IF
                   END-READ
               END-IF
           END-IF.

       WRITE-FIRM-TOTALS.
           MOVE SPACES TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE SEPARATOR-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           IF CANDIDATE-COUNT = 0
               MOVE 'NO LOTS AT OR OVER THE LOSS THRESHOLDS'
                   TO HARVEST-REPORT-RECORD
               WRITE HARVEST-REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CLIENTS WITH CANDIDATES' TO TOT-LABEL
           MOVE CLIENT-WITH-LOSS-COUNT TO EDITED-HRV-COUNT
           MOVE EDITED-HRV-COUNT TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE 'CANDIDATE LOTS' TO TOT-LABEL
           MOVE CANDIDATE-COUNT TO EDITED-HRV-COUNT
           MOVE EDITED-HRV-COUNT TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE 'WASH-SALE WARNINGS' TO TOT-LABEL
           MOVE WASH-FLAG-COUNT TO EDITED-HRV-COUNT
           MOVE EDITED-HRV-COUNT TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE 'PROPOSED SELLS WRITTEN' TO TOT-LABEL
           MOVE PROPOSED-COUNT TO EDITED-HRV-COUNT
           MOVE EDITED-HRV-COUNT TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE 'FIRM SHORT-TERM LOSS' TO TOT-LABEL
           MOVE FIRM-LOSS-ST TO EDITED-HRV-TOTAL
           MOVE EDITED-HRV-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD
           MOVE 'FIRM LONG-TERM LOSS' TO TOT-LABEL
           MOVE FIRM-LOSS-LT TO EDITED-HRV-TOTAL
           MOVE EDITED-HRV-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO HARVEST-REPORT-RECORD
           WRITE HARVEST-REPORT-RECORD.

       TERMINATION.
           CLOSE STOCKS-FILE
           CLOSE CLIENT-FILE
           IF WS-FX-OPEN = 'Y'
               CLOSE FX-RATES-FILE
           END-IF
           CLOSE HARVEST-REPORT-FILE
           DISPLAY 'TAX-LOSS HARVEST RUN COMPLETE'
           DISPLAY 'CLIENTS READ:      ' CLIENT-READ-COUNT
           DISPLAY 'CLIENTS SKIPPED:   ' CLIENT-SKIP-COUNT
           DISPLAY 'LOTS READ:         ' LOT-READ-COUNT
           DISPLAY 'CANDIDATE LOTS:    ' CANDIDATE-COUNT
           DISPLAY 'WASH WARNINGS:     ' WASH-FLAG-COUNT
           DISPLAY 'PROPOSED SELLS:    ' PROPOSED-COUNT
           DISPLAY 'FX EXCLUSIONS:     ' FX-SKIP-COUNT.
