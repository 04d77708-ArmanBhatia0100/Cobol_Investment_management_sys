       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

      * Nightly cross-file integrity sweep. Every other program
      * checks only the records it reads; this one reads the whole
      * data set - the client registry, the stock, dividend and FX
      * masters, and for every client on the registry (active or
      * closed) the portfolio, cash ledger, realized ledger and
      * purchase ledger - and tests the references between them:
      *   ERROR   (the window stops - statements, billing and the
      *            firm rollup would go out wrong)
      *     REG1  a client id on the registry more than once
      *     LOT1  a closed client whose portfolio still holds lots
      *     LOT2  a lot whose symbol is not on the stock master
      *     FX01  a currency held through a lot with no FX row
      *     FX02  an FX row whose rate is non-numeric or zero
      *     CSH1  a cash ledger entry dated before the entry above
      *           it (ledgers are appended in date order)
      *     RLZ1  a realized record naming another client
      *     BUY1  a purchase record naming another client
      *   WARNING (reported for cleanup; the window goes on)
      *     REG2  a registry status other than A or C
      *     REG3  a relief-method election other than FIFO, HIFO
      *           or SPEC
      *     LOT3  a damaged lot line (the valuation runs reject it)
      *     STK1  a stock master price non-numeric or zero
      *     DIV1  a dividend entry for a symbol no longer on the
      *           stock master (left behind by a deletion)
      *     CSH2  a damaged cash ledger line
      *     RLZ2  a damaged realized ledger line
      *     BUY2  a damaged purchase ledger line
      * The exceptions report (INTEGRITY-EXCEPTIONS.txt) lists the
      * errors, then the warnings, each by rule in the order found,
      * and closes with the count for every rule. The program ends
      * with return code 8 when any ERROR is found, so NIGHTRUN -
      * which halts on any non-zero return code - stops the window
      * ahead of FIRMRUN and the statements; warnings alone end 0.
      * Return code 16 is kept for the usual can't-run exits.
      * The first argument is the business date for the report
      * heading (YYYYMMDD, default today).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKS-FILE ASSIGN TO '..\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOCK-SYMBOL-IN
               FILE STATUS IS WS-STOCKS-STATUS.

      * A site that carries no dividend master skips the DIV1 test.
           SELECT DIVIDENDS-FILE ASSIGN TO '..\DIVIDENDS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIV-SYMBOL-IN
               FILE STATUS IS WS-DIVIDENDS-STATUS.

      * A site holding only USD listings runs without the FX master;
      * any non-USD holding is then an FX01 error.
           SELECT FX-RATES-FILE ASSIGN TO '..\FX-RATES.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FX-CURRENCY-IN
               FILE STATUS IS WS-FX-STATUS.

           SELECT CLIENT-FILE ASSIGN TO '..\CLIENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO WS-PORTFOLIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO WS-CASH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT REALIZED-FILE ASSIGN TO WS-REALIZED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REALIZED-STATUS.

           SELECT BUYS-FILE ASSIGN TO WS-BUYS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUYS-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO '..\INTEGRITY-EXCEPTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-SORT-FILE ASSIGN TO '..\INTGWORK.tmp'.

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

       FD DIVIDENDS-FILE.
       01 DIVIDEND-RECORD.
           05 DIV-SYMBOL-IN        PIC X(7).
           05 DIV-ANNUAL-RATE      PIC 9(3)V99.
           05 DIV-FREQUENCY        PIC X(1).
           05 DIV-EX-DATE          PIC 9(8).

       FD FX-RATES-FILE.
       01 FX-RATE-RECORD.
           05 FX-CURRENCY-IN       PIC X(3).
           05 FX-RATE-IN           PIC 9(3)V9(6).
           05 FX-RATE-DATE-IN      PIC 9(8).

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

       FD PORTFOLIO-FILE.
       01 INVESTMENT-RECORD.
           05 INVESTMENT-SYMBOL    PIC X(7).
           05 LOT-ACQUISITION-DATE PIC 9(8).
           05 LOT-SHARES           PIC 9(5).
           05 LOT-COST             PIC 9(4)V99.

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

       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-RECORD  PIC X(132).

      * Severity sequence 1 (error) sorts ahead of 2 (warning);
      * EXS-SEQ keeps each rule's exceptions in the order found.
       SD EXCEPTION-SORT-FILE.
       01 EXCEPTION-SORT-RECORD.
           05 EXS-SEV-SEQ          PIC 9(1).
           05 EXS-RULE             PIC X(4).
           05 EXS-SEQ              PIC 9(7).
           05 EXS-CLIENT-ID        PIC X(10).
           05 EXS-FILE-NAME        PIC X(12).
           05 EXS-LINE-NO          PIC 9(7).
           05 EXS-DETAIL           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-BUS-DATE-ARG          PIC X(8) VALUE SPACES.
       01 WS-BUS-DATE              PIC 9(8).

       01 WS-PORTFOLIO-PATH        PIC X(40) VALUE SPACES.
       01 WS-CASH-PATH             PIC X(40) VALUE SPACES.
       01 WS-REALIZED-PATH         PIC X(40) VALUE SPACES.
       01 WS-BUYS-PATH             PIC X(40) VALUE SPACES.
       01 WS-STOCKS-STATUS         PIC XX.
       01 WS-DIVIDENDS-STATUS      PIC XX.
       01 WS-FX-STATUS             PIC XX.
       01 WS-CLIENT-STATUS         PIC XX.
       01 WS-PORTFOLIO-STATUS      PIC XX.
       01 WS-CASH-STATUS           PIC XX.
       01 WS-REALIZED-STATUS       PIC XX.
       01 WS-BUYS-STATUS           PIC XX.

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 CLIENT-EOF               PIC X VALUE 'N'.
       01 SORT-EOF                 PIC X VALUE 'N'.
       01 CLIENT-READ-COUNT        PIC 9(5) VALUE 0.
       01 FILE-READ-COUNT          PIC 9(7) VALUE 0.
       01 RECORD-READ-COUNT        PIC 9(9) VALUE 0.
       01 WS-LINE-NO               PIC 9(7) VALUE 0.
       01 CLIENT-LINE-NO           PIC 9(7) VALUE 0.
       01 WS-CLOSED-LOT-COUNT      PIC 9(7) VALUE 0.
       01 WS-PRIOR-CASH-DATE       PIC 9(8) VALUE 0.

      * The rules, their severity and report text; RULE-COUNT runs
      * alongside for the closing summary.
       01 RULE-DEFINITIONS.
           05 FILLER               PIC X(50) VALUE
               'REG1EDUPLICATE CLIENT ID ON REGISTRY'.
           05 FILLER               PIC X(50) VALUE
               'LOT1ECLOSED CLIENT STILL HOLDS LOTS'.
           05 FILLER               PIC X(50) VALUE
               'LOT2ELOT SYMBOL NOT ON STOCK MASTER'.
           05 FILLER               PIC X(50) VALUE
               'FX01EHELD CURRENCY HAS NO FX RATE'.
           05 FILLER               PIC X(50) VALUE
               'FX02EFX RATE NON-NUMERIC OR ZERO'.
           05 FILLER               PIC X(50) VALUE
               'CSH1ECASH LEDGER DATES OUT OF SEQUENCE'.
           05 FILLER               PIC X(50) VALUE
               'RLZ1EREALIZED RECORD FOR ANOTHER CLIENT'.
           05 FILLER               PIC X(50) VALUE
               'BUY1EPURCHASE RECORD FOR ANOTHER CLIENT'.
           05 FILLER               PIC X(50) VALUE
               'REG2WREGISTRY STATUS NOT A OR C'.
           05 FILLER               PIC X(50) VALUE
               'REG3WRELIEF METHOD NOT FIFO, HIFO OR SPEC'.
           05 FILLER               PIC X(50) VALUE
               'LOT3WDAMAGED LOT LINE'.
           05 FILLER               PIC X(50) VALUE
               'STK1WSTOCK PRICE NON-NUMERIC OR ZERO'.
           05 FILLER               PIC X(50) VALUE
               'DIV1WDIVIDEND FOR SYMBOL NOT ON STOCK MASTER'.
           05 FILLER               PIC X(50) VALUE
               'CSH2WDAMAGED CASH LEDGER LINE'.
           05 FILLER               PIC X(50) VALUE
               'RLZ2WDAMAGED REALIZED LEDGER LINE'.
           05 FILLER               PIC X(50) VALUE
               'BUY2WDAMAGED PURCHASE LEDGER LINE'.
       01 RULE-TABLE REDEFINES RULE-DEFINITIONS.
           05 RULE-ENTRY OCCURS 16 TIMES.
               10 RULE-CODE        PIC X(4).
               10 RULE-SEVERITY    PIC X(1).
               10 RULE-TEXT        PIC X(45).
       01 RULE-COUNT-TABLE.
           05 RULE-COUNT OCCURS 16 TIMES PIC 9(7).
       01 RULE-MAX                 PIC 9(2) VALUE 16.
       01 RULE-IDX                 PIC 9(2).
       01 ERROR-COUNT              PIC 9(7) VALUE 0.
       01 WARNING-COUNT            PIC 9(7) VALUE 0.
       01 EXCEPTION-SEQ            PIC 9(7) VALUE 0.

      * The exception being raised.
       01 WS-EXC-RULE              PIC X(4).
       01 WS-EXC-FILE-NAME         PIC X(12).
       01 WS-EXC-CLIENT-ID         PIC X(10).
       01 WS-EXC-DETAIL            PIC X(70).

      * Stock master symbols and listing currencies, loaded once.
       01 STK-MAX                  PIC 9(4) VALUE 2000.
       01 STK-COUNT                PIC 9(4) VALUE 0.
       01 STK-TABLE.
           05 STK-ENTRY OCCURS 2000 TIMES.
               10 STK-SYMBOL       PIC X(7).
               10 STK-CURRENCY     PIC X(3).
       01 STK-IDX                  PIC 9(4).
       01 STK-FOUND-IDX            PIC 9(4).

      * Currencies with a usable rate on the FX master.
       01 FXT-MAX                  PIC 9(3) VALUE 200.
       01 FXT-COUNT                PIC 9(3) VALUE 0.
       01 FXT-TABLE.
           05 FXT-ENTRY OCCURS 200 TIMES.
               10 FXT-CURRENCY     PIC X(3).
       01 FXT-IDX                  PIC 9(3).
       01 WS-FX-FOUND              PIC X.

      * Held currencies with no usable rate, reported once each
      * after the sweep with the first client and symbol seen.
       01 MCY-MAX                  PIC 9(3) VALUE 200.
       01 MCY-COUNT                PIC 9(3) VALUE 0.
       01 MCY-TABLE.
           05 MCY-ENTRY OCCURS 200 TIMES.
               10 MCY-CURRENCY     PIC X(3).
               10 MCY-CLIENT-ID    PIC X(10).
               10 MCY-SYMBOL       PIC X(7).
               10 MCY-LOT-COUNT    PIC 9(7).
       01 MCY-IDX                  PIC 9(3).
       01 MCY-FOUND-IDX            PIC 9(3).

      * Registry ids seen so far, for the duplicate test.
       01 REG-MAX                  PIC 9(4) VALUE 2000.
       01 REG-COUNT                PIC 9(4) VALUE 0.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 2000 TIMES.
               10 REG-CLIENT-ID    PIC X(10).
       01 REG-IDX                  PIC 9(4).
       01 WS-DUPLICATE-CLIENT      PIC X.

       01 EDITED-INT-COUNT         PIC Z,ZZZ,ZZ9.
       01 EDITED-INT-LINE-NO       PIC ZZZZZZ9.
       01 WS-CURRENT-SEV-SEQ       PIC 9(1) VALUE 0.
       01 WS-CURRENT-RULE          PIC X(4) VALUE SPACES.

       01 WS-EXCEPTION-LINE.
           05 EXL-RULE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EXL-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EXL-FILE-NAME        PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EXL-LINE-NO          PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EXL-DETAIL           PIC X(70).

       01 WS-SUMMARY-LINE.
           05 SUM-SEVERITY         PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SUM-RULE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SUM-TEXT             PIC X(45).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SUM-COUNT            PIC X(9).

       01 SEPARATOR-LINE           PIC X(132) VALUE ALL '='.
       01 DASH-LINE                PIC X(132) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           SORT EXCEPTION-SORT-FILE
               ON ASCENDING KEY EXS-SEV-SEQ
               ON ASCENDING KEY EXS-RULE
               ON ASCENDING KEY EXS-SEQ
               INPUT PROCEDURE IS SWEEP-DATA-SET
               OUTPUT PROCEDURE IS WRITE-EXCEPTION-SECTIONS
           PERFORM WRITE-RULE-SUMMARY
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-BUS-DATE-ARG FROM ARGUMENT-VALUE
           IF WS-BUS-DATE-ARG NOT = SPACES
                   AND WS-BUS-DATE-ARG IS NUMERIC
               MOVE WS-BUS-DATE-ARG TO WS-BUS-DATE
           ELSE
               ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-MAX
               MOVE 0 TO RULE-COUNT(RULE-IDX)
           END-PERFORM
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
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING 'DATA INTEGRITY EXCEPTIONS - BUSINESS DATE '
               DELIMITED BY SIZE
               WS-BUS-DATE DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SEPARATOR-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

      * The sort's input side: the masters first, so every client
      * file can be tested against them, then the registry and the
      * client files, then the currencies the lots turned up.
       SWEEP-DATA-SET.
           PERFORM LOAD-STOCK-MASTER
           PERFORM LOAD-FX-MASTER
           PERFORM CHECK-DIVIDEND-MASTER
           PERFORM CHECK-CLIENTS
           PERFORM CHECK-HELD-CURRENCIES.

       LOAD-STOCK-MASTER.
           MOVE 'N' TO END-OF-FILE
           MOVE 0 TO WS-LINE-NO
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ STOCKS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO RECORD-READ-COUNT
                       PERFORM LOAD-ONE-STOCK
               END-READ
           END-PERFORM
           ADD 1 TO FILE-READ-COUNT
           CLOSE STOCKS-FILE.

       LOAD-ONE-STOCK.
           IF STK-COUNT >= STK-MAX
               DISPLAY 'STOCK MASTER EXCEEDS TABLE LIMIT OF '
                   STK-MAX ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO STK-COUNT
           MOVE STOCK-SYMBOL-IN TO STK-SYMBOL(STK-COUNT)
           MOVE STOCK-CURRENCY-IN TO STK-CURRENCY(STK-COUNT)
           IF CLOSING-PRICE-IN NOT NUMERIC OR CLOSING-PRICE-IN = 0
               MOVE 'STK1' TO WS-EXC-RULE
               MOVE 'STOCKS' TO WS-EXC-FILE-NAME
               MOVE SPACES TO WS-EXC-CLIENT-ID
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'SYMBOL ' DELIMITED BY SIZE
                   STOCK-SYMBOL-IN DELIMITED BY SIZE
                   ' CLOSING PRICE ' DELIMITED BY SIZE
                   CLOSING-PRICE-IN DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-IF.

       LOAD-FX-MASTER.
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               MOVE 0 TO WS-LINE-NO
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ FX-RATES-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           ADD 1 TO RECORD-READ-COUNT
                           PERFORM LOAD-ONE-FX-RATE
                   END-READ
               END-PERFORM
               ADD 1 TO FILE-READ-COUNT
               CLOSE FX-RATES-FILE
           ELSE
               DISPLAY 'NO FX MASTER - NON-USD HOLDINGS WILL REPORT'
           END-IF.

       LOAD-ONE-FX-RATE.
           IF FX-RATE-IN NOT NUMERIC OR FX-RATE-IN = 0
               MOVE 'FX02' TO WS-EXC-RULE
               MOVE 'FX-RATES' TO WS-EXC-FILE-NAME
               MOVE SPACES TO WS-EXC-CLIENT-ID
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'CURRENCY ' DELIMITED BY SIZE
                   FX-CURRENCY-IN DELIMITED BY SIZE
                   ' RATE ' DELIMITED BY SIZE
                   FX-RATE-IN DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           ELSE
               IF FXT-COUNT >= FXT-MAX
                   DISPLAY 'FX MASTER EXCEEDS TABLE LIMIT OF '
                       FXT-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO FXT-COUNT
               MOVE FX-CURRENCY-IN TO FXT-CURRENCY(FXT-COUNT)
           END-IF.

       CHECK-DIVIDEND-MASTER.
           OPEN INPUT DIVIDENDS-FILE
           IF WS-DIVIDENDS-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               MOVE 0 TO WS-LINE-NO
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ DIVIDENDS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           ADD 1 TO RECORD-READ-COUNT
                           PERFORM CHECK-ONE-DIVIDEND
                   END-READ
               END-PERFORM
               ADD 1 TO FILE-READ-COUNT
               CLOSE DIVIDENDS-FILE
           ELSE
               DISPLAY 'NO DIVIDEND MASTER - DIVIDEND TEST SKIPPED'
           END-IF.

       CHECK-ONE-DIVIDEND.
           MOVE DIV-SYMBOL-IN TO INVESTMENT-SYMBOL
           PERFORM FIND-STOCK-SYMBOL
           IF STK-FOUND-IDX = 0
               MOVE 'DIV1' TO WS-EXC-RULE
               MOVE 'DIVIDENDS' TO WS-EXC-FILE-NAME
               MOVE SPACES TO WS-EXC-CLIENT-ID
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'SYMBOL ' DELIMITED BY SIZE
                   DIV-SYMBOL-IN DELIMITED BY SIZE
                   ' NOT ON STOCK MASTER' DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-IF.

       FIND-STOCK-SYMBOL.
           MOVE 0 TO STK-FOUND-IDX
           PERFORM VARYING STK-IDX FROM 1 BY 1
                   UNTIL STK-IDX > STK-COUNT OR STK-FOUND-IDX > 0
               IF STK-SYMBOL(STK-IDX) = INVESTMENT-SYMBOL
                   MOVE STK-IDX TO STK-FOUND-IDX
               END-IF
           END-PERFORM.

       CHECK-CLIENTS.
           MOVE 'N' TO CLIENT-EOF
           MOVE 0 TO CLIENT-LINE-NO
           PERFORM UNTIL CLIENT-EOF = 'Y'
               READ CLIENT-FILE INTO CLIENT-RECORD
                   AT END
                       MOVE 'Y' TO CLIENT-EOF
                   NOT AT END
                       ADD 1 TO CLIENT-LINE-NO
                       ADD 1 TO RECORD-READ-COUNT
                       IF CLIENT-ID NOT = SPACES
                           ADD 1 TO CLIENT-READ-COUNT
                           PERFORM CHECK-ONE-CLIENT
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO FILE-READ-COUNT.

      * A duplicate id shares its files with the first occurrence,
      * so the files are tested once, under the first.
       CHECK-ONE-CLIENT.
           MOVE 'REGISTRY' TO WS-EXC-FILE-NAME
           MOVE CLIENT-ID TO WS-EXC-CLIENT-ID
           MOVE CLIENT-LINE-NO TO WS-LINE-NO
           PERFORM CHECK-REGISTRY-RECORD
           IF WS-DUPLICATE-CLIENT = 'N'
               PERFORM BUILD-CLIENT-PATHS
               PERFORM CHECK-CLIENT-PORTFOLIO
               PERFORM CHECK-CLIENT-CASH
               PERFORM CHECK-CLIENT-REALIZED
               PERFORM CHECK-CLIENT-BUYS
           END-IF.

       CHECK-REGISTRY-RECORD.
           MOVE 'N' TO WS-DUPLICATE-CLIENT
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               IF REG-CLIENT-ID(REG-IDX) = CLIENT-ID
                   MOVE 'Y' TO WS-DUPLICATE-CLIENT
               END-IF
           END-PERFORM
           IF WS-DUPLICATE-CLIENT = 'Y'
               MOVE 'REG1' TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'CLIENT ID REPEATED - ' DELIMITED BY SIZE
                   CLIENT-NAME DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           ELSE
               IF REG-COUNT >= REG-MAX
                   DISPLAY 'CLIENT REGISTRY EXCEEDS TABLE LIMIT OF '
                       REG-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO REG-COUNT
               MOVE CLIENT-ID TO REG-CLIENT-ID(REG-COUNT)
           END-IF
           IF NOT CLIENT-IS-ACTIVE AND NOT CLIENT-IS-CLOSED
               MOVE 'REG2' TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'STATUS BYTE ''' DELIMITED BY SIZE
                   CLIENT-STATUS DELIMITED BY SIZE
                   '''' DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-IF
           IF CLIENT-RELIEF-METHOD NOT = SPACES
                   AND CLIENT-RELIEF-METHOD NOT = 'FIFO'
                   AND CLIENT-RELIEF-METHOD NOT = 'HIFO'
                   AND CLIENT-RELIEF-METHOD NOT = 'SPEC'
               MOVE 'REG3' TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'RELIEF METHOD ''' DELIMITED BY SIZE
                   CLIENT-RELIEF-METHOD DELIMITED BY SIZE
                   ''' - TRADEAPPLY USES FIFO' DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-IF.

       BUILD-CLIENT-PATHS.
           MOVE SPACES TO WS-PORTFOLIO-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-PORTFOLIO.txt' DELIMITED BY SIZE
               INTO WS-PORTFOLIO-PATH
           MOVE SPACES TO WS-CASH-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-CASH-LEDGER.txt' DELIMITED BY SIZE
               INTO WS-CASH-PATH
           MOVE SPACES TO WS-REALIZED-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-REALIZED.txt' DELIMITED BY SIZE
               INTO WS-REALIZED-PATH
           MOVE SPACES TO WS-BUYS-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-BUYS.txt' DELIMITED BY SIZE
               INTO WS-BUYS-PATH.

      * A client with no portfolio file holds nothing; a closed
      * client's lot lines are counted and reported once.
       CHECK-CLIENT-PORTFOLIO.
           MOVE 'PORTFOLIO' TO WS-EXC-FILE-NAME
           MOVE 0 TO WS-CLOSED-LOT-COUNT
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOLIO-STATUS = '00'
               ADD 1 TO FILE-READ-COUNT
               MOVE 'N' TO END-OF-FILE
               MOVE 0 TO WS-LINE-NO
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PORTFOLIO-FILE INTO INVESTMENT-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           ADD 1 TO RECORD-READ-COUNT
                           IF INVESTMENT-RECORD NOT = SPACES
                               PERFORM CHECK-ONE-LOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-FILE
           END-IF
           IF WS-CLOSED-LOT-COUNT > 0
               MOVE 'LOT1' TO WS-EXC-RULE
               MOVE 0 TO WS-LINE-NO
               MOVE WS-CLOSED-LOT-COUNT TO EDITED-INT-COUNT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'CLIENT CLOSED WITH' DELIMITED BY SIZE
                   EDITED-INT-COUNT DELIMITED BY SIZE
                   ' LOT LINE(S) STILL ON FILE' DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-ONE-LOT.
           IF CLIENT-IS-CLOSED
               ADD 1 TO WS-CLOSED-LOT-COUNT
           END-IF
           IF LOT-SHARES NOT NUMERIC OR LOT-COST NOT NUMERIC
                   OR LOT-ACQUISITION-DATE NOT NUMERIC
               MOVE 'LOT3' TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'LOT LINE ' DELIMITED BY SIZE
                   INVESTMENT-RECORD DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           ELSE
               PERFORM FIND-STOCK-SYMBOL
               IF STK-FOUND-IDX = 0
                   MOVE 'LOT2' TO WS-EXC-RULE
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'SYMBOL ' DELIMITED BY SIZE
                       INVESTMENT-SYMBOL DELIMITED BY SIZE
                       ' LOT DATED ' DELIMITED BY SIZE
                       LOT-ACQUISITION-DATE DELIMITED BY SIZE
                       ' NOT ON STOCK MASTER' DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   PERFORM RAISE-EXCEPTION
               ELSE
                   PERFORM CHECK-LOT-CURRENCY
               END-IF
           END-IF.

      * USD and a blank code need no rate; any other listing
      * currency must have a usable FX row.
       CHECK-LOT-CURRENCY.
           IF STK-CURRENCY(STK-FOUND-IDX) NOT = 'USD'
                   AND STK-CURRENCY(STK-FOUND-IDX) NOT = SPACES
               MOVE 'N' TO WS-FX-FOUND
               PERFORM VARYING FXT-IDX FROM 1 BY 1
                       UNTIL FXT-IDX > FXT-COUNT
                   IF FXT-CURRENCY(FXT-IDX) =
                           STK-CURRENCY(STK-FOUND-IDX)
                       MOVE 'Y' TO WS-FX-FOUND
                   END-IF
               END-PERFORM
               IF WS-FX-FOUND = 'N'
                   PERFORM NOTE-MISSING-CURRENCY
               END-IF
           END-IF.

       NOTE-MISSING-CURRENCY.
           MOVE 0 TO MCY-FOUND-IDX
           PERFORM VARYING MCY-IDX FROM 1 BY 1
                   UNTIL MCY-IDX > MCY-COUNT
               IF MCY-CURRENCY(MCY-IDX) = STK-CURRENCY(STK-FOUND-IDX)
                   MOVE MCY-IDX TO MCY-FOUND-IDX
               END-IF
           END-PERFORM
           IF MCY-FOUND-IDX = 0
               IF MCY-COUNT >= MCY-MAX
                   DISPLAY 'MISSING CURRENCIES EXCEED TABLE LIMIT OF '
                       MCY-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO MCY-COUNT
               MOVE MCY-COUNT TO MCY-FOUND-IDX
               MOVE STK-CURRENCY(STK-FOUND-IDX)
                   TO MCY-CURRENCY(MCY-COUNT)
               MOVE CLIENT-ID TO MCY-CLIENT-ID(MCY-COUNT)
               MOVE INVESTMENT-SYMBOL TO MCY-SYMBOL(MCY-COUNT)
               MOVE 0 TO MCY-LOT-COUNT(MCY-COUNT)
           END-IF
           ADD 1 TO MCY-LOT-COUNT(MCY-FOUND-IDX).

      * Ledgers are appended in date order, so an entry dated before
      * the latest date above it was posted out of sequence.
       CHECK-CLIENT-CASH.
           MOVE 'CASH-LEDGER' TO WS-EXC-FILE-NAME
           MOVE 0 TO WS-PRIOR-CASH-DATE
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS = '00'
               ADD 1 TO FILE-READ-COUNT
               MOVE 'N' TO END-OF-FILE
               MOVE 0 TO WS-LINE-NO
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ CASH-LEDGER-FILE INTO CASH-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           ADD 1 TO RECORD-READ-COUNT
                           IF CASH-RECORD NOT = SPACES
                               PERFORM CHECK-ONE-CASH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-LEDGER-FILE
           END-IF.

       CHECK-ONE-CASH-ENTRY.
           IF CSH-DATE NOT NUMERIC OR CSH-DEBIT NOT NUMERIC
                   OR CSH-CREDIT NOT NUMERIC
               MOVE 'CSH2' TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'ENTRY ' DELIMITED BY SIZE
                   CSH-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CSH-TYPE DELIMITED BY SIZE
                   ' - DATE OR AMOUNT NOT NUMERIC' DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           ELSE
               IF CSH-DATE < WS-PRIOR-CASH-DATE
                   MOVE 'CSH1' TO WS-EXC-RULE
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING CSH-TYPE DELIMITED BY SIZE
                       ' DATED ' DELIMITED BY SIZE
                       CSH-DATE DELIMITED BY SIZE
                       ' FOLLOWS AN ENTRY DATED ' DELIMITED BY SIZE
                       WS-PRIOR-CASH-DATE DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   PERFORM RAISE-EXCEPTION
               ELSE
                   MOVE CSH-DATE TO WS-PRIOR-CASH-DATE
               END-IF
           END-IF.

       CHECK-CLIENT-REALIZED.
           MOVE 'REALIZED' TO WS-EXC-FILE-NAME
           OPEN INPUT REALIZED-FILE
           IF WS-REALIZED-STATUS = '00'
               ADD 1 TO FILE-READ-COUNT
               MOVE 'N' TO END-OF-FILE
               MOVE 0 TO WS-LINE-NO
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ REALIZED-FILE INTO REALIZED-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           ADD 1 TO RECORD-READ-COUNT
                           IF REALIZED-RECORD NOT = SPACES
                               PERFORM CHECK-ONE-REALIZED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REALIZED-FILE
           END-IF.

       CHECK-ONE-REALIZED.
           IF RLZ-CLIENT-ID NOT = CLIENT-ID
               MOVE 'RLZ1' TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'RECORD NAMES CLIENT ' DELIMITED BY SIZE
                   RLZ-CLIENT-ID DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   RLZ-SYMBOL DELIMITED BY SIZE
                   ' SOLD ' DELIMITED BY SIZE
                   RLZ-SELL-DATE DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-IF
           IF RLZ-ACQ-DATE NOT NUMERIC OR RLZ-SELL-DATE NOT NUMERIC
                   OR RLZ-SHARES NOT NUMERIC
                   OR RLZ-COST-BASE NOT NUMERIC
                   OR RLZ-PROCEEDS NOT NUMERIC
                   OR RLZ-GAIN-LOSS NOT NUMERIC
               MOVE 'RLZ2' TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING RLZ-SYMBOL DELIMITED BY SIZE
                   ' - DATE, SHARES OR AMOUNT NOT NUMERIC'
                   DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-CLIENT-BUYS.
           MOVE 'BUYS' TO WS-EXC-FILE-NAME
           OPEN INPUT BUYS-FILE
           IF WS-BUYS-STATUS = '00'
               ADD 1 TO FILE-READ-COUNT
               MOVE 'N' TO END-OF-FILE
               MOVE 0 TO WS-LINE-NO
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ BUYS-FILE INTO BUY-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           ADD 1 TO RECORD-READ-COUNT
                           IF BUY-RECORD NOT = SPACES
                               PERFORM CHECK-ONE-BUY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUYS-FILE
           END-IF.

       CHECK-ONE-BUY.
           IF BUY-CLIENT-ID NOT = CLIENT-ID
               MOVE 'BUY1' TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'RECORD NAMES CLIENT ' DELIMITED BY SIZE
                   BUY-CLIENT-ID DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   BUY-SYMBOL DELIMITED BY SIZE
                   ' BOUGHT ' DELIMITED BY SIZE
                   BUY-DATE DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-IF
           IF BUY-DATE NOT NUMERIC OR BUY-SHARES NOT NUMERIC
                   OR BUY-PRICE NOT NUMERIC
               MOVE 'BUY2' TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING BUY-SYMBOL DELIMITED BY SIZE
                   ' - DATE, SHARES OR PRICE NOT NUMERIC'
                   DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-HELD-CURRENCIES.
           MOVE 'FX01' TO WS-EXC-RULE
           MOVE 'FX-RATES' TO WS-EXC-FILE-NAME
           MOVE 0 TO WS-LINE-NO
           PERFORM VARYING MCY-IDX FROM 1 BY 1
                   UNTIL MCY-IDX > MCY-COUNT
               MOVE MCY-CLIENT-ID(MCY-IDX) TO WS-EXC-CLIENT-ID
               MOVE MCY-LOT-COUNT(MCY-IDX) TO EDITED-INT-COUNT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'CURRENCY ' DELIMITED BY SIZE
                   MCY-CURRENCY(MCY-IDX) DELIMITED BY SIZE
                   ' HELD IN' DELIMITED BY SIZE
                   EDITED-INT-COUNT DELIMITED BY SIZE
                   ' LOT(S), FIRST ' DELIMITED BY SIZE
                   MCY-SYMBOL(MCY-IDX) DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM RAISE-EXCEPTION
           END-PERFORM.

      * Counts the exception against its rule and releases it to
      * the sort under the rule's severity.
       RAISE-EXCEPTION.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-MAX
                   OR RULE-CODE(RULE-IDX) = WS-EXC-RULE
               CONTINUE
           END-PERFORM
           ADD 1 TO RULE-COUNT(RULE-IDX)
           ADD 1 TO EXCEPTION-SEQ
           MOVE SPACES TO EXCEPTION-SORT-RECORD
           IF RULE-SEVERITY(RULE-IDX) = 'E'
               MOVE 1 TO EXS-SEV-SEQ
               ADD 1 TO ERROR-COUNT
           ELSE
               MOVE 2 TO EXS-SEV-SEQ
               ADD 1 TO WARNING-COUNT
           END-IF
           MOVE WS-EXC-RULE TO EXS-RULE
           MOVE EXCEPTION-SEQ TO EXS-SEQ
           MOVE WS-EXC-CLIENT-ID TO EXS-CLIENT-ID
           MOVE WS-EXC-FILE-NAME TO EXS-FILE-NAME
           MOVE WS-LINE-NO TO EXS-LINE-NO
           MOVE WS-EXC-DETAIL TO EXS-DETAIL
           RELEASE EXCEPTION-SORT-RECORD.

      * The sort's output side: one section per severity, the
      * exceptions within it by rule.
       WRITE-EXCEPTION-SECTIONS.
           MOVE 'N' TO SORT-EOF
           MOVE 0 TO WS-CURRENT-SEV-SEQ
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN EXCEPTION-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-EXCEPTION
               END-RETURN
           END-PERFORM
           IF EXCEPTION-SEQ = 0
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               MOVE 'NO EXCEPTIONS FOUND' TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF.

       WRITE-ONE-EXCEPTION.
           IF EXS-SEV-SEQ NOT = WS-CURRENT-SEV-SEQ
               MOVE EXS-SEV-SEQ TO WS-CURRENT-SEV-SEQ
               PERFORM WRITE-SEVERITY-HEADING
           END-IF
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE EXS-RULE TO EXL-RULE
           MOVE EXS-CLIENT-ID TO EXL-CLIENT-ID
           MOVE EXS-FILE-NAME TO EXL-FILE-NAME
           IF EXS-LINE-NO > 0
               MOVE EXS-LINE-NO TO EDITED-INT-LINE-NO
               MOVE EDITED-INT-LINE-NO TO EXL-LINE-NO
           END-IF
           MOVE EXS-DETAIL TO EXL-DETAIL
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       WRITE-SEVERITY-HEADING.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           IF WS-CURRENT-SEV-SEQ = 1
               MOVE ERROR-COUNT TO EDITED-INT-COUNT
               STRING 'ERRORS -' DELIMITED BY SIZE
                   EDITED-INT-COUNT DELIMITED BY SIZE
                   ' (BATCH WINDOW STOPPED)' DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
           ELSE
               MOVE WARNING-COUNT TO EDITED-INT-COUNT
               STRING 'WARNINGS -' DELIMITED BY SIZE
                   EDITED-INT-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
           END-IF
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE 'RULE' TO EXL-RULE
           MOVE 'CLIENT' TO EXL-CLIENT-ID
           MOVE 'FILE' TO EXL-FILE-NAME
           MOVE '   LINE' TO EXL-LINE-NO
           MOVE 'DETAIL' TO EXL-DETAIL
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE DASH-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

      * Every rule is listed, errors first, with zero counts shown,
      * so the report also records what was checked.
       WRITE-RULE-SUMMARY.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SEPARATOR-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE 'EXCEPTIONS BY RULE' TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE DASH-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-MAX
               MOVE SPACES TO WS-SUMMARY-LINE
               IF RULE-SEVERITY(RULE-IDX) = 'E'
                   MOVE 'ERROR' TO SUM-SEVERITY
               ELSE
                   MOVE 'WARNING' TO SUM-SEVERITY
               END-IF
               MOVE RULE-CODE(RULE-IDX) TO SUM-RULE
               MOVE RULE-TEXT(RULE-IDX) TO SUM-TEXT
               MOVE RULE-COUNT(RULE-IDX) TO EDITED-INT-COUNT
               MOVE EDITED-INT-COUNT TO SUM-COUNT
               MOVE WS-SUMMARY-LINE TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-PERFORM
           MOVE DASH-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'TOTAL ERRORS' TO SUM-TEXT
           MOVE ERROR-COUNT TO EDITED-INT-COUNT
           MOVE EDITED-INT-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE 'TOTAL WARNINGS' TO SUM-TEXT
           MOVE WARNING-COUNT TO EDITED-INT-COUNT
           MOVE EDITED-INT-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE 'CLIENTS CHECKED' TO SUM-TEXT
           MOVE CLIENT-READ-COUNT TO EDITED-INT-COUNT
           MOVE EDITED-INT-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE 'FILES READ' TO SUM-TEXT
           MOVE FILE-READ-COUNT TO EDITED-INT-COUNT
           MOVE EDITED-INT-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE 'RECORDS READ' TO SUM-TEXT
           MOVE RECORD-READ-COUNT TO EDITED-INT-COUNT
           MOVE EDITED-INT-COUNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           IF ERROR-COUNT > 0
               MOVE 'RESULT: ERRORS FOUND - BATCH WINDOW STOPPED'
                   TO EXCEPTION-REPORT-RECORD
           ELSE
               MOVE 'RESULT: NO ERRORS - BATCH WINDOW MAY PROCEED'
                   TO EXCEPTION-REPORT-RECORD
           END-IF
           WRITE EXCEPTION-REPORT-RECORD.

       TERMINATION.
           CLOSE CLIENT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY 'INTEGRITY CHECK COMPLETE FOR ' WS-BUS-DATE
           DISPLAY 'CLIENTS CHECKED: ' CLIENT-READ-COUNT
           DISPLAY 'FILES READ:      ' FILE-READ-COUNT
           DISPLAY 'RECORDS READ:    ' RECORD-READ-COUNT
           DISPLAY 'ERRORS:          ' ERROR-COUNT
           DISPLAY 'WARNINGS:        ' WARNING-COUNT
           IF ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
