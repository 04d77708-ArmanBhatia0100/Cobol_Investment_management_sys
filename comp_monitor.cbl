       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMON.

      * Nightly compliance monitor. TRADEAPPLY refuses a BUY that
      * would break a client's compliance rules, but prices move
      * after the trade: a position bought at 8% of the account can
      * drift to 12% without a single trade. This run works through
      * the client registry the way FIRMRUN does - every active
      * client - and tests the holdings as they stand tonight
      * against the same rules TRADEAPPLY applies
      * (COMPLIANCE-RULES.txt - those keyed to the client and those
      * keyed to the client's model):
      *   RSYM  a restricted symbol is held at all
      *   RSEC  anything is held in a restricted sector
      *   MPOS  a position is over the maximum percent of the account
      *   MSEC  a sector is over the maximum percent of the account
      * The account is valued the way the pre-trade check values it:
      * clean lots at stock-master closing prices in base currency
      * plus a positive cash-ledger balance. A lot whose currency has
      * no FX rate is left out of the value with an operator
      * message, though it still counts as held for the restricted
      * symbol test.
      * Every breach is one line of the exceptions list
      * (COMPLIANCE-BREACHES.txt) for the compliance officer, with
      * the rule, its limit and the actual percent; the trailer
      * counts the clients checked and the clients in breach.
      * Breaches are reported, not failed on: the run ends with
      * return code 0 so the batch window carries on.
      * The first argument is the report date (YYYYMMDD, default
      * today), printed on the heading.

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

      * The rules TRADEAPPLY applies before every BUY.
           SELECT COMPLIANCE-RULES-FILE
               ASSIGN TO '..\COMPLIANCE-RULES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO WS-PORTFOLIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO WS-CASH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT BREACH-REPORT-FILE
               ASSIGN TO '..\COMPLIANCE-BREACHES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      * Daily FX rate master FXLOAD rebuilds; holdings are valued in
      * base currency (USD).
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

      * CRL-KEY-TYPE C keys the rule to a client id, M to a model id.
      * RSYM / RSEC name the restricted symbol or sector in
      * CRL-SUBJECT; MPOS / MSEC carry the maximum percent, with a
      * blank subject applying it to every position or sector.
       FD COMPLIANCE-RULES-FILE.
       01 COMPLIANCE-RULE-RECORD.
           05 CRL-KEY-TYPE         PIC X(1).
           05 FILLER               PIC X(1).
           05 CRL-KEY-ID           PIC X(10).
           05 FILLER               PIC X(1).
           05 CRL-RULE-TYPE        PIC X(4).
           05 FILLER               PIC X(1).
           05 CRL-SUBJECT          PIC X(10).
           05 FILLER               PIC X(1).
           05 CRL-LIMIT-PCT        PIC 9(3)V99.

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

       FD BREACH-REPORT-FILE.
       01 BREACH-REPORT-RECORD     PIC X(132).

       FD FX-RATES-FILE.
       01 FX-RATE-RECORD.
           05 FX-CURRENCY-IN       PIC X(3).
           05 FX-RATE-IN           PIC 9(3)V9(6).
           05 FX-RATE-DATE-IN      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-REPORT-DATE-ARG       PIC X(8) VALUE SPACES.
       01 WS-REPORT-DATE           PIC 9(8).
       01 WS-PORTFOLIO-PATH        PIC X(40) VALUE SPACES.
       01 WS-CASH-PATH             PIC X(40) VALUE SPACES.
       01 WS-STOCKS-STATUS         PIC XX.
       01 WS-CLIENT-STATUS         PIC XX.
       01 WS-RULES-STATUS          PIC XX.
       01 WS-PORTFOLIO-STATUS      PIC XX.
       01 WS-CASH-STATUS           PIC XX.
       01 WS-FX-STATUS             PIC XX.
       01 WS-FX-OPEN               PIC X VALUE 'N'.
       01 FX-RATE-FOUND            PIC X VALUE 'N'.
       01 WS-FX-RATE               PIC 9(3)V9(6).
       01 FX-SKIP-COUNT            PIC 9(5) VALUE 0.
       01 STOCK-FOUND              PIC X VALUE 'N'.
           88 STOCK-WAS-FOUND      VALUE 'Y'.

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 CLIENT-EOF               PIC X VALUE 'N'.
       01 CLIENT-READ-COUNT        PIC 9(5) VALUE 0.
       01 CLIENT-CHECKED-COUNT     PIC 9(5) VALUE 0.
       01 CLIENT-NO-RULES-COUNT    PIC 9(5) VALUE 0.
       01 CLIENT-BREACH-COUNT      PIC 9(5) VALUE 0.
       01 CLIENT-SKIP-COUNT        PIC 9(5) VALUE 0.
       01 BREACH-COUNT             PIC 9(7) VALUE 0.
       01 WS-CLIENT-BREACHES       PIC 9(5) VALUE 0.

      * Every rule on the file, loaded once; each client then picks
      * out its own and its model's.
       01 CRT-MAX                  PIC 9(4) VALUE 1000.
       01 CRT-COUNT                PIC 9(4) VALUE 0.
       01 CRT-TABLE.
           05 CRT-ENTRY OCCURS 1000 TIMES.
               10 CRT-KEY-TYPE     PIC X(1).
               10 CRT-KEY-ID       PIC X(10).
               10 CRT-RULE-TYPE    PIC X(4).
               10 CRT-SUBJECT      PIC X(10).
               10 CRT-LIMIT-PCT    PIC 9(3)V99.
       01 CRT-IDX                  PIC 9(4).
       01 WS-CLIENT-RULE-COUNT     PIC 9(4) VALUE 0.

      * The client's holdings rolled up by symbol and by sector.
       01 HLD-MAX                  PIC 9(3) VALUE 200.
       01 HLD-COUNT                PIC 9(3) VALUE 0.
       01 HLD-TABLE.
           05 HLD-ENTRY OCCURS 200 TIMES.
               10 HLD-SYMBOL       PIC X(7).
               10 HLD-SECTOR       PIC X(10).
               10 HLD-MARKET-VALUE PIC 9(11)V99.
       01 HLD-IDX                  PIC 9(3).
       01 HLD-FOUND-IDX            PIC 9(3).
       01 SECT-MAX                 PIC 9(2) VALUE 50.
       01 SECT-COUNT               PIC 9(2) VALUE 0.
       01 SECTOR-TABLE.
           05 SECTOR-ENTRY OCCURS 50 TIMES.
               10 SECT-NAME        PIC X(10).
               10 SECT-MARKET-VALUE PIC 9(11)V99.
       01 SECT-IDX                 PIC 9(2).
       01 SECT-FOUND-IDX           PIC 9(2).

       01 WS-ACCOUNT-VALUE         PIC S9(11)V99.
       01 WS-CASH-BALANCE          PIC S9(11)V99.
       01 CALC-MARKET-VALUE        PIC 9(9)V99.
       01 WS-LOT-SECTOR            PIC X(10).
       01 WS-ACTUAL-PCT            PIC 9(5)V99.
       01 WS-BREACH-SUBJECT        PIC X(10).
       01 WS-BREACH-VALUE          PIC 9(11)V99.

       01 EDITED-BREACH-PCT        PIC ZZZZ9.99.
       01 EDITED-BREACH-LIMIT      PIC ZZ9.99.
       01 EDITED-BREACH-MV         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01 EDITED-BREACH-COUNT      PIC ZZZ,ZZ9.

       01 WS-BREACH-LINE.
           05 BRL-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BRL-CLIENT-NAME      PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BRL-RULE-KEY         PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BRL-RULE-TYPE        PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BRL-SUBJECT          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BRL-LIMIT            PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BRL-ACTUAL           PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BRL-MARKET-VALUE     PIC X(19).

       01 SEPARATOR-LINE           PIC X(132) VALUE ALL '='.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM LOAD-COMPLIANCE-RULES
           PERFORM PROCESS-CLIENTS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-DATE-ARG FROM ARGUMENT-VALUE
           IF WS-REPORT-DATE-ARG NOT = SPACES
                   AND WS-REPORT-DATE-ARG IS NUMERIC
               MOVE WS-REPORT-DATE-ARG TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
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
           OPEN OUTPUT BREACH-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO BREACH-REPORT-RECORD
           STRING 'COMPLIANCE BREACH REPORT - ' DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD
           MOVE SPACES TO WS-BREACH-LINE
           MOVE 'CLIENT ID' TO BRL-CLIENT-ID
           MOVE 'CLIENT NAME' TO BRL-CLIENT-NAME
           MOVE 'RULE KEY' TO BRL-RULE-KEY
           MOVE 'RULE' TO BRL-RULE-TYPE
           MOVE 'SUBJECT' TO BRL-SUBJECT
           MOVE 'LIMIT %' TO BRL-LIMIT
           MOVE 'ACTUAL %' TO BRL-ACTUAL
           MOVE 'MARKET VALUE' TO BRL-MARKET-VALUE
           MOVE WS-BREACH-LINE TO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD
           MOVE SEPARATOR-LINE TO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD.

      * With no rules file there is nothing to breach; the report
      * still runs so the officer sees an empty list.
       LOAD-COMPLIANCE-RULES.
           OPEN INPUT COMPLIANCE-RULES-FILE
           IF WS-RULES-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ COMPLIANCE-RULES-FILE
                           INTO COMPLIANCE-RULE-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM LOAD-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-RULES-FILE
           ELSE
               DISPLAY 'NO COMPLIANCE RULES FILE, STATUS='
                   WS-RULES-STATUS
           END-IF.

       LOAD-ONE-RULE.
           IF (CRL-RULE-TYPE = 'MPOS' OR CRL-RULE-TYPE = 'MSEC')
                   AND CRL-LIMIT-PCT NOT NUMERIC
               DISPLAY 'COMPLIANCE RULE WITH INVALID LIMIT IGNORED: '
                   CRL-KEY-ID ' ' CRL-RULE-TYPE
           ELSE
               IF CRT-COUNT >= CRT-MAX
                   DISPLAY 'COMPLIANCE RULES EXCEED TABLE LIMIT OF '
                       CRT-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CRT-COUNT
               MOVE CRL-KEY-TYPE TO CRT-KEY-TYPE(CRT-COUNT)
               MOVE CRL-KEY-ID TO CRT-KEY-ID(CRT-COUNT)
               MOVE CRL-RULE-TYPE TO CRT-RULE-TYPE(CRT-COUNT)
               MOVE CRL-SUBJECT TO CRT-SUBJECT(CRT-COUNT)
               IF CRL-LIMIT-PCT NUMERIC
                   MOVE CRL-LIMIT-PCT TO CRT-LIMIT-PCT(CRT-COUNT)
               ELSE
                   MOVE 0 TO CRT-LIMIT-PCT(CRT-COUNT)
               END-IF
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
                           PERFORM CHECK-ONE-CLIENT
                       ELSE
                           ADD 1 TO CLIENT-SKIP-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * A client with no rules of its own or its model's is counted
      * and not valued.
       CHECK-ONE-CLIENT.
           MOVE 0 TO WS-CLIENT-RULE-COUNT
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > CRT-COUNT
               IF (CRT-KEY-TYPE(CRT-IDX) = 'C'
                       AND CRT-KEY-ID(CRT-IDX) = CLIENT-ID)
                   OR (CRT-KEY-TYPE(CRT-IDX) = 'M'
                       AND CLIENT-MODEL-ID NOT = SPACES
                       AND CRT-KEY-ID(CRT-IDX) = CLIENT-MODEL-ID)
                   ADD 1 TO WS-CLIENT-RULE-COUNT
               END-IF
           END-PERFORM
           IF WS-CLIENT-RULE-COUNT = 0
               ADD 1 TO CLIENT-NO-RULES-COUNT
           ELSE
               ADD 1 TO CLIENT-CHECKED-COUNT
               PERFORM VALUE-CLIENT-HOLDINGS
               PERFORM LOAD-CLIENT-CASH-BALANCE
               IF WS-CASH-BALANCE > 0
                   ADD WS-CASH-BALANCE TO WS-ACCOUNT-VALUE
               END-IF
               MOVE 0 TO WS-CLIENT-BREACHES
               PERFORM VARYING CRT-IDX FROM 1 BY 1
                       UNTIL CRT-IDX > CRT-COUNT
                   IF (CRT-KEY-TYPE(CRT-IDX) = 'C'
                           AND CRT-KEY-ID(CRT-IDX) = CLIENT-ID)
                       OR (CRT-KEY-TYPE(CRT-IDX) = 'M'
                           AND CLIENT-MODEL-ID NOT = SPACES
                           AND CRT-KEY-ID(CRT-IDX) = CLIENT-MODEL-ID)
                       PERFORM TEST-ONE-RULE
                   END-IF
               END-PERFORM
               IF WS-CLIENT-BREACHES > 0
                   ADD 1 TO CLIENT-BREACH-COUNT
               END-IF
           END-IF.

      * The same clean-lot filter and stock-master pricing the
      * pre-trade check applies, rolled up by symbol and sector.
       VALUE-CLIENT-HOLDINGS.
           MOVE 0 TO HLD-COUNT
           MOVE 0 TO SECT-COUNT
           MOVE 0 TO WS-ACCOUNT-VALUE
           MOVE SPACES TO WS-PORTFOLIO-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-PORTFOLIO.txt' DELIMITED BY SIZE
               INTO WS-PORTFOLIO-PATH
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOLIO-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PORTFOLIO-FILE INTO INVESTMENT-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM VALUE-ONE-LOT
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-FILE
           ELSE
               DISPLAY 'NO PORTFOLIO FILE FOR CLIENT ' CLIENT-ID
           END-IF.

       VALUE-ONE-LOT.
           IF LOT-SHARES NOT NUMERIC OR LOT-SHARES = 0
                   OR LOT-COST NOT NUMERIC OR LOT-COST = 0
               CONTINUE
           ELSE
               MOVE 0 TO CALC-MARKET-VALUE
               MOVE SPACES TO WS-LOT-SECTOR
               MOVE 'N' TO STOCK-FOUND
               MOVE INVESTMENT-SYMBOL TO STOCK-SYMBOL-IN
               READ STOCKS-FILE
                   INVALID KEY
                       MOVE 'N' TO STOCK-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO STOCK-FOUND
               END-READ
               IF STOCK-WAS-FOUND
                   MOVE STOCK-SECTOR-IN TO WS-LOT-SECTOR
                   IF CLOSING-PRICE-IN IS NUMERIC
                           AND CLOSING-PRICE-IN NOT = 0
                       PERFORM GET-FX-RATE
                       IF FX-RATE-FOUND = 'N'
                           ADD 1 TO FX-SKIP-COUNT
                           DISPLAY 'NO FX RATE FOR CURRENCY '
                               STOCK-CURRENCY-IN ' - SYMBOL '
                               INVESTMENT-SYMBOL
                               ' EXCLUDED FROM ACCOUNT VALUE'
                       ELSE
                           COMPUTE CALC-MARKET-VALUE ROUNDED =
                               LOT-SHARES * CLOSING-PRICE-IN
                               * WS-FX-RATE
                       END-IF
                   END-IF
               END-IF
               ADD CALC-MARKET-VALUE TO WS-ACCOUNT-VALUE
               PERFORM ADD-LOT-TO-HOLDINGS
               IF STOCK-WAS-FOUND
                   PERFORM ADD-LOT-TO-SECTOR
               END-IF
           END-IF.

       ADD-LOT-TO-HOLDINGS.
           MOVE 0 TO HLD-FOUND-IDX
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HLD-COUNT
               IF HLD-SYMBOL(HLD-IDX) = INVESTMENT-SYMBOL
                   MOVE HLD-IDX TO HLD-FOUND-IDX
               END-IF
           END-PERFORM
           IF HLD-FOUND-IDX = 0
               IF HLD-COUNT >= HLD-MAX
                   DISPLAY 'CLIENT ' CLIENT-ID ' HOLDS MORE THAN '
                       HLD-MAX ' SYMBOLS, RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO HLD-COUNT
               MOVE HLD-COUNT TO HLD-FOUND-IDX
               MOVE INVESTMENT-SYMBOL TO HLD-SYMBOL(HLD-FOUND-IDX)
               MOVE WS-LOT-SECTOR TO HLD-SECTOR(HLD-FOUND-IDX)
               MOVE 0 TO HLD-MARKET-VALUE(HLD-FOUND-IDX)
           END-IF
           ADD CALC-MARKET-VALUE TO HLD-MARKET-VALUE(HLD-FOUND-IDX).

       ADD-LOT-TO-SECTOR.
           MOVE 0 TO SECT-FOUND-IDX
           PERFORM VARYING SECT-IDX FROM 1 BY 1
                   UNTIL SECT-IDX > SECT-COUNT
               IF SECT-NAME(SECT-IDX) = WS-LOT-SECTOR
                   MOVE SECT-IDX TO SECT-FOUND-IDX
               END-IF
           END-PERFORM
           IF SECT-FOUND-IDX = 0
               IF SECT-COUNT >= SECT-MAX
                   DISPLAY 'CLIENT ' CLIENT-ID ' HOLDS MORE THAN '
                       SECT-MAX ' SECTORS, RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SECT-COUNT
               MOVE SECT-COUNT TO SECT-FOUND-IDX
               MOVE WS-LOT-SECTOR TO SECT-NAME(SECT-FOUND-IDX)
               MOVE 0 TO SECT-MARKET-VALUE(SECT-FOUND-IDX)
           END-IF
           ADD CALC-MARKET-VALUE TO SECT-MARKET-VALUE(SECT-FOUND-IDX).

      * Rate 1 for the base currency; anything else comes off the
      * FX master or the lot is left out of the account value.
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

       LOAD-CLIENT-CASH-BALANCE.
           MOVE 0 TO WS-CASH-BALANCE
           MOVE SPACES TO WS-CASH-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '-CASH-LEDGER.txt' DELIMITED BY SIZE
               INTO WS-CASH-PATH
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ CASH-LEDGER-FILE INTO CASH-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF CSH-CREDIT NUMERIC
                               ADD CSH-CREDIT TO WS-CASH-BALANCE
                           END-IF
                           IF CSH-DEBIT NUMERIC
                               SUBTRACT CSH-DEBIT FROM WS-CASH-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-LEDGER-FILE
           END-IF.

      * Restricted rules breach on any holding; percent rules on
      * every position or sector over the limit (or just the one the
      * rule names).
       TEST-ONE-RULE.
           EVALUATE CRT-RULE-TYPE(CRT-IDX)
               WHEN 'RSYM'
                   PERFORM VARYING HLD-IDX FROM 1 BY 1
                           UNTIL HLD-IDX > HLD-COUNT
                       IF HLD-SYMBOL(HLD-IDX) = CRT-SUBJECT(CRT-IDX)
                           MOVE HLD-SYMBOL(HLD-IDX) TO WS-BREACH-SUBJECT
                           MOVE HLD-MARKET-VALUE(HLD-IDX)
                               TO WS-BREACH-VALUE
                           PERFORM WRITE-BREACH-LINE
                       END-IF
                   END-PERFORM
               WHEN 'RSEC'
                   PERFORM VARYING SECT-IDX FROM 1 BY 1
                           UNTIL SECT-IDX > SECT-COUNT
                       IF SECT-NAME(SECT-IDX) = CRT-SUBJECT(CRT-IDX)
                           MOVE SECT-NAME(SECT-IDX) TO WS-BREACH-SUBJECT
                           MOVE SECT-MARKET-VALUE(SECT-IDX)
                               TO WS-BREACH-VALUE
                           PERFORM WRITE-BREACH-LINE
                       END-IF
                   END-PERFORM
               WHEN 'MPOS'
                   PERFORM VARYING HLD-IDX FROM 1 BY 1
                           UNTIL HLD-IDX > HLD-COUNT
                       IF CRT-SUBJECT(CRT-IDX) = SPACES
                               OR CRT-SUBJECT(CRT-IDX) =
                               HLD-SYMBOL(HLD-IDX)
                           MOVE HLD-SYMBOL(HLD-IDX) TO WS-BREACH-SUBJECT
                           MOVE HLD-MARKET-VALUE(HLD-IDX)
                               TO WS-BREACH-VALUE
                           PERFORM TEST-PERCENT-LIMIT
                       END-IF
                   END-PERFORM
               WHEN 'MSEC'
                   PERFORM VARYING SECT-IDX FROM 1 BY 1
                           UNTIL SECT-IDX > SECT-COUNT
                       IF CRT-SUBJECT(CRT-IDX) = SPACES
                               OR CRT-SUBJECT(CRT-IDX) =
                               SECT-NAME(SECT-IDX)
                           MOVE SECT-NAME(SECT-IDX) TO WS-BREACH-SUBJECT
                           MOVE SECT-MARKET-VALUE(SECT-IDX)
                               TO WS-BREACH-VALUE
                           PERFORM TEST-PERCENT-LIMIT
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TEST-PERCENT-LIMIT.
           IF WS-ACCOUNT-VALUE > 0
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   WS-BREACH-VALUE * 100 / WS-ACCOUNT-VALUE
               IF WS-ACTUAL-PCT > CRT-LIMIT-PCT(CRT-IDX)
                   PERFORM WRITE-BREACH-LINE
               END-IF
           END-IF.

       WRITE-BREACH-LINE.
           IF WS-ACCOUNT-VALUE > 0
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   WS-BREACH-VALUE * 100 / WS-ACCOUNT-VALUE
           ELSE
               MOVE 0 TO WS-ACTUAL-PCT
           END-IF
           MOVE SPACES TO WS-BREACH-LINE
           MOVE CLIENT-ID TO BRL-CLIENT-ID
           MOVE CLIENT-NAME TO BRL-CLIENT-NAME
           STRING CRT-KEY-TYPE(CRT-IDX) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               CRT-KEY-ID(CRT-IDX) DELIMITED BY SIZE
               INTO BRL-RULE-KEY
           MOVE CRT-RULE-TYPE(CRT-IDX) TO BRL-RULE-TYPE
           MOVE WS-BREACH-SUBJECT TO BRL-SUBJECT
           IF CRT-RULE-TYPE(CRT-IDX) = 'MPOS'
                   OR CRT-RULE-TYPE(CRT-IDX) = 'MSEC'
               MOVE CRT-LIMIT-PCT(CRT-IDX) TO EDITED-BREACH-LIMIT
               MOVE EDITED-BREACH-LIMIT TO BRL-LIMIT
           ELSE
               MOVE 'RESTRICT' TO BRL-LIMIT
           END-IF
           MOVE WS-ACTUAL-PCT TO EDITED-BREACH-PCT
           MOVE EDITED-BREACH-PCT TO BRL-ACTUAL
           MOVE WS-BREACH-VALUE TO EDITED-BREACH-MV
           MOVE EDITED-BREACH-MV TO BRL-MARKET-VALUE
           MOVE WS-BREACH-LINE TO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD
           ADD 1 TO WS-CLIENT-BREACHES
           ADD 1 TO BREACH-COUNT.

       WRITE-REPORT-TOTALS.
           IF BREACH-COUNT = 0
               MOVE SPACES TO BREACH-REPORT-RECORD
               MOVE 'NO ACCOUNTS IN BREACH' TO BREACH-REPORT-RECORD
               WRITE BREACH-REPORT-RECORD
           END-IF
           MOVE SEPARATOR-LINE TO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD
           MOVE SPACES TO BREACH-REPORT-RECORD
           MOVE CLIENT-CHECKED-COUNT TO EDITED-BREACH-COUNT
           STRING 'CLIENTS CHECKED:      ' DELIMITED BY SIZE
               EDITED-BREACH-COUNT DELIMITED BY SIZE
               INTO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD
           MOVE SPACES TO BREACH-REPORT-RECORD
           MOVE CLIENT-NO-RULES-COUNT TO EDITED-BREACH-COUNT
           STRING 'CLIENTS WITH NO RULES:' DELIMITED BY SIZE
               EDITED-BREACH-COUNT DELIMITED BY SIZE
               INTO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD
           MOVE SPACES TO BREACH-REPORT-RECORD
           MOVE CLIENT-BREACH-COUNT TO EDITED-BREACH-COUNT
           STRING 'CLIENTS IN BREACH:    ' DELIMITED BY SIZE
               EDITED-BREACH-COUNT DELIMITED BY SIZE
               INTO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD
           MOVE SPACES TO BREACH-REPORT-RECORD
           MOVE BREACH-COUNT TO EDITED-BREACH-COUNT
           STRING 'BREACHES:             ' DELIMITED BY SIZE
               EDITED-BREACH-COUNT DELIMITED BY SIZE
               INTO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD.

       TERMINATION.
           CLOSE STOCKS-FILE
           IF WS-FX-OPEN = 'Y'
               CLOSE FX-RATES-FILE
           END-IF
           CLOSE CLIENT-FILE
           CLOSE BREACH-REPORT-FILE
           DISPLAY 'COMPLIANCE MONITOR COMPLETE'
           DISPLAY 'CLIENTS READ:        ' CLIENT-READ-COUNT
           DISPLAY 'CLIENTS CHECKED:     ' CLIENT-CHECKED-COUNT
           DISPLAY 'CLIENTS NO RULES:    ' CLIENT-NO-RULES-COUNT
           DISPLAY 'CLIENTS IN BREACH:   ' CLIENT-BREACH-COUNT
           DISPLAY 'CLIENTS SKIPPED:     ' CLIENT-SKIP-COUNT
           DISPLAY 'BREACHES:            ' BREACH-COUNT
           DISPLAY 'FX-EXCLUDED LOTS:    ' FX-SKIP-COUNT.
