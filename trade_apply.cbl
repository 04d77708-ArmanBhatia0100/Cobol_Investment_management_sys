      * date's FX rate, and a trade in a currency with no rate on
      * the FX master is rejected before anything is applied - the
      * same hard stop the valuation runs give a missing rate.
      * A client's BUY must be covered by the cash on the client's
      * ledger: the opening balance (credits less debits over the
      * whole ledger, deposits and journals from CASHMOVE included)
      * is taken before the run posts anything, every applied trade
      * moves it, and a BUY whose base-currency cost exceeds what is
      * left rejects with the shortfall reason instead of buying on
      * money the client never sent. A SELL earlier in the same
      * trade file funds a later BUY.
      * The shared-account run (no client id) is not cover-checked:
      * CASHMOVE posts deposits only to client ledgers, so the shared
      * CASH-LEDGER.txt never holds the money its purchases draw on.
      * A BUY must also pass the client's compliance rules
      * (COMPLIANCE-RULES.txt), both those keyed to the client and
      * those keyed to the client's model: a restricted symbol, a
      * restricted sector (STOCK-SECTOR-IN), or a purchase that would
      * take the position or its sector over the maximum percent of
      * the account rejects, and the reject line names the rule that
      * failed. The account is the lots at stock-master prices in
      * base currency plus the cash balance, so the purchase only
      * moves value between cash and the position. SELLs are never
      * blocked; COMPMON reports accounts already in breach.
      * Applied BUYs are also appended to the purchase ledger
      * (BUYS.txt) so TAXREPORT can test each loss sale for a
      * replacement purchase inside the wash-sale window.
      * Every applied trade is confirmed to the client: one
      * page-formatted confirmation per trade on the run's
      * confirmation file (CLIENTID-CONFIRMS.txt), addressed from
      * the registry (name, mailing address, account number), giving
      * the symbol and stock name, side, trade date, shares, price,
      * listing currency, the FX rate used and the base-currency
      * amount posted to the cash ledger; a SELL also lists every
      * lot relieved with the relief method and the realized
      * gain/loss exactly as written to REALIZED.txt. Confirmations
      * are numbered in one firm-wide sequence carried from run to
      * run on CONFIRM-CONTROL.txt, and each is entered on the day's
      * confirmation register (CONFIRM-REGISTER-YYYYMMDD.txt, run
      * date), which every run appends to and closes with a line
      * giving the numbers it issued against the trades it applied.
      * A generation restore leaves CONFIRM-CONTROL.txt alone, so a
      * trade applied again after a rollback gets a new number and
      * no number is ever issued twice.
      * Pass the client id as the first argument to work the
      * CLIENTID-PORTFOLIO.txt / CLIENTID-TRADES.txt pair; with no
      * argument the shared PORTFOLIO.txt / TRADES.txt pair is used.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADES-STATUS.

      * Read for the client's relief-method election and the
      * confirmation name and address; a missing registry or client
      * defaults to FIFO.
           SELECT CLIENT-FILE ASSIGN TO '..\CLIENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUYS-STATUS.

      * Compliance rules, shared with COMPMON; a site with no rules
      * runs without the file.
           SELECT COMPLIANCE-RULES-FILE
               ASSIGN TO '..\COMPLIANCE-RULES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

      * Daily FX rate master FXLOAD rebuilds; cash postings convert
      * to base currency (USD) at the run date's rate. A site
      * holding only USD listings runs without the file.
               RECORD KEY IS FX-CURRENCY-IN
               FILE STATUS IS WS-FX-STATUS.

      * This run's trade confirmations, one page per applied trade.
           SELECT CONFIRM-FILE ASSIGN TO WS-CONFIRM-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      * Last confirmation number issued, firm-wide; a site with no
      * control file yet starts at 1.
           SELECT CONFIRM-CONTROL-FILE
               ASSIGN TO '..\CONFIRM-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-CTL-STATUS.

      * The day's confirmation register, appended by every run.
           SELECT CONFIRM-REGISTER-FILE ASSIGN TO WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCKS-FILE.
           05 FILLER               PIC X(1).
           05 BUY-PRICE            PIC 9(4)V99.

      * CRL-KEY-TYPE C keys the rule to a client id, M to a model id.
      * Rule types: RSYM restricted symbol and RSEC restricted
      * sector (CRL-SUBJECT names it); MPOS maximum percent in one
      * position and MSEC maximum percent in one sector (a blank
      * subject applies the limit to every position or sector).
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

       FD FX-RATES-FILE.
       01 FX-RATE-RECORD.
           05 FX-CURRENCY-IN       PIC X(3).
           05 FX-RATE-IN           PIC 9(3)V9(6).
           05 FX-RATE-DATE-IN      PIC 9(8).

       FD CONFIRM-FILE.
       01 CONFIRM-RECORD           PIC X(132).

       FD CONFIRM-CONTROL-FILE.
       01 CONFIRM-CONTROL-RECORD.
           05 CCT-LAST-CONFIRM-NO  PIC 9(9).
           05 FILLER               PIC X(1).
           05 CCT-LAST-RUN-DATE    PIC 9(8).

       FD CONFIRM-REGISTER-FILE.
       01 CONFIRM-REGISTER-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-CLIENT-ID             PIC X(10) VALUE SPACES.
       01 WS-REALIZED-PATH         PIC X(40) VALUE SPACES.
       01 WS-CASH-PATH             PIC X(40) VALUE SPACES.
       01 WS-BUYS-PATH             PIC X(40) VALUE SPACES.
       01 WS-CONFIRM-PATH          PIC X(40) VALUE SPACES.
       01 WS-REGISTER-PATH         PIC X(40) VALUE SPACES.
       01 WS-STOCKS-STATUS         PIC XX.
       01 WS-REALIZED-STATUS       PIC XX.
       01 WS-CASH-STATUS           PIC XX.
       01 WS-EFFECTIVE-METHOD      PIC X(4).
       01 WS-METHOD-ERROR          PIC X.

      * The client's compliance rules - its own and its model's -
      * loaded once. The trade's sector and FX rate are held while
      * the holdings are valued for a percent limit, since valuing
      * reuses the stock and FX record areas.
       01 WS-RULES-STATUS          PIC XX.
       01 WS-MODEL-ID              PIC X(8) VALUE SPACES.
       01 CRT-MAX                  PIC 9(3) VALUE 100.
       01 CRT-COUNT                PIC 9(3) VALUE 0.
       01 CRT-TABLE.
           05 CRT-ENTRY OCCURS 100 TIMES.
               10 CRT-KEY-TYPE     PIC X(1).
               10 CRT-KEY-ID       PIC X(10).
               10 CRT-RULE-TYPE    PIC X(4).
               10 CRT-SUBJECT      PIC X(10).
               10 CRT-LIMIT-PCT    PIC 9(3)V99.
       01 CRT-IDX                  PIC 9(3).
       01 WS-RULE-BREACHED         PIC X VALUE 'N'.
       01 WS-HOLDINGS-VALUED       PIC X VALUE 'N'.
       01 WS-TRADE-SECTOR          PIC X(10).
       01 WS-TRADE-FX-RATE         PIC 9(3)V9(6).
       01 WS-HELD-LOT-MV           PIC 9(9)V99.
       01 WS-ACCOUNT-VALUE         PIC S9(11)V99.
       01 WS-SYMBOL-VALUE          PIC 9(11)V99.
       01 WS-SECTOR-VALUE          PIC 9(11)V99.
       01 WS-RULE-PCT              PIC 9(5)V99.
       01 EDITED-RULE-LIMIT        PIC ZZ9.99.
       01 COMPLIANCE-REJECT-COUNT  PIC 9(9) VALUE 0.

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 TRADE-READ-COUNT         PIC 9(9) VALUE 0.
       01 TRADE-APPLIED-COUNT      PIC 9(9) VALUE 0.
       01 CASH-POST-COUNT          PIC 9(9) VALUE 0.
       01 BUY-LEDGER-COUNT         PIC 9(9) VALUE 0.
       01 WS-CASH-AMOUNT           PIC 9(9)V99.
       01 WS-CASH-BALANCE          PIC S9(11)V99 VALUE 0.

      * Confirmation addressing, kept from the registry pass; the
      * shared portfolio (no client id) is confirmed unaddressed.
       01 WS-CONFIRM-CTL-STATUS    PIC XX.
       01 WS-REGISTER-STATUS       PIC XX.
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-CNF-CURRENCY          PIC X(3).
       01 WS-CNF-CLIENT-NAME       PIC X(30) VALUE SPACES.
       01 WS-CNF-ADDRESS-1         PIC X(30) VALUE SPACES.
       01 WS-CNF-ADDRESS-2         PIC X(30) VALUE SPACES.
       01 WS-CNF-ACCOUNT-NO        PIC X(12) VALUE SPACES.

      * Numbering and page control for the confirmations. A SELL
      * relieving more lots than one page holds carries on to a
      * continuation page with the lot headings repeated.
       01 WS-LAST-CONFIRM-NO       PIC 9(9) VALUE 0.
       01 WS-FIRST-CONFIRM-NO      PIC 9(9) VALUE 0.
       01 CONFIRM-COUNT            PIC 9(9) VALUE 0.
       01 WS-CNF-PAGE-SIZE         PIC 9(2) VALUE 60.
       01 WS-CNF-LINE-COUNT        PIC 9(3) VALUE 0.
       01 WS-CNF-PAGE-NUMBER       PIC 9(3) VALUE 0.
       01 WS-CNF-PENDING-LINE      PIC X(132).
       01 WS-CNF-LOT-COUNT         PIC 9(5) VALUE 0.
       01 WS-CNF-LOT-SHARES        PIC 9(7) VALUE 0.
       01 WS-CNF-COST-BASE         PIC 9(11)V99 VALUE 0.
       01 WS-CNF-PROCEEDS          PIC 9(11)V99 VALUE 0.
       01 WS-CNF-GAIN-LOSS         PIC S9(11)V99 VALUE 0.

       01 EDITED-CNF-SHARES        PIC ZZ,ZZ9.
       01 EDITED-CNF-TOTAL-SHARES  PIC Z,ZZZ,ZZ9.
       01 EDITED-CNF-PRICE         PIC Z,ZZ9.99.
       01 EDITED-CNF-FX-RATE       PIC ZZ9.999999.
       01 EDITED-CNF-AMOUNT        PIC $ZZ,ZZZ,ZZ9.99.
       01 EDITED-CNF-SIGNED        PIC $ZZ,ZZZ,ZZ9.99-.
       01 EDITED-CNF-TOTAL         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01 EDITED-CNF-TOTAL-SIGNED  PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 EDITED-CNF-PAGE          PIC ZZ9.
       01 EDITED-CNF-LOTS          PIC ZZZZ9.
       01 EDITED-CNF-COUNT         PIC ZZZ,ZZ9.
       01 EDITED-CNF-APPLIED       PIC ZZZ,ZZ9.

       01 WS-CONFIRM-HEADER-LINE.
           05 CNFH-TITLE           PIC X(40).
           05 FILLER               PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(17)
               VALUE 'CONFIRMATION NO. '.
           05 CNFH-CONFIRM-NO      PIC 9(9).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE 'PAGE '.
           05 CNFH-PAGE-NUMBER     PIC X(3).

       01 WS-CONFIRM-DETAIL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CND-LABEL            PIC X(20).
           05 CND-VALUE            PIC X(80).

       01 WS-CONFIRM-LOT-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CNL-ACQ-DATE         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CNL-SHARES           PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CNL-UNIT-COST        PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CNL-COST-BASE        PIC X(18).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CNL-PROCEEDS         PIC X(18).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CNL-GAIN-LOSS        PIC X(19).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CNL-METHOD           PIC X(6).

       01 WS-REGISTER-LINE.
           05 RGL-CONFIRM-NO       PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-ACCOUNT-NO       PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-SIDE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-SYMBOL           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-TRADE-DATE       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-SHARES           PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-PRICE            PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-CURRENCY         PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-FX-RATE          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-BASE-AMOUNT      PIC X(14).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-LOTS             PIC X(5).

       01 SEPARATOR-LINE           PIC X(132) VALUE ALL '='.
       01 DASH-LINE                PIC X(132) VALUE ALL '-'.

       01 WS-REJECT-LINE.
           05 REJ-ACTION           PIC X(4).
       INITIALIZATION.
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-CLIENT-ID FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM BUILD-FILE-PATHS
           PERFORM LOOK-UP-RELIEF-METHOD
           PERFORM LOAD-COMPLIANCE-RULES
           OPEN INPUT STOCKS-FILE
           IF WS-STOCKS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STOCK MASTER, STATUS='
           IF WS-REALIZED-STATUS NOT = '00'
               OPEN OUTPUT REALIZED-FILE
           END-IF
           PERFORM LOAD-CASH-BALANCE
           OPEN EXTEND CASH-LEDGER-FILE
           IF WS-CASH-STATUS NOT = '00'
               OPEN OUTPUT CASH-LEDGER-FILE
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-STATUS = '00'
               MOVE 'Y' TO WS-FX-OPEN
           END-IF
           PERFORM LOAD-CONFIRM-NUMBER
           OPEN OUTPUT CONFIRM-FILE
           OPEN EXTEND CONFIRM-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               OPEN OUTPUT CONFIRM-REGISTER-FILE
               PERFORM WRITE-REGISTER-HEADER
           END-IF.

       LOAD-CONFIRM-NUMBER.
           MOVE 0 TO WS-LAST-CONFIRM-NO
           OPEN INPUT CONFIRM-CONTROL-FILE
           IF WS-CONFIRM-CTL-STATUS = '00'
               READ CONFIRM-CONTROL-FILE INTO CONFIRM-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CCT-LAST-CONFIRM-NO NUMERIC
                           MOVE CCT-LAST-CONFIRM-NO
                               TO WS-LAST-CONFIRM-NO
                       END-IF
               END-READ
               CLOSE CONFIRM-CONTROL-FILE
           END-IF.

      * A new day's register is headed once, by the first run of
      * the day; later runs append beneath it.
       WRITE-REGISTER-HEADER.
           MOVE SPACES TO CONFIRM-REGISTER-RECORD
           STRING 'TRADE CONFIRMATION REGISTER - RUN DATE '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CONFIRM-REGISTER-RECORD
           WRITE CONFIRM-REGISTER-RECORD
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE 'CONFIRM' TO RGL-CONFIRM-NO
           MOVE 'CLIENT' TO RGL-CLIENT-ID
           MOVE 'ACCOUNT NO' TO RGL-ACCOUNT-NO
           MOVE 'SIDE' TO RGL-SIDE
           MOVE 'SYMBOL' TO RGL-SYMBOL
           MOVE 'TRD DATE' TO RGL-TRADE-DATE
           MOVE 'SHARES' TO RGL-SHARES
           MOVE 'PRICE' TO RGL-PRICE
           MOVE 'CCY' TO RGL-CURRENCY
           MOVE 'FX RATE' TO RGL-FX-RATE
           MOVE 'BASE AMOUNT' TO RGL-BASE-AMOUNT
           MOVE 'LOTS' TO RGL-LOTS
           MOVE WS-REGISTER-LINE TO CONFIRM-REGISTER-RECORD
           WRITE CONFIRM-REGISTER-RECORD
           MOVE SEPARATOR-LINE TO CONFIRM-REGISTER-RECORD
           WRITE CONFIRM-REGISTER-RECORD.

       BUILD-FILE-PATHS.
           IF WS-CLIENT-ID = SPACES
               MOVE '..\TRADES.txt' TO WS-TRADES-PATH
               MOVE '..\REALIZED.txt' TO WS-REALIZED-PATH
               MOVE '..\CASH-LEDGER.txt' TO WS-CASH-PATH
               MOVE '..\BUYS.txt' TO WS-BUYS-PATH
               MOVE '..\CONFIRMS.txt' TO WS-CONFIRM-PATH
           ELSE
               STRING '..\' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLIENT-ID) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLIENT-ID) DELIMITED BY SIZE
                   '-BUYS.txt' DELIMITED BY SIZE
                   INTO WS-BUYS-PATH
               STRING '..\' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLIENT-ID) DELIMITED BY SIZE
                   '-CONFIRMS.txt' DELIMITED BY SIZE
                   INTO WS-CONFIRM-PATH
           END-IF
           STRING '..\CONFIRM-REGISTER-' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.

      * Only a recognized election overrides the FIFO default; a
      * run against the shared portfolio (no client id) stays FIFO.
      * The client's model id is kept for its compliance rules, and
      * its name, address and account number for the confirmations.
       LOOK-UP-RELIEF-METHOD.
           IF WS-CLIENT-ID NOT = SPACES
               OPEN INPUT CLIENT-FILE
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               IF CLIENT-ID = WS-CLIENT-ID
                                   MOVE CLIENT-MODEL-ID TO WS-MODEL-ID
                                   MOVE CLIENT-NAME
                                       TO WS-CNF-CLIENT-NAME
                                   MOVE CLIENT-ADDRESS-1
                                       TO WS-CNF-ADDRESS-1
                                   MOVE CLIENT-ADDRESS-2
                                       TO WS-CNF-ADDRESS-2
                                   MOVE CLIENT-ACCOUNT-NO
                                       TO WS-CNF-ACCOUNT-NO
                                   IF CLIENT-RELIEF-METHOD = 'HIFO'
                                       OR CLIENT-RELIEF-METHOD =
                                       'SPEC'
               END-IF
           END-IF.

      * Rules keyed to the client, or to its model when it has one;
      * the shared portfolio (no client id) carries no rules.
       LOAD-COMPLIANCE-RULES.
           MOVE 0 TO CRT-COUNT
           IF WS-CLIENT-ID NOT = SPACES
               OPEN INPUT COMPLIANCE-RULES-FILE
               IF WS-RULES-STATUS = '00'
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ COMPLIANCE-RULES-FILE
                               INTO COMPLIANCE-RULE-RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               IF (CRL-KEY-TYPE = 'C'
                                       AND CRL-KEY-ID = WS-CLIENT-ID)
                                   OR (CRL-KEY-TYPE = 'M'
                                       AND WS-MODEL-ID NOT = SPACES
                                       AND CRL-KEY-ID = WS-MODEL-ID)
                                   PERFORM LOAD-ONE-RULE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMPLIANCE-RULES-FILE
               END-IF
           END-IF.

      * A percent rule with a non-numeric limit cannot be tested and
      * is dropped.
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

      * Opening cash balance for the BUY cover check, read before
      * the ledger is opened for this run's postings. A client with
      * no ledger yet opens at zero.
       LOAD-CASH-BALANCE.
           MOVE 0 TO WS-CASH-BALANCE
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

       LOAD-PORTFOLIO-TABLE.
           MOVE 0 TO WS-LOT-COUNT
           OPEN INPUT PORTFOLIO-FILE
               END-IF
           END-IF.

      * The cover check uses the same base-currency cost the ledger
      * debit will carry; the compliance check leaves the failing
      * rule in REJ-REASON.
       APPLY-BUY.
           COMPUTE WS-CASH-AMOUNT ROUNDED =
               TRADE-SHARES * TRADE-PRICE * WS-FX-RATE
           PERFORM CHECK-BUY-COMPLIANCE
           IF WS-LOT-COUNT >= WS-LOT-MAX
               MOVE 'LOT TABLE FULL - BUY NOT APPLIED' TO REJ-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF WS-CLIENT-ID NOT = SPACES
                       AND WS-CASH-AMOUNT > WS-CASH-BALANCE
                   MOVE 'INSUFFICIENT CASH FOR PURCHASE' TO REJ-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   IF WS-RULE-BREACHED = 'Y'
                       ADD 1 TO COMPLIANCE-REJECT-COUNT
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       ADD 1 TO WS-LOT-COUNT
                       MOVE TRADE-SYMBOL
                           TO WS-LOT-SYMBOL(WS-LOT-COUNT)
                       MOVE TRADE-DATE TO WS-LOT-DATE(WS-LOT-COUNT)
                       MOVE TRADE-SHARES
                           TO WS-LOT-SHARES(WS-LOT-COUNT)
                       MOVE TRADE-PRICE TO WS-LOT-COST(WS-LOT-COUNT)
                       MOVE 'N' TO WS-LOT-RELIEVED(WS-LOT-COUNT)
                       ADD 1 TO TRADE-APPLIED-COUNT
                       PERFORM POST-BUY-CASH
                       PERFORM WRITE-BUY-LEDGER-RECORD
                       PERFORM WRITE-CONFIRM-HEADING
                       PERFORM WRITE-CONFIRM-FOOTING
                   END-IF
               END-IF
           END-IF.

      * Rules are tested in file order and the first one broken
      * stops the check. Holdings are valued only when a percent rule
      * applies to the trade, and the trade's stock record and FX
      * rate are put back afterwards for the postings.
       CHECK-BUY-COMPLIANCE.
           MOVE 'N' TO WS-RULE-BREACHED
           MOVE 'N' TO WS-HOLDINGS-VALUED
           MOVE STOCK-SECTOR-IN TO WS-TRADE-SECTOR
           MOVE WS-FX-RATE TO WS-TRADE-FX-RATE
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > CRT-COUNT OR WS-RULE-BREACHED = 'Y'
               PERFORM TEST-ONE-BUY-RULE
           END-PERFORM
           IF WS-HOLDINGS-VALUED = 'Y'
               MOVE TRADE-SYMBOL TO STOCK-SYMBOL-IN
               READ STOCKS-FILE
                   INVALID KEY
                       MOVE 'N' TO STOCK-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO STOCK-FOUND
               END-READ
               MOVE WS-TRADE-FX-RATE TO WS-FX-RATE
               MOVE 'Y' TO FX-RATE-FOUND
           END-IF.

       TEST-ONE-BUY-RULE.
           EVALUATE CRT-RULE-TYPE(CRT-IDX)
               WHEN 'RSYM'
                   IF CRT-SUBJECT(CRT-IDX) = TRADE-SYMBOL
                       MOVE 'Y' TO WS-RULE-BREACHED
                   END-IF
               WHEN 'RSEC'
                   IF CRT-SUBJECT(CRT-IDX) = WS-TRADE-SECTOR
                       MOVE 'Y' TO WS-RULE-BREACHED
                   END-IF
               WHEN 'MPOS'
                   IF CRT-SUBJECT(CRT-IDX) = SPACES
                           OR CRT-SUBJECT(CRT-IDX) = TRADE-SYMBOL
                       PERFORM VALUE-HOLDINGS-FOR-BUY
                       COMPUTE WS-RULE-PCT ROUNDED =
                           (WS-SYMBOL-VALUE + WS-CASH-AMOUNT) * 100
                           / WS-ACCOUNT-VALUE
                       IF WS-RULE-PCT > CRT-LIMIT-PCT(CRT-IDX)
                           MOVE 'Y' TO WS-RULE-BREACHED
                       END-IF
                   END-IF
               WHEN 'MSEC'
                   IF CRT-SUBJECT(CRT-IDX) = SPACES
                           OR CRT-SUBJECT(CRT-IDX) = WS-TRADE-SECTOR
                       PERFORM VALUE-HOLDINGS-FOR-BUY
                       COMPUTE WS-RULE-PCT ROUNDED =
                           (WS-SECTOR-VALUE + WS-CASH-AMOUNT) * 100
                           / WS-ACCOUNT-VALUE
                       IF WS-RULE-PCT > CRT-LIMIT-PCT(CRT-IDX)
                           MOVE 'Y' TO WS-RULE-BREACHED
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RULE-BREACHED = 'Y'
               PERFORM BUILD-RULE-REASON
           END-IF.

      * e.g. COMPLIANCE MPOS C:C000000001 MAX  10.00%
       BUILD-RULE-REASON.
           MOVE SPACES TO REJ-REASON
           IF CRT-RULE-TYPE(CRT-IDX) = 'MPOS'
                   OR CRT-RULE-TYPE(CRT-IDX) = 'MSEC'
               MOVE CRT-LIMIT-PCT(CRT-IDX) TO EDITED-RULE-LIMIT
               STRING 'COMPLIANCE ' DELIMITED BY SIZE
                   CRT-RULE-TYPE(CRT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CRT-KEY-TYPE(CRT-IDX) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(CRT-KEY-ID(CRT-IDX))
                       DELIMITED BY SIZE
                   ' MAX ' DELIMITED BY SIZE
                   EDITED-RULE-LIMIT DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO REJ-REASON
           ELSE
               STRING 'COMPLIANCE ' DELIMITED BY SIZE
                   CRT-RULE-TYPE(CRT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CRT-KEY-TYPE(CRT-IDX) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(CRT-KEY-ID(CRT-IDX))
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CRT-SUBJECT(CRT-IDX) DELIMITED BY SIZE
                   INTO REJ-REASON
           END-IF.

      * The account before the trade: clean lots at stock-master
      * closing prices in base currency plus a positive cash
      * balance. A lot with no price or no FX rate counts for
      * nothing. The trade's own symbol and sector are totalled
      * alongside.
       VALUE-HOLDINGS-FOR-BUY.
           IF WS-HOLDINGS-VALUED = 'N'
               MOVE 'Y' TO WS-HOLDINGS-VALUED
               MOVE 0 TO WS-ACCOUNT-VALUE
               MOVE 0 TO WS-SYMBOL-VALUE
               MOVE 0 TO WS-SECTOR-VALUE
               PERFORM VARYING LOT-IDX FROM 1 BY 1
                       UNTIL LOT-IDX > WS-LOT-COUNT
                   IF WS-LOT-SHARES(LOT-IDX) NUMERIC
                           AND WS-LOT-COST(LOT-IDX) NUMERIC
                           AND WS-LOT-SHARES(LOT-IDX) > 0
                           AND WS-LOT-COST(LOT-IDX) > 0
                       PERFORM VALUE-ONE-HELD-LOT
                   END-IF
               END-PERFORM
               IF WS-CASH-BALANCE > 0
                   ADD WS-CASH-BALANCE TO WS-ACCOUNT-VALUE
               END-IF
               IF WS-ACCOUNT-VALUE < WS-CASH-AMOUNT
                   MOVE WS-CASH-AMOUNT TO WS-ACCOUNT-VALUE
               END-IF
           END-IF.

       VALUE-ONE-HELD-LOT.
           MOVE WS-LOT-SYMBOL(LOT-IDX) TO STOCK-SYMBOL-IN
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
               IF FX-RATE-FOUND = 'Y'
                   COMPUTE WS-HELD-LOT-MV ROUNDED =
                       WS-LOT-SHARES(LOT-IDX) * CLOSING-PRICE-IN
                       * WS-FX-RATE
                   ADD WS-HELD-LOT-MV TO WS-ACCOUNT-VALUE
                   IF WS-LOT-SYMBOL(LOT-IDX) = TRADE-SYMBOL
                       ADD WS-HELD-LOT-MV TO WS-SYMBOL-VALUE
                   END-IF
                   IF STOCK-SECTOR-IN = WS-TRADE-SECTOR
                       ADD WS-HELD-LOT-MV TO WS-SECTOR-VALUE
                   END-IF
               END-IF
           END-IF.

       WRITE-BUY-LEDGER-RECORD.
           MOVE 0 TO CSH-CREDIT
           MOVE 'PURCHASE COST' TO CSH-DESC
           WRITE CASH-RECORD
           SUBTRACT WS-CASH-AMOUNT FROM WS-CASH-BALANCE
           ADD 1 TO CASH-POST-COUNT.

       POST-SELL-CASH.
           MOVE WS-CASH-AMOUNT TO CSH-CREDIT
           MOVE 'SALE PROCEEDS' TO CSH-DESC
           WRITE CASH-RECORD
           ADD WS-CASH-AMOUNT TO WS-CASH-BALANCE
           ADD 1 TO CASH-POST-COUNT.

      * The whole sell is verified against the held total before any
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE TRADE-SHARES TO WS-SHARES-REMAINING
                   PERFORM WRITE-CONFIRM-HEADING
                   EVALUATE WS-EFFECTIVE-METHOD
                       WHEN 'HIFO'
                           PERFORM RELIEVE-COSTLIEST-LOT
                   END-EVALUATE
                   ADD 1 TO TRADE-APPLIED-COUNT
                   PERFORM POST-SELL-CASH
                   PERFORM WRITE-CONFIRM-FOOTING
               END-IF
           END-IF.

           MOVE WS-RLZ-GAIN-LOSS TO RLZ-GAIN-LOSS
           MOVE WS-EFFECTIVE-METHOD TO RLZ-METHOD
           WRITE REALIZED-RECORD
           ADD 1 TO REALIZED-COUNT
           PERFORM WRITE-CONFIRM-LOT-LINE.

      * The confirmation opens with the next number in the firm-wide
      * sequence. A SELL's heading is written before its lots are
      * relieved so each relieved lot follows as it is realized.
       WRITE-CONFIRM-HEADING.
           ADD 1 TO WS-LAST-CONFIRM-NO
           IF WS-FIRST-CONFIRM-NO = 0
               MOVE WS-LAST-CONFIRM-NO TO WS-FIRST-CONFIRM-NO
           END-IF
           ADD 1 TO CONFIRM-COUNT
           MOVE 0 TO WS-CNF-LOT-COUNT
           MOVE 0 TO WS-CNF-LOT-SHARES
           MOVE 0 TO WS-CNF-COST-BASE
           MOVE 0 TO WS-CNF-PROCEEDS
           MOVE 0 TO WS-CNF-GAIN-LOSS
           MOVE 1 TO WS-CNF-PAGE-NUMBER
           IF STOCK-CURRENCY-IN = SPACES
               MOVE 'USD' TO WS-CNF-CURRENCY
           ELSE
               MOVE STOCK-CURRENCY-IN TO WS-CNF-CURRENCY
           END-IF
           MOVE SEPARATOR-LINE TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE 'TRADE CONFIRMATION' TO CNFH-TITLE
           PERFORM WRITE-CONFIRM-HEADER-LINE
           MOVE SPACES TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE WS-CNF-CLIENT-NAME TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE WS-CNF-ADDRESS-1 TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE WS-CNF-ADDRESS-2 TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE SPACES TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE SPACES TO CONFIRM-RECORD
           STRING 'ACCOUNT NUMBER: ' DELIMITED BY SIZE
               WS-CNF-ACCOUNT-NO DELIMITED BY SIZE
               '   CLIENT: ' DELIMITED BY SIZE
               WS-CLIENT-ID DELIMITED BY SIZE
               INTO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE SPACES TO CONFIRM-RECORD
           STRING 'CONFIRMATION DATE: ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE SPACES TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE 11 TO WS-CNF-LINE-COUNT
           PERFORM WRITE-CONFIRM-TRADE-DETAIL.

       WRITE-CONFIRM-HEADER-LINE.
           MOVE WS-LAST-CONFIRM-NO TO CNFH-CONFIRM-NO
           MOVE WS-CNF-PAGE-NUMBER TO EDITED-CNF-PAGE
           MOVE EDITED-CNF-PAGE TO CNFH-PAGE-NUMBER
           MOVE WS-CONFIRM-HEADER-LINE TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD.

      * Price is in the listing currency; the base amount is the
      * figure posted to the cash ledger, shown in the footing.
       WRITE-CONFIRM-TRADE-DETAIL.
           MOVE SPACES TO WS-CONFIRM-DETAIL-LINE
           MOVE 'SIDE:' TO CND-LABEL
           IF TRADE-ACTION = 'BUY '
               MOVE 'BUY - WE HAVE BOUGHT FOR YOUR ACCOUNT'
                   TO CND-VALUE
           ELSE
               MOVE 'SELL - WE HAVE SOLD FOR YOUR ACCOUNT'
                   TO CND-VALUE
           END-IF
           PERFORM WRITE-CONFIRM-DETAIL
           MOVE 'SECURITY:' TO CND-LABEL
           MOVE SPACES TO CND-VALUE
           STRING TRADE-SYMBOL DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               STOCK-NAME-IN DELIMITED BY SIZE
               INTO CND-VALUE
           PERFORM WRITE-CONFIRM-DETAIL
           MOVE 'TRADE DATE:' TO CND-LABEL
           MOVE TRADE-DATE TO CND-VALUE
           PERFORM WRITE-CONFIRM-DETAIL
           MOVE 'SHARES:' TO CND-LABEL
           MOVE TRADE-SHARES TO EDITED-CNF-SHARES
           MOVE EDITED-CNF-SHARES TO CND-VALUE
           PERFORM WRITE-CONFIRM-DETAIL
           MOVE 'PRICE:' TO CND-LABEL
           MOVE SPACES TO CND-VALUE
           MOVE TRADE-PRICE TO EDITED-CNF-PRICE
           STRING EDITED-CNF-PRICE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CNF-CURRENCY DELIMITED BY SIZE
               INTO CND-VALUE
           PERFORM WRITE-CONFIRM-DETAIL
           MOVE 'LISTING CURRENCY:' TO CND-LABEL
           MOVE WS-CNF-CURRENCY TO CND-VALUE
           PERFORM WRITE-CONFIRM-DETAIL
           MOVE 'FX RATE TO USD:' TO CND-LABEL
           MOVE WS-FX-RATE TO EDITED-CNF-FX-RATE
           MOVE EDITED-CNF-FX-RATE TO CND-VALUE
           PERFORM WRITE-CONFIRM-DETAIL
           IF TRADE-ACTION = 'SELL'
               MOVE 'LOT RELIEF METHOD:' TO CND-LABEL
               MOVE WS-EFFECTIVE-METHOD TO CND-VALUE
               PERFORM WRITE-CONFIRM-DETAIL
               MOVE SPACES TO CONFIRM-RECORD
               PERFORM WRITE-CONFIRM-LINE
               MOVE SPACES TO CONFIRM-RECORD
               STRING 'LOTS RELIEVED (AMOUNTS IN ' DELIMITED BY SIZE
                   WS-CNF-CURRENCY DELIMITED BY SIZE
                   ' AS RECORDED ON THE REALIZED LEDGER)'
                   DELIMITED BY SIZE
                   INTO CONFIRM-RECORD
               PERFORM WRITE-CONFIRM-LINE
               PERFORM WRITE-CONFIRM-LOT-HEADINGS
           END-IF.

       WRITE-CONFIRM-DETAIL.
           MOVE WS-CONFIRM-DETAIL-LINE TO CONFIRM-RECORD
           PERFORM WRITE-CONFIRM-LINE.

       WRITE-CONFIRM-LOT-HEADINGS.
           MOVE SPACES TO WS-CONFIRM-LOT-LINE
           MOVE 'ACQUIRED' TO CNL-ACQ-DATE
           MOVE '   SHARES' TO CNL-SHARES
           MOVE 'UNIT COST' TO CNL-UNIT-COST
           MOVE 'COST BASIS' TO CNL-COST-BASE
           MOVE 'PROCEEDS' TO CNL-PROCEEDS
           MOVE 'GAIN/LOSS' TO CNL-GAIN-LOSS
           MOVE 'METHOD' TO CNL-METHOD
           MOVE WS-CONFIRM-LOT-LINE TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           MOVE DASH-LINE TO CONFIRM-RECORD
           WRITE CONFIRM-RECORD
           ADD 2 TO WS-CNF-LINE-COUNT.

      * One line per realized record, carrying its figures as
      * written.
       WRITE-CONFIRM-LOT-LINE.
           ADD 1 TO WS-CNF-LOT-COUNT
           ADD RLZ-SHARES TO WS-CNF-LOT-SHARES
           ADD WS-RLZ-COST-BASE TO WS-CNF-COST-BASE
           ADD WS-RLZ-PROCEEDS TO WS-CNF-PROCEEDS
           ADD WS-RLZ-GAIN-LOSS TO WS-CNF-GAIN-LOSS
           MOVE SPACES TO WS-CONFIRM-LOT-LINE
           MOVE RLZ-ACQ-DATE TO CNL-ACQ-DATE
           MOVE RLZ-SHARES TO EDITED-CNF-TOTAL-SHARES
           MOVE EDITED-CNF-TOTAL-SHARES TO CNL-SHARES
           MOVE WS-LOT-COST(RELIEF-IDX) TO EDITED-CNF-PRICE
           MOVE EDITED-CNF-PRICE TO CNL-UNIT-COST
           MOVE WS-RLZ-COST-BASE TO EDITED-CNF-TOTAL
           MOVE EDITED-CNF-TOTAL TO CNL-COST-BASE
           MOVE WS-RLZ-PROCEEDS TO EDITED-CNF-TOTAL
           MOVE EDITED-CNF-TOTAL TO CNL-PROCEEDS
           MOVE WS-RLZ-GAIN-LOSS TO EDITED-CNF-TOTAL-SIGNED
           MOVE EDITED-CNF-TOTAL-SIGNED TO CNL-GAIN-LOSS
           MOVE RLZ-METHOD TO CNL-METHOD
           MOVE WS-CONFIRM-LOT-LINE TO CONFIRM-RECORD
           PERFORM WRITE-CONFIRM-LINE.

      * Lot totals for a SELL, then the base-currency amount the
      * trade posted to the cash ledger; the register entry follows.
       WRITE-CONFIRM-FOOTING.
           IF TRADE-ACTION = 'SELL'
               MOVE DASH-LINE TO CONFIRM-RECORD
               PERFORM WRITE-CONFIRM-LINE
               MOVE SPACES TO WS-CONFIRM-LOT-LINE
               MOVE 'TOTAL' TO CNL-ACQ-DATE
               MOVE WS-CNF-LOT-SHARES TO EDITED-CNF-TOTAL-SHARES
               MOVE EDITED-CNF-TOTAL-SHARES TO CNL-SHARES
               MOVE WS-CNF-COST-BASE TO EDITED-CNF-TOTAL
               MOVE EDITED-CNF-TOTAL TO CNL-COST-BASE
               MOVE WS-CNF-PROCEEDS TO EDITED-CNF-TOTAL
               MOVE EDITED-CNF-TOTAL TO CNL-PROCEEDS
               MOVE WS-CNF-GAIN-LOSS TO EDITED-CNF-TOTAL-SIGNED
               MOVE EDITED-CNF-TOTAL-SIGNED TO CNL-GAIN-LOSS
               MOVE WS-CONFIRM-LOT-LINE TO CONFIRM-RECORD
               PERFORM WRITE-CONFIRM-LINE
           END-IF
           MOVE SPACES TO CONFIRM-RECORD
           PERFORM WRITE-CONFIRM-LINE
           MOVE SPACES TO WS-CONFIRM-DETAIL-LINE
           MOVE WS-CASH-AMOUNT TO EDITED-CNF-AMOUNT
           IF TRADE-ACTION = 'BUY '
               MOVE 'AMOUNT DEBITED:' TO CND-LABEL
           ELSE
               MOVE 'AMOUNT CREDITED:' TO CND-LABEL
           END-IF
           STRING EDITED-CNF-AMOUNT DELIMITED BY SIZE
               ' USD - POSTED TO YOUR CASH ACCOUNT'
               DELIMITED BY SIZE
               INTO CND-VALUE
           PERFORM WRITE-CONFIRM-DETAIL
           MOVE SEPARATOR-LINE TO CONFIRM-RECORD
           PERFORM WRITE-CONFIRM-LINE
           PERFORM WRITE-REGISTER-ENTRY.

      * Page break inside a long SELL: the continuation page repeats
      * the confirmation number and the lot headings.
       WRITE-CONFIRM-LINE.
           IF WS-CNF-LINE-COUNT >= WS-CNF-PAGE-SIZE
               MOVE CONFIRM-RECORD TO WS-CNF-PENDING-LINE
               ADD 1 TO WS-CNF-PAGE-NUMBER
               MOVE SPACES TO CONFIRM-RECORD
               WRITE CONFIRM-RECORD
               MOVE 'TRADE CONFIRMATION (CONTINUED)' TO CNFH-TITLE
               PERFORM WRITE-CONFIRM-HEADER-LINE
               MOVE 2 TO WS-CNF-LINE-COUNT
               PERFORM WRITE-CONFIRM-LOT-HEADINGS
               MOVE WS-CNF-PENDING-LINE TO CONFIRM-RECORD
           END-IF
           WRITE CONFIRM-RECORD
           ADD 1 TO WS-CNF-LINE-COUNT.

       WRITE-REGISTER-ENTRY.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-LAST-CONFIRM-NO TO RGL-CONFIRM-NO
           MOVE WS-CLIENT-ID TO RGL-CLIENT-ID
           MOVE WS-CNF-ACCOUNT-NO TO RGL-ACCOUNT-NO
           MOVE TRADE-ACTION TO RGL-SIDE
           MOVE TRADE-SYMBOL TO RGL-SYMBOL
           MOVE TRADE-DATE TO RGL-TRADE-DATE
           MOVE TRADE-SHARES TO EDITED-CNF-SHARES
           MOVE EDITED-CNF-SHARES TO RGL-SHARES
           MOVE TRADE-PRICE TO EDITED-CNF-PRICE
           MOVE EDITED-CNF-PRICE TO RGL-PRICE
           MOVE WS-CNF-CURRENCY TO RGL-CURRENCY
           MOVE WS-FX-RATE TO EDITED-CNF-FX-RATE
           MOVE EDITED-CNF-FX-RATE TO RGL-FX-RATE
           MOVE WS-CASH-AMOUNT TO EDITED-CNF-AMOUNT
           MOVE EDITED-CNF-AMOUNT TO RGL-BASE-AMOUNT
           IF TRADE-ACTION = 'SELL'
               MOVE WS-CNF-LOT-COUNT TO EDITED-CNF-LOTS
               MOVE EDITED-CNF-LOTS TO RGL-LOTS
           END-IF
           MOVE WS-REGISTER-LINE TO CONFIRM-REGISTER-RECORD
           WRITE CONFIRM-REGISTER-RECORD.

      * Each run closes its part of the register with the range it
      * issued, so a trade applied without a confirmation shows as a
      * difference between the two counts.
       WRITE-REGISTER-RUN-LINE.
           MOVE SPACES TO CONFIRM-REGISTER-RECORD
           MOVE CONFIRM-COUNT TO EDITED-CNF-COUNT
           MOVE TRADE-APPLIED-COUNT TO EDITED-CNF-APPLIED
           IF CONFIRM-COUNT = 0
               STRING 'RUN FOR CLIENT ' DELIMITED BY SIZE
                   WS-CLIENT-ID DELIMITED BY SIZE
                   ' - NO TRADES APPLIED, NO CONFIRMATIONS ISSUED'
                   DELIMITED BY SIZE
                   INTO CONFIRM-REGISTER-RECORD
           ELSE
               STRING 'RUN FOR CLIENT ' DELIMITED BY SIZE
                   WS-CLIENT-ID DELIMITED BY SIZE
                   ' - CONFIRMATIONS ' DELIMITED BY SIZE
                   WS-FIRST-CONFIRM-NO DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-LAST-CONFIRM-NO DELIMITED BY SIZE
                   ' ISSUED:' DELIMITED BY SIZE
                   EDITED-CNF-COUNT DELIMITED BY SIZE
                   '  TRADES APPLIED:' DELIMITED BY SIZE
                   EDITED-CNF-APPLIED DELIMITED BY SIZE
                   INTO CONFIRM-REGISTER-RECORD
           END-IF
           WRITE CONFIRM-REGISTER-RECORD.

       SAVE-CONFIRM-NUMBER.
           IF CONFIRM-COUNT > 0
               OPEN OUTPUT CONFIRM-CONTROL-FILE
               MOVE SPACES TO CONFIRM-CONTROL-RECORD
               MOVE WS-LAST-CONFIRM-NO TO CCT-LAST-CONFIRM-NO
               MOVE WS-RUN-DATE TO CCT-LAST-RUN-DATE
               WRITE CONFIRM-CONTROL-RECORD
               CLOSE CONFIRM-CONTROL-FILE
           END-IF.

       WRITE-REJECT-LINE.
           MOVE TRADE-ACTION TO REJ-ACTION
           CLOSE REALIZED-FILE
           CLOSE CASH-LEDGER-FILE
           CLOSE BUYS-FILE
           PERFORM WRITE-REGISTER-RUN-LINE
           PERFORM SAVE-CONFIRM-NUMBER
           CLOSE CONFIRM-FILE
           CLOSE CONFIRM-REGISTER-FILE
           DISPLAY 'TRADE APPLICATION COMPLETE'
           DISPLAY 'TRADES READ:    ' TRADE-READ-COUNT
           DISPLAY 'TRADES APPLIED: ' TRADE-APPLIED-COUNT
           DISPLAY 'TRADES REJECTED:' REJECT-COUNT
           DISPLAY 'COMPLIANCE REJ: ' COMPLIANCE-REJECT-COUNT
           DISPLAY 'LOTS WRITTEN:   ' LOT-WRITE-COUNT
           DISPLAY 'REALIZED RECS:  ' REALIZED-COUNT
           DISPLAY 'CASH POSTINGS:  ' CASH-POST-COUNT
           DISPLAY 'BUYS LEDGERED:  ' BUY-LEDGER-COUNT
           DISPLAY 'CONFIRMATIONS:  ' CONFIRM-COUNT.
