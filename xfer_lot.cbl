       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERLOT.

      * In-kind lot transfer batch. A TRADEAPPLY BUY is the only
      * other way a lot reaches a portfolio file, and it stamps the
      * lot with the trade date and price; stock that arrives from
      * another firm, or moves between two of our own clients (an
      * estate to a beneficiary, a joint account split), has to keep
      * the acquisition date and unit cost it already carries or
      * TAXREPORT's short/long-term split and the holding periods on
      * REALIZED.txt come out wrong. This run reads the day's lot
      * transfers (LOT-TRANSFERS.txt) firm-wide and moves the lots
      * between the clients' CLIENTID-PORTFOLIO.txt files under
      * three transfer types:
      *   TIN   transfer in from an outside firm - one lot per line,
      *         carrying the delivering firm's acquisition date and
      *         unit cost, added to the receiving client
      *   TOUT  transfer out to an outside firm - shares taken off
      *         the delivering client's lots
      *   JNL   intra-firm journal - shares taken off the delivering
      *         client's lots and added to the receiving client's
      *         portfolio as lots with the same acquisition dates and
      *         unit costs
      * On a TOUT or JNL a lot date on the transfer takes only the
      * lots acquired that day; with no lot date the oldest lots go
      * first. A partial take leaves the remainder of the lot behind
      * with its original date and cost, as a partial sell does.
      * A transfer is not a sale or a purchase: nothing is written
      * to REALIZED.txt, the cash ledger or the purchase ledger.
      * It does move value into or out of a portfolio, though, so
      * each side of every transfer applied is appended to
      * TRANSFER-FLOWS.txt at the shares times the day's close in
      * base currency - the figure the nightly valuation puts on
      * the shares - for PERFCALC to take as an external flow the
      * way it takes a deposit or a withdrawal. A journal writes an
      * out-flow for the delivering client and an in-flow for the
      * receiving one. A symbol with no close or no FX rate is
      * written at zero and named on the console.
      * Validation: the symbol must be on the stock master, shares
      * numeric and non-zero, the delivering client on the registry
      * and the receiving client on the registry and active, the two
      * sides of a journal different, an outside transfer must name
      * the contra firm, and a TIN lot needs a numeric acquisition
      * date no later than the transfer date and a non-zero unit
      * cost. The delivering client must hold the shares (in the
      * named lot, when one is named) or the whole transfer rejects
      * and neither portfolio is touched. Every transfer applied is
      * listed on the transfer register lot by lot, with the
      * delivering and receiving parties and a sign-off line for
      * each side.

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

           SELECT TRANSFER-FILE ASSIGN TO '..\LOT-TRANSFERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT REJECT-FILE ASSIGN TO '..\LOT-TRANSFER-REJECTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO '..\TRANSFER-REGISTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      * Daily FX rate master FXLOAD rebuilds; transfer flows are
      * valued in base currency.
           SELECT FX-RATES-FILE ASSIGN TO '..\FX-RATES.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-CURRENCY-IN
               FILE STATUS IS WS-FX-STATUS.

      * Permanent, appended to each run.
           SELECT TRANSFER-FLOW-FILE ASSIGN TO '..\TRANSFER-FLOWS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOW-STATUS.

      * Read into core and written back whole for each side of each
      * transfer, the way TRADEAPPLY works a portfolio.
           SELECT PORTFOLIO-FILE ASSIGN TO WS-PORTFOLIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.

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

      * XFR-FROM-CLIENT-ID is blank on a TIN and XFR-TO-CLIENT-ID is
      * blank on a TOUT; XFR-CONTRA-FIRM names the outside firm on
      * either. XFR-LOT-COST is the delivering firm's unit cost and
      * is read on a TIN only; on a TOUT or JNL the lots' own costs
      * travel. XFR-LOT-DATE is the lot's acquisition date (required
      * on a TIN, optional on a TOUT or JNL).
       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           05 XFR-TYPE             PIC X(4).
           05 FILLER               PIC X(1).
           05 XFR-FROM-CLIENT-ID   PIC X(10).
           05 FILLER               PIC X(1).
           05 XFR-TO-CLIENT-ID     PIC X(10).
           05 FILLER               PIC X(1).
           05 XFR-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 XFR-SYMBOL           PIC X(7).
           05 FILLER               PIC X(1).
           05 XFR-SHARES           PIC 9(5).
           05 FILLER               PIC X(1).
           05 XFR-LOT-DATE         PIC 9(8).
           05 XFR-LOT-DATE-X REDEFINES XFR-LOT-DATE PIC X(8).
           05 FILLER               PIC X(1).
           05 XFR-LOT-COST         PIC 9(4)V99.
           05 FILLER               PIC X(1).
           05 XFR-CONTRA-FIRM      PIC X(12).
           05 FILLER               PIC X(1).
           05 XFR-REFERENCE        PIC X(12).

       FD REJECT-FILE.
       01 REJECT-RECORD            PIC X(80).

       FD REGISTER-FILE.
       01 REGISTER-RECORD          PIC X(132).

       FD FX-RATES-FILE.
       01 FX-RATE-RECORD.
           05 FX-CURRENCY-IN       PIC X(3).
           05 FX-RATE-IN           PIC 9(3)V9(6).
           05 FX-RATE-DATE-IN      PIC 9(8).

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

       FD PORTFOLIO-FILE.
       01 INVESTMENT-RECORD.
           05 INVESTMENT-SYMBOL    PIC X(7).
           05 LOT-ACQUISITION-DATE PIC 9(8).
           05 LOT-SHARES           PIC 9(5).
           05 LOT-COST             PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01 WS-STOCKS-STATUS         PIC XX.
       01 WS-CLIENT-STATUS         PIC XX.
       01 WS-TRANSFER-STATUS       PIC XX.
       01 WS-PORTFOLIO-STATUS      PIC XX.
       01 WS-FX-STATUS             PIC XX.
       01 WS-FX-OPEN               PIC X VALUE 'N'.
       01 FX-RATE-FOUND            PIC X VALUE 'N'.
       01 WS-FX-RATE               PIC 9(3)V9(6).
       01 WS-FLOW-STATUS           PIC XX.
       01 WS-FLOW-VALUE            PIC 9(9)V99.
       01 FLOW-WRITTEN-COUNT       PIC 9(5) VALUE 0.
       01 FLOW-UNVALUED-COUNT      PIC 9(5) VALUE 0.
       01 WS-PORTFOLIO-PATH        PIC X(40) VALUE SPACES.
       01 WS-TODAY-DATE            PIC 9(8).

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 PORTFOLIO-EOF            PIC X VALUE 'N'.
       01 TRANSFER-READ-COUNT      PIC 9(5) VALUE 0.
       01 TRANSFER-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01 REJECT-COUNT             PIC 9(5) VALUE 0.
       01 TRANSFER-IN-COUNT        PIC 9(5) VALUE 0.
       01 TRANSFER-OUT-COUNT       PIC 9(5) VALUE 0.
       01 JOURNAL-COUNT            PIC 9(5) VALUE 0.
       01 LOTS-MOVED-COUNT         PIC 9(7) VALUE 0.
       01 TOTAL-SHARES-MOVED       PIC 9(9) VALUE 0.
       01 TOTAL-COST-MOVED         PIC 9(11)V99 VALUE 0.

       01 STOCK-FOUND              PIC X VALUE 'N'.
           88 STOCK-WAS-FOUND      VALUE 'Y'.

      * Registry held in core: the status for validation and the
      * name for the register.
       01 REG-MAX                  PIC 9(3) VALUE 200.
       01 REG-COUNT                PIC 9(3) VALUE 0.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 200 TIMES.
               10 REG-CLIENT-ID    PIC X(10).
               10 REG-NAME         PIC X(30).
               10 REG-STATUS       PIC X(1).
       01 REG-IDX                  PIC 9(3).
       01 REG-FOUND-IDX            PIC 9(3).
       01 REG-FROM-IDX             PIC 9(3).
       01 REG-TO-IDX               PIC 9(3).
       01 WS-LOOKUP-ID             PIC X(10).

       01 WS-TRANSFER-VALID        PIC X.
       01 WS-SOURCE-LOADED         PIC X.

      * The delivering client's portfolio. A lot loaded with damaged
      * shares or cost is never taken and passes through unchanged
      * at write-back for INVESTMENT-REPRT's reject handling.
       01 SRC-LOT-MAX              PIC 9(5) VALUE 5000.
       01 SRC-LOT-COUNT            PIC 9(5) VALUE 0.
       01 SRC-LOT-TABLE.
           05 SRC-LOT-ENTRY OCCURS 5000 TIMES.
               10 SRC-LOT-IMAGE.
                   15 SRC-LOT-SYMBOL PIC X(7).
                   15 SRC-LOT-DATE PIC 9(8).
                   15 SRC-LOT-SHARES PIC 9(5).
                   15 SRC-LOT-COST PIC 9(4)V99.
               10 SRC-LOT-TAKEN    PIC X(1).

      * The receiving client's portfolio.
       01 DST-LOT-MAX              PIC 9(5) VALUE 5000.
       01 DST-LOT-COUNT            PIC 9(5) VALUE 0.
       01 DST-LOT-TABLE.
           05 DST-LOT-ENTRY OCCURS 5000 TIMES.
               10 DST-LOT-IMAGE.
                   15 DST-LOT-SYMBOL PIC X(7).
                   15 DST-LOT-DATE PIC 9(8).
                   15 DST-LOT-SHARES PIC 9(5).
                   15 DST-LOT-COST PIC 9(4)V99.

      * The lots (or lot fractions) one transfer moves, each with
      * its original acquisition date and unit cost.
       01 MOV-COUNT                PIC 9(5) VALUE 0.
       01 MOV-TABLE.
           05 MOV-ENTRY OCCURS 5000 TIMES.
               10 MOV-LOT-DATE     PIC 9(8).
               10 MOV-SHARES       PIC 9(5).
               10 MOV-COST         PIC 9(4)V99.
       01 MOV-IDX                  PIC 9(5).

       01 LOT-IDX                  PIC 9(5).
       01 TAKE-IDX                 PIC 9(5).
       01 WS-HELD-SHARES           PIC 9(9).
       01 WS-SHARES-REMAINING      PIC 9(5).
       01 WS-SHARES-TAKEN          PIC 9(5).
       01 WS-LOT-COST-BASE         PIC 9(9)V99.
       01 WS-TRANSFER-COST         PIC 9(11)V99.

       01 EDITED-XFR-SHARES        PIC ZZ,ZZ9.
       01 EDITED-XFR-PRICE         PIC $Z,ZZ9.99.
       01 EDITED-XFR-AMOUNT        PIC $ZZZ,ZZZ,ZZ9.99.
       01 EDITED-XFR-TOTAL         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01 EDITED-XFR-COUNT         PIC ZZZ,ZZ9.

       01 WS-REJECT-LINE.
           05 RJX-TYPE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RJX-FROM-CLIENT-ID   PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RJX-TO-CLIENT-ID     PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RJX-SYMBOL           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RJX-SHARES           PIC X(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RJX-REASON           PIC X(34).

       01 WS-TRANSFER-LINE.
           05 RGX-REFERENCE        PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGX-TYPE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGX-DATE             PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGX-SYMBOL           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGX-STOCK-NAME       PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGX-SHARES           PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGX-COST-BASE        PIC X(15).

       01 WS-PARTY-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 PTY-LABEL            PIC X(14).
           05 PTY-ID               PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PTY-NAME             PIC X(30).

       01 WS-LOT-LINE.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 LTL-ACQ-DATE         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LTL-SHARES           PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LTL-UNIT-COST        PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LTL-COST-BASE        PIC X(15).

       01 WS-SIGN-OFF-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(22)
               VALUE 'DELIVERING SIGN-OFF: '.
           05 FILLER               PIC X(24) VALUE ALL '_'.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(21)
               VALUE 'RECEIVING SIGN-OFF: '.
           05 FILLER               PIC X(24) VALUE ALL '_'.

       01 WS-TOTAL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOT-LABEL            PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOT-COUNT            PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOT-AMOUNT           PIC X(19).

       01 SEPARATOR-LINE           PIC X(132) VALUE ALL '='.
       01 DASH-LINE                PIC X(132) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM LOAD-REGISTRY-TABLE
           PERFORM PROCESS-TRANSFERS
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT STOCKS-FILE
           IF WS-STOCKS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STOCK MASTER, STATUS='
                   WS-STOCKS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSFER-FILE
           IF WS-TRANSFER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LOT TRANSFERS, STATUS='
                   WS-TRANSFER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-STATUS = '00'
               MOVE 'Y' TO WS-FX-OPEN
           END-IF
           OPEN EXTEND TRANSFER-FLOW-FILE
           IF WS-FLOW-STATUS NOT = '00'
               OPEN OUTPUT TRANSFER-FLOW-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-REGISTER-HEADER.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-RECORD
           STRING 'IN-KIND LOT TRANSFER REGISTER - ' DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-TRANSFER-LINE
           MOVE 'REFERENCE' TO RGX-REFERENCE
           MOVE 'TYPE' TO RGX-TYPE
           MOVE 'DATE' TO RGX-DATE
           MOVE 'SYMBOL' TO RGX-SYMBOL
           MOVE 'STOCK NAME' TO RGX-STOCK-NAME
           MOVE 'SHARES' TO RGX-SHARES
           MOVE 'COST BASIS' TO RGX-COST-BASE
           MOVE WS-TRANSFER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-LOT-LINE
           MOVE 'ACQUIRED' TO LTL-ACQ-DATE
           MOVE 'SHARES' TO LTL-SHARES
           MOVE 'UNIT COST' TO LTL-UNIT-COST
           MOVE 'COST BASIS' TO LTL-COST-BASE
           MOVE WS-LOT-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SEPARATOR-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       LOAD-REGISTRY-TABLE.
           OPEN INPUT CLIENT-FILE
           IF WS-CLIENT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CLIENT REGISTRY, STATUS='
                   WS-CLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ CLIENT-FILE INTO CLIENT-RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-CLIENT
               END-READ
           END-PERFORM
           CLOSE CLIENT-FILE.

       LOAD-ONE-CLIENT.
           IF REG-COUNT >= REG-MAX
               DISPLAY 'REGISTRY EXCEEDS TABLE LIMIT OF ' REG-MAX
                   ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO REG-COUNT
           MOVE CLIENT-ID TO REG-CLIENT-ID(REG-COUNT)
           MOVE CLIENT-NAME TO REG-NAME(REG-COUNT)
           MOVE CLIENT-STATUS TO REG-STATUS(REG-COUNT).

       PROCESS-TRANSFERS.
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ TRANSFER-FILE INTO TRANSFER-RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO TRANSFER-READ-COUNT
                       PERFORM PROCESS-ONE-TRANSFER
               END-READ
           END-PERFORM.

       PROCESS-ONE-TRANSFER.
           MOVE 'N' TO WS-TRANSFER-VALID
           PERFORM VALIDATE-TRANSFER
           IF WS-TRANSFER-VALID = 'Y'
               EVALUATE XFR-TYPE
                   WHEN 'TIN '
                       PERFORM APPLY-TRANSFER-IN
                   WHEN 'TOUT'
                       PERFORM APPLY-TRANSFER-OUT
                   WHEN 'JNL '
                       PERFORM APPLY-JOURNAL
               END-EVALUATE
           END-IF.

      * Type, shares, date and symbol first, then the lot details a
      * transfer in must carry, then the registry checks on each
      * side the type involves.
       VALIDATE-TRANSFER.
           IF XFR-TYPE NOT = 'TIN ' AND XFR-TYPE NOT = 'TOUT'
                   AND XFR-TYPE NOT = 'JNL '
               MOVE 'INVALID TYPE - MUST BE TIN/TOUT/JNL'
                   TO RJX-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF XFR-SHARES NOT NUMERIC OR XFR-SHARES = 0
                   MOVE 'INVALID SHARES - ZERO OR NON-NUMERIC'
                       TO RJX-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   IF XFR-DATE NOT NUMERIC OR XFR-DATE = 0
                       MOVE 'INVALID TRANSFER DATE' TO RJX-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       PERFORM VALIDATE-TRANSFER-SYMBOL
                   END-IF
               END-IF
           END-IF.

       VALIDATE-TRANSFER-SYMBOL.
           MOVE 'N' TO STOCK-FOUND
           MOVE XFR-SYMBOL TO STOCK-SYMBOL-IN
           READ STOCKS-FILE
               INVALID KEY
                   MOVE 'N' TO STOCK-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO STOCK-FOUND
           END-READ
           IF NOT STOCK-WAS-FOUND
               MOVE SPACES TO STOCK-NAME-IN
               MOVE 'SYMBOL NOT FOUND IN STOCK MASTER' TO RJX-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF XFR-TYPE NOT = 'JNL ' AND XFR-CONTRA-FIRM = SPACES
                   MOVE 'OUTSIDE TRANSFER NAMES NO CONTRA FIRM'
                       TO RJX-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   IF XFR-TYPE = 'TIN '
                       PERFORM VALIDATE-INCOMING-LOT
                   ELSE
                       PERFORM VALIDATE-DELIVERING-CLIENT
                   END-IF
               END-IF
           END-IF.

      * The delivering firm's basis: the lot cannot be acquired
      * after it arrives, and a lot with no cost would realize its
      * whole proceeds as gain when it is sold.
       VALIDATE-INCOMING-LOT.
           IF XFR-LOT-DATE NOT NUMERIC OR XFR-LOT-DATE = 0
               MOVE 'TRANSFER IN NEEDS THE LOT DATE' TO RJX-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF XFR-LOT-DATE > XFR-DATE
                   MOVE 'LOT DATE AFTER TRANSFER DATE' TO RJX-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   IF XFR-LOT-COST NOT NUMERIC OR XFR-LOT-COST = 0
                       MOVE 'TRANSFER IN NEEDS THE UNIT COST'
                           TO RJX-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       PERFORM VALIDATE-RECEIVING-CLIENT
                   END-IF
               END-IF
           END-IF.

      * A closed account may still deliver its lots out; it may
      * not receive. A blank lot date on a delivery means oldest
      * lots first; one that is given must be numeric.
       VALIDATE-DELIVERING-CLIENT.
           IF XFR-LOT-DATE-X = SPACES
               MOVE 0 TO XFR-LOT-DATE
           END-IF
           IF XFR-LOT-DATE NOT NUMERIC
               MOVE 'INVALID LOT DATE - NON-NUMERIC' TO RJX-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE XFR-FROM-CLIENT-ID TO WS-LOOKUP-ID
               PERFORM FIND-REGISTRY-CLIENT
               MOVE REG-FOUND-IDX TO REG-FROM-IDX
               IF REG-FROM-IDX = 0
                   MOVE 'DELIVERING CLIENT NOT ON REGISTRY'
                       TO RJX-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   IF XFR-TYPE = 'JNL '
                       IF XFR-TO-CLIENT-ID = XFR-FROM-CLIENT-ID
                           MOVE 'JOURNAL TO THE SAME CLIENT'
                               TO RJX-REASON
                           PERFORM WRITE-REJECT-LINE
                       ELSE
                           PERFORM VALIDATE-RECEIVING-CLIENT
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-TRANSFER-VALID
                   END-IF
               END-IF
           END-IF.

       VALIDATE-RECEIVING-CLIENT.
           MOVE XFR-TO-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM FIND-REGISTRY-CLIENT
           MOVE REG-FOUND-IDX TO REG-TO-IDX
           IF REG-TO-IDX = 0
               MOVE 'RECEIVING CLIENT NOT ON REGISTRY' TO RJX-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF REG-STATUS(REG-TO-IDX) NOT = 'A'
                   MOVE 'RECEIVING CLIENT NOT ACTIVE' TO RJX-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE 'Y' TO WS-TRANSFER-VALID
               END-IF
           END-IF.

       FIND-REGISTRY-CLIENT.
           MOVE 0 TO REG-FOUND-IDX
           IF WS-LOOKUP-ID NOT = SPACES
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   IF REG-CLIENT-ID(REG-IDX) = WS-LOOKUP-ID
                       MOVE REG-IDX TO REG-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

      * One lot in, at the delivering firm's date and cost.
       APPLY-TRANSFER-IN.
           PERFORM LOAD-DEST-PORTFOLIO
           IF DST-LOT-COUNT >= DST-LOT-MAX
               MOVE 'RECEIVING LOT TABLE FULL' TO RJX-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE 1 TO MOV-COUNT
               MOVE XFR-LOT-DATE TO MOV-LOT-DATE(1)
               MOVE XFR-SHARES TO MOV-SHARES(1)
               MOVE XFR-LOT-COST TO MOV-COST(1)
               PERFORM ADD-MOVED-LOTS-TO-DEST
               PERFORM REWRITE-DEST-PORTFOLIO
               ADD 1 TO TRANSFER-IN-COUNT
               PERFORM FINISH-TRANSFER
           END-IF.

       APPLY-TRANSFER-OUT.
           PERFORM LOAD-SOURCE-PORTFOLIO
           IF WS-SOURCE-LOADED = 'Y'
               PERFORM CHECK-SOURCE-HOLDING
               IF WS-HELD-SHARES < XFR-SHARES
                   PERFORM WRITE-SHORT-HOLDING-REJECT
               ELSE
                   PERFORM TAKE-SOURCE-LOTS
                   PERFORM REWRITE-SOURCE-PORTFOLIO
                   ADD 1 TO TRANSFER-OUT-COUNT
                   PERFORM FINISH-TRANSFER
               END-IF
           END-IF.

      * Both sides are checked before either file is written, so a
      * journal moves entirely or not at all.
       APPLY-JOURNAL.
           PERFORM LOAD-SOURCE-PORTFOLIO
           IF WS-SOURCE-LOADED = 'Y'
               PERFORM CHECK-SOURCE-HOLDING
               IF WS-HELD-SHARES < XFR-SHARES
                   PERFORM WRITE-SHORT-HOLDING-REJECT
               ELSE
                   PERFORM LOAD-DEST-PORTFOLIO
                   PERFORM TAKE-SOURCE-LOTS
                   IF DST-LOT-COUNT + MOV-COUNT > DST-LOT-MAX
                       MOVE 'RECEIVING LOT TABLE FULL' TO RJX-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       PERFORM ADD-MOVED-LOTS-TO-DEST
                       PERFORM REWRITE-SOURCE-PORTFOLIO
                       PERFORM REWRITE-DEST-PORTFOLIO
                       ADD 1 TO JOURNAL-COUNT
                       PERFORM FINISH-TRANSFER
                   END-IF
               END-IF
           END-IF.

       WRITE-SHORT-HOLDING-REJECT.
           IF XFR-LOT-DATE > 0
               MOVE 'INSUFFICIENT SHARES IN NAMED LOT' TO RJX-REASON
           ELSE
               MOVE 'INSUFFICIENT SHARES HELD' TO RJX-REASON
           END-IF
           PERFORM WRITE-REJECT-LINE.

       FINISH-TRANSFER.
           ADD 1 TO TRANSFER-APPLIED-COUNT
           PERFORM WRITE-REGISTER-ENTRY
           PERFORM WRITE-TRANSFER-FLOWS.

      * The stock record is still the one VALIDATE-TRANSFER-SYMBOL
      * read for this transfer.
       WRITE-TRANSFER-FLOWS.
           MOVE 0 TO WS-FLOW-VALUE
           IF CLOSING-PRICE-IN IS NUMERIC AND CLOSING-PRICE-IN NOT = 0
               PERFORM GET-FX-RATE
               IF FX-RATE-FOUND = 'Y'
                   COMPUTE WS-FLOW-VALUE ROUNDED =
                       XFR-SHARES * CLOSING-PRICE-IN * WS-FX-RATE
               END-IF
           END-IF
           IF WS-FLOW-VALUE = 0
               ADD 1 TO FLOW-UNVALUED-COUNT
               DISPLAY 'NO CLOSE OR FX RATE FOR ' XFR-SYMBOL
                   ' - TRANSFER ' XFR-REFERENCE ' FLOW WRITTEN AT ZERO'
           END-IF
           IF XFR-TYPE NOT = 'TIN '
               MOVE SPACES TO TRANSFER-FLOW-RECORD
               MOVE XFR-FROM-CLIENT-ID TO TFL-CLIENT-ID
               MOVE 'O' TO TFL-DIRECTION
               PERFORM WRITE-ONE-FLOW
           END-IF
           IF XFR-TYPE NOT = 'TOUT'
               MOVE SPACES TO TRANSFER-FLOW-RECORD
               MOVE XFR-TO-CLIENT-ID TO TFL-CLIENT-ID
               MOVE 'I' TO TFL-DIRECTION
               PERFORM WRITE-ONE-FLOW
           END-IF.

       WRITE-ONE-FLOW.
           MOVE XFR-DATE TO TFL-DATE
           MOVE XFR-TYPE TO TFL-TYPE
           MOVE XFR-SYMBOL TO TFL-SYMBOL
           MOVE XFR-SHARES TO TFL-SHARES
           MOVE WS-FLOW-VALUE TO TFL-VALUE
           MOVE XFR-REFERENCE TO TFL-REFERENCE
           WRITE TRANSFER-FLOW-RECORD
           ADD 1 TO FLOW-WRITTEN-COUNT.

      * Rate 1 for the base currency; anything else comes off the
      * FX master, and a missing or unusable rate leaves the flow
      * unvalued.
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

      * Shares the delivering client holds in clean lots of the
      * symbol - only the named lot's when the transfer names one.
       CHECK-SOURCE-HOLDING.
           MOVE 0 TO WS-HELD-SHARES
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > SRC-LOT-COUNT
               IF SRC-LOT-SYMBOL(LOT-IDX) = XFR-SYMBOL
                       AND SRC-LOT-SHARES(LOT-IDX) NUMERIC
                       AND SRC-LOT-COST(LOT-IDX) NUMERIC
                   IF XFR-LOT-DATE = 0
                           OR SRC-LOT-DATE(LOT-IDX) = XFR-LOT-DATE
                       ADD SRC-LOT-SHARES(LOT-IDX) TO WS-HELD-SHARES
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-SOURCE-LOTS.
           MOVE 0 TO MOV-COUNT
           MOVE XFR-SHARES TO WS-SHARES-REMAINING
           PERFORM TAKE-OLDEST-SOURCE-LOT
               UNTIL WS-SHARES-REMAINING = 0.

      * Oldest qualifying lot first; a partial take leaves the rest
      * of the lot behind with its original date and cost.
       TAKE-OLDEST-SOURCE-LOT.
           MOVE 0 TO TAKE-IDX
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > SRC-LOT-COUNT
               IF SRC-LOT-SYMBOL(LOT-IDX) = XFR-SYMBOL
                       AND SRC-LOT-SHARES(LOT-IDX) NUMERIC
                       AND SRC-LOT-COST(LOT-IDX) NUMERIC
                       AND SRC-LOT-SHARES(LOT-IDX) > 0
                       AND (XFR-LOT-DATE = 0
                           OR SRC-LOT-DATE(LOT-IDX) = XFR-LOT-DATE)
                   IF TAKE-IDX = 0 OR
                           SRC-LOT-DATE(LOT-IDX) <
                           SRC-LOT-DATE(TAKE-IDX)
                       MOVE LOT-IDX TO TAKE-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF SRC-LOT-SHARES(TAKE-IDX) > WS-SHARES-REMAINING
               MOVE WS-SHARES-REMAINING TO WS-SHARES-TAKEN
           ELSE
               MOVE SRC-LOT-SHARES(TAKE-IDX) TO WS-SHARES-TAKEN
           END-IF
           ADD 1 TO MOV-COUNT
           MOVE SRC-LOT-DATE(TAKE-IDX) TO MOV-LOT-DATE(MOV-COUNT)
           MOVE WS-SHARES-TAKEN TO MOV-SHARES(MOV-COUNT)
           MOVE SRC-LOT-COST(TAKE-IDX) TO MOV-COST(MOV-COUNT)
           MOVE 'Y' TO SRC-LOT-TAKEN(TAKE-IDX)
           SUBTRACT WS-SHARES-TAKEN FROM SRC-LOT-SHARES(TAKE-IDX)
           SUBTRACT WS-SHARES-TAKEN FROM WS-SHARES-REMAINING.

       ADD-MOVED-LOTS-TO-DEST.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > MOV-COUNT
               ADD 1 TO DST-LOT-COUNT
               MOVE XFR-SYMBOL TO DST-LOT-SYMBOL(DST-LOT-COUNT)
               MOVE MOV-LOT-DATE(MOV-IDX)
                   TO DST-LOT-DATE(DST-LOT-COUNT)
               MOVE MOV-SHARES(MOV-IDX)
                   TO DST-LOT-SHARES(DST-LOT-COUNT)
               MOVE MOV-COST(MOV-IDX) TO DST-LOT-COST(DST-LOT-COUNT)
           END-PERFORM.

      * The delivering client must already have a portfolio file.
       LOAD-SOURCE-PORTFOLIO.
           MOVE 'N' TO WS-SOURCE-LOADED
           MOVE 0 TO SRC-LOT-COUNT
           MOVE XFR-FROM-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM BUILD-PORTFOLIO-PATH
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOLIO-STATUS NOT = '00'
               MOVE 'NO PORTFOLIO FOR DELIVERING CLIENT'
                   TO RJX-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE 'Y' TO WS-SOURCE-LOADED
               MOVE 'N' TO PORTFOLIO-EOF
               PERFORM UNTIL PORTFOLIO-EOF = 'Y'
                   READ PORTFOLIO-FILE INTO INVESTMENT-RECORD
                       AT END
                           MOVE 'Y' TO PORTFOLIO-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-SOURCE-LOT
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-FILE
           END-IF.

       LOAD-ONE-SOURCE-LOT.
           IF SRC-LOT-COUNT >= SRC-LOT-MAX
               DISPLAY 'PORTFOLIO EXCEEDS LOT TABLE LIMIT OF '
                   SRC-LOT-MAX ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SRC-LOT-COUNT
           MOVE INVESTMENT-RECORD TO SRC-LOT-IMAGE(SRC-LOT-COUNT)
           MOVE 'N' TO SRC-LOT-TAKEN(SRC-LOT-COUNT).

      * A receiving client new to the firm has no portfolio file
      * yet; it starts empty and the write-back creates it.
       LOAD-DEST-PORTFOLIO.
           MOVE 0 TO DST-LOT-COUNT
           MOVE XFR-TO-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM BUILD-PORTFOLIO-PATH
           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORTFOLIO-STATUS = '00'
               MOVE 'N' TO PORTFOLIO-EOF
               PERFORM UNTIL PORTFOLIO-EOF = 'Y'
                   READ PORTFOLIO-FILE INTO INVESTMENT-RECORD
                       AT END
                           MOVE 'Y' TO PORTFOLIO-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-DEST-LOT
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-FILE
           END-IF.

       LOAD-ONE-DEST-LOT.
           IF DST-LOT-COUNT >= DST-LOT-MAX
               DISPLAY 'PORTFOLIO EXCEEDS LOT TABLE LIMIT OF '
                   DST-LOT-MAX ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DST-LOT-COUNT
           MOVE INVESTMENT-RECORD TO DST-LOT-IMAGE(DST-LOT-COUNT).

      * A lot taken down to zero shares is dropped; every other lot
      * goes back exactly as it was read.
       REWRITE-SOURCE-PORTFOLIO.
           MOVE XFR-FROM-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM BUILD-PORTFOLIO-PATH
           OPEN OUTPUT PORTFOLIO-FILE
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > SRC-LOT-COUNT
               IF SRC-LOT-TAKEN(LOT-IDX) = 'Y'
                       AND SRC-LOT-SHARES(LOT-IDX) = 0
                   CONTINUE
               ELSE
                   MOVE SRC-LOT-IMAGE(LOT-IDX) TO INVESTMENT-RECORD
                   WRITE INVESTMENT-RECORD
               END-IF
           END-PERFORM
           CLOSE PORTFOLIO-FILE.

       REWRITE-DEST-PORTFOLIO.
           MOVE XFR-TO-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM BUILD-PORTFOLIO-PATH
           OPEN OUTPUT PORTFOLIO-FILE
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > DST-LOT-COUNT
               MOVE DST-LOT-IMAGE(LOT-IDX) TO INVESTMENT-RECORD
               WRITE INVESTMENT-RECORD
           END-PERFORM
           CLOSE PORTFOLIO-FILE.

       BUILD-PORTFOLIO-PATH.
           MOVE SPACES TO WS-PORTFOLIO-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOOKUP-ID) DELIMITED BY SIZE
               '-PORTFOLIO.txt' DELIMITED BY SIZE
               INTO WS-PORTFOLIO-PATH.

      * One register entry per transfer: the transfer line, the
      * delivering and receiving parties, each lot moved with the
      * date and cost it carried across, and the sign-off line.
       WRITE-REGISTER-ENTRY.
           MOVE 0 TO WS-TRANSFER-COST
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > MOV-COUNT
               COMPUTE WS-LOT-COST-BASE =
                   MOV-SHARES(MOV-IDX) * MOV-COST(MOV-IDX)
               ADD WS-LOT-COST-BASE TO WS-TRANSFER-COST
           END-PERFORM
           MOVE SPACES TO WS-TRANSFER-LINE
           MOVE XFR-REFERENCE TO RGX-REFERENCE
           MOVE XFR-TYPE TO RGX-TYPE
           MOVE XFR-DATE TO RGX-DATE
           MOVE XFR-SYMBOL TO RGX-SYMBOL
           MOVE STOCK-NAME-IN TO RGX-STOCK-NAME
           MOVE XFR-SHARES TO EDITED-XFR-SHARES
           MOVE EDITED-XFR-SHARES TO RGX-SHARES
           MOVE WS-TRANSFER-COST TO EDITED-XFR-AMOUNT
           MOVE EDITED-XFR-AMOUNT TO RGX-COST-BASE
           MOVE WS-TRANSFER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-PARTY-LINE
           MOVE 'DELIVERED BY: ' TO PTY-LABEL
           IF XFR-TYPE = 'TIN '
               MOVE XFR-CONTRA-FIRM TO PTY-ID
               MOVE 'OUTSIDE FIRM' TO PTY-NAME
           ELSE
               MOVE XFR-FROM-CLIENT-ID TO PTY-ID
               MOVE REG-NAME(REG-FROM-IDX) TO PTY-NAME
           END-IF
           MOVE WS-PARTY-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-PARTY-LINE
           MOVE 'RECEIVED BY:  ' TO PTY-LABEL
           IF XFR-TYPE = 'TOUT'
               MOVE XFR-CONTRA-FIRM TO PTY-ID
               MOVE 'OUTSIDE FIRM' TO PTY-NAME
           ELSE
               MOVE XFR-TO-CLIENT-ID TO PTY-ID
               MOVE REG-NAME(REG-TO-IDX) TO PTY-NAME
           END-IF
           MOVE WS-PARTY-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > MOV-COUNT
               PERFORM WRITE-REGISTER-LOT-LINE
           END-PERFORM
           MOVE WS-SIGN-OFF-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE DASH-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           ADD XFR-SHARES TO TOTAL-SHARES-MOVED
           ADD WS-TRANSFER-COST TO TOTAL-COST-MOVED.

       WRITE-REGISTER-LOT-LINE.
           COMPUTE WS-LOT-COST-BASE =
               MOV-SHARES(MOV-IDX) * MOV-COST(MOV-IDX)
           MOVE SPACES TO WS-LOT-LINE
           MOVE MOV-LOT-DATE(MOV-IDX) TO LTL-ACQ-DATE
           MOVE MOV-SHARES(MOV-IDX) TO EDITED-XFR-SHARES
           MOVE EDITED-XFR-SHARES TO LTL-SHARES
           MOVE MOV-COST(MOV-IDX) TO EDITED-XFR-PRICE
           MOVE EDITED-XFR-PRICE TO LTL-UNIT-COST
           MOVE WS-LOT-COST-BASE TO EDITED-XFR-AMOUNT
           MOVE EDITED-XFR-AMOUNT TO LTL-COST-BASE
           MOVE WS-LOT-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           ADD 1 TO LOTS-MOVED-COUNT.

       WRITE-REJECT-LINE.
           MOVE XFR-TYPE TO RJX-TYPE
           MOVE XFR-FROM-CLIENT-ID TO RJX-FROM-CLIENT-ID
           MOVE XFR-TO-CLIENT-ID TO RJX-TO-CLIENT-ID
           MOVE XFR-SYMBOL TO RJX-SYMBOL
           MOVE XFR-SHARES TO RJX-SHARES
           MOVE WS-REJECT-LINE TO REJECT-RECORD
           WRITE REJECT-RECORD
           ADD 1 TO REJECT-COUNT.

       WRITE-REGISTER-TOTALS.
           MOVE SEPARATOR-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'TRANSFERS IN' TO TOT-LABEL
           MOVE TRANSFER-IN-COUNT TO EDITED-XFR-COUNT
           MOVE EDITED-XFR-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'TRANSFERS OUT' TO TOT-LABEL
           MOVE TRANSFER-OUT-COUNT TO EDITED-XFR-COUNT
           MOVE EDITED-XFR-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'JOURNALS' TO TOT-LABEL
           MOVE JOURNAL-COUNT TO EDITED-XFR-COUNT
           MOVE EDITED-XFR-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'LOTS MOVED' TO TOT-LABEL
           MOVE LOTS-MOVED-COUNT TO EDITED-XFR-COUNT
           MOVE EDITED-XFR-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'SHARES/COST MOVED' TO TOT-LABEL
           MOVE TOTAL-SHARES-MOVED TO EDITED-XFR-COUNT
           MOVE EDITED-XFR-COUNT TO TOT-COUNT
           MOVE TOTAL-COST-MOVED TO EDITED-XFR-TOTAL
           MOVE EDITED-XFR-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'TRANSFERS REJECTED' TO TOT-LABEL
           MOVE REJECT-COUNT TO EDITED-XFR-COUNT
           MOVE EDITED-XFR-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       TERMINATION.
           CLOSE STOCKS-FILE
           CLOSE TRANSFER-FILE
           CLOSE REJECT-FILE
           CLOSE REGISTER-FILE
           CLOSE TRANSFER-FLOW-FILE
           IF WS-FX-OPEN = 'Y'
               CLOSE FX-RATES-FILE
           END-IF
           DISPLAY 'LOT TRANSFER RUN COMPLETE'
           DISPLAY 'TRANSFERS READ:    ' TRANSFER-READ-COUNT
           DISPLAY 'TRANSFERS APPLIED: ' TRANSFER-APPLIED-COUNT
           DISPLAY 'TRANSFERS IN:      ' TRANSFER-IN-COUNT
           DISPLAY 'TRANSFERS OUT:     ' TRANSFER-OUT-COUNT
           DISPLAY 'JOURNALS:          ' JOURNAL-COUNT
           DISPLAY 'LOTS MOVED:        ' LOTS-MOVED-COUNT
           DISPLAY 'TRANSFERS REJECTED:' REJECT-COUNT
           DISPLAY 'FLOWS WRITTEN:     ' FLOW-WRITTEN-COUNT
           DISPLAY 'UNVALUED TRANSFERS:' FLOW-UNVALUED-COUNT.
