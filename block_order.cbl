       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOCKORD.

      * Block order aggregation. REBALANCE writes its proposed
      * trades one client at a time (CLIENTID-REBAL-TRADES.txt, in
      * the TRADES.txt layout); when a model moves, many clients
      * need the same symbol and the desk would otherwise key one
      * ticket per client. This run works through the client
      * registry - every active client whose proposal the desk has
      * approved on BLOCK-APPROVALS.txt - collects the proposal
      * lines and nets them into one block order per symbol and
      * side, keeping each client's share of the block:
      *   BROKER-ORDERS.txt       one order per block for the broker,
      *                           block id = trade date + sequence
      *   BLOCK-PARTICIPANTS.txt  the per-client breakdown of every
      *                           block, which BLOCKALLOC reads when
      *                           the executions come back
      *   BLOCK-ORDER-REPORT.txt  the blocks with their breakdown
      *                           for the desk to check before the
      *                           orders go out
      * BUYs and SELLs in the same symbol are separate blocks - each
      * client's side is what the proposal says, and the blocks are
      * never crossed against each other. A proposal line with an
      * invalid action, symbol or share count, or one that would
      * take its block past the 9,999,999 shares an order carries,
      * is listed on the report and left out. An approved client
      * with no proposal file is noted and skipped.
      * The first argument is the trade date (YYYYMMDD, default
      * today), which dates the block ids and the broker orders.
      * Block ids are the trade date and a sequence that carries on
      * from the highest already used for that date - on BLOCKALLOC's
      * permanent allocation log or on the broker orders of the run
      * before - so a second run on the same date (a late approval)
      * never reissues an id a block already carries.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO '..\CLIENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.

      * One line per client whose rebalancing proposal the desk has
      * reviewed and released for block trading.
           SELECT APPROVAL-FILE ASSIGN TO '..\BLOCK-APPROVALS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO WS-PROPOSAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT BROKER-ORDER-FILE ASSIGN TO '..\BROKER-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

      * BLOCKALLOC's record of the blocks it has allocated, read
      * only for the block ids already used.
           SELECT ALLOCATION-LOG-FILE
               ASSIGN TO '..\BLOCK-ALLOCATION-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT PARTICIPANT-FILE
               ASSIGN TO '..\BLOCK-PARTICIPANTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BLOCK-REPORT-FILE
               ASSIGN TO '..\BLOCK-ORDER-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 APR-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 APR-APPROVED-BY      PIC X(8).

      * The TRADES.txt layout REBALANCE writes its proposals in.
       FD PROPOSAL-FILE.
       01 PROPOSED-TRADE-RECORD.
           05 PTR-ACTION           PIC X(4).
           05 PTR-SYMBOL           PIC X(7).
           05 PTR-DATE             PIC 9(8).
           05 PTR-SHARES           PIC 9(5).
           05 PTR-PRICE            PIC 9(4)V99.
           05 PTR-LOT-DATE         PIC 9(8).

      * BRO-REF-PRICE is the proposal's stock-master price, for the
      * desk's reference only; the broker works the order at market.
       FD BROKER-ORDER-FILE.
       01 BROKER-ORDER-RECORD.
           05 BRO-BLOCK-ID         PIC X(12).
           05 FILLER               PIC X(1).
           05 BRO-TRADE-DATE       PIC 9(8).
           05 FILLER               PIC X(1).
           05 BRO-SIDE             PIC X(4).
           05 FILLER               PIC X(1).
           05 BRO-SYMBOL           PIC X(7).
           05 FILLER               PIC X(1).
           05 BRO-SHARES           PIC 9(7).
           05 FILLER               PIC X(1).
           05 BRO-REF-PRICE        PIC 9(4)V99.

       FD PARTICIPANT-FILE.
       01 PARTICIPANT-RECORD.
           05 BKP-BLOCK-ID         PIC X(12).
           05 FILLER               PIC X(1).
           05 BKP-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 BKP-SIDE             PIC X(4).
           05 FILLER               PIC X(1).
           05 BKP-SYMBOL           PIC X(7).
           05 FILLER               PIC X(1).
           05 BKP-SHARES           PIC 9(7).

       FD ALLOCATION-LOG-FILE.
       01 ALLOCATION-LOG-RECORD.
           05 ALG-BLOCK-ID         PIC X(12).
           05 FILLER               PIC X(1).
           05 ALG-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 ALG-FILLED           PIC 9(7).
           05 FILLER               PIC X(1).
           05 ALG-AVG-PRICE        PIC 9(4)V99.

       FD BLOCK-REPORT-FILE.
       01 BLOCK-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-TRADE-DATE-ARG        PIC X(8) VALUE SPACES.
       01 WS-TRADE-DATE            PIC 9(8).
       01 WS-PROPOSAL-PATH         PIC X(40) VALUE SPACES.
       01 WS-CLIENT-STATUS         PIC XX.
       01 WS-APPROVAL-STATUS       PIC XX.
       01 WS-PROPOSAL-STATUS       PIC XX.
       01 WS-ORDER-STATUS          PIC XX.
       01 WS-LOG-STATUS            PIC XX.

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 CLIENT-EOF               PIC X VALUE 'N'.
       01 CLIENT-READ-COUNT        PIC 9(5) VALUE 0.
       01 CLIENT-COLLECTED-COUNT   PIC 9(5) VALUE 0.
       01 CLIENT-NOT-APPROVED-COUNT PIC 9(5) VALUE 0.
       01 CLIENT-NO-PROPOSAL-COUNT PIC 9(5) VALUE 0.
       01 CLIENT-SKIP-COUNT        PIC 9(5) VALUE 0.
       01 PROPOSAL-READ-COUNT      PIC 9(7) VALUE 0.
       01 PROPOSAL-REJECT-COUNT    PIC 9(7) VALUE 0.

       01 APR-MAX                  PIC 9(3) VALUE 500.
       01 APR-COUNT                PIC 9(3) VALUE 0.
       01 APR-TABLE.
           05 APR-ENTRY OCCURS 500 TIMES.
               10 APR-TBL-CLIENT-ID PIC X(10).
       01 APR-IDX                  PIC 9(3).
       01 APR-FOUND                PIC X VALUE 'N'.

      * One entry per symbol and side, in the order first proposed;
      * the block id is assigned from the position in the table.
       01 BLK-MAX                  PIC 9(4) VALUE 1000.
       01 BLK-COUNT                PIC 9(4) VALUE 0.
       01 BLK-TABLE.
           05 BLK-ENTRY OCCURS 1000 TIMES.
               10 BLK-BLOCK-ID     PIC X(12).
               10 BLK-SIDE         PIC X(4).
               10 BLK-SYMBOL       PIC X(7).
               10 BLK-SHARES       PIC 9(7).
               10 BLK-REF-PRICE    PIC 9(4)V99.
               10 BLK-CLIENT-COUNT PIC 9(5).
       01 BLK-IDX                  PIC 9(4).
       01 BLK-FOUND-IDX            PIC 9(4).
       01 WS-BLOCK-SEQ             PIC 9(4).
       01 WS-USED-BLOCK-ID         PIC X(12).
       01 WS-USED-SEQ              PIC 9(4).
       01 WS-BLOCK-SEQ-MAX         PIC 9(4) VALUE 9999.

      * A client proposing the same symbol and side on several
      * lines is one participant with the shares summed; the block
      * share has to fit a TRADES.txt share count.
       01 PRT-MAX                  PIC 9(5) VALUE 10000.
       01 PRT-COUNT                PIC 9(5) VALUE 0.
       01 PRT-TABLE.
           05 PRT-ENTRY OCCURS 10000 TIMES.
               10 PRT-BLOCK-IDX    PIC 9(4).
               10 PRT-CLIENT-ID    PIC X(10).
               10 PRT-SHARES       PIC 9(7).
       01 PRT-IDX                  PIC 9(5).
       01 PRT-FOUND-IDX            PIC 9(5).
       01 WS-PRT-MAX-SHARES        PIC 9(7) VALUE 99999.

       01 FIRM-TOTAL-BUY-SHARES    PIC 9(9) VALUE 0.
       01 FIRM-TOTAL-SELL-SHARES   PIC 9(9) VALUE 0.

       01 EDITED-BLOCK-SHARES      PIC Z,ZZZ,ZZ9.
       01 EDITED-BLOCK-PRICE       PIC $Z,ZZ9.99.
       01 EDITED-BLOCK-COUNT       PIC ZZ,ZZ9.
       01 EDITED-BLOCK-TOTAL       PIC ZZZ,ZZZ,ZZ9.

       01 WS-BLOCK-LINE.
           05 BKL-BLOCK-ID         PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-SIDE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-SYMBOL           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-SHARES           PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-REF-PRICE        PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-CLIENTS          PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 BKL-CLIENTS-TEXT     PIC X(7).

       01 WS-PARTICIPANT-LINE.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 PTL-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PTL-SHARES           PIC X(9).

       01 WS-PROPOSAL-REJECT-LINE.
           05 PRJ-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRJ-ACTION           PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRJ-SYMBOL           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRJ-SHARES           PIC X(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRJ-REASON           PIC X(40).

       01 SEPARATOR-LINE           PIC X(132) VALUE ALL '='.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM LOAD-APPROVALS
           PERFORM COLLECT-PROPOSALS
           PERFORM ASSIGN-BLOCK-IDS
           PERFORM WRITE-BROKER-ORDERS
           PERFORM WRITE-PARTICIPANTS
           PERFORM WRITE-BLOCK-REPORT
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-TRADE-DATE-ARG FROM ARGUMENT-VALUE
           IF WS-TRADE-DATE-ARG NOT = SPACES
                   AND WS-TRADE-DATE-ARG IS NUMERIC
               MOVE WS-TRADE-DATE-ARG TO WS-TRADE-DATE
           ELSE
               ACCEPT WS-TRADE-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT CLIENT-FILE
           IF WS-CLIENT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CLIENT REGISTRY, STATUS='
                   WS-CLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BLOCK-REPORT-FILE
           MOVE SPACES TO BLOCK-REPORT-RECORD
           STRING 'BLOCK ORDER REPORT - TRADE DATE ' DELIMITED BY SIZE
               WS-TRADE-DATE DELIMITED BY SIZE
               INTO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD
           MOVE SEPARATOR-LINE TO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD.

      * No approvals file means nothing has been released; the run
      * still writes empty order and participant files so a stale
      * order file is never sent.
       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ APPROVAL-FILE INTO APPROVAL-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF APR-CLIENT-ID NOT = SPACES
                               PERFORM LOAD-ONE-APPROVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           ELSE
               DISPLAY 'NO BLOCK APPROVALS FILE, STATUS='
                   WS-APPROVAL-STATUS
           END-IF.

       LOAD-ONE-APPROVAL.
           IF APR-COUNT >= APR-MAX
               DISPLAY 'APPROVALS EXCEED TABLE LIMIT OF ' APR-MAX
                   ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO APR-COUNT
           MOVE APR-CLIENT-ID TO APR-TBL-CLIENT-ID(APR-COUNT).

       COLLECT-PROPOSALS.
           MOVE 'N' TO CLIENT-EOF
           PERFORM UNTIL CLIENT-EOF = 'Y'
               READ CLIENT-FILE INTO CLIENT-RECORD
                   AT END
                       MOVE 'Y' TO CLIENT-EOF
                   NOT AT END
                       ADD 1 TO CLIENT-READ-COUNT
                       IF CLIENT-IS-ACTIVE
                           PERFORM COLLECT-ONE-CLIENT
                       ELSE
                           ADD 1 TO CLIENT-SKIP-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-ONE-CLIENT.
           MOVE 'N' TO APR-FOUND
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > APR-COUNT
               IF APR-TBL-CLIENT-ID(APR-IDX) = CLIENT-ID
                   MOVE 'Y' TO APR-FOUND
               END-IF
           END-PERFORM
           IF APR-FOUND = 'N'
               ADD 1 TO CLIENT-NOT-APPROVED-COUNT
           ELSE
               MOVE SPACES TO WS-PROPOSAL-PATH
               STRING '..\' DELIMITED BY SIZE
                   FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
                   '-REBAL-TRADES.txt' DELIMITED BY SIZE
                   INTO WS-PROPOSAL-PATH
               OPEN INPUT PROPOSAL-FILE
               IF WS-PROPOSAL-STATUS NOT = '00'
                   ADD 1 TO CLIENT-NO-PROPOSAL-COUNT
                   DISPLAY 'APPROVED CLIENT ' CLIENT-ID
                       ' HAS NO PROPOSAL FILE'
               ELSE
                   ADD 1 TO CLIENT-COLLECTED-COUNT
                   MOVE 'N' TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ PROPOSAL-FILE INTO PROPOSED-TRADE-RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               ADD 1 TO PROPOSAL-READ-COUNT
                               PERFORM COLLECT-ONE-PROPOSAL
                       END-READ
                   END-PERFORM
                   CLOSE PROPOSAL-FILE
               END-IF
           END-IF.

       COLLECT-ONE-PROPOSAL.
           IF PTR-ACTION NOT = 'BUY ' AND PTR-ACTION NOT = 'SELL'
               MOVE 'INVALID ACTION - MUST BE BUY OR SELL'
                   TO PRJ-REASON
               PERFORM WRITE-PROPOSAL-REJECT
           ELSE
               IF PTR-SYMBOL = SPACES
                   MOVE 'SYMBOL MISSING' TO PRJ-REASON
                   PERFORM WRITE-PROPOSAL-REJECT
               ELSE
                   IF PTR-SHARES NOT NUMERIC OR PTR-SHARES = 0
                       MOVE 'INVALID SHARES - ZERO OR NON-NUMERIC'
                           TO PRJ-REASON
                       PERFORM WRITE-PROPOSAL-REJECT
                   ELSE
                       PERFORM ADD-PROPOSAL-TO-BLOCK
                   END-IF
               END-IF
           END-IF.

       ADD-PROPOSAL-TO-BLOCK.
           MOVE 0 TO BLK-FOUND-IDX
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLK-COUNT
               IF BLK-SIDE(BLK-IDX) = PTR-ACTION
                       AND BLK-SYMBOL(BLK-IDX) = PTR-SYMBOL
                   MOVE BLK-IDX TO BLK-FOUND-IDX
               END-IF
           END-PERFORM
           IF BLK-FOUND-IDX = 0
               IF BLK-COUNT >= BLK-MAX
                   DISPLAY 'BLOCKS EXCEED TABLE LIMIT OF ' BLK-MAX
                       ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BLK-COUNT
               MOVE BLK-COUNT TO BLK-FOUND-IDX
               MOVE PTR-ACTION TO BLK-SIDE(BLK-FOUND-IDX)
               MOVE PTR-SYMBOL TO BLK-SYMBOL(BLK-FOUND-IDX)
               MOVE 0 TO BLK-SHARES(BLK-FOUND-IDX)
               MOVE 0 TO BLK-REF-PRICE(BLK-FOUND-IDX)
               MOVE 0 TO BLK-CLIENT-COUNT(BLK-FOUND-IDX)
           END-IF
           MOVE 0 TO PRT-FOUND-IDX
           PERFORM VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > PRT-COUNT
               IF PRT-BLOCK-IDX(PRT-IDX) = BLK-FOUND-IDX
                       AND PRT-CLIENT-ID(PRT-IDX) = CLIENT-ID
                   MOVE PRT-IDX TO PRT-FOUND-IDX
               END-IF
           END-PERFORM
           IF PRT-FOUND-IDX > 0
               IF PRT-SHARES(PRT-FOUND-IDX) + PTR-SHARES
                       > WS-PRT-MAX-SHARES
                   MOVE 'CLIENT SHARE OF BLOCK OVER 99999 SHARES'
                       TO PRJ-REASON
                   PERFORM WRITE-PROPOSAL-REJECT
               ELSE
                   ADD PTR-SHARES TO BLK-SHARES(BLK-FOUND-IDX)
                       ON SIZE ERROR
                           PERFORM REJECT-BLOCK-OVERFLOW
                       NOT ON SIZE ERROR
                           ADD PTR-SHARES TO PRT-SHARES(PRT-FOUND-IDX)
                   END-ADD
               END-IF
           ELSE
               IF PRT-COUNT >= PRT-MAX
                   DISPLAY 'BLOCK PARTICIPANTS EXCEED TABLE LIMIT OF '
                       PRT-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD PTR-SHARES TO BLK-SHARES(BLK-FOUND-IDX)
                   ON SIZE ERROR
                       PERFORM REJECT-BLOCK-OVERFLOW
                   NOT ON SIZE ERROR
                       ADD 1 TO PRT-COUNT
                       MOVE BLK-FOUND-IDX TO PRT-BLOCK-IDX(PRT-COUNT)
                       MOVE CLIENT-ID TO PRT-CLIENT-ID(PRT-COUNT)
                       MOVE PTR-SHARES TO PRT-SHARES(PRT-COUNT)
                       ADD 1 TO BLK-CLIENT-COUNT(BLK-FOUND-IDX)
               END-ADD
           END-IF
           IF PTR-PRICE NUMERIC
               MOVE PTR-PRICE TO BLK-REF-PRICE(BLK-FOUND-IDX)
           END-IF.

      * The block already holds all the shares an order can carry;
      * the line is left out and the block goes to the broker as it
      * stands.
       REJECT-BLOCK-OVERFLOW.
           MOVE 'BLOCK WOULD EXCEED 9,999,999 SHARES' TO PRJ-REASON
           PERFORM WRITE-PROPOSAL-REJECT.

       WRITE-PROPOSAL-REJECT.
           MOVE CLIENT-ID TO PRJ-CLIENT-ID
           MOVE PTR-ACTION TO PRJ-ACTION
           MOVE PTR-SYMBOL TO PRJ-SYMBOL
           MOVE PTR-SHARES TO PRJ-SHARES
           MOVE WS-PROPOSAL-REJECT-LINE TO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD
           ADD 1 TO PROPOSAL-REJECT-COUNT.

       ASSIGN-BLOCK-IDS.
           MOVE 0 TO WS-BLOCK-SEQ
           PERFORM FIND-LAST-BLOCK-SEQ
           IF WS-BLOCK-SEQ + BLK-COUNT > WS-BLOCK-SEQ-MAX
               DISPLAY 'BLOCK IDS FOR ' WS-TRADE-DATE
                   ' EXCEED SEQUENCE LIMIT OF ' WS-BLOCK-SEQ-MAX
                   ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLK-COUNT
               ADD 1 TO WS-BLOCK-SEQ
               MOVE SPACES TO BLK-BLOCK-ID(BLK-IDX)
               STRING WS-TRADE-DATE DELIMITED BY SIZE
                   WS-BLOCK-SEQ DELIMITED BY SIZE
                   INTO BLK-BLOCK-ID(BLK-IDX)
               IF BLK-SIDE(BLK-IDX) = 'BUY '
                   ADD BLK-SHARES(BLK-IDX) TO FIRM-TOTAL-BUY-SHARES
               ELSE
                   ADD BLK-SHARES(BLK-IDX) TO FIRM-TOTAL-SELL-SHARES
               END-IF
           END-PERFORM.

      * The highest sequence already given a block of this trade
      * date, from the allocation log and the last run's orders;
      * neither file yet means none has.
       FIND-LAST-BLOCK-SEQ.
           OPEN INPUT ALLOCATION-LOG-FILE
           IF WS-LOG-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ ALLOCATION-LOG-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           MOVE ALG-BLOCK-ID TO WS-USED-BLOCK-ID
                           PERFORM CHECK-USED-BLOCK-ID
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-LOG-FILE
           END-IF
           OPEN INPUT BROKER-ORDER-FILE
           IF WS-ORDER-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ BROKER-ORDER-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           MOVE BRO-BLOCK-ID TO WS-USED-BLOCK-ID
                           PERFORM CHECK-USED-BLOCK-ID
                   END-READ
               END-PERFORM
               CLOSE BROKER-ORDER-FILE
           END-IF.

       CHECK-USED-BLOCK-ID.
           IF WS-USED-BLOCK-ID(1:8) = WS-TRADE-DATE
                   AND WS-USED-BLOCK-ID(9:4) IS NUMERIC
               MOVE WS-USED-BLOCK-ID(9:4) TO WS-USED-SEQ
               IF WS-USED-SEQ > WS-BLOCK-SEQ
                   MOVE WS-USED-SEQ TO WS-BLOCK-SEQ
               END-IF
           END-IF.

       WRITE-BROKER-ORDERS.
           OPEN OUTPUT BROKER-ORDER-FILE
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLK-COUNT
               MOVE SPACES TO BROKER-ORDER-RECORD
               MOVE BLK-BLOCK-ID(BLK-IDX) TO BRO-BLOCK-ID
               MOVE WS-TRADE-DATE TO BRO-TRADE-DATE
               MOVE BLK-SIDE(BLK-IDX) TO BRO-SIDE
               MOVE BLK-SYMBOL(BLK-IDX) TO BRO-SYMBOL
               MOVE BLK-SHARES(BLK-IDX) TO BRO-SHARES
               MOVE BLK-REF-PRICE(BLK-IDX) TO BRO-REF-PRICE
               WRITE BROKER-ORDER-RECORD
           END-PERFORM
           CLOSE BROKER-ORDER-FILE.

       WRITE-PARTICIPANTS.
           OPEN OUTPUT PARTICIPANT-FILE
           PERFORM VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > PRT-COUNT
               MOVE PRT-BLOCK-IDX(PRT-IDX) TO BLK-IDX
               MOVE SPACES TO PARTICIPANT-RECORD
               MOVE BLK-BLOCK-ID(BLK-IDX) TO BKP-BLOCK-ID
               MOVE PRT-CLIENT-ID(PRT-IDX) TO BKP-CLIENT-ID
               MOVE BLK-SIDE(BLK-IDX) TO BKP-SIDE
               MOVE BLK-SYMBOL(BLK-IDX) TO BKP-SYMBOL
               MOVE PRT-SHARES(PRT-IDX) TO BKP-SHARES
               WRITE PARTICIPANT-RECORD
           END-PERFORM
           CLOSE PARTICIPANT-FILE.

       WRITE-BLOCK-REPORT.
           IF PROPOSAL-REJECT-COUNT > 0
               MOVE SEPARATOR-LINE TO BLOCK-REPORT-RECORD
               WRITE BLOCK-REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-BLOCK-LINE
           MOVE 'BLOCK ID' TO BKL-BLOCK-ID
           MOVE 'SIDE' TO BKL-SIDE
           MOVE 'SYMBOL' TO BKL-SYMBOL
           MOVE '   SHARES' TO BKL-SHARES
           MOVE 'REF PRICE' TO BKL-REF-PRICE
           MOVE 'CLIENTS' TO BKL-CLIENTS-TEXT
           MOVE WS-BLOCK-LINE TO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLK-COUNT
               PERFORM WRITE-BLOCK-REPORT-BLOCK
           END-PERFORM
           IF BLK-COUNT = 0
               MOVE SPACES TO BLOCK-REPORT-RECORD
               MOVE 'NO APPROVED PROPOSALS - NO BLOCK ORDERS'
                   TO BLOCK-REPORT-RECORD
               WRITE BLOCK-REPORT-RECORD
           END-IF
           MOVE SEPARATOR-LINE TO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD
           MOVE SPACES TO BLOCK-REPORT-RECORD
           MOVE BLK-COUNT TO EDITED-BLOCK-COUNT
           STRING 'BLOCK ORDERS:         ' DELIMITED BY SIZE
               EDITED-BLOCK-COUNT DELIMITED BY SIZE
               INTO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD
           MOVE SPACES TO BLOCK-REPORT-RECORD
           MOVE CLIENT-COLLECTED-COUNT TO EDITED-BLOCK-COUNT
           STRING 'CLIENTS COLLECTED:    ' DELIMITED BY SIZE
               EDITED-BLOCK-COUNT DELIMITED BY SIZE
               INTO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD
           MOVE SPACES TO BLOCK-REPORT-RECORD
           MOVE FIRM-TOTAL-BUY-SHARES TO EDITED-BLOCK-TOTAL
           STRING 'TOTAL SHARES BOUGHT:  ' DELIMITED BY SIZE
               EDITED-BLOCK-TOTAL DELIMITED BY SIZE
               INTO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD
           MOVE SPACES TO BLOCK-REPORT-RECORD
           MOVE FIRM-TOTAL-SELL-SHARES TO EDITED-BLOCK-TOTAL
           STRING 'TOTAL SHARES SOLD:    ' DELIMITED BY SIZE
               EDITED-BLOCK-TOTAL DELIMITED BY SIZE
               INTO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD
           MOVE SPACES TO BLOCK-REPORT-RECORD
           MOVE PROPOSAL-REJECT-COUNT TO EDITED-BLOCK-COUNT
           STRING 'PROPOSAL LINES LEFT OUT:' DELIMITED BY SIZE
               EDITED-BLOCK-COUNT DELIMITED BY SIZE
               INTO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD.

       WRITE-BLOCK-REPORT-BLOCK.
           MOVE SPACES TO WS-BLOCK-LINE
           MOVE BLK-BLOCK-ID(BLK-IDX) TO BKL-BLOCK-ID
           MOVE BLK-SIDE(BLK-IDX) TO BKL-SIDE
           MOVE BLK-SYMBOL(BLK-IDX) TO BKL-SYMBOL
           MOVE BLK-SHARES(BLK-IDX) TO EDITED-BLOCK-SHARES
           MOVE EDITED-BLOCK-SHARES TO BKL-SHARES
           MOVE BLK-REF-PRICE(BLK-IDX) TO EDITED-BLOCK-PRICE
           MOVE EDITED-BLOCK-PRICE TO BKL-REF-PRICE
           MOVE BLK-CLIENT-COUNT(BLK-IDX) TO EDITED-BLOCK-COUNT
           MOVE EDITED-BLOCK-COUNT TO BKL-CLIENTS
           MOVE 'CLIENTS' TO BKL-CLIENTS-TEXT
           MOVE WS-BLOCK-LINE TO BLOCK-REPORT-RECORD
           WRITE BLOCK-REPORT-RECORD
           PERFORM VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > PRT-COUNT
               IF PRT-BLOCK-IDX(PRT-IDX) = BLK-IDX
                   MOVE SPACES TO WS-PARTICIPANT-LINE
                   MOVE PRT-CLIENT-ID(PRT-IDX) TO PTL-CLIENT-ID
                   MOVE PRT-SHARES(PRT-IDX) TO EDITED-BLOCK-SHARES
                   MOVE EDITED-BLOCK-SHARES TO PTL-SHARES
                   MOVE WS-PARTICIPANT-LINE TO BLOCK-REPORT-RECORD
                   WRITE BLOCK-REPORT-RECORD
               END-IF
           END-PERFORM.

       TERMINATION.
           CLOSE CLIENT-FILE
           CLOSE BLOCK-REPORT-FILE
           DISPLAY 'BLOCK ORDER AGGREGATION COMPLETE'
           DISPLAY 'CLIENTS READ:        ' CLIENT-READ-COUNT
           DISPLAY 'CLIENTS COLLECTED:   ' CLIENT-COLLECTED-COUNT
           DISPLAY 'NOT APPROVED:        ' CLIENT-NOT-APPROVED-COUNT
           DISPLAY 'NO PROPOSAL FILE:    ' CLIENT-NO-PROPOSAL-COUNT
           DISPLAY 'CLIENTS SKIPPED:     ' CLIENT-SKIP-COUNT
           DISPLAY 'PROPOSAL LINES READ: ' PROPOSAL-READ-COUNT
           DISPLAY 'LINES LEFT OUT:      ' PROPOSAL-REJECT-COUNT
           DISPLAY 'BLOCK ORDERS:        ' BLK-COUNT
           DISPLAY 'PARTICIPATIONS:      ' PRT-COUNT.
