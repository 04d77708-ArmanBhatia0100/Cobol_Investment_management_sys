       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOCKALLOC.

      * Block fill allocation. Reads the broker's executions
      * (BROKER-EXECUTIONS.txt) against the block orders BLOCKORD
      * sent (BROKER-ORDERS.txt) and the per-client breakdown it
      * kept (BLOCK-PARTICIPANTS.txt). A block may fill in several
      * pieces at several prices; every participating client gets
      * the block's average price (total fill value over filled
      * shares, to the cent) so no client is favoured by which
      * piece of the fill it got. The filled shares go to the
      * clients pro rata to what each proposed, in whole shares:
      * each client first takes the whole-share part of its exact
      * share, and the few shares left over by the rounding go one
      * apiece to the clients with the largest fractions.
      * Each client's allocations are appended to its
      * CLIENTID-TRADES.txt in the TRADES.txt layout, dated with the
      * block's last execution date, for TRADEAPPLY to apply the
      * same night. BLOCK-ALLOCATIONS.txt lists every block with its
      * fill and the split.
      * A block is allocated once. Each block whose trades are
      * written is entered on the permanent allocation log
      * (BLOCK-ALLOCATION-LOG.txt - block id, run date, filled
      * shares, average price), and a block already on the log is
      * not allocated again but reported on the exceptions, so a
      * rerun over the same executions cannot trade the clients
      * twice. The log is part of NIGHTRUN's generation set and
      * rolls back with the TRADES files on a restore.
      * Anything not filled goes on the allocation exceptions report
      * (BLOCK-EXCEPTIONS.txt): each short-filled or unfilled block
      * with the unfilled shares per client, executions for a block
      * id not on the order file or with bad numbers, and fills over
      * the ordered quantity (the excess is not allocated).
      * The first argument is the run date (YYYYMMDD, default
      * today), printed on the report headings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BROKER-ORDER-FILE ASSIGN TO '..\BROKER-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT PARTICIPANT-FILE
               ASSIGN TO '..\BLOCK-PARTICIPANTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTICIPANT-STATUS.

      * One line per fill the broker reports against a block.
           SELECT EXECUTION-FILE ASSIGN TO '..\BROKER-EXECUTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECUTION-STATUS.

           SELECT TRADES-FILE ASSIGN TO WS-TRADES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADES-STATUS.

      * Permanent, append-only: one record per block allocated.
           SELECT ALLOCATION-LOG-FILE
               ASSIGN TO '..\BLOCK-ALLOCATION-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ALLOCATION-REPORT-FILE
               ASSIGN TO '..\BLOCK-ALLOCATIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO '..\BLOCK-EXCEPTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD EXECUTION-FILE.
       01 EXECUTION-RECORD.
           05 BEX-BLOCK-ID         PIC X(12).
           05 FILLER               PIC X(1).
           05 BEX-EXEC-DATE        PIC 9(8).
           05 FILLER               PIC X(1).
           05 BEX-SHARES           PIC 9(7).
           05 FILLER               PIC X(1).
           05 BEX-PRICE            PIC 9(4)V99.
           05 BEX-PRICE-X REDEFINES BEX-PRICE PIC X(6).

       FD TRADES-FILE.
       01 TRADE-RECORD.
           05 TRADE-ACTION         PIC X(4).
           05 TRADE-SYMBOL         PIC X(7).
           05 TRADE-DATE           PIC 9(8).
           05 TRADE-SHARES         PIC 9(5).
           05 TRADE-PRICE          PIC 9(4)V99.
           05 TRADE-LOT-DATE       PIC 9(8).

       FD ALLOCATION-LOG-FILE.
       01 ALLOCATION-LOG-RECORD.
           05 ALG-BLOCK-ID         PIC X(12).
           05 FILLER               PIC X(1).
           05 ALG-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 ALG-FILLED           PIC 9(7).
           05 FILLER               PIC X(1).
           05 ALG-AVG-PRICE        PIC 9(4)V99.

       FD ALLOCATION-REPORT-FILE.
       01 ALLOCATION-REPORT-RECORD PIC X(132).

       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-RUN-DATE-ARG          PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-TRADES-PATH           PIC X(40) VALUE SPACES.
       01 WS-ORDER-STATUS          PIC XX.
       01 WS-PARTICIPANT-STATUS    PIC XX.
       01 WS-EXECUTION-STATUS      PIC XX.
       01 WS-TRADES-STATUS         PIC XX.
       01 WS-LOG-STATUS            PIC XX.

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 EXECUTION-READ-COUNT     PIC 9(7) VALUE 0.
       01 EXECUTION-REJECT-COUNT   PIC 9(7) VALUE 0.
       01 TRADE-WRITE-COUNT        PIC 9(7) VALUE 0.
       01 EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01 BLOCK-FILLED-COUNT       PIC 9(5) VALUE 0.
       01 BLOCK-SHORT-COUNT        PIC 9(5) VALUE 0.
       01 BLOCK-REPEAT-COUNT       PIC 9(5) VALUE 0.

      * The blocks as ordered, with the fills accumulated against
      * them.
       01 BLK-MAX                  PIC 9(4) VALUE 1000.
       01 BLK-COUNT                PIC 9(4) VALUE 0.
       01 BLK-TABLE.
           05 BLK-ENTRY OCCURS 1000 TIMES.
               10 BLK-BLOCK-ID     PIC X(12).
               10 BLK-SIDE         PIC X(4).
               10 BLK-SYMBOL       PIC X(7).
               10 BLK-ORDERED      PIC 9(7).
               10 BLK-FILLED       PIC 9(7).
               10 BLK-FILL-VALUE   PIC 9(11)V99.
               10 BLK-LAST-EXEC-DATE PIC 9(8).
               10 BLK-AVG-PRICE    PIC 9(4)V99.
               10 BLK-DONE-DATE    PIC 9(8).
       01 BLK-IDX                  PIC 9(4).
       01 BLK-FOUND-IDX            PIC 9(4).

       01 PRT-MAX                  PIC 9(5) VALUE 10000.
       01 PRT-COUNT                PIC 9(5) VALUE 0.
       01 PRT-TABLE.
           05 PRT-ENTRY OCCURS 10000 TIMES.
               10 PRT-BLOCK-IDX    PIC 9(4).
               10 PRT-CLIENT-ID    PIC X(10).
               10 PRT-SHARES       PIC 9(7).
               10 PRT-ALLOCATED    PIC 9(7).
               10 PRT-FRACTION     PIC 9(14).
               10 PRT-BUMPED       PIC X(1).
       01 PRT-IDX                  PIC 9(5).
       01 PRT-BEST-IDX             PIC 9(5).

       01 WS-FILL-SHARES           PIC 9(7).
       01 WS-EXCESS-SHARES         PIC 9(7).
       01 WS-ALLOCATED-TOTAL       PIC 9(7).
       01 WS-LEFTOVER-SHARES       PIC 9(7).
       01 WS-PRO-RATA-PRODUCT      PIC 9(14).
       01 WS-UNFILLED-SHARES       PIC 9(7).

       01 EDITED-ALLOC-SHARES      PIC Z,ZZZ,ZZ9.
       01 EDITED-ALLOC-PRICE       PIC $Z,ZZ9.99.
       01 EDITED-ALLOC-COUNT       PIC ZZZ,ZZ9.

       01 WS-BLOCK-LINE.
           05 BKL-BLOCK-ID         PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-SIDE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-SYMBOL           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-ORDERED          PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-FILLED           PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-UNFILLED         PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-AVG-PRICE        PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BKL-TEXT             PIC X(40).

       01 WS-CLIENT-LINE.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 CLL-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CLL-PROPOSED         PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CLL-ALLOCATED        PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CLL-UNFILLED         PIC X(9).

       01 WS-EXECUTION-REJECT-LINE.
           05 EXR-BLOCK-ID         PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EXR-EXEC-DATE        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EXR-SHARES           PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EXR-PRICE            PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EXR-REASON           PIC X(50).

       01 SEPARATOR-LINE           PIC X(132) VALUE ALL '='.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM LOAD-BLOCK-ORDERS
           PERFORM LOAD-ALLOCATION-LOG
           PERFORM LOAD-PARTICIPANTS
           PERFORM APPLY-EXECUTIONS
           PERFORM ALLOCATE-BLOCKS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-DATE-ARG FROM ARGUMENT-VALUE
           IF WS-RUN-DATE-ARG NOT = SPACES
                   AND WS-RUN-DATE-ARG IS NUMERIC
               MOVE WS-RUN-DATE-ARG TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN OUTPUT ALLOCATION-REPORT-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           STRING 'BLOCK ALLOCATION REGISTER - ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING 'BLOCK ALLOCATION EXCEPTIONS - ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO WS-BLOCK-LINE
           MOVE 'BLOCK ID' TO BKL-BLOCK-ID
           MOVE 'SIDE' TO BKL-SIDE
           MOVE 'SYMBOL' TO BKL-SYMBOL
           MOVE '  ORDERED' TO BKL-ORDERED
           MOVE '   FILLED' TO BKL-FILLED
           MOVE ' UNFILLED' TO BKL-UNFILLED
           MOVE 'AVG PRICE' TO BKL-AVG-PRICE
           MOVE WS-BLOCK-LINE TO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE SEPARATOR-LINE TO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE SEPARATOR-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       LOAD-BLOCK-ORDERS.
           OPEN INPUT BROKER-ORDER-FILE
           IF WS-ORDER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BROKER ORDER FILE, STATUS='
                   WS-ORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ BROKER-ORDER-FILE INTO BROKER-ORDER-RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-BLOCK
               END-READ
           END-PERFORM
           CLOSE BROKER-ORDER-FILE.

       LOAD-ONE-BLOCK.
           IF BLK-COUNT >= BLK-MAX
               DISPLAY 'BLOCKS EXCEED TABLE LIMIT OF ' BLK-MAX
                   ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BLK-COUNT
           MOVE BRO-BLOCK-ID TO BLK-BLOCK-ID(BLK-COUNT)
           MOVE BRO-SIDE TO BLK-SIDE(BLK-COUNT)
           MOVE BRO-SYMBOL TO BLK-SYMBOL(BLK-COUNT)
           IF BRO-SHARES NUMERIC
               MOVE BRO-SHARES TO BLK-ORDERED(BLK-COUNT)
           ELSE
               MOVE 0 TO BLK-ORDERED(BLK-COUNT)
           END-IF
           MOVE 0 TO BLK-FILLED(BLK-COUNT)
           MOVE 0 TO BLK-FILL-VALUE(BLK-COUNT)
           MOVE 0 TO BLK-LAST-EXEC-DATE(BLK-COUNT)
           MOVE 0 TO BLK-AVG-PRICE(BLK-COUNT)
           MOVE 0 TO BLK-DONE-DATE(BLK-COUNT).

      * Marks the blocks on order that an earlier run has already
      * allocated; no log yet means none has.
       LOAD-ALLOCATION-LOG.
           OPEN INPUT ALLOCATION-LOG-FILE
           IF WS-LOG-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ ALLOCATION-LOG-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           MOVE ALG-BLOCK-ID TO BEX-BLOCK-ID
                           PERFORM FIND-BLOCK
                           IF BLK-FOUND-IDX > 0
                                   AND ALG-RUN-DATE NUMERIC
                               MOVE ALG-RUN-DATE
                                   TO BLK-DONE-DATE(BLK-FOUND-IDX)
                               MOVE ALG-AVG-PRICE
                                   TO BLK-AVG-PRICE(BLK-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-LOG-FILE
           END-IF.

      * A participant whose block is not on the order file cannot
      * be allocated and is reported.
       LOAD-PARTICIPANTS.
           OPEN INPUT PARTICIPANT-FILE
           IF WS-PARTICIPANT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BLOCK PARTICIPANT FILE, STATUS='
                   WS-PARTICIPANT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PARTICIPANT-FILE INTO PARTICIPANT-RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-PARTICIPANT
               END-READ
           END-PERFORM
           CLOSE PARTICIPANT-FILE.

       LOAD-ONE-PARTICIPANT.
           MOVE BKP-BLOCK-ID TO BEX-BLOCK-ID
           PERFORM FIND-BLOCK
           IF BLK-FOUND-IDX = 0 OR BKP-SHARES NOT NUMERIC
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING 'PARTICIPANT ' DELIMITED BY SIZE
                   BKP-CLIENT-ID DELIMITED BY SIZE
                   ' ON BLOCK ' DELIMITED BY SIZE
                   BKP-BLOCK-ID DELIMITED BY SIZE
                   ' NOT ON ORDER FILE OR SHARES INVALID'
                   DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               ADD 1 TO EXCEPTION-COUNT
           ELSE
               IF PRT-COUNT >= PRT-MAX
                   DISPLAY 'BLOCK PARTICIPANTS EXCEED TABLE LIMIT OF '
                       PRT-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PRT-COUNT
               MOVE BLK-FOUND-IDX TO PRT-BLOCK-IDX(PRT-COUNT)
               MOVE BKP-CLIENT-ID TO PRT-CLIENT-ID(PRT-COUNT)
               MOVE BKP-SHARES TO PRT-SHARES(PRT-COUNT)
               MOVE 0 TO PRT-ALLOCATED(PRT-COUNT)
               MOVE 0 TO PRT-FRACTION(PRT-COUNT)
               MOVE 'N' TO PRT-BUMPED(PRT-COUNT)
           END-IF.

       FIND-BLOCK.
           MOVE 0 TO BLK-FOUND-IDX
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLK-COUNT
               IF BLK-BLOCK-ID(BLK-IDX) = BEX-BLOCK-ID
                   MOVE BLK-IDX TO BLK-FOUND-IDX
               END-IF
           END-PERFORM.

      * No execution file yet means nothing has filled: every block
      * goes on the exceptions report as unfilled.
       APPLY-EXECUTIONS.
           OPEN INPUT EXECUTION-FILE
           IF WS-EXECUTION-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ EXECUTION-FILE INTO EXECUTION-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO EXECUTION-READ-COUNT
                           PERFORM APPLY-ONE-EXECUTION
                   END-READ
               END-PERFORM
               CLOSE EXECUTION-FILE
           ELSE
               DISPLAY 'NO BROKER EXECUTION FILE, STATUS='
                   WS-EXECUTION-STATUS
           END-IF.

       APPLY-ONE-EXECUTION.
           IF BEX-SHARES NOT NUMERIC OR BEX-SHARES = 0
                   OR BEX-PRICE NOT NUMERIC OR BEX-PRICE = 0
                   OR BEX-EXEC-DATE NOT NUMERIC
               MOVE 'INVALID SHARES, PRICE OR DATE - NOT APPLIED'
                   TO EXR-REASON
               PERFORM WRITE-EXECUTION-REJECT
           ELSE
               PERFORM FIND-BLOCK
               IF BLK-FOUND-IDX = 0
                   MOVE 'BLOCK ID NOT ON BROKER ORDER FILE'
                       TO EXR-REASON
                   PERFORM WRITE-EXECUTION-REJECT
               ELSE
                   PERFORM ADD-FILL-TO-BLOCK
               END-IF
           END-IF.

      * A fill beyond the ordered quantity is capped at the order;
      * the excess is reported and never allocated.
       ADD-FILL-TO-BLOCK.
           MOVE BEX-SHARES TO WS-FILL-SHARES
           IF BLK-FILLED(BLK-FOUND-IDX) + WS-FILL-SHARES
                   > BLK-ORDERED(BLK-FOUND-IDX)
               COMPUTE WS-FILL-SHARES =
                   BLK-ORDERED(BLK-FOUND-IDX)
                   - BLK-FILLED(BLK-FOUND-IDX)
               COMPUTE WS-EXCESS-SHARES = BEX-SHARES - WS-FILL-SHARES
               MOVE SPACES TO EXR-REASON
               MOVE WS-EXCESS-SHARES TO EDITED-ALLOC-SHARES
               STRING 'OVERFILL - ' DELIMITED BY SIZE
                   EDITED-ALLOC-SHARES DELIMITED BY SIZE
                   ' OVER ORDER NOT ALLOCATED'
                   DELIMITED BY SIZE
                   INTO EXR-REASON
               PERFORM WRITE-EXECUTION-REJECT
           END-IF
           IF WS-FILL-SHARES > 0
               ADD WS-FILL-SHARES TO BLK-FILLED(BLK-FOUND-IDX)
               COMPUTE BLK-FILL-VALUE(BLK-FOUND-IDX) =
                   BLK-FILL-VALUE(BLK-FOUND-IDX)
                   + WS-FILL-SHARES * BEX-PRICE
               IF BEX-EXEC-DATE > BLK-LAST-EXEC-DATE(BLK-FOUND-IDX)
                   MOVE BEX-EXEC-DATE
                       TO BLK-LAST-EXEC-DATE(BLK-FOUND-IDX)
               END-IF
           END-IF.

       WRITE-EXECUTION-REJECT.
           MOVE BEX-BLOCK-ID TO EXR-BLOCK-ID
           MOVE BEX-EXEC-DATE TO EXR-EXEC-DATE
           MOVE BEX-SHARES TO EXR-SHARES
           MOVE BEX-PRICE-X TO EXR-PRICE
           MOVE WS-EXECUTION-REJECT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           ADD 1 TO EXECUTION-REJECT-COUNT
           ADD 1 TO EXCEPTION-COUNT.

       ALLOCATE-BLOCKS.
           OPEN EXTEND ALLOCATION-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT ALLOCATION-LOG-FILE
           END-IF
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLK-COUNT
               IF BLK-DONE-DATE(BLK-IDX) > 0
                   ADD 1 TO BLOCK-REPEAT-COUNT
                   PERFORM WRITE-REPEAT-EXCEPTION
               ELSE
                   PERFORM ALLOCATE-ONE-BLOCK
               END-IF
           END-PERFORM
           CLOSE ALLOCATION-LOG-FILE.

       WRITE-REPEAT-EXCEPTION.
           PERFORM BUILD-BLOCK-LINE
           MOVE SPACES TO BKL-TEXT
           STRING 'ALLOCATED ' DELIMITED BY SIZE
               BLK-DONE-DATE(BLK-IDX) DELIMITED BY SIZE
               ' - NOT ALLOCATED AGAIN' DELIMITED BY SIZE
               INTO BKL-TEXT
           MOVE WS-BLOCK-LINE TO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE WS-BLOCK-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           ADD 1 TO EXCEPTION-COUNT.

      * Whole-share pro rata first, then the rounding remainder by
      * largest fraction (ties to the earlier participant).
       ALLOCATE-ONE-BLOCK.
           IF BLK-FILLED(BLK-IDX) > 0
               ADD 1 TO BLOCK-FILLED-COUNT
               COMPUTE BLK-AVG-PRICE(BLK-IDX) ROUNDED =
                   BLK-FILL-VALUE(BLK-IDX) / BLK-FILLED(BLK-IDX)
               MOVE 0 TO WS-ALLOCATED-TOTAL
               PERFORM VARYING PRT-IDX FROM 1 BY 1
                       UNTIL PRT-IDX > PRT-COUNT
                   IF PRT-BLOCK-IDX(PRT-IDX) = BLK-IDX
                       COMPUTE WS-PRO-RATA-PRODUCT =
                           BLK-FILLED(BLK-IDX) * PRT-SHARES(PRT-IDX)
                       DIVIDE WS-PRO-RATA-PRODUCT
                           BY BLK-ORDERED(BLK-IDX)
                           GIVING PRT-ALLOCATED(PRT-IDX)
                           REMAINDER PRT-FRACTION(PRT-IDX)
                       ADD PRT-ALLOCATED(PRT-IDX) TO WS-ALLOCATED-TOTAL
                   END-IF
               END-PERFORM
               COMPUTE WS-LEFTOVER-SHARES =
                   BLK-FILLED(BLK-IDX) - WS-ALLOCATED-TOTAL
               PERFORM WS-LEFTOVER-SHARES TIMES
                   PERFORM ALLOCATE-ONE-LEFTOVER-SHARE
               END-PERFORM
               PERFORM WRITE-BLOCK-TRADES
               PERFORM WRITE-ALLOCATION-LOG
           END-IF
           PERFORM WRITE-ALLOCATION-BLOCK
           IF BLK-FILLED(BLK-IDX) < BLK-ORDERED(BLK-IDX)
               ADD 1 TO BLOCK-SHORT-COUNT
               PERFORM WRITE-UNFILLED-EXCEPTION
           END-IF.

       ALLOCATE-ONE-LEFTOVER-SHARE.
           MOVE 0 TO PRT-BEST-IDX
           PERFORM VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > PRT-COUNT
               IF PRT-BLOCK-IDX(PRT-IDX) = BLK-IDX
                       AND PRT-BUMPED(PRT-IDX) = 'N'
                       AND PRT-ALLOCATED(PRT-IDX) < PRT-SHARES(PRT-IDX)
                   IF PRT-BEST-IDX = 0
                       MOVE PRT-IDX TO PRT-BEST-IDX
                   ELSE
                       IF PRT-FRACTION(PRT-IDX) >
                               PRT-FRACTION(PRT-BEST-IDX)
                           MOVE PRT-IDX TO PRT-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PRT-BEST-IDX > 0
               ADD 1 TO PRT-ALLOCATED(PRT-BEST-IDX)
               MOVE 'Y' TO PRT-BUMPED(PRT-BEST-IDX)
           END-IF.

      * Appended per client, so trades already keyed for the day
      * stay in front of the block fills.
       WRITE-BLOCK-TRADES.
           PERFORM VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > PRT-COUNT
               IF PRT-BLOCK-IDX(PRT-IDX) = BLK-IDX
                       AND PRT-ALLOCATED(PRT-IDX) > 0
                   PERFORM WRITE-CLIENT-TRADE
               END-IF
           END-PERFORM.

       WRITE-CLIENT-TRADE.
           MOVE SPACES TO WS-TRADES-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(PRT-CLIENT-ID(PRT-IDX)) DELIMITED BY SIZE
               '-TRADES.txt' DELIMITED BY SIZE
               INTO WS-TRADES-PATH
           OPEN EXTEND TRADES-FILE
           IF WS-TRADES-STATUS NOT = '00'
               OPEN OUTPUT TRADES-FILE
           END-IF
           MOVE SPACES TO TRADE-RECORD
           MOVE BLK-SIDE(BLK-IDX) TO TRADE-ACTION
           MOVE BLK-SYMBOL(BLK-IDX) TO TRADE-SYMBOL
           MOVE BLK-LAST-EXEC-DATE(BLK-IDX) TO TRADE-DATE
           MOVE PRT-ALLOCATED(PRT-IDX) TO TRADE-SHARES
           MOVE BLK-AVG-PRICE(BLK-IDX) TO TRADE-PRICE
           MOVE 0 TO TRADE-LOT-DATE
           WRITE TRADE-RECORD
           CLOSE TRADES-FILE
           ADD 1 TO TRADE-WRITE-COUNT.

      * Entered as soon as the block's trades are out, so a run that
      * stops part way leaves the blocks it finished on the log.
       WRITE-ALLOCATION-LOG.
           MOVE SPACES TO ALLOCATION-LOG-RECORD
           MOVE BLK-BLOCK-ID(BLK-IDX) TO ALG-BLOCK-ID
           MOVE WS-RUN-DATE TO ALG-RUN-DATE
           MOVE BLK-FILLED(BLK-IDX) TO ALG-FILLED
           MOVE BLK-AVG-PRICE(BLK-IDX) TO ALG-AVG-PRICE
           WRITE ALLOCATION-LOG-RECORD.

       WRITE-ALLOCATION-BLOCK.
           PERFORM BUILD-BLOCK-LINE
           IF BLK-FILLED(BLK-IDX) = 0
               MOVE 'NOT FILLED - NOTHING ALLOCATED' TO BKL-TEXT
           END-IF
           MOVE WS-BLOCK-LINE TO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           PERFORM VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > PRT-COUNT
               IF PRT-BLOCK-IDX(PRT-IDX) = BLK-IDX
                   PERFORM BUILD-CLIENT-LINE
                   MOVE WS-CLIENT-LINE TO ALLOCATION-REPORT-RECORD
                   WRITE ALLOCATION-REPORT-RECORD
               END-IF
           END-PERFORM.

       WRITE-UNFILLED-EXCEPTION.
           PERFORM BUILD-BLOCK-LINE
           IF BLK-FILLED(BLK-IDX) = 0
               MOVE 'BLOCK NOT FILLED' TO BKL-TEXT
           ELSE
               MOVE 'BLOCK PARTIALLY FILLED' TO BKL-TEXT
           END-IF
           MOVE WS-BLOCK-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           ADD 1 TO EXCEPTION-COUNT
           PERFORM VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > PRT-COUNT
               IF PRT-BLOCK-IDX(PRT-IDX) = BLK-IDX
                       AND PRT-ALLOCATED(PRT-IDX) < PRT-SHARES(PRT-IDX)
                   PERFORM BUILD-CLIENT-LINE
                   MOVE WS-CLIENT-LINE TO EXCEPTION-REPORT-RECORD
                   WRITE EXCEPTION-REPORT-RECORD
               END-IF
           END-PERFORM.

       BUILD-BLOCK-LINE.
           MOVE SPACES TO WS-BLOCK-LINE
           MOVE BLK-BLOCK-ID(BLK-IDX) TO BKL-BLOCK-ID
           MOVE BLK-SIDE(BLK-IDX) TO BKL-SIDE
           MOVE BLK-SYMBOL(BLK-IDX) TO BKL-SYMBOL
           MOVE BLK-ORDERED(BLK-IDX) TO EDITED-ALLOC-SHARES
           MOVE EDITED-ALLOC-SHARES TO BKL-ORDERED
           MOVE BLK-FILLED(BLK-IDX) TO EDITED-ALLOC-SHARES
           MOVE EDITED-ALLOC-SHARES TO BKL-FILLED
           COMPUTE WS-UNFILLED-SHARES =
               BLK-ORDERED(BLK-IDX) - BLK-FILLED(BLK-IDX)
           MOVE WS-UNFILLED-SHARES TO EDITED-ALLOC-SHARES
           MOVE EDITED-ALLOC-SHARES TO BKL-UNFILLED
           IF BLK-FILLED(BLK-IDX) > 0
               MOVE BLK-AVG-PRICE(BLK-IDX) TO EDITED-ALLOC-PRICE
               MOVE EDITED-ALLOC-PRICE TO BKL-AVG-PRICE
           END-IF.

       BUILD-CLIENT-LINE.
           MOVE SPACES TO WS-CLIENT-LINE
           MOVE PRT-CLIENT-ID(PRT-IDX) TO CLL-CLIENT-ID
           MOVE PRT-SHARES(PRT-IDX) TO EDITED-ALLOC-SHARES
           MOVE EDITED-ALLOC-SHARES TO CLL-PROPOSED
           MOVE PRT-ALLOCATED(PRT-IDX) TO EDITED-ALLOC-SHARES
           MOVE EDITED-ALLOC-SHARES TO CLL-ALLOCATED
           COMPUTE WS-UNFILLED-SHARES =
               PRT-SHARES(PRT-IDX) - PRT-ALLOCATED(PRT-IDX)
           MOVE WS-UNFILLED-SHARES TO EDITED-ALLOC-SHARES
           MOVE EDITED-ALLOC-SHARES TO CLL-UNFILLED.

       WRITE-REPORT-TOTALS.
           MOVE SEPARATOR-LINE TO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           MOVE BLOCK-FILLED-COUNT TO EDITED-ALLOC-COUNT
           STRING 'BLOCKS ALLOCATED:     ' DELIMITED BY SIZE
               EDITED-ALLOC-COUNT DELIMITED BY SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           MOVE SPACES TO ALLOCATION-REPORT-RECORD
           MOVE TRADE-WRITE-COUNT TO EDITED-ALLOC-COUNT
           STRING 'CLIENT TRADES WRITTEN:' DELIMITED BY SIZE
               EDITED-ALLOC-COUNT DELIMITED BY SIZE
               INTO ALLOCATION-REPORT-RECORD
           WRITE ALLOCATION-REPORT-RECORD
           IF EXCEPTION-COUNT = 0
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               MOVE 'NO ALLOCATION EXCEPTIONS'
                   TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF
           MOVE SEPARATOR-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           MOVE BLOCK-SHORT-COUNT TO EDITED-ALLOC-COUNT
           STRING 'BLOCKS NOT FULLY FILLED:' DELIMITED BY SIZE
               EDITED-ALLOC-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           MOVE EXECUTION-REJECT-COUNT TO EDITED-ALLOC-COUNT
           STRING 'EXECUTION EXCEPTIONS:   ' DELIMITED BY SIZE
               EDITED-ALLOC-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           MOVE BLOCK-REPEAT-COUNT TO EDITED-ALLOC-COUNT
           STRING 'ALREADY ALLOCATED:      ' DELIMITED BY SIZE
               EDITED-ALLOC-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       TERMINATION.
           CLOSE ALLOCATION-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY 'BLOCK ALLOCATION COMPLETE'
           DISPLAY 'BLOCKS ON ORDER:     ' BLK-COUNT
           DISPLAY 'PARTICIPATIONS:      ' PRT-COUNT
           DISPLAY 'EXECUTIONS READ:     ' EXECUTION-READ-COUNT
           DISPLAY 'EXECUTIONS REJECTED: ' EXECUTION-REJECT-COUNT
           DISPLAY 'BLOCKS ALLOCATED:    ' BLOCK-FILLED-COUNT
           DISPLAY 'BLOCKS SHORT-FILLED: ' BLOCK-SHORT-COUNT
           DISPLAY 'ALREADY ALLOCATED:   ' BLOCK-REPEAT-COUNT
           DISPLAY 'CLIENT TRADES:       ' TRADE-WRITE-COUNT
           DISPLAY 'EXCEPTIONS:          ' EXCEPTION-COUNT.
