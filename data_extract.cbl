       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAXTRT.

      * Nightly delimited extract for the client portal and the data
      * warehouse, so neither has to read the print files. Runs once
      * firm-wide over the client registry and writes pipe-delimited
      * files, each with a header record (HDR, file, business date,
      * mode, extract number, run date and time), a column-name row,
      * the detail rows and a control trailer (TRL, file, rows sent,
      * adds, changes, deletes and up to three control amounts):
      *   EXTRACT-POSITIONS-LOT.txt    every lot of every active
      *     client, valued in listing and base currency (USD) with
      *     the stock-master close and the FX master rate
      *     (amounts: base cost, base market value, base gain)
      *   EXTRACT-POSITIONS-SYMBOL.txt the same lots summed by
      *     client and symbol (same amounts)
      *   EXTRACT-CASH.txt             cash ledger entries
      *     (amounts: debits, credits, net)
      *   EXTRACT-REALIZED.txt         realized gain/loss records
      *     (amounts: cost base, proceeds, gain/loss)
      *   EXTRACT-CLIENTS.txt          registry details, every
      *     client with its status, so a closure reaches the portal
      *   EXTRACT-STOCKS.txt, EXTRACT-SECTORS.txt (sectors carried
      *     on the stock master, with stock count and the firm's
      *     base market value held) and EXTRACT-FX-RATES.txt
      * Every detail row starts with an action code: A add, C change,
      * D delete (a D row repeats the record as last sent).
      * The first argument is the business date (YYYYMMDD, default
      * today); the second is the mode, FULL or INCR (default INCR):
      *   FULL sends every record, all rows A, and is loaded
      *     downstream as a complete replacement.
      *   INCR sends what changed since the last successful extract.
      *     Ledgers are append-only, so for cash and realized the
      *     rows past each client's line count at the last extract
      *     are sent. Positions, registry and reference data are
      *     compared by key with the snapshot the last extract kept:
      *     new keys go as A, altered rows as C, vanished keys as D.
      *     An INCR with no successful extract on record runs as
      *     FULL.
      * A generation restore rewinds the ledgers, so the line counts
      * no longer say what was sent: GENRESTORE marks the control
      * file (mode RSTR) and the next INCR runs as FULL, replacing
      * downstream whatever the restore took back. A ledger found
      * shorter than its count with no restore marked is named on
      * the console and sent whole.
      * The snapshots and ledger line counts are kept per extract
      * number (XSTATE-name-nnnnnn.txt); EXTRACT-CONTROL.txt names
      * the last successful extract and is only advanced at the end
      * of a clean run, so a failed run is simply run again.
      * Each file's counts and control amounts are appended to
      * RUN-AUDIT.txt under client id *EXTRACT, with the file name
      * and mode in the option columns, for the downstream load to
      * balance against the trailers. A control amount too large
      * for the audit's columns is written there as zero and the
      * mode column reads OVER after the mode (e.g. INCR OVER);
      * the trailer then carries the amount in full.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKS-FILE ASSIGN TO '..\STOCKS.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCK-SYMBOL-IN
               FILE STATUS IS WS-STOCKS-STATUS.

           SELECT FX-RATES-FILE ASSIGN TO '..\FX-RATES.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT CONTROL-FILE ASSIGN TO '..\EXTRACT-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OLD-MARKS-FILE ASSIGN TO WS-OLD-MARKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-MARKS-STATUS.

           SELECT NEW-MARKS-FILE ASSIGN TO WS-NEW-MARKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MARKS-STATUS.

           SELECT OLD-SNAPSHOT-FILE ASSIGN TO WS-OLD-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SNAP-STATUS.

           SELECT NEW-SNAPSHOT-FILE ASSIGN TO WS-NEW-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SNAP-STATUS.

           SELECT SNAPSHOT-EXTRACT-FILE ASSIGN TO WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CASH-EXTRACT-FILE ASSIGN TO '..\EXTRACT-CASH.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-EXTRACT-STATUS.

           SELECT REALIZED-EXTRACT-FILE
               ASSIGN TO '..\EXTRACT-REALIZED.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLZ-EXTRACT-STATUS.

      * Client/symbol summaries gathered during the lot pass, fed to
      * the symbol file's sort.
           SELECT SYMBOL-WORK-FILE ASSIGN TO '..\XTRSYM.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYMBOL-WORK-STATUS.

           SELECT RUN-AUDIT-FILE ASSIGN TO '..\RUN-AUDIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXTRACT-SORT-FILE ASSIGN TO '..\XTRWORK.tmp'.

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

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 XCT-LAST-EXTRACT-NO  PIC 9(6).
           05 FILLER               PIC X(1).
           05 XCT-LAST-BUS-DATE    PIC 9(8).
           05 FILLER               PIC X(1).
           05 XCT-LAST-MODE        PIC X(4).
           05 FILLER               PIC X(1).
           05 XCT-LAST-RUN-DATE    PIC 9(8).
           05 FILLER               PIC X(1).
           05 XCT-LAST-RUN-TIME    PIC X(6).

      * Ledger line counts per client at the end of an extract.
       FD OLD-MARKS-FILE.
       01 OLD-MARKS-RECORD.
           05 OMK-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 OMK-CASH-LINES       PIC 9(7).
           05 FILLER               PIC X(1).
           05 OMK-REALIZED-LINES   PIC 9(7).

       FD NEW-MARKS-FILE.
       01 NEW-MARKS-RECORD.
           05 NMK-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 NMK-CASH-LINES       PIC 9(7).
           05 FILLER               PIC X(1).
           05 NMK-REALIZED-LINES   PIC 9(7).

      * A snapshot row is the record key and the row as sent,
      * without its action code; snapshots are kept in key order.
       FD OLD-SNAPSHOT-FILE.
       01 OLD-SNAPSHOT-RECORD.
           05 OSN-KEY              PIC X(40).
           05 OSN-LINE             PIC X(300).

       FD NEW-SNAPSHOT-FILE.
       01 NEW-SNAPSHOT-RECORD.
           05 NSN-KEY              PIC X(40).
           05 NSN-LINE             PIC X(300).

       FD SNAPSHOT-EXTRACT-FILE.
       01 SNAPSHOT-EXTRACT-RECORD  PIC X(320).

       FD CASH-EXTRACT-FILE.
       01 CASH-EXTRACT-RECORD      PIC X(320).

       FD REALIZED-EXTRACT-FILE.
       01 REALIZED-EXTRACT-RECORD  PIC X(320).

       FD SYMBOL-WORK-FILE.
       01 SYMBOL-WORK-RECORD.
           05 SWK-KEY              PIC X(40).
           05 SWK-AMOUNT-1         PIC S9(11)V99.
           05 SWK-AMOUNT-2         PIC S9(11)V99.
           05 SWK-AMOUNT-3         PIC S9(11)V99.
           05 SWK-LINE             PIC X(300).

       FD RUN-AUDIT-FILE.
       01 RUN-AUDIT-RECORD.
           05 AUD-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 AUD-RUN-TIME         PIC 9(6).
           05 FILLER               PIC X(1).
           05 AUD-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 AUD-SORT-OPTION      PIC X(11).
           05 FILLER               PIC X(1).
           05 AUD-TREND-OPTION     PIC X(10).
           05 FILLER               PIC X(1).
           05 AUD-READ-COUNT       PIC 9(9).
           05 FILLER               PIC X(1).
           05 AUD-WRITE-COUNT      PIC 9(9).
           05 FILLER               PIC X(1).
           05 AUD-EXCEPTION-COUNT  PIC 9(9).
           05 FILLER               PIC X(1).
           05 AUD-REJECT-COUNT     PIC 9(9).
           05 FILLER               PIC X(1).
           05 AUD-TOTAL-COST-BASE  PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 AUD-TOTAL-MARKET-VALUE PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 AUD-TOTAL-GAIN-LOSS  PIC S9(9)V99.

      * One sort serves every snapshot file in turn: the key orders
      * the rows for the compare, the amounts feed the trailer.
       SD EXTRACT-SORT-FILE.
       01 EXTRACT-SORT-RECORD.
           05 XS-KEY               PIC X(40).
           05 XS-AMOUNT-1          PIC S9(11)V99.
           05 XS-AMOUNT-2          PIC S9(11)V99.
           05 XS-AMOUNT-3          PIC S9(11)V99.
           05 XS-LINE              PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-ARG-INDEX             PIC 9(2) VALUE 1.
       01 WS-BUS-DATE-ARG          PIC X(8) VALUE SPACES.
       01 WS-BUS-DATE              PIC 9(8).
       01 WS-MODE-ARG              PIC X(8) VALUE SPACES.
       01 WS-EXTRACT-MODE          PIC X(4) VALUE 'INCR'.
           88 MODE-IS-FULL         VALUE 'FULL'.
           88 MODE-IS-INCR         VALUE 'INCR'.
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-TIME              PIC X(8).
       01 WS-LAST-EXTRACT-NO       PIC 9(6) VALUE 0.
       01 WS-EXTRACT-NO            PIC 9(6) VALUE 0.
       01 WS-RESTORE-MARKED        PIC X VALUE 'N'.

       01 WS-PORTFOLIO-PATH        PIC X(40) VALUE SPACES.
       01 WS-CASH-PATH             PIC X(40) VALUE SPACES.
       01 WS-REALIZED-PATH         PIC X(40) VALUE SPACES.
       01 WS-OLD-MARKS-PATH        PIC X(40) VALUE SPACES.
       01 WS-NEW-MARKS-PATH        PIC X(40) VALUE SPACES.
       01 WS-OLD-SNAP-PATH         PIC X(40) VALUE SPACES.
       01 WS-NEW-SNAP-PATH         PIC X(40) VALUE SPACES.
       01 WS-EXTRACT-PATH          PIC X(40) VALUE SPACES.
       01 WS-SHELL-COMMAND         PIC X(120).

       01 WS-STOCKS-STATUS         PIC XX.
       01 WS-FX-STATUS             PIC XX.
       01 WS-CLIENT-STATUS         PIC XX.
       01 WS-PORTFOLIO-STATUS      PIC XX.
       01 WS-CASH-STATUS           PIC XX.
       01 WS-REALIZED-STATUS       PIC XX.
       01 WS-CONTROL-STATUS        PIC XX.
       01 WS-OLD-MARKS-STATUS      PIC XX.
       01 WS-NEW-MARKS-STATUS      PIC XX.
       01 WS-OLD-SNAP-STATUS       PIC XX.
       01 WS-NEW-SNAP-STATUS       PIC XX.
       01 WS-EXTRACT-STATUS        PIC XX.
       01 WS-CASH-EXTRACT-STATUS   PIC XX.
       01 WS-RLZ-EXTRACT-STATUS    PIC XX.
       01 WS-SYMBOL-WORK-STATUS    PIC XX.
       01 WS-AUDIT-STATUS          PIC XX.
       01 WS-FX-OPEN               PIC X VALUE 'N'.

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 CLIENT-EOF               PIC X VALUE 'N'.
       01 SORT-EOF                 PIC X VALUE 'N'.
       01 OLD-SNAP-EOF             PIC X VALUE 'N'.
       01 OLD-SNAP-OPEN            PIC X VALUE 'N'.
       01 STOCK-FOUND              PIC X VALUE 'N'.
           88 STOCK-WAS-FOUND      VALUE 'Y'.
       01 FX-RATE-FOUND            PIC X VALUE 'N'.
       01 WS-FX-RATE               PIC 9(3)V9(6) VALUE 1.
       01 CLIENT-READ-COUNT        PIC 9(5) VALUE 0.
       01 CLIENT-EXTRACT-COUNT     PIC 9(5) VALUE 0.
       01 CLIENT-SKIP-COUNT        PIC 9(5) VALUE 0.
       01 FILE-WRITE-COUNT         PIC 9(2) VALUE 0.

      * The file being written: its name on the audit trail and
      * header, its column row and its counts and control amounts.
       01 WS-XTR-TAG               PIC X(11).
       01 WS-XTR-COLUMNS           PIC X(300).
       01 XTR-READ-COUNT           PIC 9(9) VALUE 0.
       01 XTR-SKIP-COUNT           PIC 9(9) VALUE 0.
       01 XTR-ADD-COUNT            PIC 9(9) VALUE 0.
       01 XTR-CHANGE-COUNT         PIC 9(9) VALUE 0.
       01 XTR-DELETE-COUNT         PIC 9(9) VALUE 0.
       01 XTR-SAME-COUNT           PIC 9(9) VALUE 0.
       01 XTR-ROW-COUNT            PIC 9(9) VALUE 0.
       01 XTR-TOTAL-1              PIC S9(11)V99 VALUE 0.
       01 XTR-TOTAL-2              PIC S9(11)V99 VALUE 0.
       01 XTR-TOTAL-3              PIC S9(11)V99 VALUE 0.
       01 WS-AUDIT-AMOUNT-MAX      PIC 9(9)V99 VALUE 999999999.99.
       01 WS-AUDIT-OVER            PIC X VALUE 'N'.
       01 WS-ACTION                PIC X(1).
       01 WS-ROW-LINE              PIC X(300).
       01 WS-OLD-KEY               PIC X(40).
       01 WS-CUR-KEY               PIC X(40).

      * Second cash/realized counters; both ledgers are extracted in
      * the same pass over the clients.
       01 RLZ-READ-COUNT           PIC 9(9) VALUE 0.
       01 RLZ-SKIP-COUNT           PIC 9(9) VALUE 0.
       01 RLZ-ROW-COUNT            PIC 9(9) VALUE 0.
       01 RLZ-TOTAL-1              PIC S9(11)V99 VALUE 0.
       01 RLZ-TOTAL-2              PIC S9(11)V99 VALUE 0.
       01 RLZ-TOTAL-3              PIC S9(11)V99 VALUE 0.

      * Lot valuation.
       01 CALC-COST-LOCAL          PIC S9(11)V99.
       01 CALC-MV-LOCAL            PIC S9(11)V99.
       01 CALC-COST-BASE           PIC S9(11)V99.
       01 CALC-MV-BASE             PIC S9(11)V99.
       01 CALC-GAIN-BASE           PIC S9(11)V99.
       01 WS-VALUE-STATUS          PIC X(7).
       01 WS-TERM                  PIC X(2).
       01 WS-LONG-TERM-DATE        PIC 9(8).
       01 WS-LOT-SEQ               PIC 9(3).

      * The client's lots by symbol and date, to number lots that
      * share both (the lot key), and its positions by symbol.
       01 LKY-MAX                  PIC 9(4) VALUE 2000.
       01 LKY-COUNT                PIC 9(4) VALUE 0.
       01 LKY-TABLE.
           05 LKY-ENTRY OCCURS 2000 TIMES.
               10 LKY-SYMBOL       PIC X(7).
               10 LKY-DATE         PIC 9(8).
               10 LKY-SEQ          PIC 9(3).
       01 LKY-IDX                  PIC 9(4).
       01 LKY-FOUND-IDX            PIC 9(4).

       01 POS-MAX                  PIC 9(4) VALUE 1000.
       01 POS-COUNT                PIC 9(4) VALUE 0.
       01 POS-TABLE.
           05 POS-ENTRY OCCURS 1000 TIMES.
               10 POS-SYMBOL       PIC X(7).
               10 POS-NAME         PIC X(25).
               10 POS-SECTOR       PIC X(10).
               10 POS-CURRENCY     PIC X(3).
               10 POS-PRICE        PIC 9(4)V99.
               10 POS-FX-RATE      PIC 9(3)V9(6).
               10 POS-SHARES       PIC 9(9).
               10 POS-LOTS         PIC 9(5).
               10 POS-COST-LOCAL   PIC S9(11)V99.
               10 POS-MV-LOCAL     PIC S9(11)V99.
               10 POS-COST-BASE    PIC S9(11)V99.
               10 POS-MV-BASE      PIC S9(11)V99.
               10 POS-STATUS       PIC X(7).
       01 POS-IDX                  PIC 9(4).
       01 POS-FOUND-IDX            PIC 9(4).

      * Sectors off the stock master, with the firm's base market
      * value held in each from the lot pass.
       01 SEC-MAX                  PIC 9(3) VALUE 200.
       01 SEC-COUNT                PIC 9(3) VALUE 0.
       01 SEC-TABLE.
           05 SEC-ENTRY OCCURS 200 TIMES.
               10 SEC-NAME         PIC X(10).
               10 SEC-STOCK-COUNT  PIC 9(5).
               10 SEC-MV-BASE      PIC S9(11)V99.
       01 SEC-IDX                  PIC 9(3).
       01 SEC-FOUND-IDX            PIC 9(3).
       01 WS-SECTOR-NAME           PIC X(10).

      * Ledger line counts at the last extract.
       01 MRK-MAX                  PIC 9(4) VALUE 2000.
       01 MRK-COUNT                PIC 9(4) VALUE 0.
       01 MRK-TABLE.
           05 MRK-ENTRY OCCURS 2000 TIMES.
               10 MRK-CLIENT-ID    PIC X(10).
               10 MRK-CASH-LINES   PIC 9(7).
               10 MRK-REALIZED-LINES PIC 9(7).
       01 MRK-IDX                  PIC 9(4).
       01 MRK-FOUND-IDX            PIC 9(4).
       01 WS-CASH-MARK             PIC 9(7).
       01 WS-REALIZED-MARK         PIC 9(7).
       01 WS-LEDGER-LINES          PIC 9(7).
       01 WS-CASH-LINES            PIC 9(7).
       01 WS-REALIZED-LINES        PIC 9(7).
       01 WS-LINE-NO               PIC 9(7).

       01 EDITED-XTR-AMOUNT-1      PIC -(11)9.99.
       01 EDITED-XTR-AMOUNT-2      PIC -(11)9.99.
       01 EDITED-XTR-AMOUNT-3      PIC -(11)9.99.
       01 EDITED-XTR-AMOUNT-4      PIC -(11)9.99.
       01 EDITED-XTR-AMOUNT-5      PIC -(11)9.99.
       01 EDITED-XTR-AMOUNT-6      PIC -(11)9.99.
       01 EDITED-XTR-COUNT-1       PIC Z(8)9.
       01 EDITED-XTR-COUNT-2       PIC Z(8)9.
       01 EDITED-XTR-COUNT-3       PIC Z(8)9.
       01 EDITED-XTR-COUNT-4       PIC Z(8)9.
       01 EDITED-XTR-RATE          PIC ZZ9.9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM EXTRACT-POSITIONS-BY-LOT
           PERFORM EXTRACT-POSITIONS-BY-SYMBOL
           PERFORM EXTRACT-STOCKS
           PERFORM EXTRACT-SECTORS
           PERFORM EXTRACT-FX-RATES
           PERFORM EXTRACT-CLIENTS
           PERFORM EXTRACT-LEDGERS
           PERFORM SAVE-EXTRACT-CONTROL
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
           MOVE 2 TO WS-ARG-INDEX
           DISPLAY WS-ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
           IF WS-MODE-ARG = 'FULL'
               MOVE 'FULL' TO WS-EXTRACT-MODE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-EXTRACT-CONTROL
           OPEN INPUT STOCKS-FILE
           IF WS-STOCKS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STOCK MASTER, STATUS='
                   WS-STOCKS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-STATUS = '00'
               MOVE 'Y' TO WS-FX-OPEN
           END-IF
           MOVE SPACES TO WS-NEW-MARKS-PATH
           STRING '..\XSTATE-MARKS-' DELIMITED BY SIZE
               WS-EXTRACT-NO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NEW-MARKS-PATH
           IF MODE-IS-INCR
               PERFORM LOAD-LEDGER-MARKS
           END-IF.

      * The last successful extract's number names the state files
      * an incremental run compares against; this run's state goes
      * under the next number.
       LOAD-EXTRACT-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE INTO CONTROL-RECORD
                   AT END
                       MOVE 0 TO WS-LAST-EXTRACT-NO
                   NOT AT END
                       IF XCT-LAST-EXTRACT-NO IS NUMERIC
                           MOVE XCT-LAST-EXTRACT-NO
                               TO WS-LAST-EXTRACT-NO
                       END-IF
                       IF XCT-LAST-MODE = 'RSTR'
                           MOVE 'Y' TO WS-RESTORE-MARKED
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF MODE-IS-INCR AND WS-RESTORE-MARKED = 'Y'
               DISPLAY 'DATA RESTORED SINCE LAST EXTRACT - RUNNING FULL'
               MOVE 'FULL' TO WS-EXTRACT-MODE
           END-IF
           IF MODE-IS-INCR AND WS-LAST-EXTRACT-NO = 0
               DISPLAY 'NO PREVIOUS EXTRACT ON RECORD - RUNNING FULL'
               MOVE 'FULL' TO WS-EXTRACT-MODE
           END-IF
           COMPUTE WS-EXTRACT-NO = WS-LAST-EXTRACT-NO + 1.

       LOAD-LEDGER-MARKS.
           MOVE SPACES TO WS-OLD-MARKS-PATH
           STRING '..\XSTATE-MARKS-' DELIMITED BY SIZE
               WS-LAST-EXTRACT-NO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-OLD-MARKS-PATH
           OPEN INPUT OLD-MARKS-FILE
           IF WS-OLD-MARKS-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ OLD-MARKS-FILE INTO OLD-MARKS-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM LOAD-ONE-LEDGER-MARK
                   END-READ
               END-PERFORM
               CLOSE OLD-MARKS-FILE
           ELSE
               DISPLAY 'NO LEDGER COUNTS FROM EXTRACT '
                   WS-LAST-EXTRACT-NO ' - LEDGERS SENT WHOLE'
           END-IF.

       LOAD-ONE-LEDGER-MARK.
           IF MRK-COUNT >= MRK-MAX
               DISPLAY 'LEDGER COUNTS EXCEED TABLE LIMIT OF '
                   MRK-MAX ', RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO MRK-COUNT
           MOVE OMK-CLIENT-ID TO MRK-CLIENT-ID(MRK-COUNT)
           MOVE OMK-CASH-LINES TO MRK-CASH-LINES(MRK-COUNT)
           MOVE OMK-REALIZED-LINES TO MRK-REALIZED-LINES(MRK-COUNT).

      * Points the snapshot paths and the extract path at the named
      * file and clears its counts.
       START-SNAPSHOT-FILE.
           MOVE SPACES TO WS-OLD-SNAP-PATH
           STRING '..\XSTATE-' DELIMITED BY SIZE
               WS-XTR-TAG DELIMITED BY SPACE
               '-' DELIMITED BY SIZE
               WS-LAST-EXTRACT-NO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-OLD-SNAP-PATH
           MOVE SPACES TO WS-NEW-SNAP-PATH
           STRING '..\XSTATE-' DELIMITED BY SIZE
               WS-XTR-TAG DELIMITED BY SPACE
               '-' DELIMITED BY SIZE
               WS-EXTRACT-NO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NEW-SNAP-PATH
           PERFORM CLEAR-FILE-COUNTS.

       CLEAR-FILE-COUNTS.
           MOVE 0 TO XTR-READ-COUNT
           MOVE 0 TO XTR-SKIP-COUNT
           MOVE 0 TO XTR-ADD-COUNT
           MOVE 0 TO XTR-CHANGE-COUNT
           MOVE 0 TO XTR-DELETE-COUNT
           MOVE 0 TO XTR-SAME-COUNT
           MOVE 0 TO XTR-ROW-COUNT
           MOVE 0 TO XTR-TOTAL-1
           MOVE 0 TO XTR-TOTAL-2
           MOVE 0 TO XTR-TOTAL-3.

      * Positions. One pass over the active clients' portfolios
      * releases the lot rows and writes the symbol summaries to the
      * work file for the next sort.
       EXTRACT-POSITIONS-BY-LOT.
           MOVE 'POS-LOT' TO WS-XTR-TAG
           MOVE '..\EXTRACT-POSITIONS-LOT.txt' TO WS-EXTRACT-PATH
           MOVE SPACES TO WS-XTR-COLUMNS
           STRING
               'ACTION|CLIENT_ID|SYMBOL|LOT_DATE|' DELIMITED BY SIZE
               'LOT_SEQ|' DELIMITED BY SIZE
               'SHARES|UNIT_COST|CURRENCY|PRICE|' DELIMITED BY SIZE
               'PRICE_DATE|FX_RATE|' DELIMITED BY SIZE
               'COST_LOCAL|MV_LOCAL|COST_BASE|' DELIMITED BY SIZE
               'MV_BASE|GAIN_BASE|' DELIMITED BY SIZE
               'TERM|VALUE_STATUS' DELIMITED BY SIZE
               INTO WS-XTR-COLUMNS
           PERFORM START-SNAPSHOT-FILE
           OPEN INPUT CLIENT-FILE
           IF WS-CLIENT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CLIENT REGISTRY, STATUS='
                   WS-CLIENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SYMBOL-WORK-FILE
           SORT EXTRACT-SORT-FILE
               ON ASCENDING KEY XS-KEY
               INPUT PROCEDURE IS RELEASE-LOT-ROWS
               OUTPUT PROCEDURE IS WRITE-SNAPSHOT-EXTRACT
           CLOSE SYMBOL-WORK-FILE
           CLOSE CLIENT-FILE.

       RELEASE-LOT-ROWS.
           MOVE 'N' TO CLIENT-EOF
           PERFORM UNTIL CLIENT-EOF = 'Y'
               READ CLIENT-FILE INTO CLIENT-RECORD
                   AT END
                       MOVE 'Y' TO CLIENT-EOF
                   NOT AT END
                       ADD 1 TO CLIENT-READ-COUNT
                       IF CLIENT-IS-ACTIVE
                           ADD 1 TO CLIENT-EXTRACT-COUNT
                           PERFORM RELEASE-CLIENT-LOTS
                       ELSE
                           ADD 1 TO CLIENT-SKIP-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-CLIENT-LOTS.
           MOVE 0 TO LKY-COUNT
           MOVE 0 TO POS-COUNT
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
                           IF INVESTMENT-RECORD NOT = SPACES
                               ADD 1 TO XTR-READ-COUNT
                               PERFORM RELEASE-ONE-LOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORTFOLIO-FILE
           END-IF
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > POS-COUNT
               PERFORM WRITE-SYMBOL-WORK-RECORD
           END-PERFORM.

      * A damaged lot line is counted and left out, as every rollup
      * in the system does; a lot that cannot be priced or converted
      * is still sent, with its valuation status.
       RELEASE-ONE-LOT.
           IF LOT-SHARES NOT NUMERIC OR LOT-COST NOT NUMERIC
                   OR LOT-ACQUISITION-DATE NOT NUMERIC
               ADD 1 TO XTR-SKIP-COUNT
           ELSE
               PERFORM VALUE-ONE-LOT
               PERFORM NUMBER-ONE-LOT
               PERFORM ADD-LOT-TO-POSITION
               MOVE SPACES TO EXTRACT-SORT-RECORD
               STRING CLIENT-ID DELIMITED BY SIZE
                   INVESTMENT-SYMBOL DELIMITED BY SIZE
                   LOT-ACQUISITION-DATE DELIMITED BY SIZE
                   WS-LOT-SEQ DELIMITED BY SIZE
                   INTO XS-KEY
               MOVE CALC-COST-BASE TO XS-AMOUNT-1
               MOVE CALC-MV-BASE TO XS-AMOUNT-2
               MOVE CALC-GAIN-BASE TO XS-AMOUNT-3
               MOVE LOT-SHARES TO EDITED-XTR-COUNT-1
               MOVE WS-LOT-SEQ TO EDITED-XTR-COUNT-2
               MOVE LOT-COST TO EDITED-XTR-AMOUNT-1
               MOVE CLOSING-PRICE-IN TO EDITED-XTR-AMOUNT-2
               MOVE WS-FX-RATE TO EDITED-XTR-RATE
               MOVE CALC-COST-LOCAL TO EDITED-XTR-AMOUNT-3
               MOVE CALC-MV-LOCAL TO EDITED-XTR-AMOUNT-4
               MOVE CALC-COST-BASE TO EDITED-XTR-AMOUNT-5
               MOVE CALC-MV-BASE TO EDITED-XTR-AMOUNT-6
               STRING FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   INVESTMENT-SYMBOL DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   LOT-ACQUISITION-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-COUNT-2) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-COUNT-1) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-1) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   STOCK-CURRENCY-IN DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-2) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   PRICE-DATE-IN DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-RATE) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-3) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-4) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-5) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-6) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   INTO XS-LINE
               MOVE CALC-GAIN-BASE TO EDITED-XTR-AMOUNT-1
               MOVE SPACES TO WS-ROW-LINE
               STRING FUNCTION TRIM(XS-LINE) DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-1) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-VALUE-STATUS DELIMITED BY SPACE
                   INTO WS-ROW-LINE
               MOVE WS-ROW-LINE TO XS-LINE
               RELEASE EXTRACT-SORT-RECORD
           END-IF.

      * Listing-currency amounts need only the stock master; base
      * amounts need the FX rate as well. A stock missing from the
      * master leaves the price fields zero.
       VALUE-ONE-LOT.
           MOVE 'OK' TO WS-VALUE-STATUS
           MOVE 0 TO CALC-MV-LOCAL
           MOVE 0 TO CALC-COST-BASE
           MOVE 0 TO CALC-MV-BASE
           MOVE 0 TO CALC-GAIN-BASE
           MOVE 1 TO WS-FX-RATE
           COMPUTE CALC-COST-LOCAL ROUNDED = LOT-SHARES * LOT-COST
           COMPUTE WS-LONG-TERM-DATE = LOT-ACQUISITION-DATE + 10000
           IF WS-BUS-DATE > WS-LONG-TERM-DATE
               MOVE 'LT' TO WS-TERM
           ELSE
               MOVE 'ST' TO WS-TERM
           END-IF
           MOVE INVESTMENT-SYMBOL TO STOCK-SYMBOL-IN
           READ STOCKS-FILE
               INVALID KEY
                   MOVE 'N' TO STOCK-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO STOCK-FOUND
           END-READ
           IF NOT STOCK-WAS-FOUND
               MOVE 'NOSTOCK' TO WS-VALUE-STATUS
               MOVE SPACES TO STOCK-RECORD
               MOVE INVESTMENT-SYMBOL TO STOCK-SYMBOL-IN
               MOVE 0 TO CLOSING-PRICE-IN
               MOVE 0 TO PRICE-DATE-IN
           ELSE
               IF CLOSING-PRICE-IN NOT NUMERIC
                       OR CLOSING-PRICE-IN = 0
                   MOVE 'NOPRICE' TO WS-VALUE-STATUS
                   MOVE 0 TO CLOSING-PRICE-IN
               ELSE
                   COMPUTE CALC-MV-LOCAL ROUNDED =
                       LOT-SHARES * CLOSING-PRICE-IN
               END-IF
               PERFORM GET-FX-RATE
               IF FX-RATE-FOUND = 'N'
                   MOVE 'NOFX' TO WS-VALUE-STATUS
                   MOVE 0 TO WS-FX-RATE
               ELSE
                   COMPUTE CALC-COST-BASE ROUNDED =
                       LOT-SHARES * LOT-COST * WS-FX-RATE
                   COMPUTE CALC-MV-BASE ROUNDED =
                       LOT-SHARES * CLOSING-PRICE-IN * WS-FX-RATE
               END-IF
           END-IF
           IF WS-VALUE-STATUS = 'OK'
               COMPUTE CALC-GAIN-BASE = CALC-MV-BASE - CALC-COST-BASE
               MOVE STOCK-SECTOR-IN TO WS-SECTOR-NAME
               PERFORM FIND-SECTOR
               ADD CALC-MV-BASE TO SEC-MV-BASE(SEC-FOUND-IDX)
           END-IF.

      * Rate 1 for the base currency; anything else comes off the
      * FX master.
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

      * Lots of one symbol bought the same day are told apart by a
      * sequence in file order, so the lot key stays unique.
       NUMBER-ONE-LOT.
           MOVE 0 TO LKY-FOUND-IDX
           PERFORM VARYING LKY-IDX FROM 1 BY 1
                   UNTIL LKY-IDX > LKY-COUNT
               IF LKY-SYMBOL(LKY-IDX) = INVESTMENT-SYMBOL
                       AND LKY-DATE(LKY-IDX) = LOT-ACQUISITION-DATE
                   MOVE LKY-IDX TO LKY-FOUND-IDX
               END-IF
           END-PERFORM
           IF LKY-FOUND-IDX = 0
               IF LKY-COUNT >= LKY-MAX
                   DISPLAY 'CLIENT ' CLIENT-ID
                       ' LOTS EXCEED TABLE LIMIT OF '
                       LKY-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LKY-COUNT
               MOVE LKY-COUNT TO LKY-FOUND-IDX
               MOVE INVESTMENT-SYMBOL TO LKY-SYMBOL(LKY-COUNT)
               MOVE LOT-ACQUISITION-DATE TO LKY-DATE(LKY-COUNT)
               MOVE 0 TO LKY-SEQ(LKY-COUNT)
           END-IF
           ADD 1 TO LKY-SEQ(LKY-FOUND-IDX)
           MOVE LKY-SEQ(LKY-FOUND-IDX) TO WS-LOT-SEQ.

       ADD-LOT-TO-POSITION.
           MOVE 0 TO POS-FOUND-IDX
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > POS-COUNT
               IF POS-SYMBOL(POS-IDX) = INVESTMENT-SYMBOL
                   MOVE POS-IDX TO POS-FOUND-IDX
               END-IF
           END-PERFORM
           IF POS-FOUND-IDX = 0
               IF POS-COUNT >= POS-MAX
                   DISPLAY 'CLIENT ' CLIENT-ID
                       ' SYMBOLS EXCEED TABLE LIMIT OF '
                       POS-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO POS-COUNT
               MOVE POS-COUNT TO POS-FOUND-IDX
               MOVE INVESTMENT-SYMBOL TO POS-SYMBOL(POS-COUNT)
               MOVE STOCK-NAME-IN TO POS-NAME(POS-COUNT)
               MOVE STOCK-SECTOR-IN TO POS-SECTOR(POS-COUNT)
               MOVE STOCK-CURRENCY-IN TO POS-CURRENCY(POS-COUNT)
               MOVE CLOSING-PRICE-IN TO POS-PRICE(POS-COUNT)
               MOVE WS-FX-RATE TO POS-FX-RATE(POS-COUNT)
               MOVE 0 TO POS-SHARES(POS-COUNT)
               MOVE 0 TO POS-LOTS(POS-COUNT)
               MOVE 0 TO POS-COST-LOCAL(POS-COUNT)
               MOVE 0 TO POS-MV-LOCAL(POS-COUNT)
               MOVE 0 TO POS-COST-BASE(POS-COUNT)
               MOVE 0 TO POS-MV-BASE(POS-COUNT)
               MOVE WS-VALUE-STATUS TO POS-STATUS(POS-COUNT)
           END-IF
           ADD LOT-SHARES TO POS-SHARES(POS-FOUND-IDX)
           ADD 1 TO POS-LOTS(POS-FOUND-IDX)
           ADD CALC-COST-LOCAL TO POS-COST-LOCAL(POS-FOUND-IDX)
           ADD CALC-MV-LOCAL TO POS-MV-LOCAL(POS-FOUND-IDX)
           ADD CALC-COST-BASE TO POS-COST-BASE(POS-FOUND-IDX)
           ADD CALC-MV-BASE TO POS-MV-BASE(POS-FOUND-IDX).

      * The symbol's gain is only stated when every lot was valued.
       WRITE-SYMBOL-WORK-RECORD.
           MOVE SPACES TO SYMBOL-WORK-RECORD
           STRING CLIENT-ID DELIMITED BY SIZE
               POS-SYMBOL(POS-IDX) DELIMITED BY SIZE
               INTO SWK-KEY
           MOVE POS-COST-BASE(POS-IDX) TO SWK-AMOUNT-1
           MOVE POS-MV-BASE(POS-IDX) TO SWK-AMOUNT-2
           IF POS-STATUS(POS-IDX) = 'OK'
               COMPUTE SWK-AMOUNT-3 =
                   POS-MV-BASE(POS-IDX) - POS-COST-BASE(POS-IDX)
           ELSE
               MOVE 0 TO SWK-AMOUNT-3
           END-IF
           INSPECT POS-NAME(POS-IDX) REPLACING ALL '|' BY '/'
           MOVE POS-SHARES(POS-IDX) TO EDITED-XTR-COUNT-1
           MOVE POS-LOTS(POS-IDX) TO EDITED-XTR-COUNT-2
           MOVE POS-PRICE(POS-IDX) TO EDITED-XTR-AMOUNT-1
           MOVE POS-FX-RATE(POS-IDX) TO EDITED-XTR-RATE
           MOVE POS-COST-LOCAL(POS-IDX) TO EDITED-XTR-AMOUNT-2
           MOVE POS-MV-LOCAL(POS-IDX) TO EDITED-XTR-AMOUNT-3
           MOVE POS-COST-BASE(POS-IDX) TO EDITED-XTR-AMOUNT-4
           MOVE POS-MV-BASE(POS-IDX) TO EDITED-XTR-AMOUNT-5
           MOVE SWK-AMOUNT-3 TO EDITED-XTR-AMOUNT-6
           STRING FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               POS-SYMBOL(POS-IDX) DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(POS-NAME(POS-IDX)) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               POS-SECTOR(POS-IDX) DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               POS-CURRENCY(POS-IDX) DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-COUNT-1) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-COUNT-2) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-1) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-RATE) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-2) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-3) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-4) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-5) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-6) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               POS-STATUS(POS-IDX) DELIMITED BY SPACE
               INTO SWK-LINE
           WRITE SYMBOL-WORK-RECORD.

       EXTRACT-POSITIONS-BY-SYMBOL.
           MOVE 'POS-SYMBOL' TO WS-XTR-TAG
           MOVE '..\EXTRACT-POSITIONS-SYMBOL.txt' TO WS-EXTRACT-PATH
           MOVE SPACES TO WS-XTR-COLUMNS
           STRING
               'ACTION|CLIENT_ID|SYMBOL|NAME|SECTOR|' DELIMITED BY SIZE
               'CURRENCY|' DELIMITED BY SIZE
               'SHARES|LOT_COUNT|PRICE|FX_RATE|' DELIMITED BY SIZE
               'COST_LOCAL|MV_LOCAL|' DELIMITED BY SIZE
               'COST_BASE|MV_BASE|GAIN_BASE|' DELIMITED BY SIZE
               'VALUE_STATUS' DELIMITED BY SIZE
               INTO WS-XTR-COLUMNS
           PERFORM START-SNAPSHOT-FILE
           SORT EXTRACT-SORT-FILE
               ON ASCENDING KEY XS-KEY
               INPUT PROCEDURE IS RELEASE-SYMBOL-ROWS
               OUTPUT PROCEDURE IS WRITE-SNAPSHOT-EXTRACT.

       RELEASE-SYMBOL-ROWS.
           OPEN INPUT SYMBOL-WORK-FILE
           IF WS-SYMBOL-WORK-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ SYMBOL-WORK-FILE INTO SYMBOL-WORK-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO XTR-READ-COUNT
                           MOVE SWK-KEY TO XS-KEY
                           MOVE SWK-AMOUNT-1 TO XS-AMOUNT-1
                           MOVE SWK-AMOUNT-2 TO XS-AMOUNT-2
                           MOVE SWK-AMOUNT-3 TO XS-AMOUNT-3
                           MOVE SWK-LINE TO XS-LINE
                           RELEASE EXTRACT-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SYMBOL-WORK-FILE
           END-IF.

      * Reference data.
       EXTRACT-STOCKS.
           MOVE 'STOCKS' TO WS-XTR-TAG
           MOVE '..\EXTRACT-STOCKS.txt' TO WS-EXTRACT-PATH
           MOVE 'ACTION|SYMBOL|NAME|SECTOR|CURRENCY|PRICE|PRICE_DATE'
               TO WS-XTR-COLUMNS
           PERFORM START-SNAPSHOT-FILE
           SORT EXTRACT-SORT-FILE
               ON ASCENDING KEY XS-KEY
               INPUT PROCEDURE IS RELEASE-STOCK-ROWS
               OUTPUT PROCEDURE IS WRITE-SNAPSHOT-EXTRACT.

       RELEASE-STOCK-ROWS.
           MOVE LOW-VALUES TO STOCK-SYMBOL-IN
           START STOCKS-FILE KEY NOT < STOCK-SYMBOL-IN
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
               NOT INVALID KEY
                   MOVE 'N' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ STOCKS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO XTR-READ-COUNT
                       PERFORM RELEASE-ONE-STOCK
               END-READ
           END-PERFORM.

       RELEASE-ONE-STOCK.
           MOVE STOCK-SECTOR-IN TO WS-SECTOR-NAME
           PERFORM FIND-SECTOR
           ADD 1 TO SEC-STOCK-COUNT(SEC-FOUND-IDX)
           IF CLOSING-PRICE-IN NOT NUMERIC
               MOVE 0 TO CLOSING-PRICE-IN
           END-IF
           IF PRICE-DATE-IN NOT NUMERIC
               MOVE 0 TO PRICE-DATE-IN
           END-IF
           INSPECT STOCK-NAME-IN REPLACING ALL '|' BY '/'
           MOVE CLOSING-PRICE-IN TO EDITED-XTR-AMOUNT-1
           MOVE SPACES TO EXTRACT-SORT-RECORD
           MOVE STOCK-SYMBOL-IN TO XS-KEY
           MOVE 0 TO XS-AMOUNT-1
           MOVE 0 TO XS-AMOUNT-2
           MOVE 0 TO XS-AMOUNT-3
           STRING STOCK-SYMBOL-IN DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(STOCK-NAME-IN) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               STOCK-SECTOR-IN DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               STOCK-CURRENCY-IN DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-1) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               PRICE-DATE-IN DELIMITED BY SIZE
               INTO XS-LINE
           RELEASE EXTRACT-SORT-RECORD.

      * A blank sector on the stock master is carried as its own
      * (blank) sector, as the allocation report does.
       FIND-SECTOR.
           MOVE 0 TO SEC-FOUND-IDX
           PERFORM VARYING SEC-IDX FROM 1 BY 1
                   UNTIL SEC-IDX > SEC-COUNT
               IF SEC-NAME(SEC-IDX) = WS-SECTOR-NAME
                   MOVE SEC-IDX TO SEC-FOUND-IDX
               END-IF
           END-PERFORM
           IF SEC-FOUND-IDX = 0
               IF SEC-COUNT >= SEC-MAX
                   DISPLAY 'SECTORS EXCEED TABLE LIMIT OF '
                       SEC-MAX ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SEC-COUNT
               MOVE SEC-COUNT TO SEC-FOUND-IDX
               MOVE WS-SECTOR-NAME TO SEC-NAME(SEC-COUNT)
               MOVE 0 TO SEC-STOCK-COUNT(SEC-COUNT)
               MOVE 0 TO SEC-MV-BASE(SEC-COUNT)
           END-IF.

       EXTRACT-SECTORS.
           MOVE 'SECTORS' TO WS-XTR-TAG
           MOVE '..\EXTRACT-SECTORS.txt' TO WS-EXTRACT-PATH
           MOVE 'ACTION|SECTOR|STOCK_COUNT|HELD_MV_BASE'
               TO WS-XTR-COLUMNS
           PERFORM START-SNAPSHOT-FILE
           SORT EXTRACT-SORT-FILE
               ON ASCENDING KEY XS-KEY
               INPUT PROCEDURE IS RELEASE-SECTOR-ROWS
               OUTPUT PROCEDURE IS WRITE-SNAPSHOT-EXTRACT.

       RELEASE-SECTOR-ROWS.
           PERFORM VARYING SEC-IDX FROM 1 BY 1
                   UNTIL SEC-IDX > SEC-COUNT
               ADD 1 TO XTR-READ-COUNT
               MOVE SPACES TO EXTRACT-SORT-RECORD
               MOVE SEC-NAME(SEC-IDX) TO XS-KEY
               MOVE 0 TO XS-AMOUNT-1
               MOVE SEC-MV-BASE(SEC-IDX) TO XS-AMOUNT-2
               MOVE 0 TO XS-AMOUNT-3
               MOVE SEC-STOCK-COUNT(SEC-IDX) TO EDITED-XTR-COUNT-1
               MOVE SEC-MV-BASE(SEC-IDX) TO EDITED-XTR-AMOUNT-1
               STRING SEC-NAME(SEC-IDX) DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-COUNT-1) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-1) DELIMITED BY SIZE
                   INTO XS-LINE
               RELEASE EXTRACT-SORT-RECORD
           END-PERFORM.

       EXTRACT-FX-RATES.
           MOVE 'FX-RATES' TO WS-XTR-TAG
           MOVE '..\EXTRACT-FX-RATES.txt' TO WS-EXTRACT-PATH
           MOVE 'ACTION|CURRENCY|RATE_TO_BASE|RATE_DATE'
               TO WS-XTR-COLUMNS
           PERFORM START-SNAPSHOT-FILE
           SORT EXTRACT-SORT-FILE
               ON ASCENDING KEY XS-KEY
               INPUT PROCEDURE IS RELEASE-FX-ROWS
               OUTPUT PROCEDURE IS WRITE-SNAPSHOT-EXTRACT.

       RELEASE-FX-ROWS.
           IF WS-FX-OPEN = 'Y'
               MOVE LOW-VALUES TO FX-CURRENCY-IN
               START FX-RATES-FILE KEY NOT < FX-CURRENCY-IN
                   INVALID KEY
                       MOVE 'Y' TO END-OF-FILE
                   NOT INVALID KEY
                       MOVE 'N' TO END-OF-FILE
               END-START
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ FX-RATES-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO XTR-READ-COUNT
                           PERFORM RELEASE-ONE-FX-RATE
                   END-READ
               END-PERFORM
           END-IF.

      * A rate the valuation runs would refuse is not sent.
       RELEASE-ONE-FX-RATE.
           IF FX-RATE-IN NOT NUMERIC OR FX-RATE-IN = 0
               ADD 1 TO XTR-SKIP-COUNT
           ELSE
               IF FX-RATE-DATE-IN NOT NUMERIC
                   MOVE 0 TO FX-RATE-DATE-IN
               END-IF
               MOVE FX-RATE-IN TO EDITED-XTR-RATE
               MOVE SPACES TO EXTRACT-SORT-RECORD
               MOVE FX-CURRENCY-IN TO XS-KEY
               MOVE 0 TO XS-AMOUNT-1
               MOVE 0 TO XS-AMOUNT-2
               MOVE 0 TO XS-AMOUNT-3
               STRING FX-CURRENCY-IN DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-RATE) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FX-RATE-DATE-IN DELIMITED BY SIZE
                   INTO XS-LINE
               RELEASE EXTRACT-SORT-RECORD
           END-IF.

      * Every registry client, active or not - the status column
      * carries closures through to the portal.
       EXTRACT-CLIENTS.
           MOVE 'CLIENTS' TO WS-XTR-TAG
           MOVE '..\EXTRACT-CLIENTS.txt' TO WS-EXTRACT-PATH
           MOVE SPACES TO WS-XTR-COLUMNS
           STRING
               'ACTION|CLIENT_ID|NAME|STATUS|' DELIMITED BY SIZE
               'ADDRESS_1|' DELIMITED BY SIZE
               'ADDRESS_2|ACCOUNT_NO|MODEL_ID|' DELIMITED BY SIZE
               'RELIEF_METHOD' DELIMITED BY SIZE
               INTO WS-XTR-COLUMNS
           PERFORM START-SNAPSHOT-FILE
           OPEN INPUT CLIENT-FILE
           SORT EXTRACT-SORT-FILE
               ON ASCENDING KEY XS-KEY
               INPUT PROCEDURE IS RELEASE-CLIENT-ROWS
               OUTPUT PROCEDURE IS WRITE-SNAPSHOT-EXTRACT
           CLOSE CLIENT-FILE.

       RELEASE-CLIENT-ROWS.
           MOVE 'N' TO CLIENT-EOF
           PERFORM UNTIL CLIENT-EOF = 'Y'
               READ CLIENT-FILE INTO CLIENT-RECORD
                   AT END
                       MOVE 'Y' TO CLIENT-EOF
                   NOT AT END
                       IF CLIENT-ID NOT = SPACES
                           ADD 1 TO XTR-READ-COUNT
                           PERFORM RELEASE-ONE-CLIENT
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-CLIENT.
           INSPECT CLIENT-NAME REPLACING ALL '|' BY '/'
           INSPECT CLIENT-ADDRESS-1 REPLACING ALL '|' BY '/'
           INSPECT CLIENT-ADDRESS-2 REPLACING ALL '|' BY '/'
           MOVE SPACES TO EXTRACT-SORT-RECORD
           MOVE CLIENT-ID TO XS-KEY
           MOVE 0 TO XS-AMOUNT-1
           MOVE 0 TO XS-AMOUNT-2
           MOVE 0 TO XS-AMOUNT-3
           STRING FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-NAME) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               CLIENT-STATUS DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ADDRESS-1) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ADDRESS-2) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-ACCOUNT-NO) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-MODEL-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(CLIENT-RELIEF-METHOD) DELIMITED BY SIZE
               INTO XS-LINE
           RELEASE EXTRACT-SORT-RECORD.

      * Snapshot compare. The sorted rows are matched by key against
      * the last extract's snapshot (absent on a FULL run, when every
      * row is an add); each row also goes to this extract's snapshot.
       WRITE-SNAPSHOT-EXTRACT.
           OPEN OUTPUT SNAPSHOT-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-EXTRACT-PATH
                   ', STATUS=' WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-SNAPSHOT-FILE
           IF WS-NEW-SNAP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ' WS-NEW-SNAP-PATH
                   ', STATUS=' WS-NEW-SNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO OLD-SNAP-EOF
           MOVE 'N' TO OLD-SNAP-OPEN
           MOVE HIGH-VALUES TO WS-OLD-KEY
           IF MODE-IS-INCR
               OPEN INPUT OLD-SNAPSHOT-FILE
               IF WS-OLD-SNAP-STATUS = '00'
                   MOVE 'Y' TO OLD-SNAP-OPEN
                   MOVE 'N' TO OLD-SNAP-EOF
                   PERFORM READ-OLD-SNAPSHOT
               ELSE
                   DISPLAY 'NO SNAPSHOT ' WS-OLD-SNAP-PATH
                       ' - ' WS-XTR-TAG ' SENT AS ADDS'
               END-IF
           END-IF
           PERFORM WRITE-SNAPSHOT-HEADER
           MOVE 'N' TO SORT-EOF
           PERFORM RETURN-CURRENT-ROW
           PERFORM UNTIL SORT-EOF = 'Y' AND OLD-SNAP-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-CUR-KEY < WS-OLD-KEY
                       MOVE 'A' TO WS-ACTION
                       PERFORM WRITE-CURRENT-ROW
                       PERFORM RETURN-CURRENT-ROW
                   WHEN WS-CUR-KEY > WS-OLD-KEY
                       PERFORM WRITE-DELETED-ROW
                       PERFORM READ-OLD-SNAPSHOT
                   WHEN OTHER
                       IF XS-LINE = OSN-LINE
                           ADD 1 TO XTR-SAME-COUNT
                           MOVE SPACE TO WS-ACTION
                       ELSE
                           MOVE 'C' TO WS-ACTION
                       END-IF
                       PERFORM WRITE-CURRENT-ROW
                       PERFORM RETURN-CURRENT-ROW
                       PERFORM READ-OLD-SNAPSHOT
               END-EVALUATE
           END-PERFORM
           IF OLD-SNAP-OPEN = 'Y'
               CLOSE OLD-SNAPSHOT-FILE
           END-IF
           CLOSE NEW-SNAPSHOT-FILE
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE SNAPSHOT-EXTRACT-FILE
           PERFORM WRITE-EXTRACT-AUDIT.

       RETURN-CURRENT-ROW.
           RETURN EXTRACT-SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   MOVE XS-KEY TO WS-CUR-KEY
           END-RETURN.

       READ-OLD-SNAPSHOT.
           READ OLD-SNAPSHOT-FILE INTO OLD-SNAPSHOT-RECORD
               AT END
                   MOVE 'Y' TO OLD-SNAP-EOF
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   MOVE OSN-KEY TO WS-OLD-KEY
           END-READ.

      * Every current row goes to the new snapshot; only adds and
      * changes go to the extract.
       WRITE-CURRENT-ROW.
           MOVE XS-KEY TO NSN-KEY
           MOVE XS-LINE TO NSN-LINE
           WRITE NEW-SNAPSHOT-RECORD
           IF WS-ACTION NOT = SPACE
               IF WS-ACTION = 'A'
                   ADD 1 TO XTR-ADD-COUNT
               ELSE
                   ADD 1 TO XTR-CHANGE-COUNT
               END-IF
               ADD 1 TO XTR-ROW-COUNT
               ADD XS-AMOUNT-1 TO XTR-TOTAL-1
               ADD XS-AMOUNT-2 TO XTR-TOTAL-2
               ADD XS-AMOUNT-3 TO XTR-TOTAL-3
               MOVE SPACES TO SNAPSHOT-EXTRACT-RECORD
               STRING WS-ACTION DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   XS-LINE DELIMITED BY SIZE
                   INTO SNAPSHOT-EXTRACT-RECORD
               WRITE SNAPSHOT-EXTRACT-RECORD
           END-IF.

       WRITE-DELETED-ROW.
           ADD 1 TO XTR-DELETE-COUNT
           ADD 1 TO XTR-ROW-COUNT
           MOVE SPACES TO SNAPSHOT-EXTRACT-RECORD
           STRING 'D|' DELIMITED BY SIZE
               OSN-LINE DELIMITED BY SIZE
               INTO SNAPSHOT-EXTRACT-RECORD
           WRITE SNAPSHOT-EXTRACT-RECORD.

       WRITE-SNAPSHOT-HEADER.
           PERFORM FORMAT-HEADER-LINE
           MOVE WS-ROW-LINE TO SNAPSHOT-EXTRACT-RECORD
           WRITE SNAPSHOT-EXTRACT-RECORD
           MOVE WS-XTR-COLUMNS TO SNAPSHOT-EXTRACT-RECORD
           WRITE SNAPSHOT-EXTRACT-RECORD.

       WRITE-EXTRACT-TRAILER.
           PERFORM FORMAT-TRAILER-LINE
           MOVE WS-ROW-LINE TO SNAPSHOT-EXTRACT-RECORD
           WRITE SNAPSHOT-EXTRACT-RECORD.

       FORMAT-HEADER-LINE.
           MOVE SPACES TO WS-ROW-LINE
           STRING 'HDR|' DELIMITED BY SIZE
               WS-XTR-TAG DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WS-BUS-DATE DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-EXTRACT-MODE DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-EXTRACT-NO DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-ROW-LINE.

       FORMAT-TRAILER-LINE.
           MOVE XTR-ROW-COUNT TO EDITED-XTR-COUNT-1
           MOVE XTR-ADD-COUNT TO EDITED-XTR-COUNT-2
           MOVE XTR-CHANGE-COUNT TO EDITED-XTR-COUNT-3
           MOVE XTR-DELETE-COUNT TO EDITED-XTR-COUNT-4
           MOVE XTR-TOTAL-1 TO EDITED-XTR-AMOUNT-1
           MOVE XTR-TOTAL-2 TO EDITED-XTR-AMOUNT-2
           MOVE XTR-TOTAL-3 TO EDITED-XTR-AMOUNT-3
           MOVE SPACES TO WS-ROW-LINE
           STRING 'TRL|' DELIMITED BY SIZE
               WS-XTR-TAG DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-COUNT-1) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-COUNT-2) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-COUNT-3) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-COUNT-4) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-1) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-2) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(EDITED-XTR-AMOUNT-3) DELIMITED BY SIZE
               INTO WS-ROW-LINE.

      * Rows read and rows sent, rows left out as damaged in the
      * exception column and rows unchanged (not sent) in the reject
      * column; the three control amounts are the trailer's. An
      * amount outside the audit column (9 digits, the first two
      * unsigned) goes as zero with the row marked OVER, and the
      * trailer alone carries it.
       WRITE-EXTRACT-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT RUN-AUDIT-FILE
           END-IF
           MOVE SPACES TO RUN-AUDIT-RECORD
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO AUD-RUN-TIME
           MOVE '*EXTRACT' TO AUD-CLIENT-ID
           MOVE WS-XTR-TAG TO AUD-SORT-OPTION
           MOVE WS-EXTRACT-MODE TO AUD-TREND-OPTION
           MOVE XTR-READ-COUNT TO AUD-READ-COUNT
           MOVE XTR-ROW-COUNT TO AUD-WRITE-COUNT
           MOVE XTR-SKIP-COUNT TO AUD-EXCEPTION-COUNT
           MOVE XTR-SAME-COUNT TO AUD-REJECT-COUNT
           MOVE 'N' TO WS-AUDIT-OVER
           IF XTR-TOTAL-1 < 0 OR XTR-TOTAL-1 > WS-AUDIT-AMOUNT-MAX
               MOVE 'Y' TO WS-AUDIT-OVER
               MOVE 0 TO AUD-TOTAL-COST-BASE
           ELSE
               MOVE XTR-TOTAL-1 TO AUD-TOTAL-COST-BASE
           END-IF
           IF XTR-TOTAL-2 < 0 OR XTR-TOTAL-2 > WS-AUDIT-AMOUNT-MAX
               MOVE 'Y' TO WS-AUDIT-OVER
               MOVE 0 TO AUD-TOTAL-MARKET-VALUE
           ELSE
               MOVE XTR-TOTAL-2 TO AUD-TOTAL-MARKET-VALUE
           END-IF
           IF XTR-TOTAL-3 < 0 - WS-AUDIT-AMOUNT-MAX
                   OR XTR-TOTAL-3 > WS-AUDIT-AMOUNT-MAX
               MOVE 'Y' TO WS-AUDIT-OVER
               MOVE 0 TO AUD-TOTAL-GAIN-LOSS
           ELSE
               MOVE XTR-TOTAL-3 TO AUD-TOTAL-GAIN-LOSS
           END-IF
           IF WS-AUDIT-OVER = 'Y'
               MOVE SPACES TO AUD-TREND-OPTION
               STRING WS-EXTRACT-MODE DELIMITED BY SIZE
                   ' OVER' DELIMITED BY SIZE
                   INTO AUD-TREND-OPTION
               DISPLAY WS-XTR-TAG ' CONTROL AMOUNT TOO LARGE FOR '
                   'RUN-AUDIT - SEE TRAILER'
           END-IF
           WRITE RUN-AUDIT-RECORD
           CLOSE RUN-AUDIT-FILE
           ADD 1 TO FILE-WRITE-COUNT
           DISPLAY WS-XTR-TAG ' ROWS SENT: ' XTR-ROW-COUNT
               ' (A ' XTR-ADD-COUNT ' C ' XTR-CHANGE-COUNT
               ' D ' XTR-DELETE-COUNT ')'.

      * Ledgers. Cash and realized entries past each active client's
      * line count at the last extract (all of them on a FULL run).
       EXTRACT-LEDGERS.
           OPEN OUTPUT CASH-EXTRACT-FILE
           OPEN OUTPUT REALIZED-EXTRACT-FILE
           OPEN OUTPUT NEW-MARKS-FILE
           IF WS-CASH-EXTRACT-STATUS NOT = '00'
                   OR WS-RLZ-EXTRACT-STATUS NOT = '00'
                   OR WS-NEW-MARKS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LEDGER EXTRACTS, STATUS='
                   WS-CASH-EXTRACT-STATUS ' ' WS-RLZ-EXTRACT-STATUS
                   ' ' WS-NEW-MARKS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CLEAR-FILE-COUNTS
           MOVE 'CASH' TO WS-XTR-TAG
           PERFORM FORMAT-HEADER-LINE
           MOVE WS-ROW-LINE TO CASH-EXTRACT-RECORD
           WRITE CASH-EXTRACT-RECORD
           MOVE SPACES TO CASH-EXTRACT-RECORD
           STRING
               'ACTION|CLIENT_ID|LINE_NO|ENTRY_DATE|' DELIMITED BY SIZE
               'TYPE|' DELIMITED BY SIZE
               'SYMBOL|DEBIT|CREDIT|DESCRIPTION' DELIMITED BY SIZE
               INTO CASH-EXTRACT-RECORD
           WRITE CASH-EXTRACT-RECORD
           MOVE 'REALIZED' TO WS-XTR-TAG
           PERFORM FORMAT-HEADER-LINE
           MOVE WS-ROW-LINE TO REALIZED-EXTRACT-RECORD
           WRITE REALIZED-EXTRACT-RECORD
           MOVE SPACES TO REALIZED-EXTRACT-RECORD
           STRING
               'ACTION|CLIENT_ID|LINE_NO|SYMBOL|' DELIMITED BY SIZE
               'ACQ_DATE|SELL_DATE|SHARES|COST_BASE|' DELIMITED BY SIZE
               'PROCEEDS|' DELIMITED BY SIZE
               'GAIN_LOSS|TERM|METHOD' DELIMITED BY SIZE
               INTO REALIZED-EXTRACT-RECORD
           WRITE REALIZED-EXTRACT-RECORD
           OPEN INPUT CLIENT-FILE
           MOVE 'N' TO CLIENT-EOF
           PERFORM UNTIL CLIENT-EOF = 'Y'
               READ CLIENT-FILE INTO CLIENT-RECORD
                   AT END
                       MOVE 'Y' TO CLIENT-EOF
                   NOT AT END
                       IF CLIENT-IS-ACTIVE
                           PERFORM EXTRACT-CLIENT-LEDGERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENT-FILE
           CLOSE NEW-MARKS-FILE
           MOVE 'CASH' TO WS-XTR-TAG
           MOVE XTR-ROW-COUNT TO XTR-ADD-COUNT
           PERFORM FORMAT-TRAILER-LINE
           MOVE WS-ROW-LINE TO CASH-EXTRACT-RECORD
           WRITE CASH-EXTRACT-RECORD
           CLOSE CASH-EXTRACT-FILE
           PERFORM WRITE-EXTRACT-AUDIT
           PERFORM CLEAR-FILE-COUNTS
           MOVE 'REALIZED' TO WS-XTR-TAG
           MOVE RLZ-READ-COUNT TO XTR-READ-COUNT
           MOVE RLZ-SKIP-COUNT TO XTR-SKIP-COUNT
           MOVE RLZ-ROW-COUNT TO XTR-ROW-COUNT
           MOVE RLZ-ROW-COUNT TO XTR-ADD-COUNT
           MOVE RLZ-TOTAL-1 TO XTR-TOTAL-1
           MOVE RLZ-TOTAL-2 TO XTR-TOTAL-2
           MOVE RLZ-TOTAL-3 TO XTR-TOTAL-3
           PERFORM FORMAT-TRAILER-LINE
           MOVE WS-ROW-LINE TO REALIZED-EXTRACT-RECORD
           WRITE REALIZED-EXTRACT-RECORD
           CLOSE REALIZED-EXTRACT-FILE
           PERFORM WRITE-EXTRACT-AUDIT.

      * A ledger now shorter than its count at the last extract,
      * with no restore marked, has been rebuilt outside the nightly
      * cycle; it is sent again from the top and named on the
      * console for the downstream load to be checked.
       EXTRACT-CLIENT-LEDGERS.
           MOVE 0 TO WS-CASH-MARK
           MOVE 0 TO WS-REALIZED-MARK
           PERFORM VARYING MRK-IDX FROM 1 BY 1
                   UNTIL MRK-IDX > MRK-COUNT
               IF MRK-CLIENT-ID(MRK-IDX) = CLIENT-ID
                   MOVE MRK-CASH-LINES(MRK-IDX) TO WS-CASH-MARK
                   MOVE MRK-REALIZED-LINES(MRK-IDX)
                       TO WS-REALIZED-MARK
               END-IF
           END-PERFORM
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
           PERFORM COUNT-CASH-LINES
           IF WS-CASH-LINES < WS-CASH-MARK
               DISPLAY 'CASH LEDGER FOR ' CLIENT-ID
                   ' SHORTER THAN AT LAST EXTRACT - SENT WHOLE'
               MOVE 0 TO WS-CASH-MARK
           END-IF
           PERFORM COUNT-REALIZED-LINES
           IF WS-REALIZED-LINES < WS-REALIZED-MARK
               DISPLAY 'REALIZED LEDGER FOR ' CLIENT-ID
                   ' SHORTER THAN AT LAST EXTRACT - SENT WHOLE'
               MOVE 0 TO WS-REALIZED-MARK
           END-IF
           PERFORM EXTRACT-CASH-LEDGER
           PERFORM EXTRACT-REALIZED-LEDGER
           MOVE SPACES TO NEW-MARKS-RECORD
           MOVE CLIENT-ID TO NMK-CLIENT-ID
           MOVE WS-CASH-LINES TO NMK-CASH-LINES
           MOVE WS-REALIZED-LINES TO NMK-REALIZED-LINES
           WRITE NEW-MARKS-RECORD.

       COUNT-CASH-LINES.
           MOVE 0 TO WS-CASH-LINES
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ CASH-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CASH-LINES
                   END-READ
               END-PERFORM
               CLOSE CASH-LEDGER-FILE
           END-IF.

       COUNT-REALIZED-LINES.
           MOVE 0 TO WS-REALIZED-LINES
           OPEN INPUT REALIZED-FILE
           IF WS-REALIZED-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ REALIZED-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-REALIZED-LINES
                   END-READ
               END-PERFORM
               CLOSE REALIZED-FILE
           END-IF.

       EXTRACT-CASH-LEDGER.
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               MOVE 0 TO WS-LINE-NO
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ CASH-LEDGER-FILE INTO CASH-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF WS-LINE-NO > WS-CASH-MARK
                                   AND CASH-RECORD NOT = SPACES
                               ADD 1 TO XTR-READ-COUNT
                               PERFORM EXTRACT-ONE-CASH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-LEDGER-FILE
           END-IF.

       EXTRACT-ONE-CASH-ENTRY.
           IF CSH-DATE NOT NUMERIC OR CSH-DEBIT NOT NUMERIC
                   OR CSH-CREDIT NOT NUMERIC
               ADD 1 TO XTR-SKIP-COUNT
           ELSE
               ADD 1 TO XTR-ROW-COUNT
               ADD CSH-DEBIT TO XTR-TOTAL-1
               ADD CSH-CREDIT TO XTR-TOTAL-2
               COMPUTE XTR-TOTAL-3 = XTR-TOTAL-2 - XTR-TOTAL-1
               INSPECT CSH-DESC REPLACING ALL '|' BY '/'
               MOVE WS-LINE-NO TO EDITED-XTR-COUNT-1
               MOVE CSH-DEBIT TO EDITED-XTR-AMOUNT-1
               MOVE CSH-CREDIT TO EDITED-XTR-AMOUNT-2
               MOVE SPACES TO CASH-EXTRACT-RECORD
               STRING 'A|' DELIMITED BY SIZE
                   FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-COUNT-1) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CSH-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CSH-TYPE DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   CSH-SYMBOL DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-1) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-2) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(CSH-DESC) DELIMITED BY SIZE
                   INTO CASH-EXTRACT-RECORD
               WRITE CASH-EXTRACT-RECORD
           END-IF.

       EXTRACT-REALIZED-LEDGER.
           OPEN INPUT REALIZED-FILE
           IF WS-REALIZED-STATUS = '00'
               MOVE 'N' TO END-OF-FILE
               MOVE 0 TO WS-LINE-NO
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ REALIZED-FILE INTO REALIZED-RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF WS-LINE-NO > WS-REALIZED-MARK
                                   AND REALIZED-RECORD NOT = SPACES
                               ADD 1 TO RLZ-READ-COUNT
                               PERFORM EXTRACT-ONE-REALIZED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REALIZED-FILE
           END-IF.

       EXTRACT-ONE-REALIZED.
           IF RLZ-ACQ-DATE NOT NUMERIC OR RLZ-SELL-DATE NOT NUMERIC
                   OR RLZ-SHARES NOT NUMERIC
                   OR RLZ-COST-BASE NOT NUMERIC
                   OR RLZ-PROCEEDS NOT NUMERIC
                   OR RLZ-GAIN-LOSS NOT NUMERIC
               ADD 1 TO RLZ-SKIP-COUNT
           ELSE
               ADD 1 TO RLZ-ROW-COUNT
               ADD RLZ-COST-BASE TO RLZ-TOTAL-1
               ADD RLZ-PROCEEDS TO RLZ-TOTAL-2
               ADD RLZ-GAIN-LOSS TO RLZ-TOTAL-3
               COMPUTE WS-LONG-TERM-DATE = RLZ-ACQ-DATE + 10000
               IF RLZ-SELL-DATE > WS-LONG-TERM-DATE
                   MOVE 'LT' TO WS-TERM
               ELSE
                   MOVE 'ST' TO WS-TERM
               END-IF
               MOVE WS-LINE-NO TO EDITED-XTR-COUNT-1
               MOVE RLZ-SHARES TO EDITED-XTR-COUNT-2
               MOVE RLZ-COST-BASE TO EDITED-XTR-AMOUNT-1
               MOVE RLZ-PROCEEDS TO EDITED-XTR-AMOUNT-2
               MOVE RLZ-GAIN-LOSS TO EDITED-XTR-AMOUNT-3
               MOVE SPACES TO REALIZED-EXTRACT-RECORD
               STRING 'A|' DELIMITED BY SIZE
                   FUNCTION TRIM(CLIENT-ID) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-COUNT-1) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RLZ-SYMBOL DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   RLZ-ACQ-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RLZ-SELL-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-COUNT-2) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-1) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-2) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(EDITED-XTR-AMOUNT-3) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RLZ-METHOD DELIMITED BY SPACE
                   INTO REALIZED-EXTRACT-RECORD
               WRITE REALIZED-EXTRACT-RECORD
           END-IF.

      * Only a clean run gets this far: the control file moves on to
      * this extract and the previous extract's state files go.
       SAVE-EXTRACT-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-EXTRACT-NO TO XCT-LAST-EXTRACT-NO
           MOVE WS-BUS-DATE TO XCT-LAST-BUS-DATE
           MOVE WS-EXTRACT-MODE TO XCT-LAST-MODE
           MOVE WS-RUN-DATE TO XCT-LAST-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO XCT-LAST-RUN-TIME
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           IF WS-LAST-EXTRACT-NO > 0
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING 'if exist ..\XSTATE-*-' DELIMITED BY SIZE
                   WS-LAST-EXTRACT-NO DELIMITED BY SIZE
                   '.txt del /Q ..\XSTATE-*-' DELIMITED BY SIZE
                   WS-LAST-EXTRACT-NO DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-SHELL-COMMAND
               CALL 'SYSTEM' USING WS-SHELL-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY 'UNABLE TO REMOVE STATE FILES OF EXTRACT '
                       WS-LAST-EXTRACT-NO
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

       TERMINATION.
           CLOSE STOCKS-FILE
           IF WS-FX-OPEN = 'Y'
               CLOSE FX-RATES-FILE
           END-IF
           DISPLAY 'DATA EXTRACT ' WS-EXTRACT-NO ' COMPLETE FOR '
               WS-BUS-DATE ' (' WS-EXTRACT-MODE ')'
           DISPLAY 'CLIENTS READ:      ' CLIENT-READ-COUNT
           DISPLAY 'CLIENTS EXTRACTED: ' CLIENT-EXTRACT-COUNT
           DISPLAY 'CLIENTS SKIPPED:   ' CLIENT-SKIP-COUNT
           DISPLAY 'FILES WRITTEN:     ' FILE-WRITE-COUNT.
