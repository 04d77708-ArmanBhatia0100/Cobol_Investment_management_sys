       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMOVE.

      * Client cash movement batch. Until now the only entries on a
      * client cash ledger were the ones the system makes itself
      * (BUY / SELL from TRADEAPPLY, DIV from DIVPOST, FEE from the
      * billing run, CORP from CORPACT), so money the client wired
      * in or took out never showed up. This run reads the day's
      * cash movement transactions (CASH-MOVES.txt) firm-wide and
      * posts them to the clients' CLIENTID-CASH-LEDGER.txt files
      * under three ledger types of their own:
      *   DEP  deposit - a credit to the client
      *   WDL  withdrawal - a debit to the client
      *   JNL  client-to-client journal - a debit to the paying
      *        client and a matching credit to the receiving client,
      *        both entries carrying the other side's client id
      * Validation: the client (and, on a journal, the receiving
      * client) must be on the registry and active, the two sides of
      * a journal must differ, and the amount must be numeric and
      * non-zero. The date must be a real calendar date no later
      * than the run date, and no earlier than the latest entry
      * already on the client's ledger (on a journal, on either
      * side's ledger) - a back-dated entry would leave the ledger
      * out of date order. A withdrawal or journal is checked
      * against the paying client's running ledger balance - the
      * balance on the ledger file as the run starts, moved by every
      * movement this run has already posted - and an overdraft is
      * refused. Rejects carry the reason to the reject file; every
      * posted movement is listed on the cash movement register with
      * the balance it left behind, and the register closes with
      * totals by movement type.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO '..\CLIENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-STATUS.

           SELECT MOVES-FILE ASSIGN TO '..\CASH-MOVES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVES-STATUS.

           SELECT REJECT-FILE ASSIGN TO '..\CASH-MOVE-REJECTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO '..\CASH-MOVE-REGISTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      * Per-client ledger; read once for the opening balance the
      * first time a client is touched, then appended to per
      * posting the way the billing run posts its fees.
           SELECT CASH-LEDGER-FILE ASSIGN TO WS-CASH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

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

      * CMV-TO-CLIENT-ID is the receiving client on a journal and is
      * ignored on a deposit or withdrawal. The amount is base
      * currency (USD), the currency the ledger is kept in.
       FD MOVES-FILE.
       01 CASH-MOVE-RECORD.
           05 CMV-TYPE             PIC X(4).
           05 FILLER               PIC X(1).
           05 CMV-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 CMV-TO-CLIENT-ID     PIC X(10).
           05 FILLER               PIC X(1).
           05 CMV-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CMV-AMOUNT           PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 CMV-DESC             PIC X(30).

       FD REJECT-FILE.
       01 REJECT-RECORD            PIC X(80).

       FD REGISTER-FILE.
       01 REGISTER-RECORD          PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 WS-CLIENT-STATUS         PIC XX.
       01 WS-MOVES-STATUS          PIC XX.
       01 WS-CASH-STATUS           PIC XX.
       01 WS-CASH-PATH             PIC X(40) VALUE SPACES.
       01 WS-TODAY-DATE            PIC 9(8).

       01 END-OF-FILE              PIC X VALUE 'N'.
       01 LEDGER-EOF               PIC X VALUE 'N'.
       01 MOVE-READ-COUNT          PIC 9(5) VALUE 0.
       01 MOVE-POSTED-COUNT        PIC 9(5) VALUE 0.
       01 REJECT-COUNT             PIC 9(5) VALUE 0.
       01 LEDGER-POST-COUNT        PIC 9(5) VALUE 0.

      * Registry held in core: id and status are all the
      * validation needs.
       01 REG-MAX                  PIC 9(3) VALUE 200.
       01 REG-COUNT                PIC 9(3) VALUE 0.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 200 TIMES.
               10 REG-CLIENT-ID    PIC X(10).
               10 REG-STATUS       PIC X(1).
       01 REG-IDX                  PIC 9(3).
       01 REG-FOUND-IDX            PIC 9(3).
       01 WS-LOOKUP-ID             PIC X(10).

      * Running ledger balance per client touched this run; the
      * opening balance is taken off the ledger file the first time
      * the client appears, and every posting moves it after that.
       01 BAL-MAX                  PIC 9(3) VALUE 200.
       01 BAL-COUNT                PIC 9(3) VALUE 0.
       01 BAL-TABLE.
           05 BAL-ENTRY OCCURS 200 TIMES.
               10 BAL-CLIENT-ID    PIC X(10).
               10 BAL-AMOUNT       PIC S9(11)V99.
               10 BAL-LAST-DATE    PIC 9(8).
       01 BAL-IDX                  PIC 9(3).
       01 BAL-FOUND-IDX            PIC 9(3).
       01 BAL-FROM-IDX             PIC 9(3).
       01 BAL-TO-IDX               PIC 9(3).

       01 WS-MOVE-VALID            PIC X.
       01 WS-POST-CLIENT-ID        PIC X(10).
       01 WS-POST-DEBIT            PIC 9(9)V99.
       01 WS-POST-CREDIT           PIC 9(9)V99.
       01 WS-POST-DESC             PIC X(30).

       01 TOTAL-DEPOSITS           PIC 9(11)V99 VALUE 0.
       01 TOTAL-WITHDRAWALS        PIC 9(11)V99 VALUE 0.
       01 TOTAL-JOURNALS           PIC 9(11)V99 VALUE 0.
       01 DEPOSIT-COUNT            PIC 9(5) VALUE 0.
       01 WITHDRAWAL-COUNT         PIC 9(5) VALUE 0.
       01 JOURNAL-COUNT            PIC 9(5) VALUE 0.

       01 EDITED-MOVE-AMOUNT       PIC $ZZZ,ZZZ,ZZ9.99.
       01 EDITED-MOVE-BALANCE      PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 EDITED-MOVE-TOTAL        PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01 EDITED-MOVE-COUNT        PIC ZZ,ZZ9.
       01 EDITED-REJ-AMOUNT        PIC ZZZZZZZZ9.99.

       01 WS-REJECT-LINE.
           05 RJM-TYPE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RJM-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RJM-AMOUNT           PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RJM-REASON           PIC X(48).

       01 WS-REGISTER-LINE.
           05 RGM-DATE             PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGM-TYPE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGM-CLIENT-ID        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGM-OTHER-ID         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGM-AMOUNT           PIC X(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGM-BALANCE          PIC X(19).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGM-DESC             PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOT-LABEL            PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOT-COUNT            PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOT-AMOUNT           PIC X(19).

       01 SEPARATOR-LINE           PIC X(132) VALUE ALL '='.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM LOAD-REGISTRY-TABLE
           PERFORM PROCESS-MOVEMENTS
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT MOVES-FILE
           IF WS-MOVES-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CASH MOVEMENTS, STATUS='
                   WS-MOVES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-REGISTER-HEADER.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-RECORD
           STRING 'CLIENT CASH MOVEMENT REGISTER - ' DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE 'DATE' TO RGM-DATE
           MOVE 'TYPE' TO RGM-TYPE
           MOVE 'CLIENT ID' TO RGM-CLIENT-ID
           MOVE 'OTHER SIDE' TO RGM-OTHER-ID
           MOVE 'AMOUNT' TO RGM-AMOUNT
           MOVE 'LEDGER BALANCE' TO RGM-BALANCE
           MOVE 'DESCRIPTION' TO RGM-DESC
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
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
           MOVE CLIENT-STATUS TO REG-STATUS(REG-COUNT).

       PROCESS-MOVEMENTS.
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ MOVES-FILE INTO CASH-MOVE-RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO MOVE-READ-COUNT
                       PERFORM PROCESS-ONE-MOVEMENT
               END-READ
           END-PERFORM.

       PROCESS-ONE-MOVEMENT.
           MOVE 'N' TO WS-MOVE-VALID
           PERFORM VALIDATE-MOVEMENT
           IF WS-MOVE-VALID = 'Y'
               EVALUATE CMV-TYPE
                   WHEN 'DEP '
                       PERFORM APPLY-DEPOSIT
                   WHEN 'WDL '
                       PERFORM APPLY-WITHDRAWAL
                   WHEN 'JNL '
                       PERFORM APPLY-JOURNAL
               END-EVALUATE
           END-IF.

      * Type, amount and date first, then the registry checks on
      * the paying (or receiving) client and the journal's other
      * side.
       VALIDATE-MOVEMENT.
           IF CMV-TYPE NOT = 'DEP ' AND CMV-TYPE NOT = 'WDL '
                   AND CMV-TYPE NOT = 'JNL '
               MOVE 'INVALID TYPE - MUST BE DEP, WDL OR JNL'
                   TO RJM-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF CMV-AMOUNT NOT NUMERIC OR CMV-AMOUNT = 0
                   MOVE 'INVALID AMOUNT - ZERO OR NON-NUMERIC'
                       TO RJM-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM VALIDATE-MOVEMENT-DATE
               END-IF
           END-IF.

       VALIDATE-MOVEMENT-DATE.
           IF CMV-DATE NOT NUMERIC OR CMV-DATE = 0
               MOVE 'INVALID DATE - NON-NUMERIC' TO RJM-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(CMV-DATE) NOT = 0
                   MOVE 'INVALID DATE - NOT A CALENDAR DATE'
                       TO RJM-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   IF CMV-DATE > WS-TODAY-DATE
                       MOVE 'DATE AFTER RUN DATE' TO RJM-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       PERFORM VALIDATE-MOVEMENT-CLIENTS
                   END-IF
               END-IF
           END-IF.

       VALIDATE-MOVEMENT-CLIENTS.
           MOVE CMV-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM FIND-REGISTRY-CLIENT
           IF REG-FOUND-IDX = 0
               MOVE 'CLIENT NOT ON REGISTRY' TO RJM-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF REG-STATUS(REG-FOUND-IDX) NOT = 'A'
                   MOVE 'CLIENT NOT ACTIVE' TO RJM-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   IF CMV-TYPE = 'JNL '
                       PERFORM VALIDATE-JOURNAL-RECEIVER
                   ELSE
                       PERFORM VALIDATE-LEDGER-DATE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-JOURNAL-RECEIVER.
           IF CMV-TO-CLIENT-ID = SPACES
               MOVE 'JOURNAL NAMES NO RECEIVING CLIENT' TO RJM-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF CMV-TO-CLIENT-ID = CMV-CLIENT-ID
                   MOVE 'JOURNAL TO THE SAME CLIENT' TO RJM-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE CMV-TO-CLIENT-ID TO WS-LOOKUP-ID
                   PERFORM FIND-REGISTRY-CLIENT
                   IF REG-FOUND-IDX = 0
                       MOVE 'RECEIVING CLIENT NOT ON REGISTRY'
                           TO RJM-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       IF REG-STATUS(REG-FOUND-IDX) NOT = 'A'
                           MOVE 'RECEIVING CLIENT NOT ACTIVE'
                               TO RJM-REASON
                           PERFORM WRITE-REJECT-LINE
                       ELSE
                           PERFORM VALIDATE-LEDGER-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The ledger's latest date includes what this run has
      * already posted to it.
       VALIDATE-LEDGER-DATE.
           MOVE CMV-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM FIND-CLIENT-BALANCE
           IF CMV-DATE < BAL-LAST-DATE(BAL-FOUND-IDX)
               MOVE 'DATE BEFORE LAST LEDGER ENTRY' TO RJM-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF CMV-TYPE = 'JNL '
                   MOVE CMV-TO-CLIENT-ID TO WS-LOOKUP-ID
                   PERFORM FIND-CLIENT-BALANCE
                   IF CMV-DATE < BAL-LAST-DATE(BAL-FOUND-IDX)
                       MOVE 'DATE BEFORE RECEIVING LAST LEDGER ENTRY'
                           TO RJM-REASON
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       MOVE 'Y' TO WS-MOVE-VALID
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-MOVE-VALID
               END-IF
           END-IF.

       FIND-REGISTRY-CLIENT.
           MOVE 0 TO REG-FOUND-IDX
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               IF REG-CLIENT-ID(REG-IDX) = WS-LOOKUP-ID
                   MOVE REG-IDX TO REG-FOUND-IDX
               END-IF
           END-PERFORM.

       APPLY-DEPOSIT.
           MOVE CMV-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM FIND-CLIENT-BALANCE
           MOVE BAL-FOUND-IDX TO BAL-TO-IDX
           MOVE CMV-CLIENT-ID TO WS-POST-CLIENT-ID
           MOVE 0 TO WS-POST-DEBIT
           MOVE CMV-AMOUNT TO WS-POST-CREDIT
           MOVE CMV-DESC TO WS-POST-DESC
           IF WS-POST-DESC = SPACES
               MOVE 'CLIENT DEPOSIT' TO WS-POST-DESC
           END-IF
           PERFORM POST-TO-LEDGER
           ADD CMV-AMOUNT TO BAL-AMOUNT(BAL-TO-IDX)
           MOVE CMV-DATE TO BAL-LAST-DATE(BAL-TO-IDX)
           ADD CMV-AMOUNT TO TOTAL-DEPOSITS
           ADD 1 TO DEPOSIT-COUNT
           ADD 1 TO MOVE-POSTED-COUNT
           MOVE BAL-TO-IDX TO BAL-IDX
           MOVE CMV-CLIENT-ID TO RGM-CLIENT-ID
           MOVE SPACES TO RGM-OTHER-ID
           PERFORM WRITE-REGISTER-LINE.

      * Cash must already be there: the running balance after the
      * debit may not go below zero.
       APPLY-WITHDRAWAL.
           MOVE CMV-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM FIND-CLIENT-BALANCE
           MOVE BAL-FOUND-IDX TO BAL-FROM-IDX
           IF CMV-AMOUNT > BAL-AMOUNT(BAL-FROM-IDX)
               MOVE 'INSUFFICIENT CASH - OVERDRAFT REFUSED'
                   TO RJM-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE CMV-CLIENT-ID TO WS-POST-CLIENT-ID
               MOVE CMV-AMOUNT TO WS-POST-DEBIT
               MOVE 0 TO WS-POST-CREDIT
               MOVE CMV-DESC TO WS-POST-DESC
               IF WS-POST-DESC = SPACES
                   MOVE 'CLIENT WITHDRAWAL' TO WS-POST-DESC
               END-IF
               PERFORM POST-TO-LEDGER
               SUBTRACT CMV-AMOUNT FROM BAL-AMOUNT(BAL-FROM-IDX)
               MOVE CMV-DATE TO BAL-LAST-DATE(BAL-FROM-IDX)
               ADD CMV-AMOUNT TO TOTAL-WITHDRAWALS
               ADD 1 TO WITHDRAWAL-COUNT
               ADD 1 TO MOVE-POSTED-COUNT
               MOVE BAL-FROM-IDX TO BAL-IDX
               MOVE CMV-CLIENT-ID TO RGM-CLIENT-ID
               MOVE SPACES TO RGM-OTHER-ID
               PERFORM WRITE-REGISTER-LINE
           END-IF.

      * Both legs post or neither does: the paying side's overdraft
      * check runs before either ledger is touched. Each leg names
      * the other client in its description so either ledger read
      * alone shows where the money went.
       APPLY-JOURNAL.
           MOVE CMV-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM FIND-CLIENT-BALANCE
           MOVE BAL-FOUND-IDX TO BAL-FROM-IDX
           MOVE CMV-TO-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM FIND-CLIENT-BALANCE
           MOVE BAL-FOUND-IDX TO BAL-TO-IDX
           IF CMV-AMOUNT > BAL-AMOUNT(BAL-FROM-IDX)
               MOVE 'INSUFFICIENT CASH - OVERDRAFT REFUSED'
                   TO RJM-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE CMV-CLIENT-ID TO WS-POST-CLIENT-ID
               MOVE CMV-AMOUNT TO WS-POST-DEBIT
               MOVE 0 TO WS-POST-CREDIT
               MOVE SPACES TO WS-POST-DESC
               STRING 'JOURNAL TO ' DELIMITED BY SIZE
                   CMV-TO-CLIENT-ID DELIMITED BY SIZE
                   INTO WS-POST-DESC
               PERFORM POST-TO-LEDGER
               SUBTRACT CMV-AMOUNT FROM BAL-AMOUNT(BAL-FROM-IDX)
               MOVE CMV-DATE TO BAL-LAST-DATE(BAL-FROM-IDX)
               MOVE CMV-TO-CLIENT-ID TO WS-POST-CLIENT-ID
               MOVE 0 TO WS-POST-DEBIT
               MOVE CMV-AMOUNT TO WS-POST-CREDIT
               MOVE SPACES TO WS-POST-DESC
               STRING 'JOURNAL FROM ' DELIMITED BY SIZE
                   CMV-CLIENT-ID DELIMITED BY SIZE
                   INTO WS-POST-DESC
               PERFORM POST-TO-LEDGER
               ADD CMV-AMOUNT TO BAL-AMOUNT(BAL-TO-IDX)
               MOVE CMV-DATE TO BAL-LAST-DATE(BAL-TO-IDX)
               ADD CMV-AMOUNT TO TOTAL-JOURNALS
               ADD 1 TO JOURNAL-COUNT
               ADD 1 TO MOVE-POSTED-COUNT
               MOVE BAL-FROM-IDX TO BAL-IDX
               MOVE CMV-CLIENT-ID TO RGM-CLIENT-ID
               MOVE CMV-TO-CLIENT-ID TO RGM-OTHER-ID
               PERFORM WRITE-REGISTER-LINE
           END-IF.

      * Finds the client's running balance, loading the opening
      * balance off the ledger file on first use.
       FIND-CLIENT-BALANCE.
           MOVE 0 TO BAL-FOUND-IDX
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-COUNT
               IF BAL-CLIENT-ID(BAL-IDX) = WS-LOOKUP-ID
                   MOVE BAL-IDX TO BAL-FOUND-IDX
               END-IF
           END-PERFORM
           IF BAL-FOUND-IDX = 0
               IF BAL-COUNT >= BAL-MAX
                   DISPLAY 'BALANCE TABLE LIMIT OF ' BAL-MAX
                       ' EXCEEDED, RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BAL-COUNT
               MOVE BAL-COUNT TO BAL-FOUND-IDX
               MOVE WS-LOOKUP-ID TO BAL-CLIENT-ID(BAL-FOUND-IDX)
               MOVE 0 TO BAL-AMOUNT(BAL-FOUND-IDX)
               MOVE 0 TO BAL-LAST-DATE(BAL-FOUND-IDX)
               PERFORM LOAD-OPENING-BALANCE
           END-IF.

      * Balance = credits less debits over every entry on the file,
      * the same running balance the statement cash section prints,
      * and the latest date on it.
      * A client with no ledger yet opens at zero.
       LOAD-OPENING-BALANCE.
           PERFORM BUILD-CASH-PATH
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS = '00'
               MOVE 'N' TO LEDGER-EOF
               PERFORM UNTIL LEDGER-EOF = 'Y'
                   READ CASH-LEDGER-FILE INTO CASH-RECORD
                       AT END
                           MOVE 'Y' TO LEDGER-EOF
                       NOT AT END
                           IF CSH-CREDIT NUMERIC
                               ADD CSH-CREDIT
                                   TO BAL-AMOUNT(BAL-FOUND-IDX)
                           END-IF
                           IF CSH-DEBIT NUMERIC
                               SUBTRACT CSH-DEBIT
                                   FROM BAL-AMOUNT(BAL-FOUND-IDX)
                           END-IF
                           IF CSH-DATE NUMERIC AND CSH-DATE >
                                   BAL-LAST-DATE(BAL-FOUND-IDX)
                               MOVE CSH-DATE
                                   TO BAL-LAST-DATE(BAL-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-LEDGER-FILE
           END-IF.

       BUILD-CASH-PATH.
           MOVE SPACES TO WS-CASH-PATH
           STRING '..\' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOOKUP-ID) DELIMITED BY SIZE
               '-CASH-LEDGER.txt' DELIMITED BY SIZE
               INTO WS-CASH-PATH.

       POST-TO-LEDGER.
           MOVE WS-POST-CLIENT-ID TO WS-LOOKUP-ID
           PERFORM BUILD-CASH-PATH
           OPEN EXTEND CASH-LEDGER-FILE
           IF WS-CASH-STATUS NOT = '00'
               OPEN OUTPUT CASH-LEDGER-FILE
           END-IF
           MOVE SPACES TO CASH-RECORD
           MOVE CMV-DATE TO CSH-DATE
           MOVE CMV-TYPE TO CSH-TYPE
           MOVE SPACES TO CSH-SYMBOL
           MOVE WS-POST-DEBIT TO CSH-DEBIT
           MOVE WS-POST-CREDIT TO CSH-CREDIT
           MOVE WS-POST-DESC TO CSH-DESC
           WRITE CASH-RECORD
           CLOSE CASH-LEDGER-FILE
           ADD 1 TO LEDGER-POST-COUNT.

       WRITE-REJECT-LINE.
           MOVE CMV-TYPE TO RJM-TYPE
           MOVE CMV-CLIENT-ID TO RJM-CLIENT-ID
           IF CMV-AMOUNT NUMERIC
               MOVE CMV-AMOUNT TO EDITED-REJ-AMOUNT
               MOVE EDITED-REJ-AMOUNT TO RJM-AMOUNT
           ELSE
               MOVE SPACES TO RJM-AMOUNT
           END-IF
           MOVE WS-REJECT-LINE TO REJECT-RECORD
           WRITE REJECT-RECORD
           ADD 1 TO REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE.

      * BAL-IDX points at the client whose balance the line shows -
      * the paying side on a journal.
       WRITE-REGISTER-LINE.
           MOVE CMV-DATE TO RGM-DATE
           MOVE CMV-TYPE TO RGM-TYPE
           MOVE CMV-AMOUNT TO EDITED-MOVE-AMOUNT
           MOVE EDITED-MOVE-AMOUNT TO RGM-AMOUNT
           MOVE BAL-AMOUNT(BAL-IDX) TO EDITED-MOVE-BALANCE
           MOVE EDITED-MOVE-BALANCE TO RGM-BALANCE
           IF CMV-TYPE = 'JNL '
               MOVE 'CLIENT TO CLIENT JOURNAL' TO RGM-DESC
           ELSE
               MOVE WS-POST-DESC TO RGM-DESC
           END-IF
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SEPARATOR-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'DEPOSITS' TO TOT-LABEL
           MOVE DEPOSIT-COUNT TO EDITED-MOVE-COUNT
           MOVE EDITED-MOVE-COUNT TO TOT-COUNT
           MOVE TOTAL-DEPOSITS TO EDITED-MOVE-TOTAL
           MOVE EDITED-MOVE-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'WITHDRAWALS' TO TOT-LABEL
           MOVE WITHDRAWAL-COUNT TO EDITED-MOVE-COUNT
           MOVE EDITED-MOVE-COUNT TO TOT-COUNT
           MOVE TOTAL-WITHDRAWALS TO EDITED-MOVE-TOTAL
           MOVE EDITED-MOVE-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'JOURNALS' TO TOT-LABEL
           MOVE JOURNAL-COUNT TO EDITED-MOVE-COUNT
           MOVE EDITED-MOVE-COUNT TO TOT-COUNT
           MOVE TOTAL-JOURNALS TO EDITED-MOVE-TOTAL
           MOVE EDITED-MOVE-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'REJECTED' TO TOT-LABEL
           MOVE REJECT-COUNT TO EDITED-MOVE-COUNT
           MOVE EDITED-MOVE-COUNT TO TOT-COUNT
           MOVE SPACES TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       TERMINATION.
           CLOSE MOVES-FILE
           CLOSE REJECT-FILE
           CLOSE REGISTER-FILE
           DISPLAY 'CASH MOVEMENT POSTING COMPLETE'
           DISPLAY 'MOVEMENTS READ:     ' MOVE-READ-COUNT
           DISPLAY 'MOVEMENTS POSTED:   ' MOVE-POSTED-COUNT
           DISPLAY 'MOVEMENTS REJECTED: ' REJECT-COUNT
           DISPLAY 'LEDGER POSTINGS:    ' LEDGER-POST-COUNT.
