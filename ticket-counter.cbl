       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-COUNTER.
       AUTHOR. MARCOS-VENICIUS.

      * Prize-counter transactions against the ticket ledger
      * ticket-ledger.dat. ticket-trans.txt drives the run: one
      * transaction per line -- action, player id, sign, tickets and a
      * reference:
      *   REDEEM  tickets handed over for a prize; the reference names
      *           the prize and its counter slip
      *   ADJUST  a correction, '+' or '-' (mandatory), with the reason
      *           in the reference
      *   EXPIRE  tickets lapsed under the floor's expiry policy; a
      *           blank or zero count expires the whole balance
      * The reference is mandatory on every line and is the rerun
      * key: a line whose player, action and reference are already
      * posted on the ledger is rejected as a duplicate, so running
      * the same ticket-trans.txt again -- whole, or after a run that
      * died part-way -- posts nothing twice. The player must be on
      * players.dat, and nothing may take a balance below zero: a
      * REDEEM, EXPIRE or '-' ADJUST larger than the balance is
      * rejected as an overdraft. Transactions apply in file order,
      * so a later line sees the balance an earlier one left. Every
      * transaction -- applied or rejected -- lands in
      * ticket-counter-audit.dat with the balance before and after;
      * applied ones post to the ledger under the business day on
      * line 1 of ticket-parms.txt (YYYYMMDD, mandatory), the same
      * day TICKET-POST posts under, so a redemption after midnight
      * stays with the day the floor was open. Return code 4 when
      * anything was rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-PARM-FILE ASSIGN TO "ticket-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT TICKET-TRANS-FILE ASSIGN TO "ticket-trans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT PLAYER-REGISTRY-FILE ASSIGN TO "players.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-REG-FILE-STATUS.

           SELECT TICKET-LEDGER-FILE ASSIGN TO "ticket-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ticket-counter-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-PARM-FILE.
       01 TICKET-PARM-REC               PIC X(8).

       FD TICKET-TRANS-FILE.
       01 TICKET-TRANS-REC.
         05 TRX-ACTION         PIC X(8).
         05 FILLER             PIC X(1).
         05 TRX-PLAYER-ID      PIC X(8).
         05 FILLER             PIC X(1).
         05 TRX-SIGN           PIC X(1).
         05 TRX-TICKETS        PIC X(7).
         05 FILLER             PIC X(1).
         05 TRX-REFERENCE      PIC X(20).

       FD PLAYER-REGISTRY-FILE.
       01 PLAYER-REG-REC.
         05 PLAYER-REG-ID   PIC X(8).
         05 FILLER          PIC X(1).
         05 PLAYER-REG-NAME PIC X(20).

       FD TICKET-LEDGER-FILE.
       01 TICKET-LEDGER-REC.
         05 TKL-BUSINESS-DATE   PIC X(8).
         05 FILLER              PIC X(1).
         05 TKL-POSTED-DATETIME PIC X(21).
         05 FILLER              PIC X(1).
         05 TKL-TYPE            PIC X(6).
         05 FILLER              PIC X(1).
         05 TKL-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 TKL-SIGN            PIC X(1).
         05 TKL-TICKETS         PIC 9(7).
         05 FILLER              PIC X(1).
         05 TKL-GAME-DATETIME   PIC X(21).
         05 FILLER              PIC X(1).
         05 TKL-SEAT            PIC X(1).
         05 FILLER              PIC X(1).
         05 TKL-REFERENCE       PIC X(20).

       FD AUDIT-FILE.
       01 AUDIT-REC.
         05 AUD-DATETIME        PIC X(21).
         05 FILLER              PIC X(1).
         05 AUD-ACTION          PIC X(8).
         05 FILLER              PIC X(1).
         05 AUD-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 AUD-DISPOSITION     PIC X(8).
         05 FILLER              PIC X(1).
         05 AUD-REASON          PIC X(14).
         05 FILLER              PIC X(1).
         05 AUD-SIGN            PIC X(1).
         05 AUD-TICKETS         PIC 9(7).
         05 FILLER              PIC X(1).
         05 AUD-BEFORE-SIGN     PIC X(1).
         05 AUD-BEFORE-BALANCE  PIC 9(8).
         05 FILLER              PIC X(1).
         05 AUD-AFTER-SIGN      PIC X(1).
         05 AUD-AFTER-BALANCE   PIC 9(8).
         05 FILLER              PIC X(1).
         05 AUD-REFERENCE       PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-TRANS-FILE-STATUS          PIC X(2)  VALUE '00'.
         88 WS-TRANS-FILE-STATUS-OK              VALUE '00'.
       01 WS-PLAYER-REG-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-PLAYER-REG-FILE-STATUS-OK         VALUE '00'.
       01 WS-LEDGER-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-LEDGER-FILE-STATUS-OK             VALUE '00'.
       01 WS-AUDIT-FILE-STATUS          PIC X(2)  VALUE '00'.
         88 WS-AUDIT-FILE-STATUS-OK              VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

       01 WS-REGISTRY-TABLE.
         05 WS-REGISTRY-ENTRY OCCURS 200 TIMES
           INDEXED BY REG-IDX.
           10 WS-REG-PLAYER-ID   PIC X(8).
           10 WS-REG-BALANCE     PIC S9(8).
       01 WS-REGISTRY-COUNT             PIC 9(3)  VALUE 0.
       01 WS-REG-FOUND-SW               PIC X(1)  VALUE 'N'.
         88 WS-REG-FOUND                         VALUE 'Y'.
       01 WS-KEY-PLAYER-ID              PIC X(8)  VALUE SPACES.

      * Player, action and reference of every counter transaction on
      * the ledger, and of each one posted this run: the rerun key.
       01 WS-POSTED-TABLE.
         05 WS-POSTED-ENTRY OCCURS 5000 TIMES
           INDEXED BY POSTED-IDX.
           10 WS-PST-PLAYER-ID   PIC X(8).
           10 WS-PST-TYPE        PIC X(6).
           10 WS-PST-REFERENCE   PIC X(20).
       01 WS-POSTED-COUNT               PIC 9(4)  VALUE 0.
       01 WS-POSTED-FOUND-SW            PIC X(1)  VALUE 'N'.
         88 WS-POSTED-FOUND                      VALUE 'Y'.

       01 WS-SIGNED-TICKETS             PIC S9(8) VALUE 0.
       01 WS-TRX-TICKETS                PIC 9(7)  VALUE 0.
       01 WS-POST-SIGN                  PIC X(1)  VALUE SPACE.
       01 WS-BALANCE-BEFORE             PIC S9(8) VALUE 0.
       01 WS-BALANCE-AFTER              PIC S9(8) VALUE 0.
       01 WS-SPLIT-BALANCE              PIC S9(8) VALUE 0.
       01 WS-SPLIT-SIGN                 PIC X(1)  VALUE SPACE.
       01 WS-SPLIT-DIGITS               PIC 9(8)  VALUE 0.

       01 WS-AUD-DISPOSITION            PIC X(8)  VALUE SPACES.
       01 WS-AUD-REASON                 PIC X(14) VALUE SPACES.
       01 WS-RUN-DATETIME               PIC X(21) VALUE SPACES.
       01 WS-BUSINESS-DATE              PIC X(8)  VALUE SPACES.

       01 WS-TRANS-READ-COUNT           PIC 9(5)  VALUE 0.
       01 WS-APPLIED-COUNT              PIC 9(5)  VALUE 0.
       01 WS-REJECTED-COUNT             PIC 9(5)  VALUE 0.
       01 WS-REDEEMED-TICKETS           PIC 9(9)  VALUE 0.
       01 WS-EXPIRED-TICKETS            PIC 9(9)  VALUE 0.
       01 WS-ADJUSTED-UP-TICKETS        PIC 9(9)  VALUE 0.
       01 WS-ADJUSTED-DOWN-TICKETS      PIC 9(9)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.

           PERFORM 0001-READ-PARMS.
           PERFORM 0001-LOAD-REGISTRY.
           PERFORM 0001-LOAD-BALANCES.
           PERFORM 0001-OPEN-EXTEND-LEDGER.
           PERFORM 0001-APPLY-TRANSACTIONS.

           CLOSE TICKET-LEDGER-FILE.

           PERFORM 0001-DISPLAY-SUMMARY.

           IF WS-REJECTED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0001-READ-PARMS.
           OPEN INPUT TICKET-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             READ TICKET-PARM-FILE
               AT END
                 MOVE SPACES TO TICKET-PARM-REC
             END-READ

             CLOSE TICKET-PARM-FILE
           ELSE
             MOVE SPACES TO TICKET-PARM-REC
           END-IF.

           IF TICKET-PARM-REC IS NOT NUMERIC
             DISPLAY "TICKET-COUNTER: ticket-parms.txt line 1 must be "
                     "the business day, YYYYMMDD."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE TICKET-PARM-REC TO WS-BUSINESS-DATE.

       0001-LOAD-REGISTRY.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT PLAYER-REGISTRY-FILE.

           IF WS-PLAYER-REG-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-PLAYER-REG-FILE-STATUS-OK
             MOVE "players.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-PLAYER-REG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ PLAYER-REGISTRY-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF WS-REGISTRY-COUNT >= 200
                   DISPLAY "TICKET-COUNTER: more than 200 registry "
                           "rows -- raise the table size."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF

                 ADD 1 TO WS-REGISTRY-COUNT
                 SET REG-IDX TO WS-REGISTRY-COUNT
                 MOVE PLAYER-REG-ID TO WS-REG-PLAYER-ID(REG-IDX)
                 MOVE 0             TO WS-REG-BALANCE(REG-IDX)
             END-READ
           END-PERFORM.

           CLOSE PLAYER-REGISTRY-FILE.

       0001-LOAD-BALANCES.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT TICKET-LEDGER-FILE.

           IF WS-LEDGER-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-LEDGER-FILE-STATUS-OK
             MOVE "ticket-ledger.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-LEDGER-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ TICKET-LEDGER-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF TKL-TYPE = 'REDEEM' OR TKL-TYPE = 'ADJUST'
                   OR TKL-TYPE = 'EXPIRE'
                   PERFORM 0001-ADD-POSTED-KEY
                 END-IF

                 MOVE TKL-PLAYER-ID TO WS-KEY-PLAYER-ID
                 PERFORM 0001-FIND-REGISTRY-ENTRY

                 IF WS-REG-FOUND
                   MOVE TKL-TICKETS TO WS-SIGNED-TICKETS

                   IF TKL-SIGN = '-'
                     SUBTRACT WS-SIGNED-TICKETS
                       FROM WS-REG-BALANCE(REG-IDX)
                   ELSE
                     ADD WS-SIGNED-TICKETS TO WS-REG-BALANCE(REG-IDX)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE TICKET-LEDGER-FILE.

       0001-FIND-REGISTRY-ENTRY.
           MOVE 'N' TO WS-REG-FOUND-SW.

           PERFORM VARYING REG-IDX FROM 1 BY 1
             UNTIL REG-IDX > WS-REGISTRY-COUNT
             IF WS-REG-PLAYER-ID(REG-IDX) = WS-KEY-PLAYER-ID
               SET WS-REG-FOUND TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

       0001-ADD-POSTED-KEY.
      * Keyed from the ledger row just read or just written.
           IF WS-POSTED-COUNT >= 5000
             DISPLAY "TICKET-COUNTER: more than 5000 counter "
                     "transactions on the ledger -- raise the table "
                     "size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-POSTED-COUNT.
           SET POSTED-IDX TO WS-POSTED-COUNT.
           MOVE TKL-PLAYER-ID TO WS-PST-PLAYER-ID(POSTED-IDX).
           MOVE TKL-TYPE      TO WS-PST-TYPE(POSTED-IDX).
           MOVE TKL-REFERENCE TO WS-PST-REFERENCE(POSTED-IDX).

       0001-CHECK-REFERENCE.
      * Leaves WS-AUD-REASON set when the line has been rejected.
           IF TRX-REFERENCE = SPACES
             MOVE 'NO-REFERENCE' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-POSTED-FOUND-SW.

           PERFORM VARYING POSTED-IDX FROM 1 BY 1
             UNTIL POSTED-IDX > WS-POSTED-COUNT
             IF WS-PST-PLAYER-ID(POSTED-IDX) = TRX-PLAYER-ID
               AND WS-PST-TYPE(POSTED-IDX) = TRX-ACTION
               AND WS-PST-REFERENCE(POSTED-IDX) = TRX-REFERENCE
               SET WS-POSTED-FOUND TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF WS-POSTED-FOUND
             MOVE 'DUPLICATE' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
           END-IF.

       0001-OPEN-EXTEND-LEDGER.
           OPEN EXTEND TICKET-LEDGER-FILE.

           IF NOT WS-LEDGER-FILE-STATUS-OK
             OPEN OUTPUT TICKET-LEDGER-FILE
             CLOSE TICKET-LEDGER-FILE
             OPEN EXTEND TICKET-LEDGER-FILE
           END-IF.

           IF NOT WS-LEDGER-FILE-STATUS-OK
             MOVE "ticket-ledger.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-LEDGER-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT TICKET-TRANS-FILE.

           IF NOT WS-TRANS-FILE-STATUS-OK
             DISPLAY "TICKET-COUNTER: ticket-trans.txt not available, "
                     "status " WS-TRANS-FILE-STATUS
             CLOSE TICKET-LEDGER-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
             READ TICKET-TRANS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-TRANS-READ-COUNT
                 PERFORM 0001-APPLY-ONE-TRANSACTION
             END-READ
           END-PERFORM.

           CLOSE TICKET-TRANS-FILE.

       0001-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-AUD-REASON.
           MOVE 0      TO WS-TRX-TICKETS.
           MOVE 0      TO WS-BALANCE-BEFORE.
           MOVE 0      TO WS-BALANCE-AFTER.

           IF TRX-TICKETS IS NUMERIC
             MOVE TRX-TICKETS TO WS-TRX-TICKETS
           END-IF.

           IF TRX-PLAYER-ID = SPACES
             MOVE 'BAD-ID' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           MOVE TRX-PLAYER-ID TO WS-KEY-PLAYER-ID.
           PERFORM 0001-FIND-REGISTRY-ENTRY.

           IF NOT WS-REG-FOUND
             MOVE 'UNKNOWN-ID' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-REG-BALANCE(REG-IDX) TO WS-BALANCE-BEFORE.
           MOVE WS-BALANCE-BEFORE       TO WS-BALANCE-AFTER.

           IF TRX-TICKETS IS NOT NUMERIC
             AND TRX-TICKETS NOT = SPACES
             MOVE 'BAD-TICKETS' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           EVALUATE TRX-ACTION
             WHEN 'REDEEM'
               PERFORM 0001-APPLY-REDEEM
             WHEN 'ADJUST'
               PERFORM 0001-APPLY-ADJUST
             WHEN 'EXPIRE'
               PERFORM 0001-APPLY-EXPIRE
             WHEN OTHER
               MOVE 'BAD-ACTION' TO WS-AUD-REASON
               PERFORM 0001-REJECT-TRANSACTION
           END-EVALUATE.

       0001-APPLY-REDEEM.
           IF TRX-SIGN NOT = SPACE AND TRX-SIGN NOT = '-'
             MOVE 'BAD-SIGN' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           IF WS-TRX-TICKETS = 0
             MOVE 'BAD-TICKETS' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           PERFORM 0001-CHECK-REFERENCE.

           IF WS-AUD-REASON NOT = SPACES
             EXIT PARAGRAPH
           END-IF.

           IF WS-TRX-TICKETS > WS-BALANCE-BEFORE
             MOVE 'OVERDRAFT' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           MOVE '-' TO WS-POST-SIGN.
           ADD WS-TRX-TICKETS TO WS-REDEEMED-TICKETS.
           PERFORM 0001-POST-TRANSACTION.

       0001-APPLY-ADJUST.
           IF TRX-SIGN NOT = '+' AND TRX-SIGN NOT = '-'
             MOVE 'BAD-SIGN' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           IF WS-TRX-TICKETS = 0
             MOVE 'BAD-TICKETS' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

      * A correction with no reason on file is not a correction.
           PERFORM 0001-CHECK-REFERENCE.

           IF WS-AUD-REASON NOT = SPACES
             EXIT PARAGRAPH
           END-IF.

           IF TRX-SIGN = '-'
             AND WS-TRX-TICKETS > WS-BALANCE-BEFORE
             MOVE 'OVERDRAFT' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           MOVE TRX-SIGN TO WS-POST-SIGN.

           IF TRX-SIGN = '+'
             ADD WS-TRX-TICKETS TO WS-ADJUSTED-UP-TICKETS
           ELSE
             ADD WS-TRX-TICKETS TO WS-ADJUSTED-DOWN-TICKETS
           END-IF.

           PERFORM 0001-POST-TRANSACTION.

       0001-APPLY-EXPIRE.
           IF TRX-SIGN NOT = SPACE AND TRX-SIGN NOT = '-'
             MOVE 'BAD-SIGN' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           PERFORM 0001-CHECK-REFERENCE.

           IF WS-AUD-REASON NOT = SPACES
             EXIT PARAGRAPH
           END-IF.

           IF WS-TRX-TICKETS = 0
             IF WS-BALANCE-BEFORE <= 0
               MOVE 'NOTHING-TO-EXP' TO WS-AUD-REASON
               PERFORM 0001-REJECT-TRANSACTION
               EXIT PARAGRAPH
             END-IF

             MOVE WS-BALANCE-BEFORE TO WS-TRX-TICKETS
           END-IF.

           IF WS-TRX-TICKETS > WS-BALANCE-BEFORE
             MOVE 'OVERDRAFT' TO WS-AUD-REASON
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           MOVE '-' TO WS-POST-SIGN.
           ADD WS-TRX-TICKETS TO WS-EXPIRED-TICKETS.
           PERFORM 0001-POST-TRANSACTION.

       0001-POST-TRANSACTION.
           MOVE SPACES                TO TICKET-LEDGER-REC.
           MOVE WS-BUSINESS-DATE      TO TKL-BUSINESS-DATE.
           MOVE WS-RUN-DATETIME       TO TKL-POSTED-DATETIME.
           MOVE TRX-ACTION            TO TKL-TYPE.
           MOVE TRX-PLAYER-ID         TO TKL-PLAYER-ID.
           MOVE WS-POST-SIGN          TO TKL-SIGN.
           MOVE WS-TRX-TICKETS        TO TKL-TICKETS.
           MOVE TRX-REFERENCE         TO TKL-REFERENCE.

           WRITE TICKET-LEDGER-REC.

           IF NOT WS-LEDGER-FILE-STATUS-OK
             MOVE "ticket-ledger.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-LEDGER-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-ADD-POSTED-KEY.

           IF WS-POST-SIGN = '-'
             SUBTRACT WS-TRX-TICKETS FROM WS-REG-BALANCE(REG-IDX)
           ELSE
             ADD WS-TRX-TICKETS TO WS-REG-BALANCE(REG-IDX)
           END-IF.

           MOVE WS-REG-BALANCE(REG-IDX) TO WS-BALANCE-AFTER.

           ADD 1 TO WS-APPLIED-COUNT.
           MOVE 'APPLIED' TO WS-AUD-DISPOSITION.
           PERFORM 0001-WRITE-AUDIT-RECORD.

       0001-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'REJECTED' TO WS-AUD-DISPOSITION.
           PERFORM 0001-WRITE-AUDIT-RECORD.

           DISPLAY "TICKET-COUNTER: rejected " TRX-ACTION " "
                   TRX-PLAYER-ID " -- " WS-AUD-REASON.

       0001-WRITE-AUDIT-RECORD.
           MOVE SPACES             TO AUDIT-REC.
           MOVE WS-RUN-DATETIME    TO AUD-DATETIME.
           MOVE TRX-ACTION         TO AUD-ACTION.
           MOVE TRX-PLAYER-ID      TO AUD-PLAYER-ID.
           MOVE WS-AUD-DISPOSITION TO AUD-DISPOSITION.
           MOVE WS-AUD-REASON      TO AUD-REASON.
           MOVE TRX-SIGN           TO AUD-SIGN.
           MOVE WS-TRX-TICKETS     TO AUD-TICKETS.
           MOVE TRX-REFERENCE      TO AUD-REFERENCE.

           MOVE WS-BALANCE-BEFORE  TO WS-SPLIT-BALANCE.
           PERFORM 0001-SPLIT-BALANCE.
           MOVE WS-SPLIT-SIGN      TO AUD-BEFORE-SIGN.
           MOVE WS-SPLIT-DIGITS    TO AUD-BEFORE-BALANCE.

           MOVE WS-BALANCE-AFTER   TO WS-SPLIT-BALANCE.
           PERFORM 0001-SPLIT-BALANCE.
           MOVE WS-SPLIT-SIGN      TO AUD-AFTER-SIGN.
           MOVE WS-SPLIT-DIGITS    TO AUD-AFTER-BALANCE.

           PERFORM 0001-OPEN-EXTEND-AUDIT-FILE.
           WRITE AUDIT-REC.

           IF NOT WS-AUDIT-FILE-STATUS-OK
             MOVE "ticket-counter-audit.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-AUDIT-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           CLOSE AUDIT-FILE.

       0001-SPLIT-BALANCE.
           IF WS-SPLIT-BALANCE < 0
             MOVE '-' TO WS-SPLIT-SIGN
             COMPUTE WS-SPLIT-DIGITS = 0 - WS-SPLIT-BALANCE
           ELSE
             MOVE '+' TO WS-SPLIT-SIGN
             MOVE WS-SPLIT-BALANCE TO WS-SPLIT-DIGITS
           END-IF.

       0001-OPEN-EXTEND-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.

           IF NOT WS-AUDIT-FILE-STATUS-OK
             OPEN OUTPUT AUDIT-FILE
             CLOSE AUDIT-FILE
             OPEN EXTEND AUDIT-FILE
           END-IF.

           IF NOT WS-AUDIT-FILE-STATUS-OK
             MOVE "ticket-counter-audit.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-AUDIT-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-FILE-ERROR-ABORT.
           DISPLAY "TICKET-COUNTER: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-SUMMARY.
           DISPLAY "TICKET-COUNTER CONTROL REPORT".
           DISPLAY "Business day:          " WS-BUSINESS-DATE.
           DISPLAY "Transactions read:     " WS-TRANS-READ-COUNT.
           DISPLAY "Transactions applied:  " WS-APPLIED-COUNT.
           DISPLAY "Transactions rejected: " WS-REJECTED-COUNT.
           DISPLAY "Tickets redeemed:      " WS-REDEEMED-TICKETS.
           DISPLAY "Tickets expired:       " WS-EXPIRED-TICKETS.
           DISPLAY "Tickets adjusted up:   " WS-ADJUSTED-UP-TICKETS.
           DISPLAY "Tickets adjusted down: " WS-ADJUSTED-DOWN-TICKETS.

           IF WS-REJECTED-COUNT > 0
             DISPLAY "Rejections detailed in ticket-counter-audit.dat."
           END-IF.
