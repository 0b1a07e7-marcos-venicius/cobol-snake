       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-INQUIRY.
       AUTHOR. MARCOS-VENICIUS.

      * Ticket balance inquiry against ticket-ledger.dat.
      * balance-parms.txt line 1 holds the player id: the player's
      * statement is shown -- every ledger movement with its running
      * balance, then totals earned, taken back, redeemed, adjusted
      * and expired, and the balance. A blank line 1 (or ALL) lists
      * the balance of every player on players.dat with the total the
      * floor owes; an id on the ledger but no longer on players.dat
      * is listed as well, marked, so the total still agrees with
      * TICKET-REPORT's liability. An id not on players.dat is refused
      * for a statement, as the prize counter would refuse it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-PARM-FILE ASSIGN TO "balance-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PLAYER-REGISTRY-FILE ASSIGN TO "players.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-REG-FILE-STATUS.

           SELECT TICKET-LEDGER-FILE ASSIGN TO "ticket-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-PARM-FILE.
       01 BALANCE-PARM-REC              PIC X(8).

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

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-PLAYER-REG-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-PLAYER-REG-FILE-STATUS-OK         VALUE '00'.
       01 WS-LEDGER-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-LEDGER-FILE-STATUS-OK             VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

       01 WS-INQUIRY-PLAYER-ID          PIC X(8)  VALUE SPACES.
       01 WS-ALL-PLAYERS-SW             PIC X(1)  VALUE 'N'.
         88 WS-ALL-PLAYERS                       VALUE 'Y'.

       01 WS-REGISTRY-TABLE.
         05 WS-REGISTRY-ENTRY OCCURS 200 TIMES
           INDEXED BY REG-IDX.
           10 WS-REG-PLAYER-ID   PIC X(8).
           10 WS-REG-PLAYER-NAME PIC X(20).
           10 WS-REG-BALANCE     PIC S9(8).
       01 WS-REGISTRY-COUNT             PIC 9(3)  VALUE 0.
       01 WS-REG-FOUND-SW               PIC X(1)  VALUE 'N'.
         88 WS-REG-FOUND                         VALUE 'Y'.
       01 WS-KEY-PLAYER-ID              PIC X(8)  VALUE SPACES.
       01 WS-UNREGISTERED-NAME          PIC X(20)
                                        VALUE '(not on players.dat)'.
       01 WS-INQUIRY-SLOT               PIC 9(3)  VALUE 0.

       01 WS-SIGNED-TICKETS             PIC S9(8) VALUE 0.
       01 WS-RUNNING-BALANCE            PIC S9(8) VALUE 0.
       01 WS-TOTAL-LIABILITY            PIC S9(9) VALUE 0.
       01 WS-TOTAL-EARNED               PIC 9(9)  VALUE 0.
       01 WS-TOTAL-UNEARNED             PIC 9(9)  VALUE 0.
       01 WS-TOTAL-REDEEMED             PIC 9(9)  VALUE 0.
       01 WS-TOTAL-ADJUSTED-UP          PIC 9(9)  VALUE 0.
       01 WS-TOTAL-ADJUSTED-DOWN        PIC 9(9)  VALUE 0.
       01 WS-TOTAL-EXPIRED              PIC 9(9)  VALUE 0.
       01 WS-MOVEMENT-COUNT             PIC 9(7)  VALUE 0.
       01 WS-PLAYERS-WITH-BALANCE       PIC 9(3)  VALUE 0.

       01 WS-DISPLAY-BALANCE            PIC -(8)9.
       01 WS-DISPLAY-LIABILITY          PIC -(9)9.

       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-READ-PARMS.
           PERFORM 0001-LOAD-REGISTRY.

           IF NOT WS-ALL-PLAYERS
             MOVE WS-INQUIRY-PLAYER-ID TO WS-KEY-PLAYER-ID
             PERFORM 0001-FIND-REGISTRY-ENTRY

             IF NOT WS-REG-FOUND
               DISPLAY "TICKET-INQUIRY: " WS-INQUIRY-PLAYER-ID
                       " is not on players.dat."
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF

             SET WS-INQUIRY-SLOT TO REG-IDX
             DISPLAY "TICKET STATEMENT FOR " WS-INQUIRY-PLAYER-ID
                     " " WS-REG-PLAYER-NAME(WS-INQUIRY-SLOT)
             DISPLAY " "
             DISPLAY "Day      Type   Tickets  Game                 "
                     "  Reference               Balance"
           END-IF.

           PERFORM 0001-READ-LEDGER.

           IF WS-ALL-PLAYERS
             PERFORM 0001-DISPLAY-ALL-BALANCES
           ELSE
             PERFORM 0001-DISPLAY-PLAYER-TOTALS
           END-IF.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0001-READ-PARMS.
           OPEN INPUT BALANCE-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             READ BALANCE-PARM-FILE
               AT END
                 MOVE SPACES TO BALANCE-PARM-REC
             END-READ

             CLOSE BALANCE-PARM-FILE
           ELSE
             MOVE SPACES TO BALANCE-PARM-REC
           END-IF.

           IF BALANCE-PARM-REC = SPACES OR BALANCE-PARM-REC = 'ALL'
             SET WS-ALL-PLAYERS TO TRUE
           ELSE
             MOVE BALANCE-PARM-REC TO WS-INQUIRY-PLAYER-ID
           END-IF.

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
                   DISPLAY "TICKET-INQUIRY: more than 200 registry "
                           "rows -- raise the table size."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF

                 ADD 1 TO WS-REGISTRY-COUNT
                 SET REG-IDX TO WS-REGISTRY-COUNT
                 MOVE PLAYER-REG-ID   TO WS-REG-PLAYER-ID(REG-IDX)
                 MOVE PLAYER-REG-NAME TO WS-REG-PLAYER-NAME(REG-IDX)
                 MOVE 0               TO WS-REG-BALANCE(REG-IDX)
             END-READ
           END-PERFORM.

           CLOSE PLAYER-REGISTRY-FILE.

       0001-FIND-REGISTRY-ENTRY.
           MOVE 'N' TO WS-REG-FOUND-SW.

           PERFORM VARYING REG-IDX FROM 1 BY 1
             UNTIL REG-IDX > WS-REGISTRY-COUNT
             IF WS-REG-PLAYER-ID(REG-IDX) = WS-KEY-PLAYER-ID
               SET WS-REG-FOUND TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

       0001-READ-LEDGER.
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
                 PERFORM 0001-APPLY-LEDGER-ENTRY
             END-READ
           END-PERFORM.

           CLOSE TICKET-LEDGER-FILE.

       0001-APPLY-LEDGER-ENTRY.
           IF NOT WS-ALL-PLAYERS
             AND TKL-PLAYER-ID NOT = WS-INQUIRY-PLAYER-ID
             EXIT PARAGRAPH
           END-IF.

           MOVE TKL-PLAYER-ID TO WS-KEY-PLAYER-ID.
           PERFORM 0001-FIND-REGISTRY-ENTRY.

      * Tickets of an id since taken off players.dat are still owed.
           IF NOT WS-REG-FOUND
             IF NOT WS-ALL-PLAYERS
               EXIT PARAGRAPH
             END-IF

             IF WS-REGISTRY-COUNT >= 200
               DISPLAY "TICKET-INQUIRY: more than 200 players on "
                       "players.dat and the ledger -- raise the table "
                       "size."
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF

             ADD 1 TO WS-REGISTRY-COUNT
             SET REG-IDX TO WS-REGISTRY-COUNT
             MOVE TKL-PLAYER-ID        TO WS-REG-PLAYER-ID(REG-IDX)
             MOVE WS-UNREGISTERED-NAME TO WS-REG-PLAYER-NAME(REG-IDX)
             MOVE 0                    TO WS-REG-BALANCE(REG-IDX)
           END-IF.

           MOVE TKL-TICKETS TO WS-SIGNED-TICKETS.

           IF TKL-SIGN = '-'
             COMPUTE WS-SIGNED-TICKETS = 0 - WS-SIGNED-TICKETS
           END-IF.

           ADD WS-SIGNED-TICKETS TO WS-REG-BALANCE(REG-IDX).

           IF WS-ALL-PLAYERS
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MOVEMENT-COUNT.

           EVALUATE TKL-TYPE
             WHEN 'EARN'
               ADD TKL-TICKETS TO WS-TOTAL-EARNED
             WHEN 'UNEARN'
               ADD TKL-TICKETS TO WS-TOTAL-UNEARNED
             WHEN 'REDEEM'
               ADD TKL-TICKETS TO WS-TOTAL-REDEEMED
             WHEN 'EXPIRE'
               ADD TKL-TICKETS TO WS-TOTAL-EXPIRED
             WHEN 'ADJUST'
               IF TKL-SIGN = '-'
                 ADD TKL-TICKETS TO WS-TOTAL-ADJUSTED-DOWN
               ELSE
                 ADD TKL-TICKETS TO WS-TOTAL-ADJUSTED-UP
               END-IF
           END-EVALUATE.

           MOVE WS-REG-BALANCE(REG-IDX) TO WS-DISPLAY-BALANCE.

           DISPLAY TKL-BUSINESS-DATE " " TKL-TYPE " "
                   TKL-SIGN TKL-TICKETS " " TKL-GAME-DATETIME " "
                   TKL-SEAT " " TKL-REFERENCE " " WS-DISPLAY-BALANCE.

       0001-DISPLAY-PLAYER-TOTALS.
           MOVE WS-REG-BALANCE(WS-INQUIRY-SLOT) TO WS-DISPLAY-BALANCE.

           DISPLAY " ".
           DISPLAY "Movements:         " WS-MOVEMENT-COUNT.
           DISPLAY "Earned:            " WS-TOTAL-EARNED.
           DISPLAY "Taken back:        " WS-TOTAL-UNEARNED.
           DISPLAY "Redeemed:          " WS-TOTAL-REDEEMED.
           DISPLAY "Adjusted up:       " WS-TOTAL-ADJUSTED-UP.
           DISPLAY "Adjusted down:     " WS-TOTAL-ADJUSTED-DOWN.
           DISPLAY "Expired:           " WS-TOTAL-EXPIRED.
           DISPLAY "Balance:           " WS-DISPLAY-BALANCE.

       0001-DISPLAY-ALL-BALANCES.
           DISPLAY "TICKET BALANCES".
           DISPLAY " ".
           DISPLAY "Player   Name                   Balance".

           PERFORM VARYING REG-IDX FROM 1 BY 1
             UNTIL REG-IDX > WS-REGISTRY-COUNT
             MOVE WS-REG-BALANCE(REG-IDX) TO WS-DISPLAY-BALANCE
             ADD WS-REG-BALANCE(REG-IDX)  TO WS-TOTAL-LIABILITY

             IF WS-REG-BALANCE(REG-IDX) NOT = 0
               ADD 1 TO WS-PLAYERS-WITH-BALANCE
             END-IF

      * An id off players.dat that nets to zero owes nothing to show.
             IF WS-REG-BALANCE(REG-IDX) NOT = 0
               OR WS-REG-PLAYER-NAME(REG-IDX) NOT = WS-UNREGISTERED-NAME
               DISPLAY WS-REG-PLAYER-ID(REG-IDX) " "
                       WS-REG-PLAYER-NAME(REG-IDX) " "
                       WS-DISPLAY-BALANCE
             END-IF
           END-PERFORM.

           MOVE WS-TOTAL-LIABILITY TO WS-DISPLAY-LIABILITY.

           DISPLAY " ".
           DISPLAY "Players holding tickets: " WS-PLAYERS-WITH-BALANCE.
           DISPLAY "Tickets outstanding:     " WS-DISPLAY-LIABILITY.

       0001-FILE-ERROR-ABORT.
           DISPLAY "TICKET-INQUIRY: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
