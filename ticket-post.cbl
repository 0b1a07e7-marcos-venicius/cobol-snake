       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-POST.
       AUTHOR. MARCOS-VENICIUS.

      * Posts redemption tickets earned at the cabinets to the ticket
      * ledger ticket-ledger.dat for one business day (ticket-parms.txt
      * line 1, YYYYMMDD, mandatory). Every counted game on the live
      * session-log.dat dated on or before that day is priced through
      * TICKET-PAYOUT -- its points band and end reason, the 'G'
      * full-grid bonus, and a bonus for each achievement it newly
      * earned (achievements.dat rows for the player stamped with the
      * game's end datetime) -- and the ledger is brought into line
      * with it: a game not yet paid posts an EARN, and a game whose
      * entitlement has since fallen posts an UNEARN for the
      * difference. Only a registered player (players.dat) on a game
      * that counts earns: demo rows ('Y') never do, and a game
      * ADJUDICATE has voided ('V') has any tickets it was paid taken
      * back, as does a game whose award ADJUDICATE moved to another
      * game -- which is paid it in turn. A reinstated game earns
      * again. Because each run only posts the difference between
      * what a game is owed and what the ledger already holds for it,
      * a rerun (or a run after an interrupted one) posts nothing
      * twice. Games archived off the live log are settled. Entries
      * carry the business day of the run that posted them, which is
      * what TICKET-REPORT rolls the liability forward on. Return
      * code 4 when the run leaves a player's balance below zero (an
      * UNEARN after the tickets were redeemed), 8 on a missing or
      * malformed payout table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-PARM-FILE ASSIGN TO "ticket-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SESSION-LOG-FILE ASSIGN TO "session-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-LOG-FILE-STATUS.

           SELECT PLAYER-REGISTRY-FILE ASSIGN TO "players.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-REG-FILE-STATUS.

           SELECT ACHIEVEMENTS-FILE ASSIGN TO "achievements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACHIEVEMENTS-FILE-STATUS.

           SELECT TICKET-LEDGER-FILE ASSIGN TO "ticket-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-PARM-FILE.
       01 TICKET-PARM-REC               PIC X(8).

       FD SESSION-LOG-FILE.
       01 SESSION-LOG-REC.
         05 SESSION-LOG-START-DATETIME PIC X(21).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-END-DATETIME   PIC X(21).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-POINTS         PIC 9(3).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-SNAKE-SIZE     PIC 9(3).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-FRUIT-EATEN    PIC 9(3).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-PLAYER-NUMBER  PIC X(1).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-PLAYER-ID      PIC X(8).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-DEMO-FLAG      PIC X(1).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-END-REASON     PIC X(1).

       FD PLAYER-REGISTRY-FILE.
       01 PLAYER-REG-REC.
         05 PLAYER-REG-ID   PIC X(8).
         05 FILLER          PIC X(1).
         05 PLAYER-REG-NAME PIC X(20).

       FD ACHIEVEMENTS-FILE.
       01 ACHIEVEMENT-REC.
         05 ACH-CODE       PIC X(8).
         05 FILLER         PIC X(1).
         05 ACH-PLAYER-ID  PIC X(8).
         05 FILLER         PIC X(1).
         05 ACH-DATETIME   PIC X(21).
         05 FILLER         PIC X(1).
         05 ACH-POINTS     PIC 9(3).

      * One line per ticket movement; the balance is the signed sum of
      * a player's lines. EARN/UNEARN lines name the game (start
      * datetime and seat) they pay or take back.
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
       01 WS-SESSION-LOG-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-SESSION-LOG-FILE-STATUS-OK        VALUE '00'.
       01 WS-PLAYER-REG-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-PLAYER-REG-FILE-STATUS-OK         VALUE '00'.
       01 WS-ACHIEVEMENTS-FILE-STATUS   PIC X(2)  VALUE '00'.
         88 WS-ACHIEVEMENTS-FILE-STATUS-OK       VALUE '00'.
       01 WS-LEDGER-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-LEDGER-FILE-STATUS-OK             VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

       01 WS-BUSINESS-DATE              PIC X(8)  VALUE SPACES.
       01 WS-RUN-DATETIME               PIC X(21) VALUE SPACES.

       01 WS-REGISTRY-TABLE.
         05 WS-REGISTRY-ENTRY OCCURS 200 TIMES
           INDEXED BY REG-IDX.
           10 WS-REG-PLAYER-ID   PIC X(8).
           10 WS-REG-BALANCE     PIC S9(8).
       01 WS-REGISTRY-COUNT             PIC 9(3)  VALUE 0.
       01 WS-REG-FOUND-SW               PIC X(1)  VALUE 'N'.
         88 WS-REG-FOUND                         VALUE 'Y'.

       01 WS-AWARD-TABLE.
         05 WS-AWARD-ENTRY OCCURS 1000 TIMES
           INDEXED BY AWD-IDX.
           10 WS-AWD-PLAYER-ID   PIC X(8).
           10 WS-AWD-DATETIME    PIC X(21).
       01 WS-AWARD-COUNT                PIC 9(4)  VALUE 0.

      * Net tickets the ledger holds per game already paid.
       01 WS-POSTED-TABLE.
         05 WS-POSTED-ENTRY OCCURS 5000 TIMES
           INDEXED BY PST-IDX.
           10 WS-PST-PLAYER-ID   PIC X(8).
           10 WS-PST-DATETIME    PIC X(21).
           10 WS-PST-SEAT        PIC X(1).
           10 WS-PST-NET         PIC S9(7).
       01 WS-POSTED-COUNT               PIC 9(4)  VALUE 0.
       01 WS-PST-FOUND-SW               PIC X(1)  VALUE 'N'.
         88 WS-PST-FOUND                         VALUE 'Y'.

       01 WS-KEY-PLAYER-ID              PIC X(8)  VALUE SPACES.
       01 WS-KEY-DATETIME               PIC X(21) VALUE SPACES.
       01 WS-KEY-SEAT                   PIC X(1)  VALUE SPACES.
       01 WS-SIGNED-TICKETS             PIC S9(7) VALUE 0.

       01 WS-PAYOUT-FUNCTION            PIC X(1)  VALUE 'P'.
       01 WS-PAYOUT-REC.
         05 WS-PAY-GAME-DATE     PIC X(8).
         05 WS-PAY-POINTS        PIC 9(3).
         05 WS-PAY-END-REASON    PIC X(1).
         05 WS-PAY-AWARD-COUNT   PIC 9(2).
         05 WS-PAY-BASE-TICKETS  PIC 9(5).
         05 WS-PAY-WIN-BONUS     PIC 9(5).
         05 WS-PAY-AWARD-BONUS   PIC 9(5).
         05 WS-PAY-TICKETS       PIC 9(5).
       01 WS-PAYOUT-STATUS              PIC X(2)  VALUE '00'.

       01 WS-GAME-OWED                  PIC 9(5)  VALUE 0.
       01 WS-GAME-HELD                  PIC S9(7) VALUE 0.
       01 WS-GAME-DIFFERENCE            PIC S9(7) VALUE 0.
       01 WS-NOT-OWED-REASON            PIC X(20) VALUE SPACES.

       01 WS-EARN-REFERENCE.
         05 FILLER              PIC X(1)  VALUE 'B'.
         05 WS-REF-BASE         PIC 9(5).
         05 FILLER              PIC X(2)  VALUE ' G'.
         05 WS-REF-WIN          PIC 9(5).
         05 FILLER              PIC X(2)  VALUE ' A'.
         05 WS-REF-AWARD        PIC 9(5).

       01 WS-ROWS-READ                  PIC 9(7)  VALUE 0.
       01 WS-ROWS-IN-RANGE              PIC 9(7)  VALUE 0.
       01 WS-DEMO-ROWS                  PIC 9(7)  VALUE 0.
       01 WS-VOIDED-ROWS                PIC 9(7)  VALUE 0.
       01 WS-UNREGISTERED-ROWS          PIC 9(7)  VALUE 0.
       01 WS-UNPRICED-ROWS              PIC 9(7)  VALUE 0.
       01 WS-EARN-COUNT                 PIC 9(7)  VALUE 0.
       01 WS-EARN-TICKETS               PIC 9(9)  VALUE 0.
       01 WS-UNEARN-COUNT               PIC 9(7)  VALUE 0.
       01 WS-UNEARN-TICKETS             PIC 9(9)  VALUE 0.
       01 WS-NEGATIVE-COUNT             PIC 9(3)  VALUE 0.
       01 WS-DISPLAY-BALANCE            PIC -(8)9.

       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.

           PERFORM 0001-READ-PARMS.
           PERFORM 0001-LOAD-REGISTRY.
           PERFORM 0001-LOAD-AWARDS.
           PERFORM 0001-LOAD-LEDGER.
           PERFORM 0001-OPEN-EXTEND-LEDGER.
           PERFORM 0001-POST-GAMES.

           CLOSE TICKET-LEDGER-FILE.

           PERFORM 0001-DISPLAY-CONTROL-REPORT.

           IF WS-NEGATIVE-COUNT > 0
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
             DISPLAY "TICKET-POST: ticket-parms.txt line 1 must be "
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
                   DISPLAY "TICKET-POST: more than 200 registry "
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

       0001-LOAD-AWARDS.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT ACHIEVEMENTS-FILE.

           IF WS-ACHIEVEMENTS-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-ACHIEVEMENTS-FILE-STATUS-OK
             MOVE "achievements.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-ACHIEVEMENTS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ ACHIEVEMENTS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF WS-AWARD-COUNT >= 1000
                   DISPLAY "TICKET-POST: more than 1000 achievement "
                           "rows -- raise the table size."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF

                 ADD 1 TO WS-AWARD-COUNT
                 SET AWD-IDX TO WS-AWARD-COUNT
                 MOVE ACH-PLAYER-ID TO WS-AWD-PLAYER-ID(AWD-IDX)
                 MOVE ACH-DATETIME  TO WS-AWD-DATETIME(AWD-IDX)
             END-READ
           END-PERFORM.

           CLOSE ACHIEVEMENTS-FILE.

       0001-LOAD-LEDGER.
      * Balances are kept for the registry so an UNEARN that drives a
      * player below zero can be reported; net per game is what the
      * posting pass compares against.
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
                 MOVE TKL-TICKETS TO WS-SIGNED-TICKETS

                 IF TKL-SIGN = '-'
                   COMPUTE WS-SIGNED-TICKETS = 0 - WS-SIGNED-TICKETS
                 END-IF

                 MOVE TKL-PLAYER-ID TO WS-KEY-PLAYER-ID
                 PERFORM 0001-FIND-REGISTRY-ENTRY

                 IF WS-REG-FOUND
                   ADD WS-SIGNED-TICKETS TO WS-REG-BALANCE(REG-IDX)
                 END-IF

                 IF TKL-TYPE = 'EARN' OR TKL-TYPE = 'UNEARN'
                   MOVE TKL-GAME-DATETIME TO WS-KEY-DATETIME
                   MOVE TKL-SEAT          TO WS-KEY-SEAT
                   PERFORM 0001-FIND-POSTED-GAME

                   IF NOT WS-PST-FOUND
                     PERFORM 0001-ADD-POSTED-GAME
                   END-IF

                   ADD WS-SIGNED-TICKETS TO WS-PST-NET(PST-IDX)
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

       0001-FIND-POSTED-GAME.
           MOVE 'N' TO WS-PST-FOUND-SW.

           PERFORM VARYING PST-IDX FROM 1 BY 1
             UNTIL PST-IDX > WS-POSTED-COUNT
             IF WS-PST-DATETIME(PST-IDX) = WS-KEY-DATETIME
               AND WS-PST-SEAT(PST-IDX) = WS-KEY-SEAT
               AND WS-PST-PLAYER-ID(PST-IDX) = WS-KEY-PLAYER-ID
               SET WS-PST-FOUND TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

       0001-ADD-POSTED-GAME.
           IF WS-POSTED-COUNT >= 5000
             DISPLAY "TICKET-POST: more than 5000 games on the "
                     "ticket ledger -- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-POSTED-COUNT.
           SET PST-IDX TO WS-POSTED-COUNT.
           MOVE WS-KEY-PLAYER-ID TO WS-PST-PLAYER-ID(PST-IDX).
           MOVE WS-KEY-DATETIME  TO WS-PST-DATETIME(PST-IDX).
           MOVE WS-KEY-SEAT      TO WS-PST-SEAT(PST-IDX).
           MOVE 0                TO WS-PST-NET(PST-IDX).

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

       0001-POST-GAMES.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT SESSION-LOG-FILE.

           IF WS-SESSION-LOG-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-SESSION-LOG-FILE-STATUS-OK
             MOVE "session-log.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-SESSION-LOG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ SESSION-LOG-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-ROWS-READ

                 IF SESSION-LOG-START-DATETIME(1:8) <= WS-BUSINESS-DATE
                   ADD 1 TO WS-ROWS-IN-RANGE
                   PERFORM 0001-SETTLE-GAME
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE SESSION-LOG-FILE.

       0001-SETTLE-GAME.
      * Each seat is paid on its own row: in a two-player game both
      * human seats earn on their own points.
           MOVE 0      TO WS-GAME-OWED.
           MOVE SPACES TO WS-NOT-OWED-REASON.

           MOVE SESSION-LOG-PLAYER-ID      TO WS-KEY-PLAYER-ID.
           MOVE SESSION-LOG-START-DATETIME TO WS-KEY-DATETIME.
           MOVE SESSION-LOG-PLAYER-NUMBER  TO WS-KEY-SEAT.
           PERFORM 0001-FIND-REGISTRY-ENTRY.

           EVALUATE TRUE
             WHEN SESSION-LOG-DEMO-FLAG = 'Y'
               ADD 1 TO WS-DEMO-ROWS
               MOVE 'DEMO GAME' TO WS-NOT-OWED-REASON
             WHEN SESSION-LOG-DEMO-FLAG = 'V'
               ADD 1 TO WS-VOIDED-ROWS
               MOVE 'VOIDED GAME' TO WS-NOT-OWED-REASON
             WHEN NOT WS-REG-FOUND
               ADD 1 TO WS-UNREGISTERED-ROWS
               MOVE 'NOT REGISTERED' TO WS-NOT-OWED-REASON
             WHEN OTHER
               PERFORM 0001-PRICE-GAME
           END-EVALUATE.

           PERFORM 0001-FIND-POSTED-GAME.

           IF WS-PST-FOUND
             MOVE WS-PST-NET(PST-IDX) TO WS-GAME-HELD
           ELSE
             MOVE 0 TO WS-GAME-HELD
           END-IF.

           COMPUTE WS-GAME-DIFFERENCE = WS-GAME-OWED - WS-GAME-HELD.

           IF WS-GAME-DIFFERENCE = 0
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-PST-FOUND
             PERFORM 0001-ADD-POSTED-GAME
           END-IF.

           ADD WS-GAME-DIFFERENCE TO WS-PST-NET(PST-IDX).

           MOVE SPACES                     TO TICKET-LEDGER-REC.
           MOVE WS-BUSINESS-DATE           TO TKL-BUSINESS-DATE.
           MOVE WS-RUN-DATETIME            TO TKL-POSTED-DATETIME.
           MOVE WS-KEY-PLAYER-ID           TO TKL-PLAYER-ID.
           MOVE WS-KEY-DATETIME            TO TKL-GAME-DATETIME.
           MOVE WS-KEY-SEAT                TO TKL-SEAT.

           IF WS-GAME-DIFFERENCE > 0
             MOVE 'EARN'                   TO TKL-TYPE
             MOVE '+'                      TO TKL-SIGN
             MOVE WS-GAME-DIFFERENCE       TO TKL-TICKETS
             MOVE WS-EARN-REFERENCE        TO TKL-REFERENCE
             ADD 1                         TO WS-EARN-COUNT
             ADD WS-GAME-DIFFERENCE        TO WS-EARN-TICKETS
           ELSE
             MOVE 'UNEARN'                 TO TKL-TYPE
             MOVE '-'                      TO TKL-SIGN
             COMPUTE TKL-TICKETS = 0 - WS-GAME-DIFFERENCE
             IF WS-NOT-OWED-REASON = SPACES
               MOVE 'RECOUNTED'            TO TKL-REFERENCE
             ELSE
               MOVE WS-NOT-OWED-REASON     TO TKL-REFERENCE
             END-IF
             ADD 1                         TO WS-UNEARN-COUNT
             ADD TKL-TICKETS               TO WS-UNEARN-TICKETS
           END-IF.

           WRITE TICKET-LEDGER-REC.

           IF NOT WS-LEDGER-FILE-STATUS-OK
             MOVE "ticket-ledger.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-LEDGER-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           IF WS-REG-FOUND
             ADD WS-GAME-DIFFERENCE TO WS-REG-BALANCE(REG-IDX)
           END-IF.

       0001-PRICE-GAME.
           MOVE 0 TO WS-PAY-AWARD-COUNT.

           PERFORM VARYING AWD-IDX FROM 1 BY 1
             UNTIL AWD-IDX > WS-AWARD-COUNT
             IF WS-AWD-PLAYER-ID(AWD-IDX) = SESSION-LOG-PLAYER-ID
               AND WS-AWD-DATETIME(AWD-IDX) = SESSION-LOG-END-DATETIME
               ADD 1 TO WS-PAY-AWARD-COUNT
             END-IF
           END-PERFORM.

           MOVE SESSION-LOG-START-DATETIME(1:8) TO WS-PAY-GAME-DATE.
           MOVE SESSION-LOG-POINTS              TO WS-PAY-POINTS.
           MOVE SESSION-LOG-END-REASON          TO WS-PAY-END-REASON.

           CALL "TICKET-PAYOUT" USING WS-PAYOUT-FUNCTION
                                      WS-PAYOUT-REC
                                      WS-PAYOUT-STATUS
             ON EXCEPTION
               MOVE '99' TO WS-PAYOUT-STATUS
           END-CALL.

           EVALUATE WS-PAYOUT-STATUS
             WHEN '00'
               MOVE WS-PAY-TICKETS       TO WS-GAME-OWED
               MOVE WS-PAY-BASE-TICKETS  TO WS-REF-BASE
               MOVE WS-PAY-WIN-BONUS     TO WS-REF-WIN
               MOVE WS-PAY-AWARD-BONUS   TO WS-REF-AWARD
             WHEN '23'
               ADD 1 TO WS-UNPRICED-ROWS
               MOVE 'NO PAYOUT IN FORCE' TO WS-NOT-OWED-REASON
             WHEN OTHER
               DISPLAY "TICKET-POST: games cannot be priced -- "
                       "ticket-payout.txt status " WS-PAYOUT-STATUS
               CLOSE TICKET-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0001-FILE-ERROR-ABORT.
      * Postings already written stand; the next run only posts what
      * is still owed, so a rerun completes the day.
           DISPLAY "TICKET-POST: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-CONTROL-REPORT.
           DISPLAY "TICKET-POST CONTROL REPORT".
           DISPLAY "Business day:            " WS-BUSINESS-DATE.
           DISPLAY "Session rows read:       " WS-ROWS-READ.
           DISPLAY "Rows up to business day: " WS-ROWS-IN-RANGE.
           DISPLAY "  demo (never earn):     " WS-DEMO-ROWS.
           DISPLAY "  voided (never earn):   " WS-VOIDED-ROWS.
           DISPLAY "  unregistered player:   " WS-UNREGISTERED-ROWS.
           DISPLAY "  before payout table:   " WS-UNPRICED-ROWS.
           DISPLAY "EARN entries posted:     " WS-EARN-COUNT
                   "  tickets " WS-EARN-TICKETS.
           DISPLAY "UNEARN entries posted:   " WS-UNEARN-COUNT
                   "  tickets " WS-UNEARN-TICKETS.

           PERFORM VARYING REG-IDX FROM 1 BY 1
             UNTIL REG-IDX > WS-REGISTRY-COUNT
             IF WS-REG-BALANCE(REG-IDX) < 0
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE WS-REG-BALANCE(REG-IDX) TO WS-DISPLAY-BALANCE
               DISPLAY "NEGATIVE BALANCE: " WS-REG-PLAYER-ID(REG-IDX)
                       " " WS-DISPLAY-BALANCE
                       " -- tickets taken back after redemption."
             END-IF
           END-PERFORM.
