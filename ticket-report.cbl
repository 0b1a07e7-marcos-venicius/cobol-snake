       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-REPORT.
       AUTHOR. MARCOS-VENICIUS.

      * Daily ticket liability report for one business day
      * (liability-parms.txt line 1, YYYYMMDD, mandatory).
      * The liability is rolled forward from ticket-ledger.dat on the
      * business day each entry was posted under: tickets outstanding
      * at the start of the day, the day's earnings and take-backs,
      * redemptions, adjustments and expiries, and tickets outstanding
      * at the close; any player left owing tickets (a negative
      * balance) is listed. The tickets issued are then reconciled
      * against session-log.dat: every row played that day is priced
      * through TICKET-PAYOUT exactly as TICKET-POST prices it (demo
      * rows, voided rows and unregistered players are owed nothing)
      * and compared game by game with the net the ledger holds for
      * it. A game owed more or less than it was paid, or paid with no
      * session row behind it, is listed. The reconciliation is as of
      * the run: a game voided since the day was posted shows as a
      * difference until TICKET-POST takes the tickets back. Return
      * code 0 when the day reconciles, 4 when it does not or a
      * balance is negative, 8 on a missing or malformed payout table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIABILITY-PARM-FILE ASSIGN TO "liability-parms.txt"
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
       FD LIABILITY-PARM-FILE.
       01 LIABILITY-PARM-REC            PIC X(8).

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

      * Net tickets the ledger holds per game played on the day.
       01 WS-POSTED-TABLE.
         05 WS-POSTED-ENTRY OCCURS 2000 TIMES
           INDEXED BY PST-IDX.
           10 WS-PST-PLAYER-ID   PIC X(8).
           10 WS-PST-DATETIME    PIC X(21).
           10 WS-PST-SEAT        PIC X(1).
           10 WS-PST-NET         PIC S9(7).
           10 WS-PST-MATCHED-SW  PIC X(1).
       01 WS-POSTED-COUNT               PIC 9(4)  VALUE 0.
       01 WS-PST-FOUND-SW               PIC X(1)  VALUE 'N'.
         88 WS-PST-FOUND                         VALUE 'Y'.

       01 WS-KEY-PLAYER-ID              PIC X(8)  VALUE SPACES.
       01 WS-KEY-DATETIME               PIC X(21) VALUE SPACES.
       01 WS-KEY-SEAT                   PIC X(1)  VALUE SPACES.
       01 WS-SIGNED-TICKETS             PIC S9(8) VALUE 0.

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

      * Liability roll-forward.
       01 WS-OPENING-LIABILITY          PIC S9(9) VALUE 0.
       01 WS-CLOSING-LIABILITY          PIC S9(9) VALUE 0.
       01 WS-DAY-EARNED                 PIC 9(9)  VALUE 0.
       01 WS-DAY-UNEARNED               PIC 9(9)  VALUE 0.
       01 WS-DAY-REDEEMED               PIC 9(9)  VALUE 0.
       01 WS-DAY-ADJUSTED-UP            PIC 9(9)  VALUE 0.
       01 WS-DAY-ADJUSTED-DOWN          PIC 9(9)  VALUE 0.
       01 WS-DAY-EXPIRED                PIC 9(9)  VALUE 0.
       01 WS-LATER-ENTRIES              PIC 9(7)  VALUE 0.
       01 WS-NEGATIVE-COUNT             PIC 9(3)  VALUE 0.

      * Reconciliation of the day's games.
       01 WS-DAY-ROWS                   PIC 9(7)  VALUE 0.
       01 WS-DEMO-ROWS                  PIC 9(7)  VALUE 0.
       01 WS-VOIDED-ROWS                PIC 9(7)  VALUE 0.
       01 WS-UNREGISTERED-ROWS          PIC 9(7)  VALUE 0.
       01 WS-UNPRICED-ROWS              PIC 9(7)  VALUE 0.
       01 WS-EARNING-ROWS               PIC 9(7)  VALUE 0.
       01 WS-TICKETS-OWED               PIC 9(9)  VALUE 0.
       01 WS-TICKETS-HELD               PIC S9(9) VALUE 0.
       01 WS-GAME-OWED                  PIC 9(5)  VALUE 0.
       01 WS-GAME-HELD                  PIC S9(7) VALUE 0.
       01 WS-MISMATCH-COUNT             PIC 9(5)  VALUE 0.

       01 WS-DISPLAY-BALANCE            PIC -(8)9.
       01 WS-DISPLAY-LIABILITY          PIC -(9)9.
       01 WS-DISPLAY-HELD               PIC -(6)9.

       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-READ-PARMS.
           PERFORM 0001-LOAD-REGISTRY.
           PERFORM 0001-LOAD-AWARDS.
           PERFORM 0001-READ-LEDGER.

           DISPLAY "TICKET LIABILITY REPORT FOR " WS-BUSINESS-DATE.
           DISPLAY " ".
           DISPLAY "Game differences (owed vs held on the ledger):".

           PERFORM 0001-RECONCILE-GAMES.
           PERFORM 0001-REPORT-UNMATCHED-POSTINGS.
           PERFORM 0001-DISPLAY-REPORT.

           IF WS-MISMATCH-COUNT > 0 OR WS-NEGATIVE-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0001-READ-PARMS.
           OPEN INPUT LIABILITY-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             READ LIABILITY-PARM-FILE
               AT END
                 MOVE SPACES TO LIABILITY-PARM-REC
             END-READ

             CLOSE LIABILITY-PARM-FILE
           ELSE
             MOVE SPACES TO LIABILITY-PARM-REC
           END-IF.

           IF LIABILITY-PARM-REC IS NOT NUMERIC
             DISPLAY "TICKET-REPORT: liability-parms.txt line 1 must "
                     "be the business day, YYYYMMDD."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE LIABILITY-PARM-REC TO WS-BUSINESS-DATE.

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
                   DISPLAY "TICKET-REPORT: more than 200 registry "
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
                   DISPLAY "TICKET-REPORT: more than 1000 achievement "
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
           MOVE TKL-TICKETS TO WS-SIGNED-TICKETS.

           IF TKL-SIGN = '-'
             COMPUTE WS-SIGNED-TICKETS = 0 - WS-SIGNED-TICKETS
           END-IF.

      * Whatever day it was posted under, a payment for a game played
      * on the business day belongs to that game's reconciliation.
           IF (TKL-TYPE = 'EARN' OR TKL-TYPE = 'UNEARN')
             AND TKL-GAME-DATETIME(1:8) = WS-BUSINESS-DATE
             MOVE TKL-PLAYER-ID     TO WS-KEY-PLAYER-ID
             MOVE TKL-GAME-DATETIME TO WS-KEY-DATETIME
             MOVE TKL-SEAT          TO WS-KEY-SEAT
             PERFORM 0001-FIND-POSTED-GAME

             IF NOT WS-PST-FOUND
               PERFORM 0001-ADD-POSTED-GAME
             END-IF

             ADD WS-SIGNED-TICKETS TO WS-PST-NET(PST-IDX)
           END-IF.

           IF TKL-BUSINESS-DATE > WS-BUSINESS-DATE
             ADD 1 TO WS-LATER-ENTRIES
             EXIT PARAGRAPH
           END-IF.

           IF TKL-BUSINESS-DATE < WS-BUSINESS-DATE
             ADD WS-SIGNED-TICKETS TO WS-OPENING-LIABILITY
           ELSE
             EVALUATE TKL-TYPE
               WHEN 'EARN'
                 ADD TKL-TICKETS TO WS-DAY-EARNED
               WHEN 'UNEARN'
                 ADD TKL-TICKETS TO WS-DAY-UNEARNED
               WHEN 'REDEEM'
                 ADD TKL-TICKETS TO WS-DAY-REDEEMED
               WHEN 'EXPIRE'
                 ADD TKL-TICKETS TO WS-DAY-EXPIRED
               WHEN 'ADJUST'
                 IF TKL-SIGN = '-'
                   ADD TKL-TICKETS TO WS-DAY-ADJUSTED-DOWN
                 ELSE
                   ADD TKL-TICKETS TO WS-DAY-ADJUSTED-UP
                 END-IF
             END-EVALUATE
           END-IF.

           ADD WS-SIGNED-TICKETS TO WS-CLOSING-LIABILITY.

           MOVE TKL-PLAYER-ID TO WS-KEY-PLAYER-ID.
           PERFORM 0001-FIND-REGISTRY-ENTRY.

           IF WS-REG-FOUND
             ADD WS-SIGNED-TICKETS TO WS-REG-BALANCE(REG-IDX)
           END-IF.

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
           IF WS-POSTED-COUNT >= 2000
             DISPLAY "TICKET-REPORT: more than 2000 games paid for "
                     "one day -- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-POSTED-COUNT.
           SET PST-IDX TO WS-POSTED-COUNT.
           MOVE WS-KEY-PLAYER-ID TO WS-PST-PLAYER-ID(PST-IDX).
           MOVE WS-KEY-DATETIME  TO WS-PST-DATETIME(PST-IDX).
           MOVE WS-KEY-SEAT      TO WS-PST-SEAT(PST-IDX).
           MOVE 0                TO WS-PST-NET(PST-IDX).
           MOVE 'N'              TO WS-PST-MATCHED-SW(PST-IDX).

       0001-RECONCILE-GAMES.
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
                 IF SESSION-LOG-START-DATETIME(1:8) = WS-BUSINESS-DATE
                   ADD 1 TO WS-DAY-ROWS
                   PERFORM 0001-RECONCILE-ONE-GAME
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE SESSION-LOG-FILE.

       0001-RECONCILE-ONE-GAME.
           MOVE 0 TO WS-GAME-OWED.

           MOVE SESSION-LOG-PLAYER-ID      TO WS-KEY-PLAYER-ID.
           MOVE SESSION-LOG-START-DATETIME TO WS-KEY-DATETIME.
           MOVE SESSION-LOG-PLAYER-NUMBER  TO WS-KEY-SEAT.
           PERFORM 0001-FIND-REGISTRY-ENTRY.

           EVALUATE TRUE
             WHEN SESSION-LOG-DEMO-FLAG = 'Y'
               ADD 1 TO WS-DEMO-ROWS
             WHEN SESSION-LOG-DEMO-FLAG = 'V'
               ADD 1 TO WS-VOIDED-ROWS
             WHEN NOT WS-REG-FOUND
               ADD 1 TO WS-UNREGISTERED-ROWS
             WHEN OTHER
               ADD 1 TO WS-EARNING-ROWS
               PERFORM 0001-PRICE-GAME
           END-EVALUATE.

           ADD WS-GAME-OWED TO WS-TICKETS-OWED.

           PERFORM 0001-FIND-POSTED-GAME.

           IF WS-PST-FOUND
             MOVE WS-PST-NET(PST-IDX) TO WS-GAME-HELD
             MOVE 'Y' TO WS-PST-MATCHED-SW(PST-IDX)
           ELSE
             MOVE 0 TO WS-GAME-HELD
           END-IF.

           ADD WS-GAME-HELD TO WS-TICKETS-HELD.

           IF WS-GAME-HELD NOT = WS-GAME-OWED
             ADD 1 TO WS-MISMATCH-COUNT
             MOVE WS-GAME-HELD TO WS-DISPLAY-HELD
             DISPLAY "  " WS-KEY-DATETIME " seat " WS-KEY-SEAT " "
                     WS-KEY-PLAYER-ID " flag " SESSION-LOG-DEMO-FLAG
                     " owed " WS-GAME-OWED " held " WS-DISPLAY-HELD
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
               MOVE WS-PAY-TICKETS TO WS-GAME-OWED
             WHEN '23'
               ADD 1 TO WS-UNPRICED-ROWS
             WHEN OTHER
               DISPLAY "TICKET-REPORT: games cannot be priced -- "
                       "ticket-payout.txt status " WS-PAYOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0001-REPORT-UNMATCHED-POSTINGS.
      * Tickets paid for a game the live log no longer shows.
           PERFORM VARYING PST-IDX FROM 1 BY 1
             UNTIL PST-IDX > WS-POSTED-COUNT
             IF WS-PST-MATCHED-SW(PST-IDX) = 'N'
               AND WS-PST-NET(PST-IDX) NOT = 0
               ADD 1 TO WS-MISMATCH-COUNT
               ADD WS-PST-NET(PST-IDX) TO WS-TICKETS-HELD
               MOVE WS-PST-NET(PST-IDX) TO WS-DISPLAY-HELD
               DISPLAY "  " WS-PST-DATETIME(PST-IDX) " seat "
                       WS-PST-SEAT(PST-IDX) " "
                       WS-PST-PLAYER-ID(PST-IDX)
                       " held " WS-DISPLAY-HELD
                       " -- no session row"
             END-IF
           END-PERFORM.

           IF WS-MISMATCH-COUNT = 0
             DISPLAY "  none"
           END-IF.

       0001-FILE-ERROR-ABORT.
           DISPLAY "TICKET-REPORT: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-REPORT.
           DISPLAY " ".
           DISPLAY "LIABILITY".
           MOVE WS-OPENING-LIABILITY TO WS-DISPLAY-LIABILITY.
           DISPLAY "Outstanding at start of day: " WS-DISPLAY-LIABILITY.
           DISPLAY "  + earned:                  " WS-DAY-EARNED.
           DISPLAY "  - taken back:              " WS-DAY-UNEARNED.
           DISPLAY "  - redeemed:                " WS-DAY-REDEEMED.
           DISPLAY "  + adjusted up:             " WS-DAY-ADJUSTED-UP.
           DISPLAY "  - adjusted down:           " WS-DAY-ADJUSTED-DOWN.
           DISPLAY "  - expired:                 " WS-DAY-EXPIRED.
           MOVE WS-CLOSING-LIABILITY TO WS-DISPLAY-LIABILITY.
           DISPLAY "Outstanding at close:        " WS-DISPLAY-LIABILITY.

           IF WS-LATER-ENTRIES > 0
             DISPLAY "(" WS-LATER-ENTRIES " entries posted under later "
                     "days not included)"
           END-IF.

           PERFORM VARYING REG-IDX FROM 1 BY 1
             UNTIL REG-IDX > WS-REGISTRY-COUNT
             IF WS-REG-BALANCE(REG-IDX) < 0
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE WS-REG-BALANCE(REG-IDX) TO WS-DISPLAY-BALANCE
               DISPLAY "NEGATIVE BALANCE: " WS-REG-PLAYER-ID(REG-IDX)
                       " " WS-DISPLAY-BALANCE
             END-IF
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "RECONCILIATION TO SESSION-LOG.DAT".
           DISPLAY "Session rows played:         " WS-DAY-ROWS.
           DISPLAY "  demo (never earn):         " WS-DEMO-ROWS.
           DISPLAY "  voided (never earn):       " WS-VOIDED-ROWS.
           DISPLAY "  unregistered player:       " WS-UNREGISTERED-ROWS.
           DISPLAY "  earning rows:              " WS-EARNING-ROWS.
           DISPLAY "    before payout table:     " WS-UNPRICED-ROWS.
           DISPLAY "Tickets owed for the day:    " WS-TICKETS-OWED.
           MOVE WS-TICKETS-HELD TO WS-DISPLAY-LIABILITY.
           DISPLAY "Tickets held on the ledger:  " WS-DISPLAY-LIABILITY.
           DISPLAY "Games not reconciled:        " WS-MISMATCH-COUNT.

           IF WS-MISMATCH-COUNT = 0
             DISPLAY "Day reconciles: tickets issued match the games "
                     "played."
           ELSE
             DISPLAY "OUT OF BALANCE -- run TICKET-POST for the day, "
                     "or see the games listed above."
           END-IF.
