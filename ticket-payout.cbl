       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-PAYOUT.
       AUTHOR. MARCOS-VENICIUS.

      * Single point of pricing for redemption tickets, so TICKET-POST
      * and TICKET-REPORT can never disagree on what a game earned.
      * The payout table ticket-payout.txt is loaded on the first
      * call; one row per line:
      *   type       P points band, G bonus for a full-grid win ('G'
      *              end reason), A bonus per achievement the game
      *              newly earned
      *   effective  YYYYMMDD -- a table change is a new set of rows
      *              with a later date, so a game is always priced by
      *              the rows in force on the day it was played and a
      *              rerun can never reprice history
      *   min points the band applies at this many points and up
      *   end reason the band applies to games ending this way; '*'
      *              is any reason, and a band for the game's own
      *              reason takes precedence over the '*' bands
      *   tickets    tickets paid
      * e.g. "P 20260101 050 * 0005" pays 5 for 50 points and up, and
      * "P 20260101 000 Q 0000" pays nothing for a quit at any score.
      * Callers pass the game date, points, end reason and the number
      * of achievements the game earned, and get back the base
      * tickets, each bonus and the total. LNK-PAYOUT-STATUS:
      *   '00' priced
      *   '23' no table rows in force at the game date (pays nothing)
      *   '35' ticket-payout.txt not found
      *   '97' a table row is malformed (shown on the console)
      *   '98' more than 100 table rows

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYOUT-TABLE-FILE ASSIGN TO "ticket-payout.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYOUT-TABLE-FILE.
       01 PAYOUT-TABLE-REC.
         05 PAY-TYPE            PIC X(1).
         05 FILLER              PIC X(1).
         05 PAY-EFFECTIVE-DATE  PIC X(8).
         05 FILLER              PIC X(1).
         05 PAY-MIN-POINTS      PIC X(3).
         05 FILLER              PIC X(1).
         05 PAY-END-REASON      PIC X(1).
         05 FILLER              PIC X(1).
         05 PAY-TICKETS         PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-PAYOUT-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-PAYOUT-FILE-STATUS-OK             VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.
       01 WS-LOADED-SW                  PIC X(1)  VALUE 'N'.
         88 WS-LOADED                            VALUE 'Y'.
       01 WS-LOAD-STATUS                PIC X(2)  VALUE '00'.

       01 WS-PAYOUT-TABLE.
         05 WS-PAYOUT-ENTRY OCCURS 100 TIMES
           INDEXED BY PAY-IDX.
           10 WS-PAY-TYPE        PIC X(1).
           10 WS-PAY-EFFECTIVE   PIC X(8).
           10 WS-PAY-MIN-POINTS  PIC 9(3).
           10 WS-PAY-REASON      PIC X(1).
           10 WS-PAY-TICKETS     PIC 9(4).
       01 WS-PAYOUT-COUNT               PIC 9(3)  VALUE 0.
       01 WS-LINE-NUMBER                PIC 9(3)  VALUE 0.

       01 WS-VERSION-DATE               PIC X(8)  VALUE SPACES.
       01 WS-BEST-MIN-POINTS            PIC 9(3)  VALUE 0.
       01 WS-BEST-SPECIFIC-SW           PIC X(1)  VALUE 'N'.
         88 WS-BEST-SPECIFIC                     VALUE 'Y'.
       01 WS-BAND-FOUND-SW              PIC X(1)  VALUE 'N'.
         88 WS-BAND-FOUND                        VALUE 'Y'.

       LINKAGE SECTION.
       01 LNK-FUNCTION-CODE             PIC X(1).
       01 LNK-PAYOUT-REC.
         05 LNK-PAY-GAME-DATE     PIC X(8).
         05 LNK-PAY-POINTS        PIC 9(3).
         05 LNK-PAY-END-REASON    PIC X(1).
         05 LNK-PAY-AWARD-COUNT   PIC 9(2).
         05 LNK-PAY-BASE-TICKETS  PIC 9(5).
         05 LNK-PAY-WIN-BONUS     PIC 9(5).
         05 LNK-PAY-AWARD-BONUS   PIC 9(5).
         05 LNK-PAY-TICKETS       PIC 9(5).
       01 LNK-PAYOUT-STATUS             PIC X(2).

       PROCEDURE DIVISION USING LNK-FUNCTION-CODE
                                LNK-PAYOUT-REC
                                LNK-PAYOUT-STATUS.
       0001-MAIN-LOGIC.
           IF NOT WS-LOADED
             PERFORM 0001-LOAD-PAYOUT-TABLE
             SET WS-LOADED TO TRUE
           END-IF.

           EVALUATE LNK-FUNCTION-CODE
             WHEN 'P'
               IF WS-LOAD-STATUS = '00'
                 PERFORM 0001-PRICE-GAME
               ELSE
                 MOVE WS-LOAD-STATUS TO LNK-PAYOUT-STATUS
               END-IF
             WHEN OTHER
               MOVE '99' TO LNK-PAYOUT-STATUS
           END-EVALUATE.

           GOBACK.

       0001-LOAD-PAYOUT-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE '00' TO WS-LOAD-STATUS.

           OPEN INPUT PAYOUT-TABLE-FILE.

           IF NOT WS-PAYOUT-FILE-STATUS-OK
             MOVE WS-PAYOUT-FILE-STATUS TO WS-LOAD-STATUS
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ PAYOUT-TABLE-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NUMBER

                 IF PAYOUT-TABLE-REC NOT = SPACES
                   PERFORM 0001-LOAD-PAYOUT-ROW
                 END-IF

                 IF WS-LOAD-STATUS NOT = '00'
                   SET WS-EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE PAYOUT-TABLE-FILE.

       0001-LOAD-PAYOUT-ROW.
           IF (PAY-TYPE NOT = 'P' AND PAY-TYPE NOT = 'G'
               AND PAY-TYPE NOT = 'A')
             OR PAY-EFFECTIVE-DATE IS NOT NUMERIC
             OR PAY-MIN-POINTS IS NOT NUMERIC
             OR PAY-END-REASON = SPACE
             OR PAY-TICKETS IS NOT NUMERIC
             DISPLAY "TICKET-PAYOUT: ticket-payout.txt line "
                     WS-LINE-NUMBER " is not a payout row."
             MOVE '97' TO WS-LOAD-STATUS
             EXIT PARAGRAPH
           END-IF.

           IF WS-PAYOUT-COUNT >= 100
             DISPLAY "TICKET-PAYOUT: more than 100 payout rows "
                     "-- raise the table size."
             MOVE '98' TO WS-LOAD-STATUS
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PAYOUT-COUNT.
           SET PAY-IDX TO WS-PAYOUT-COUNT.
           MOVE PAY-TYPE           TO WS-PAY-TYPE(PAY-IDX).
           MOVE PAY-EFFECTIVE-DATE TO WS-PAY-EFFECTIVE(PAY-IDX).
           MOVE PAY-MIN-POINTS     TO WS-PAY-MIN-POINTS(PAY-IDX).
           MOVE PAY-END-REASON     TO WS-PAY-REASON(PAY-IDX).
           MOVE PAY-TICKETS        TO WS-PAY-TICKETS(PAY-IDX).

       0001-PRICE-GAME.
           MOVE 0 TO LNK-PAY-BASE-TICKETS.
           MOVE 0 TO LNK-PAY-WIN-BONUS.
           MOVE 0 TO LNK-PAY-AWARD-BONUS.
           MOVE 0 TO LNK-PAY-TICKETS.

      * The version in force is the latest effective date on or
      * before the day the game was played.
           MOVE SPACES TO WS-VERSION-DATE.

           PERFORM VARYING PAY-IDX FROM 1 BY 1
             UNTIL PAY-IDX > WS-PAYOUT-COUNT
             IF WS-PAY-EFFECTIVE(PAY-IDX) <= LNK-PAY-GAME-DATE
               AND (WS-VERSION-DATE = SPACES
                 OR WS-PAY-EFFECTIVE(PAY-IDX) > WS-VERSION-DATE)
               MOVE WS-PAY-EFFECTIVE(PAY-IDX) TO WS-VERSION-DATE
             END-IF
           END-PERFORM.

           IF WS-VERSION-DATE = SPACES
             MOVE '23' TO LNK-PAYOUT-STATUS
             EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-BAND-FOUND-SW.
           MOVE 'N' TO WS-BEST-SPECIFIC-SW.
           MOVE 0   TO WS-BEST-MIN-POINTS.

           PERFORM VARYING PAY-IDX FROM 1 BY 1
             UNTIL PAY-IDX > WS-PAYOUT-COUNT
             IF WS-PAY-EFFECTIVE(PAY-IDX) = WS-VERSION-DATE
               EVALUATE WS-PAY-TYPE(PAY-IDX)
                 WHEN 'P'
                   PERFORM 0001-CONSIDER-BAND
                 WHEN 'G'
                   IF LNK-PAY-END-REASON = 'G'
                     ADD WS-PAY-TICKETS(PAY-IDX) TO LNK-PAY-WIN-BONUS
                   END-IF
                 WHEN 'A'
                   COMPUTE LNK-PAY-AWARD-BONUS = LNK-PAY-AWARD-BONUS
                     + WS-PAY-TICKETS(PAY-IDX) * LNK-PAY-AWARD-COUNT
               END-EVALUATE
             END-IF
           END-PERFORM.

           COMPUTE LNK-PAY-TICKETS = LNK-PAY-BASE-TICKETS
             + LNK-PAY-WIN-BONUS + LNK-PAY-AWARD-BONUS.

           MOVE '00' TO LNK-PAYOUT-STATUS.

       0001-CONSIDER-BAND.
           IF WS-PAY-MIN-POINTS(PAY-IDX) > LNK-PAY-POINTS
             EXIT PARAGRAPH
           END-IF.

           IF WS-PAY-REASON(PAY-IDX) = LNK-PAY-END-REASON
             IF NOT WS-BEST-SPECIFIC
               OR WS-PAY-MIN-POINTS(PAY-IDX) >= WS-BEST-MIN-POINTS
               SET WS-BAND-FOUND    TO TRUE
               SET WS-BEST-SPECIFIC TO TRUE
               MOVE WS-PAY-MIN-POINTS(PAY-IDX) TO WS-BEST-MIN-POINTS
               MOVE WS-PAY-TICKETS(PAY-IDX)    TO LNK-PAY-BASE-TICKETS
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF WS-PAY-REASON(PAY-IDX) = '*'
             AND NOT WS-BEST-SPECIFIC
             IF NOT WS-BAND-FOUND
               OR WS-PAY-MIN-POINTS(PAY-IDX) >= WS-BEST-MIN-POINTS
               SET WS-BAND-FOUND TO TRUE
               MOVE WS-PAY-MIN-POINTS(PAY-IDX) TO WS-BEST-MIN-POINTS
               MOVE WS-PAY-TICKETS(PAY-IDX)    TO LNK-PAY-BASE-TICKETS
             END-IF
           END-IF.
