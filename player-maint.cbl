      * of an existing id, a CHANGE or DEACTIVATE of an unknown id,
      * a blank id or name, or an unknown action is rejected; a
      * DEACTIVATE of an id that session-log.dat, scores.dat or the
      * indexed score master still references, or that still holds
      * tickets on ticket-ledger.dat, is refused, because removing it
      * would orphan the rows that carry it or strand the tickets.
      * Every transaction -- applied or rejected -- lands in
      * player-maint-audit.dat with the before and after name
      * images. The registry is rewritten through players.new
      * with the same trailer-record discipline ARCHIVE-PURGE uses:
      * the live file is only replaced from a complete work file, and
      * a run that died mid-copy-back is finished by the next run
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCORES-FILE-STATUS.

           SELECT TICKET-LEDGER-FILE ASSIGN TO "ticket-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TICKET-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-TRANS-FILE.
         05 FILLER              PIC X(1).
         05 SCORE-REC-PLAYER-ID PIC X(8).

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
       01 WS-TRANS-FILE-STATUS          PIC X(2)  VALUE '00'.
         88 WS-TRANS-FILE-STATUS-OK              VALUE '00'.
         88 WS-SESSION-LOG-FILE-STATUS-OK        VALUE '00'.
       01 WS-SCORES-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-SCORES-FILE-STATUS-OK             VALUE '00'.
       01 WS-TICKET-LEDGER-FILE-STATUS  PIC X(2)  VALUE '00'.
         88 WS-TICKET-LEDGER-FILE-STATUS-OK      VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

         05 WS-MST-POINTS    PIC 9(3).
       01 WS-MASTER-STATUS              PIC X(2)  VALUE '00'.
       01 WS-REF-PLAYER-ID              PIC X(8)  VALUE SPACES.
       01 WS-REF-TICKET-BALANCE         PIC S9(9) VALUE 0.

       01 WS-AUD-DISPOSITION            PIC X(8)  VALUE SPACES.
       01 WS-AUD-REASON                 PIC X(14) VALUE SPACES.
             EXIT PARAGRAPH
           END-IF.

           PERFORM 0001-CHECK-TICKETS-HELD.

           IF WS-REFERENCED
             EXIT PARAGRAPH
           END-IF.

           PERFORM 0001-CHECK-MASTER-REFERENCED.

       0001-CHECK-TICKETS-HELD.
      * Tickets still held belong to a player the counter must be able
      * to find; only a ledger that nets to zero lets the id go.
           MOVE 0   TO WS-REF-TICKET-BALANCE.
           MOVE 'N' TO WS-REF-EOF-SW.

           OPEN INPUT TICKET-LEDGER-FILE.

           IF WS-TICKET-LEDGER-FILE-STATUS-OK
             PERFORM UNTIL WS-REF-EOF
               READ TICKET-LEDGER-FILE
                 AT END
                   SET WS-REF-EOF TO TRUE
                 NOT AT END
                   IF TKL-PLAYER-ID = WS-REF-PLAYER-ID
                     IF TKL-SIGN = '-'
                       SUBTRACT TKL-TICKETS FROM WS-REF-TICKET-BALANCE
                     ELSE
                       ADD TKL-TICKETS TO WS-REF-TICKET-BALANCE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM

             CLOSE TICKET-LEDGER-FILE
           ELSE
             IF WS-TICKET-LEDGER-FILE-STATUS NOT = '35'
               MOVE "ticket-ledger.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-TICKET-LEDGER-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-IF.

           IF WS-REF-TICKET-BALANCE NOT = 0
             SET WS-REFERENCED TO TRUE
           END-IF.

       0001-CHECK-MASTER-REFERENCED.
      * The sequential files are pruned monthly by ARCHIVE-PURGE, but
      * the indexed score master never is -- SCORE-INQUIRY still
