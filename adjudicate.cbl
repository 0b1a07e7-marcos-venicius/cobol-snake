       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUDICATE.
       AUTHOR. MARCOS-VENICIUS.

      * Rules on disputed games. adjudicate-trans.txt drives the run:
      * one transaction per line, VOID or REINSTATE, the game's
      * SESSION-LOG-START-DATETIME and the player id of the seat being
      * ruled on, and a free-text reason (mandatory -- a ruling with
      * no reason on file is not a ruling). A VOID takes the game out
      * of every count consistently:
      *   session-log.dat   the row is kept for the record, with 'V'
      *                     in the demo-flag byte; every report treats
      *                     'V' as not counted, as it treats demo rows
      *   scores.dat        the score row is removed
      *   score-master.dat  the master record is deleted
      *   achievements.dat  awards the game earned are removed and
      *                     re-judged: the player's earliest other
      *                     counted game that qualifies inherits them
      *   match-history.dat a rated match is flagged 'V' in its demo
      *   ratings.dat       flag and its rating exchange and W/L/D
      *                     are reversed -- unless the match is in a
      *                     season SEASON-CLOSE has shut: its ratings
      *                     are frozen, so only the flag changes
      *   daily-summary.dat a day already closed by EOD-CLOSE has the
      *                     player's 'D' row adjusted to match
      * A REINSTATE puts every one of those back. OBST50 depends on
      * the obstacle layout in force when the game was played, which
      * no file records per game, so it is never re-judged onto
      * another game; a reinstated game gets it back from the audit
      * trail of the void that removed it. Every transaction --
      * applied or rejected -- lands in adjudication-audit.dat, one
      * line per value changed, with the reason and the before and
      * after images. Only games still on the live session-log.dat
      * can be ruled on; archived months are closed.
      * Each shared file is rewritten through adjudicate.new with the
      * trailer-record discipline ARCHIVE-PURGE uses; the trailer
      * names the file it replaces, so a run that died mid-copy-back
      * is finished by the next run before anything else happens. The
      * session-log flag is changed last: a transaction interrupted
      * part-way is simply run again, and every step before the flag
      * only changes what is not already in its ruled state. The
      * audit lines of a rewrite travel in adjudicate.new with it and
      * are posted when it is copied back, so the trail records a
      * change exactly when the change has landed. That lets a rerun
      * read how far the ruling got: the rating exchange is made
      * only if the trail shows the match still needs it, and a
      * closed day's summary row is not adjusted a second time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-TRANS-FILE ASSIGN TO "adjudicate-trans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT SESSION-LOG-FILE ASSIGN TO "session-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-LOG-FILE-STATUS.

           SELECT SCORES-FILE ASSIGN TO "scores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCORES-FILE-STATUS.

           SELECT ACHIEVEMENTS-FILE ASSIGN TO "achievements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACHIEVEMENTS-FILE-STATUS.

           SELECT MATCH-HISTORY-FILE ASSIGN TO "match-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-HISTORY-FILE-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "ratings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATINGS-FILE-STATUS.

           SELECT DAILY-SUMMARY-FILE ASSIGN TO "daily-summary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILY-SUMMARY-FILE-STATUS.

           SELECT SEASON-CALENDAR-FILE ASSIGN TO "season-calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "adjudication-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "adjudicate.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADJ-TRANS-FILE.
       01 ADJ-TRANS-REC.
         05 TRX-ACTION         PIC X(10).
         05 FILLER             PIC X(1).
         05 TRX-START-DATETIME PIC X(21).
         05 FILLER             PIC X(1).
         05 TRX-PLAYER-ID      PIC X(8).
         05 FILLER             PIC X(1).
         05 TRX-REASON         PIC X(30).

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

       FD SCORES-FILE.
       01 SCORE-REC.
         05 SCORE-REC-POINTS    PIC 9(3).
         05 FILLER              PIC X(1).
         05 SCORE-REC-DATETIME  PIC X(21).
         05 FILLER              PIC X(1).
         05 SCORE-REC-PLAYER-ID PIC X(8).

       FD ACHIEVEMENTS-FILE.
       01 ACHIEVEMENT-REC.
         05 ACH-CODE       PIC X(8).
         05 FILLER         PIC X(1).
         05 ACH-PLAYER-ID  PIC X(8).
         05 FILLER         PIC X(1).
         05 ACH-DATETIME   PIC X(21).
         05 FILLER         PIC X(1).
         05 ACH-POINTS     PIC 9(3).

       FD MATCH-HISTORY-FILE.
       01 MATCH-HISTORY-REC.
         05 MH-START-DATETIME   PIC X(21).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-1-ID      PIC X(8).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-1-POINTS  PIC 9(3).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-2-ID      PIC X(8).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-2-POINTS  PIC 9(3).
         05 FILLER              PIC X(1).
         05 MH-RESULT           PIC X(1).
         05 FILLER              PIC X(1).
         05 MH-END-REASON       PIC X(1).
         05 FILLER              PIC X(1).
         05 MH-DEMO-FLAG        PIC X(1).

       FD RATINGS-FILE.
       01 RATING-REC.
         05 RTG-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 RTG-RATING          PIC 9(4).
         05 FILLER              PIC X(1).
         05 RTG-WINS            PIC 9(5).
         05 FILLER              PIC X(1).
         05 RTG-LOSSES          PIC 9(5).
         05 FILLER              PIC X(1).
         05 RTG-DRAWS           PIC 9(5).

       FD SEASON-CALENDAR-FILE.
       01 SEASON-CALENDAR-REC.
         05 SEA-SEASON-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 SEA-FROM-DATE       PIC X(8).
         05 FILLER              PIC X(1).
         05 SEA-TO-DATE         PIC X(8).
         05 FILLER              PIC X(1).
         05 SEA-STATUS          PIC X(1).
         05 FILLER              PIC X(1).
         05 SEA-CLOSED-DATETIME PIC X(21).

       FD DAILY-SUMMARY-FILE.
       01 DAILY-SUMMARY-REC.
         05 DSM-REC-TYPE        PIC X(1).
         05 FILLER              PIC X(1).
         05 DSM-DATE            PIC X(8).
         05 FILLER              PIC X(1).
         05 DSM-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 DSM-GAMES           PIC 9(5).
         05 FILLER              PIC X(1).
         05 DSM-POINTS          PIC 9(8).
         05 FILLER              PIC X(1).
         05 DSM-FRUIT-EATEN     PIC 9(8).
         05 FILLER              PIC X(1).
         05 DSM-HIGH-SCORE      PIC 9(3).
         05 FILLER              PIC X(1).
         05 DSM-END-WALL        PIC 9(5).
         05 FILLER              PIC X(1).
         05 DSM-END-SELF        PIC 9(5).
         05 FILLER              PIC X(1).
         05 DSM-END-OBSTACLE    PIC 9(5).
         05 FILLER              PIC X(1).
         05 DSM-END-CROSS       PIC 9(5).
         05 FILLER              PIC X(1).
         05 DSM-END-QUIT        PIC 9(5).
         05 FILLER              PIC X(1).
         05 DSM-END-WIN         PIC 9(5).
         05 FILLER              PIC X(1).
         05 DSM-END-UNKNOWN     PIC 9(5).

       01 DAILY-CLOSE-REC REDEFINES DAILY-SUMMARY-REC.
         05 DCL-REC-TYPE        PIC X(1).
         05 FILLER              PIC X(1).
         05 DCL-DATE            PIC X(8).
         05 FILLER              PIC X(1).
         05 DCL-CLOSE-DATETIME  PIC X(21).
         05 FILLER              PIC X(57).

       FD AUDIT-FILE.
       01 AUDIT-REC.
         05 AUD-DATETIME        PIC X(21).
         05 FILLER              PIC X(1).
         05 AUD-ACTION          PIC X(10).
         05 FILLER              PIC X(1).
         05 AUD-START-DATETIME  PIC X(21).
         05 FILLER              PIC X(1).
         05 AUD-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 AUD-DISPOSITION     PIC X(8).
         05 FILLER              PIC X(1).
         05 AUD-FILE-NAME       PIC X(18).
         05 FILLER              PIC X(1).
         05 AUD-ITEM            PIC X(14).
         05 FILLER              PIC X(1).
         05 AUD-BEFORE          PIC X(24).
         05 FILLER              PIC X(1).
         05 AUD-AFTER           PIC X(24).
         05 FILLER              PIC X(1).
         05 AUD-REASON          PIC X(30).

      * Holds the complete replacement of whichever shared file is
      * being rewritten, and the audit lines describing it; the
      * trailer carries that file's name.
       FD WORK-FILE.
       01 WORK-REC                      PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-FILE-STATUS          PIC X(2)  VALUE '00'.
         88 WS-TRANS-FILE-STATUS-OK              VALUE '00'.
       01 WS-SESSION-LOG-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-SESSION-LOG-FILE-STATUS-OK        VALUE '00'.
       01 WS-SCORES-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-SCORES-FILE-STATUS-OK             VALUE '00'.
       01 WS-ACHIEVEMENTS-FILE-STATUS   PIC X(2)  VALUE '00'.
         88 WS-ACHIEVEMENTS-STATUS-OK            VALUE '00'.
       01 WS-MATCH-HISTORY-FILE-STATUS  PIC X(2)  VALUE '00'.
         88 WS-MATCH-HISTORY-STATUS-OK           VALUE '00'.
       01 WS-RATINGS-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-RATINGS-FILE-STATUS-OK            VALUE '00'.
       01 WS-DAILY-SUMMARY-FILE-STATUS  PIC X(2)  VALUE '00'.
         88 WS-DAILY-SUMMARY-STATUS-OK           VALUE '00'.
       01 WS-CALENDAR-FILE-STATUS       PIC X(2)  VALUE '00'.
         88 WS-CALENDAR-FILE-STATUS-OK           VALUE '00'.
       01 WS-AUDIT-FILE-STATUS          PIC X(2)  VALUE '00'.
         88 WS-AUDIT-FILE-STATUS-OK              VALUE '00'.
       01 WS-WORK-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-WORK-FILE-STATUS-OK               VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.
      * The per-file passes run inside the transaction loop, so they
      * carry their own end-of-file switch.
       01 WS-PASS-EOF-SW                PIC X(1)  VALUE 'N'.
         88 WS-PASS-EOF                          VALUE 'Y'.

      * A record no shared file can produce: every one of them starts
      * with a digit, a letter or a record type, so a leading '*'
      * marks the work-file trailer that proves the rewrite ran to
      * completion. Positions 10-29 of the trailer name the target.
       01 WS-TRAILER-TAG                PIC X(8)  VALUE '*TRAILER'.
       01 WS-RESUME-SW                  PIC X(1)  VALUE 'N'.
         88 WS-RESUME                            VALUE 'Y'.
       01 WS-WORK-TARGET                PIC X(20) VALUE SPACES.
       01 WS-WORK-CHANGED-SW            PIC X(1)  VALUE 'N'.
         88 WS-WORK-CHANGED                      VALUE 'Y'.
      * An audit line written while a rewrite is in progress goes to
      * the work file under this tag (audit image from position 9)
      * and is posted to adjudication-audit.dat at copy-back.
       01 WS-AUDIT-TAG                  PIC X(8)  VALUE '*AUDIT'.
       01 WS-WORK-OPEN-SW               PIC X(1)  VALUE 'N'.
         88 WS-WORK-OPEN                         VALUE 'Y'.

       01 WS-STARTING-RATING            PIC 9(4)  VALUE 1000.
       01 WS-RATING-EXCHANGE            PIC 9(4)  VALUE 16.

      * The game being ruled on, as found on session-log.dat.
       01 WS-GAME-FOUND-SW              PIC X(1)  VALUE 'N'.
         88 WS-GAME-FOUND                        VALUE 'Y'.
       01 WS-GAME-END-DATETIME          PIC X(21) VALUE SPACES.
       01 WS-GAME-POINTS                PIC 9(3)  VALUE 0.
       01 WS-GAME-FRUIT-EATEN           PIC 9(3)  VALUE 0.
       01 WS-GAME-SEAT                  PIC X(1)  VALUE SPACE.
       01 WS-GAME-FLAG                  PIC X(1)  VALUE SPACE.
       01 WS-GAME-END-REASON            PIC X(1)  VALUE SPACE.
       01 WS-GAME-DATE                  PIC X(8)  VALUE SPACES.
      * Same once-per-game rule as SESSION-REPORT and EOD-CLOSE:
      * whether this row carries the game's end reason in a summary.
       01 WS-GAME-COUNTS-SW             PIC X(1)  VALUE 'N'.
         88 WS-GAME-COUNTS                       VALUE 'Y'.

      * The other seat of a two-player game, if any.
       01 WS-PARTNER-PENDING-SW         PIC X(1)  VALUE 'N'.
         88 WS-PARTNER-PENDING                   VALUE 'Y'.
       01 WS-PARTNER-FOUND-SW           PIC X(1)  VALUE 'N'.
         88 WS-PARTNER-FOUND                     VALUE 'Y'.
       01 WS-PARTNER-ID                 PIC X(8)  VALUE SPACES.
       01 WS-PARTNER-FLAG               PIC X(1)  VALUE SPACE.
       01 WS-PARTNER-SEAT               PIC X(1)  VALUE SPACE.
       01 WS-PARTNER-END-REASON         PIC X(1)  VALUE SPACE.
      * A human seat 2 behind a seat 1 being voided starts counting
      * the game itself (and stops again when seat 1 is reinstated),
      * so its summary row gains or loses the end reason.
       01 WS-PARTNER-FLIPS-SW           PIC X(1)  VALUE 'N'.
         88 WS-PARTNER-FLIPS                     VALUE 'Y'.

       01 WS-PREV-START-DATETIME        PIC X(21) VALUE SPACES.
       01 WS-PREV-PLAYER-NUMBER         PIC X(1)  VALUE SPACES.
       01 WS-PREV-PLAYER-ID             PIC X(8)  VALUE SPACES.
       01 WS-PREV-DEMO-FLAG             PIC X(1)  VALUE SPACES.
       01 WS-PREV-END-REASON            PIC X(1)  VALUE SPACES.

      * Highest points among the player's other counted rows that
      * day -- the daily summary's high score once this game is out.
       01 WS-OTHER-DAY-HIGH             PIC 9(3)  VALUE 0.

      * The four awards PLAYER-GAME grants. Entries 1-3 can be judged
      * from a session row alone; the RJ fields hold the player's
      * earliest other counted game that qualifies for each.
       01 WS-AWARD-TABLE.
         05 WS-AWARD-ENTRY OCCURS 4 TIMES
           INDEXED BY AWD-IDX.
           10 WS-AWD-CODE        PIC X(8).
           10 WS-AWD-ACTIVE-SW   PIC X(1).
           10 WS-AWD-SETTLED-SW  PIC X(1).
           10 WS-AWD-RJ-FOUND-SW PIC X(1).
           10 WS-AWD-RJ-DATETIME PIC X(21).
           10 WS-AWD-RJ-POINTS   PIC 9(3).
       01 WS-AWARD-SLOT                 PIC 9(1)  VALUE 0.

       01 WS-DAY-CLOSED-SW              PIC X(1)  VALUE 'N'.
         88 WS-DAY-CLOSED                        VALUE 'Y'.
       01 WS-SUMMARY-ID                 PIC X(8)  VALUE SPACES.
       01 WS-PARTNER-SUMMARY-ID         PIC X(8)  VALUE SPACES.
       01 WS-SUMMARY-ROW-FOUND-SW       PIC X(1)  VALUE 'N'.
         88 WS-SUMMARY-ROW-FOUND                 VALUE 'Y'.
       01 WS-SUMMARY-DROP-SW            PIC X(1)  VALUE 'N'.
         88 WS-SUMMARY-DROP                      VALUE 'Y'.
       01 WS-HELD-CLOSE-REC             PIC X(89) VALUE SPACES.
       01 WS-REASON-DELTA               PIC S9(1) VALUE 0.
       01 WS-REASON-CODE                PIC X(1)  VALUE SPACE.

       01 WS-SCORE-ON-FILE-SW           PIC X(1)  VALUE 'N'.
         88 WS-SCORE-ON-FILE                     VALUE 'Y'.

       01 WS-MASTER-FUNCTION            PIC X(1)  VALUE SPACE.
       01 WS-MASTER-REC.
         05 WS-MST-DATETIME  PIC X(21).
         05 WS-MST-PLAYER-ID PIC X(8).
         05 WS-MST-POINTS    PIC 9(3).
       01 WS-MASTER-STATUS              PIC X(2)  VALUE '00'.

      * The rating change a ruling calls for, carried from the
      * match-history pass to the ratings pass: 'R' reverses the
      * exchange, 'A' applies it.
       01 WS-RATE-ACTION                PIC X(1)  VALUE SPACE.
      * What adjudication-audit.dat already records for the game:
      * the last ruling that touched ratings.dat for the match, the
      * match flag as MATCH-LEDGER wrote it (before any ruling turned
      * it), and whether the ruled seat's summary row already
      * carries this ruling.
       01 WS-PRIOR-RATING-ACTION        PIC X(10) VALUE SPACES.
       01 WS-PRIOR-LEDGER-FLAG          PIC X(1)  VALUE SPACE.
       01 WS-LEDGER-FLAG                PIC X(1)  VALUE SPACE.
       01 WS-MATCH-RATED-SW             PIC X(1)  VALUE 'N'.
         88 WS-MATCH-RATED                       VALUE 'Y'.
       01 WS-SUMMARY-DONE-SW            PIC X(1)  VALUE 'N'.
         88 WS-SUMMARY-DONE                      VALUE 'Y'.
       01 WS-SEASON-SHUT-SW             PIC X(1)  VALUE 'N'.
         88 WS-SEASON-SHUT                       VALUE 'Y'.
       01 WS-SHUT-SEASON-ID             PIC X(8)  VALUE SPACES.
       01 WS-MH-RESULT                  PIC X(1)  VALUE SPACE.
       01 WS-MH-P1-ID                   PIC X(8)  VALUE SPACES.
       01 WS-MH-P2-ID                   PIC X(8)  VALUE SPACES.

       01 WS-RATING-TABLE.
         05 WS-RATING-ENTRY OCCURS 50 TIMES
           INDEXED BY RATING-IDX.
           10 WS-RTG-PLAYER-ID   PIC X(8).
           10 WS-RTG-RATING      PIC 9(4).
           10 WS-RTG-WINS        PIC 9(5).
           10 WS-RTG-LOSSES      PIC 9(5).
           10 WS-RTG-DRAWS       PIC 9(5).
       01 WS-RATING-COUNT               PIC 9(2)  VALUE 0.
       01 WS-RATING-FOUND-SW            PIC X(1)  VALUE 'N'.
         88 WS-RATING-FOUND                      VALUE 'Y'.
       01 WS-RATING-LOOKUP-ID           PIC X(8)  VALUE SPACES.
       01 WS-RATING-SLOT                PIC 9(2)  VALUE 0.
       01 WS-P1-SLOT                    PIC 9(2)  VALUE 0.
       01 WS-P2-SLOT                    PIC 9(2)  VALUE 0.
       01 WS-WINNER-IDX                 PIC 9(2)  VALUE 0.
       01 WS-LOSER-IDX                  PIC 9(2)  VALUE 0.
       01 WS-RATING-IMAGE.
         05 WS-IMG-RATING      PIC 9(4).
         05 FILLER             PIC X(1)  VALUE '/'.
         05 WS-IMG-WINS        PIC 9(5).
         05 FILLER             PIC X(1)  VALUE '/'.
         05 WS-IMG-LOSSES      PIC 9(5).
         05 FILLER             PIC X(1)  VALUE '/'.
         05 WS-IMG-DRAWS       PIC 9(5).
       01 WS-BEFORE-P1-IMAGE            PIC X(24) VALUE SPACES.
       01 WS-BEFORE-P2-IMAGE            PIC X(24) VALUE SPACES.

       01 WS-SUMMARY-IMAGE.
         05 WS-SIMG-GAMES      PIC 9(5).
         05 FILLER             PIC X(1)  VALUE '/'.
         05 WS-SIMG-POINTS     PIC 9(8).
         05 FILLER             PIC X(1)  VALUE '/'.
         05 WS-SIMG-HIGH       PIC 9(3).
       01 WS-REASON-IMAGE.
         05 WS-RIMG-CODE       PIC X(1).
         05 FILLER             PIC X(1)  VALUE ':'.
         05 WS-RIMG-COUNT      PIC 9(5).
       01 WS-REASON-COUNT               PIC 9(5)  VALUE 0.

       01 WS-AUD-DISPOSITION            PIC X(8)  VALUE SPACES.
       01 WS-AUD-FILE-NAME              PIC X(18) VALUE SPACES.
       01 WS-AUD-ITEM                   PIC X(14) VALUE SPACES.
       01 WS-AUD-BEFORE                 PIC X(24) VALUE SPACES.
       01 WS-AUD-AFTER                  PIC X(24) VALUE SPACES.
       01 WS-REJECT-CODE                PIC X(14) VALUE SPACES.
       01 WS-RUN-DATETIME               PIC X(21) VALUE SPACES.

       01 WS-TRANS-READ-COUNT           PIC 9(5)  VALUE 0.
       01 WS-VOIDED-COUNT               PIC 9(5)  VALUE 0.
       01 WS-REINSTATED-COUNT           PIC 9(5)  VALUE 0.
       01 WS-REJECTED-COUNT             PIC 9(5)  VALUE 0.
       01 WS-CHANGES-COUNT              PIC 9(5)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.

           MOVE 'CENTURY'  TO WS-AWD-CODE(1).
           MOVE 'FULLGRID' TO WS-AWD-CODE(2).
           MOVE 'FRUIT10'  TO WS-AWD-CODE(3).
           MOVE 'OBST50'   TO WS-AWD-CODE(4).

           PERFORM 0001-CHECK-RESUME.

           IF WS-RESUME
             DISPLAY "ADJUDICATE: completing interrupted copy-back "
                     "of " WS-WORK-TARGET " from adjudicate.new."
             PERFORM 0001-COPY-BACK-FROM-WORK
           END-IF.

           PERFORM 0001-APPLY-TRANSACTIONS.

           MOVE 'C' TO WS-MASTER-FUNCTION.

           CALL "SCORE-MASTER-IO" USING WS-MASTER-FUNCTION
                                        WS-MASTER-REC
                                        WS-MASTER-STATUS
             ON EXCEPTION
               CONTINUE
           END-CALL.

           PERFORM 0001-DISPLAY-SUMMARY.

           IF WS-REJECTED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0001-CHECK-RESUME.
      * A work file ending in the trailer is the complete new image of
      * the file the trailer names, from a run that died before (or
      * during) copy-back; the possibly-truncated live file must be
      * finished from it before any transaction reads it.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT WORK-FILE.

           IF WS-WORK-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-WORK-FILE-STATUS-OK
             MOVE "adjudicate.new" TO WS-FAIL-FILE-NAME
             MOVE WS-WORK-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ WORK-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF WORK-REC(1:8) = WS-TRAILER-TAG
                   SET WS-RESUME TO TRUE
                   MOVE WORK-REC(10:20) TO WS-WORK-TARGET
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE WORK-FILE.

       0001-APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT ADJ-TRANS-FILE.

           IF NOT WS-TRANS-FILE-STATUS-OK
             DISPLAY "ADJUDICATE: adjudicate-trans.txt not available, "
                     "status " WS-TRANS-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
             READ ADJ-TRANS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-TRANS-READ-COUNT
                 PERFORM 0001-APPLY-ONE-TRANSACTION
             END-READ
           END-PERFORM.

           CLOSE ADJ-TRANS-FILE.

       0001-APPLY-ONE-TRANSACTION.
           IF TRX-ACTION NOT = 'VOID' AND TRX-ACTION NOT = 'REINSTATE'
             MOVE 'BAD-ACTION' TO WS-REJECT-CODE
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           IF TRX-START-DATETIME = SPACES
             OR TRX-START-DATETIME(1:8) IS NOT NUMERIC
             OR TRX-PLAYER-ID = SPACES
             MOVE 'BAD-KEY' TO WS-REJECT-CODE
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           IF TRX-REASON = SPACES
             MOVE 'NO-REASON' TO WS-REJECT-CODE
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           PERFORM 0001-LOCATE-GAME.

           IF NOT WS-GAME-FOUND
             MOVE 'NOT-FOUND' TO WS-REJECT-CODE
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           IF WS-GAME-FLAG = 'Y'
             MOVE 'DEMO-GAME' TO WS-REJECT-CODE
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           IF TRX-ACTION = 'VOID' AND WS-GAME-FLAG = 'V'
             MOVE 'ALREADY-VOID' TO WS-REJECT-CODE
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           IF TRX-ACTION = 'REINSTATE' AND WS-GAME-FLAG NOT = 'V'
             MOVE 'NOT-VOID' TO WS-REJECT-CODE
             PERFORM 0001-REJECT-TRANSACTION
             EXIT PARAGRAPH
           END-IF.

           MOVE 'APPLIED' TO WS-AUD-DISPOSITION.

           PERFORM 0001-SCAN-PRIOR-RULINGS.
           PERFORM 0001-UPDATE-SCORES.
           PERFORM 0001-UPDATE-SCORE-MASTER.
           PERFORM 0001-UPDATE-ACHIEVEMENTS.
           PERFORM 0001-UPDATE-MATCH-HISTORY.

           IF WS-RATE-ACTION NOT = SPACE
             PERFORM 0001-CHECK-GAME-SEASON

             IF WS-SEASON-SHUT
               MOVE "ratings.dat"    TO WS-AUD-FILE-NAME
               MOVE 'SEASON-CLOSED'  TO WS-AUD-ITEM
               MOVE WS-SHUT-SEASON-ID TO WS-AUD-BEFORE
               MOVE WS-SHUT-SEASON-ID TO WS-AUD-AFTER
               PERFORM 0001-WRITE-AUDIT-RECORD
             ELSE
               PERFORM 0001-UPDATE-RATINGS
             END-IF
           END-IF.

           PERFORM 0001-CHECK-DAY-CLOSED.

           IF WS-DAY-CLOSED AND NOT WS-SUMMARY-DONE
             PERFORM 0001-UPDATE-DAILY-SUMMARY
           END-IF.

           PERFORM 0001-UPDATE-SESSION-LOG.

           IF TRX-ACTION = 'VOID'
             ADD 1 TO WS-VOIDED-COUNT
           ELSE
             ADD 1 TO WS-REINSTATED-COUNT
           END-IF.

       0001-SCAN-PRIOR-RULINGS.
      * A ruling interrupted part-way is simply run again; the audit
      * trail says how far it got. The rating exchange belongs to the
      * match, so every ruling on either seat counts; the summary
      * adjustment belongs to the seat ruled on, and any later line
      * of the opposite ruling on that seat means it has since been
      * undone.
           MOVE SPACES TO WS-PRIOR-RATING-ACTION.
           MOVE SPACE  TO WS-PRIOR-LEDGER-FLAG.
           MOVE 'N'    TO WS-SUMMARY-DONE-SW.
           MOVE 'N'    TO WS-PASS-EOF-SW.

           OPEN INPUT AUDIT-FILE.

           IF WS-AUDIT-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-AUDIT-FILE-STATUS-OK
             MOVE "adjudication-audit.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-AUDIT-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ AUDIT-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF AUD-START-DATETIME = TRX-START-DATETIME
                   AND AUD-DISPOSITION = 'APPLIED'
                   PERFORM 0001-NOTE-PRIOR-RULING
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.

       0001-NOTE-PRIOR-RULING.
           IF AUD-FILE-NAME = "ratings.dat"
             MOVE AUD-ACTION TO WS-PRIOR-RATING-ACTION
           END-IF.

           IF AUD-FILE-NAME = "match-history.dat"
             AND AUD-ITEM = 'DEMO-FLAG'
             AND WS-PRIOR-LEDGER-FLAG = SPACE
             MOVE AUD-BEFORE(1:1) TO WS-PRIOR-LEDGER-FLAG
           END-IF.

           IF AUD-PLAYER-ID = TRX-PLAYER-ID
             IF AUD-ACTION NOT = TRX-ACTION
               MOVE 'N' TO WS-SUMMARY-DONE-SW
             ELSE
               IF AUD-FILE-NAME = "daily-summary.dat"
                 SET WS-SUMMARY-DONE TO TRUE
               END-IF
             END-IF
           END-IF.

       0001-LOCATE-GAME.
      * One pass finds the row being ruled on, its partner seat, the
      * player's other counted rows that day (for the summary's high
      * score) and the earliest other counted game that qualifies
      * for each re-judgeable award.
           MOVE 'N'    TO WS-GAME-FOUND-SW.
           MOVE 'N'    TO WS-GAME-COUNTS-SW.
           MOVE 'N'    TO WS-PARTNER-PENDING-SW.
           MOVE 'N'    TO WS-PARTNER-FOUND-SW.
           MOVE 'N'    TO WS-PARTNER-FLIPS-SW.
           MOVE SPACES TO WS-PARTNER-ID.
           MOVE SPACE  TO WS-PARTNER-FLAG.
           MOVE SPACE  TO WS-PARTNER-SEAT.
           MOVE SPACE  TO WS-PARTNER-END-REASON.
           MOVE SPACES TO WS-PREV-START-DATETIME.
           MOVE SPACES TO WS-PREV-PLAYER-NUMBER.
           MOVE SPACES TO WS-PREV-PLAYER-ID.
           MOVE SPACES TO WS-PREV-DEMO-FLAG.
           MOVE SPACES TO WS-PREV-END-REASON.
           MOVE 0      TO WS-OTHER-DAY-HIGH.
           MOVE SPACE  TO WS-RATE-ACTION.
           MOVE TRX-START-DATETIME(1:8) TO WS-GAME-DATE.

           PERFORM VARYING AWD-IDX FROM 1 BY 1 UNTIL AWD-IDX > 4
             MOVE 'N'    TO WS-AWD-ACTIVE-SW(AWD-IDX)
             MOVE 'N'    TO WS-AWD-SETTLED-SW(AWD-IDX)
             MOVE 'N'    TO WS-AWD-RJ-FOUND-SW(AWD-IDX)
             MOVE SPACES TO WS-AWD-RJ-DATETIME(AWD-IDX)
             MOVE 0      TO WS-AWD-RJ-POINTS(AWD-IDX)
           END-PERFORM.

           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT SESSION-LOG-FILE.

           IF WS-SESSION-LOG-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-SESSION-LOG-FILE-STATUS-OK
             MOVE "session-log.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-SESSION-LOG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ SESSION-LOG-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NOTE-SESSION-ROW
             END-READ
           END-PERFORM.

           CLOSE SESSION-LOG-FILE.

           IF WS-PARTNER-FOUND
             AND WS-GAME-SEAT = '1'
             AND WS-PARTNER-FLAG NOT = 'Y'
             AND WS-PARTNER-FLAG NOT = 'V'
             SET WS-PARTNER-FLIPS TO TRUE
           END-IF.

       0001-NOTE-SESSION-ROW.
           IF WS-PARTNER-PENDING
             MOVE 'N' TO WS-PARTNER-PENDING-SW

             IF SESSION-LOG-PLAYER-NUMBER = '2'
               AND SESSION-LOG-START-DATETIME = TRX-START-DATETIME
               SET WS-PARTNER-FOUND TO TRUE
               MOVE SESSION-LOG-PLAYER-ID  TO WS-PARTNER-ID
               MOVE SESSION-LOG-DEMO-FLAG  TO WS-PARTNER-FLAG
               MOVE SESSION-LOG-END-REASON TO WS-PARTNER-END-REASON
               MOVE '2'                    TO WS-PARTNER-SEAT
             END-IF
           END-IF.

           IF NOT WS-GAME-FOUND
             AND SESSION-LOG-START-DATETIME = TRX-START-DATETIME
             AND SESSION-LOG-PLAYER-ID = TRX-PLAYER-ID
             PERFORM 0001-NOTE-RULED-ROW
           ELSE
             PERFORM 0001-NOTE-OTHER-ROW
           END-IF.

           MOVE SESSION-LOG-START-DATETIME TO WS-PREV-START-DATETIME.
           MOVE SESSION-LOG-PLAYER-NUMBER  TO WS-PREV-PLAYER-NUMBER.
           MOVE SESSION-LOG-PLAYER-ID      TO WS-PREV-PLAYER-ID.
           MOVE SESSION-LOG-DEMO-FLAG      TO WS-PREV-DEMO-FLAG.
           MOVE SESSION-LOG-END-REASON     TO WS-PREV-END-REASON.

       0001-NOTE-RULED-ROW.
           SET WS-GAME-FOUND TO TRUE.
           MOVE SESSION-LOG-END-DATETIME  TO WS-GAME-END-DATETIME.
           MOVE SESSION-LOG-POINTS        TO WS-GAME-POINTS.
           MOVE SESSION-LOG-FRUIT-EATEN   TO WS-GAME-FRUIT-EATEN.
           MOVE SESSION-LOG-PLAYER-NUMBER TO WS-GAME-SEAT.
           MOVE SESSION-LOG-DEMO-FLAG     TO WS-GAME-FLAG.
           MOVE SESSION-LOG-END-REASON    TO WS-GAME-END-REASON.

           IF SESSION-LOG-PLAYER-NUMBER NOT = '2'
             SET WS-GAME-COUNTS TO TRUE

             IF SESSION-LOG-PLAYER-NUMBER = '1'
               SET WS-PARTNER-PENDING TO TRUE
             END-IF
           ELSE
             IF WS-PREV-PLAYER-NUMBER = '1'
               AND WS-PREV-START-DATETIME = SESSION-LOG-START-DATETIME
               SET WS-PARTNER-FOUND TO TRUE
               MOVE WS-PREV-PLAYER-ID  TO WS-PARTNER-ID
               MOVE WS-PREV-DEMO-FLAG  TO WS-PARTNER-FLAG
               MOVE WS-PREV-END-REASON TO WS-PARTNER-END-REASON
               MOVE '1'                TO WS-PARTNER-SEAT

               IF WS-PREV-DEMO-FLAG = 'Y' OR WS-PREV-DEMO-FLAG = 'V'
                 SET WS-GAME-COUNTS TO TRUE
               END-IF
             END-IF
           END-IF.

       0001-NOTE-OTHER-ROW.
           IF SESSION-LOG-PLAYER-ID NOT = TRX-PLAYER-ID
             OR SESSION-LOG-DEMO-FLAG = 'Y'
             OR SESSION-LOG-DEMO-FLAG = 'V'
             EXIT PARAGRAPH
           END-IF.

           IF SESSION-LOG-START-DATETIME(1:8) = WS-GAME-DATE
             AND SESSION-LOG-POINTS > WS-OTHER-DAY-HIGH
             MOVE SESSION-LOG-POINTS TO WS-OTHER-DAY-HIGH
           END-IF.

      * Same thresholds as PLAYER-GAME's 0001-EVALUATE-ACHIEVEMENTS;
      * only a seat-1 row can carry the grid win.
           IF SESSION-LOG-POINTS > 100
             MOVE 1 TO WS-AWARD-SLOT
             PERFORM 0001-NOTE-REJUDGE-CANDIDATE
           END-IF.

           IF SESSION-LOG-END-REASON = 'G'
             AND SESSION-LOG-PLAYER-NUMBER NOT = '2'
             MOVE 2 TO WS-AWARD-SLOT
             PERFORM 0001-NOTE-REJUDGE-CANDIDATE
           END-IF.

           IF SESSION-LOG-FRUIT-EATEN >= 10
             MOVE 3 TO WS-AWARD-SLOT
             PERFORM 0001-NOTE-REJUDGE-CANDIDATE
           END-IF.

       0001-NOTE-REJUDGE-CANDIDATE.
           IF WS-AWD-RJ-FOUND-SW(WS-AWARD-SLOT) = 'N'
             OR SESSION-LOG-END-DATETIME <
               WS-AWD-RJ-DATETIME(WS-AWARD-SLOT)
             MOVE 'Y' TO WS-AWD-RJ-FOUND-SW(WS-AWARD-SLOT)
             MOVE SESSION-LOG-END-DATETIME
               TO WS-AWD-RJ-DATETIME(WS-AWARD-SLOT)
             MOVE SESSION-LOG-POINTS
               TO WS-AWD-RJ-POINTS(WS-AWARD-SLOT)
           END-IF.

       0001-UPDATE-SCORES.
      * scores.dat has no flag byte, so a void removes the row and a
      * reinstatement appends it again from the session row, exactly
      * as PLAYER-GAME wrote it at game over.
           MOVE 'N' TO WS-SCORE-ON-FILE-SW.
           MOVE "scores.dat" TO WS-WORK-TARGET.
           PERFORM 0001-OPEN-WORK-FILE.

           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT SCORES-FILE.

           IF WS-SCORES-FILE-STATUS = '35'
             SET WS-PASS-EOF TO TRUE
           ELSE
             IF NOT WS-SCORES-FILE-STATUS-OK
               MOVE "scores.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-SCORES-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ SCORES-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF NOT WS-SCORE-ON-FILE
                   AND SCORE-REC-DATETIME = WS-GAME-END-DATETIME
                   AND SCORE-REC-PLAYER-ID = TRX-PLAYER-ID
                   SET WS-SCORE-ON-FILE TO TRUE

                   IF TRX-ACTION = 'VOID'
                     SET WS-WORK-CHANGED TO TRUE
                     MOVE "scores.dat" TO WS-AUD-FILE-NAME
                     MOVE 'POINTS'     TO WS-AUD-ITEM
                     MOVE SPACES       TO WS-AUD-BEFORE
                     MOVE SCORE-REC-POINTS TO WS-AUD-BEFORE(1:3)
                     MOVE 'REMOVED'    TO WS-AUD-AFTER
                     PERFORM 0001-WRITE-AUDIT-RECORD
                   ELSE
                     MOVE SCORE-REC TO WORK-REC
                     PERFORM 0001-WRITE-WORK-REC
                   END-IF
                 ELSE
                   MOVE SCORE-REC TO WORK-REC
                   PERFORM 0001-WRITE-WORK-REC
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-SCORES-FILE-STATUS NOT = '35'
             CLOSE SCORES-FILE
           END-IF.

           IF TRX-ACTION = 'REINSTATE' AND NOT WS-SCORE-ON-FILE
             MOVE SPACES               TO SCORE-REC
             MOVE WS-GAME-POINTS       TO SCORE-REC-POINTS
             MOVE WS-GAME-END-DATETIME TO SCORE-REC-DATETIME
             MOVE TRX-PLAYER-ID        TO SCORE-REC-PLAYER-ID
             MOVE SCORE-REC TO WORK-REC
             PERFORM 0001-WRITE-WORK-REC
             SET WS-WORK-CHANGED TO TRUE

             MOVE "scores.dat" TO WS-AUD-FILE-NAME
             MOVE 'POINTS'     TO WS-AUD-ITEM
             MOVE 'NONE'       TO WS-AUD-BEFORE
             MOVE SPACES       TO WS-AUD-AFTER
             MOVE WS-GAME-POINTS TO WS-AUD-AFTER(1:3)
             PERFORM 0001-WRITE-AUDIT-RECORD
           END-IF.

           PERFORM 0001-FINISH-WORK-FILE.

       0001-UPDATE-SCORE-MASTER.
      * Same contract as PLAYER-GAME's master calls: an installation
      * without the module (or without indexed file support) has no
      * master to keep in step. The status is preset so a CALL that
      * never lands records no change.
           MOVE WS-GAME-END-DATETIME TO WS-MST-DATETIME.
           MOVE TRX-PLAYER-ID        TO WS-MST-PLAYER-ID.
           MOVE WS-GAME-POINTS       TO WS-MST-POINTS.
           MOVE '35'                 TO WS-MASTER-STATUS.

           IF TRX-ACTION = 'VOID'
             MOVE 'D' TO WS-MASTER-FUNCTION
           ELSE
             MOVE 'W' TO WS-MASTER-FUNCTION
           END-IF.

           CALL "SCORE-MASTER-IO" USING WS-MASTER-FUNCTION
                                        WS-MASTER-REC
                                        WS-MASTER-STATUS
             ON EXCEPTION
               CONTINUE
           END-CALL.

           IF WS-MASTER-STATUS = '00'
             MOVE "score-master.dat" TO WS-AUD-FILE-NAME
             MOVE 'POINTS'           TO WS-AUD-ITEM

             IF TRX-ACTION = 'VOID'
               MOVE SPACES         TO WS-AUD-BEFORE
               MOVE WS-GAME-POINTS TO WS-AUD-BEFORE(1:3)
               MOVE 'DELETED'      TO WS-AUD-AFTER
             ELSE
               MOVE 'NONE'         TO WS-AUD-BEFORE
               MOVE SPACES         TO WS-AUD-AFTER
               MOVE WS-GAME-POINTS TO WS-AUD-AFTER(1:3)
             END-IF

             PERFORM 0001-WRITE-AUDIT-RECORD
           END-IF.

       0001-UPDATE-ACHIEVEMENTS.
      * For a void, the ACTIVE switch marks an award this game earned
      * and loses; SETTLED marks one the player also holds from some
      * other game, which needs no re-judging. For a reinstatement,
      * ACTIVE marks an award the game is owed; SETTLED marks one the
      * player already holds from an earlier game.
           IF TRX-ACTION = 'REINSTATE'
             PERFORM 0001-JUDGE-OWED-AWARDS
           END-IF.

           MOVE "achievements.dat" TO WS-WORK-TARGET.
           PERFORM 0001-OPEN-WORK-FILE.

           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT ACHIEVEMENTS-FILE.

           IF WS-ACHIEVEMENTS-FILE-STATUS = '35'
             SET WS-PASS-EOF TO TRUE
           ELSE
             IF NOT WS-ACHIEVEMENTS-STATUS-OK
               MOVE "achievements.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-ACHIEVEMENTS-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ ACHIEVEMENTS-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-APPLY-ACHIEVEMENT-ROW
             END-READ
           END-PERFORM.

           IF WS-ACHIEVEMENTS-FILE-STATUS NOT = '35'
             CLOSE ACHIEVEMENTS-FILE
           END-IF.

           IF TRX-ACTION = 'VOID'
             PERFORM 0001-REAWARD-TO-OTHER-GAMES
           ELSE
             PERFORM 0001-REAWARD-TO-THIS-GAME
           END-IF.

           PERFORM 0001-FINISH-WORK-FILE.

       0001-JUDGE-OWED-AWARDS.
           IF WS-GAME-POINTS > 100
             MOVE 'Y' TO WS-AWD-ACTIVE-SW(1)
           END-IF.

           IF WS-GAME-END-REASON = 'G' AND WS-GAME-SEAT NOT = '2'
             MOVE 'Y' TO WS-AWD-ACTIVE-SW(2)
           END-IF.

           IF WS-GAME-FRUIT-EATEN >= 10
             MOVE 'Y' TO WS-AWD-ACTIVE-SW(3)
           END-IF.

      * OBST50 is owed only if the void being undone took it away;
      * the audit trail is the one place that says so. Later lines
      * for the same game supersede earlier ones.
           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT AUDIT-FILE.

           IF NOT WS-AUDIT-FILE-STATUS-OK
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ AUDIT-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF AUD-START-DATETIME = TRX-START-DATETIME
                   AND AUD-PLAYER-ID = TRX-PLAYER-ID
                   AND AUD-DISPOSITION = 'APPLIED'
                   AND AUD-FILE-NAME = "achievements.dat"
                   AND AUD-ITEM = 'OBST50'
                   IF AUD-ACTION = 'VOID'
                     AND AUD-AFTER = 'REMOVED'
                     MOVE 'Y' TO WS-AWD-ACTIVE-SW(4)
                   END-IF
                   IF AUD-ACTION = 'REINSTATE'
                     AND AUD-BEFORE = 'NONE'
                     MOVE 'N' TO WS-AWD-ACTIVE-SW(4)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.

       0001-APPLY-ACHIEVEMENT-ROW.
           MOVE 0 TO WS-AWARD-SLOT.

           IF ACH-PLAYER-ID = TRX-PLAYER-ID
             PERFORM VARYING AWD-IDX FROM 1 BY 1 UNTIL AWD-IDX > 4
               IF WS-AWD-CODE(AWD-IDX) = ACH-CODE
                 SET WS-AWARD-SLOT TO AWD-IDX
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.

           IF WS-AWARD-SLOT = 0
             MOVE ACHIEVEMENT-REC TO WORK-REC
             PERFORM 0001-WRITE-WORK-REC
             EXIT PARAGRAPH
           END-IF.

           MOVE "achievements.dat" TO WS-AUD-FILE-NAME.
           MOVE ACH-CODE           TO WS-AUD-ITEM.

           IF TRX-ACTION = 'VOID'
             IF ACH-DATETIME = WS-GAME-END-DATETIME
               MOVE 'Y' TO WS-AWD-ACTIVE-SW(WS-AWARD-SLOT)
               SET WS-WORK-CHANGED TO TRUE
               MOVE ACH-DATETIME TO WS-AUD-BEFORE
               MOVE 'REMOVED'    TO WS-AUD-AFTER
               PERFORM 0001-WRITE-AUDIT-RECORD
             ELSE
               MOVE 'Y' TO WS-AWD-SETTLED-SW(WS-AWARD-SLOT)
               MOVE ACHIEVEMENT-REC TO WORK-REC
               PERFORM 0001-WRITE-WORK-REC
             END-IF
             EXIT PARAGRAPH
           END-IF.

      * Reinstating: an award inherited by a later game while this
      * one was void goes back to this game, the first to earn it.
           IF WS-AWD-ACTIVE-SW(WS-AWARD-SLOT) = 'Y'
             AND ACH-DATETIME > WS-GAME-END-DATETIME
             SET WS-WORK-CHANGED TO TRUE
             MOVE ACH-DATETIME TO WS-AUD-BEFORE
             MOVE 'REMOVED'    TO WS-AUD-AFTER
             PERFORM 0001-WRITE-AUDIT-RECORD
           ELSE
             MOVE 'Y' TO WS-AWD-SETTLED-SW(WS-AWARD-SLOT)
             MOVE ACHIEVEMENT-REC TO WORK-REC
             PERFORM 0001-WRITE-WORK-REC
           END-IF.

       0001-REAWARD-TO-OTHER-GAMES.
           PERFORM VARYING AWD-IDX FROM 1 BY 1 UNTIL AWD-IDX > 3
             IF WS-AWD-ACTIVE-SW(AWD-IDX) = 'Y'
               AND WS-AWD-SETTLED-SW(AWD-IDX) = 'N'
               AND WS-AWD-RJ-FOUND-SW(AWD-IDX) = 'Y'
               MOVE SPACES                       TO ACHIEVEMENT-REC
               MOVE WS-AWD-CODE(AWD-IDX)         TO ACH-CODE
               MOVE TRX-PLAYER-ID                TO ACH-PLAYER-ID
               MOVE WS-AWD-RJ-DATETIME(AWD-IDX)  TO ACH-DATETIME
               MOVE WS-AWD-RJ-POINTS(AWD-IDX)    TO ACH-POINTS
               MOVE ACHIEVEMENT-REC TO WORK-REC
               PERFORM 0001-WRITE-WORK-REC

               MOVE "achievements.dat"          TO WS-AUD-FILE-NAME
               MOVE WS-AWD-CODE(AWD-IDX)        TO WS-AUD-ITEM
               MOVE 'NONE'                      TO WS-AUD-BEFORE
               MOVE WS-AWD-RJ-DATETIME(AWD-IDX) TO WS-AUD-AFTER
               PERFORM 0001-WRITE-AUDIT-RECORD
             END-IF
           END-PERFORM.

       0001-REAWARD-TO-THIS-GAME.
           PERFORM VARYING AWD-IDX FROM 1 BY 1 UNTIL AWD-IDX > 4
             IF WS-AWD-ACTIVE-SW(AWD-IDX) = 'Y'
               AND WS-AWD-SETTLED-SW(AWD-IDX) = 'N'
               MOVE SPACES               TO ACHIEVEMENT-REC
               MOVE WS-AWD-CODE(AWD-IDX) TO ACH-CODE
               MOVE TRX-PLAYER-ID        TO ACH-PLAYER-ID
               MOVE WS-GAME-END-DATETIME TO ACH-DATETIME
               MOVE WS-GAME-POINTS       TO ACH-POINTS
               MOVE ACHIEVEMENT-REC TO WORK-REC
               PERFORM 0001-WRITE-WORK-REC
               SET WS-WORK-CHANGED TO TRUE

               MOVE "achievements.dat"   TO WS-AUD-FILE-NAME
               MOVE WS-AWD-CODE(AWD-IDX) TO WS-AUD-ITEM
               MOVE 'NONE'               TO WS-AUD-BEFORE
               MOVE WS-GAME-END-DATETIME TO WS-AUD-AFTER
               PERFORM 0001-WRITE-AUDIT-RECORD
             END-IF
           END-PERFORM.

       0001-UPDATE-MATCH-HISTORY.
      * A rated match loses its rating when either seat is voided; it
      * is rated again only once neither seat is void. Demo matches
      * were never rated and are left alone, and a game not yet on
      * the ledger needs nothing -- MATCH-LEDGER will see the flags
      * as they stand when it pairs the rows.
           MOVE "match-history.dat" TO WS-WORK-TARGET.
           PERFORM 0001-OPEN-WORK-FILE.

           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT MATCH-HISTORY-FILE.

           IF WS-MATCH-HISTORY-FILE-STATUS = '35'
             SET WS-PASS-EOF TO TRUE
           ELSE
             IF NOT WS-MATCH-HISTORY-STATUS-OK
               MOVE "match-history.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-MATCH-HISTORY-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ MATCH-HISTORY-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF MH-START-DATETIME = TRX-START-DATETIME
                   PERFORM 0001-APPLY-MATCH-ROW
                 END-IF
                 MOVE MATCH-HISTORY-REC TO WORK-REC
                 PERFORM 0001-WRITE-WORK-REC
             END-READ
           END-PERFORM.

           IF WS-MATCH-HISTORY-FILE-STATUS NOT = '35'
             CLOSE MATCH-HISTORY-FILE
           END-IF.

           PERFORM 0001-FINISH-WORK-FILE.

       0001-APPLY-MATCH-ROW.
      * Whether the match stands rated comes from the ruling history,
      * not from the flag: a rerun finds the flag already turned, and
      * a match MATCH-LEDGER wrote as 'V' (a seat already void when it
      * was paired) was never rated at all. Demo matches and matches
      * refused for a closed season ('S') were never rated and are
      * left alone.
           IF WS-PRIOR-LEDGER-FLAG NOT = SPACE
             MOVE WS-PRIOR-LEDGER-FLAG TO WS-LEDGER-FLAG
           ELSE
             MOVE MH-DEMO-FLAG TO WS-LEDGER-FLAG
           END-IF.

           IF WS-LEDGER-FLAG NOT = 'N' AND WS-LEDGER-FLAG NOT = 'V'
             EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-PRIOR-RATING-ACTION
             WHEN 'VOID'
               MOVE 'N' TO WS-MATCH-RATED-SW
             WHEN 'REINSTATE'
               SET WS-MATCH-RATED TO TRUE
             WHEN OTHER
               IF WS-LEDGER-FLAG = 'N'
                 SET WS-MATCH-RATED TO TRUE
               ELSE
                 MOVE 'N' TO WS-MATCH-RATED-SW
               END-IF
           END-EVALUATE.

           MOVE MH-RESULT      TO WS-MH-RESULT.
           MOVE MH-PLAYER-1-ID TO WS-MH-P1-ID.
           MOVE MH-PLAYER-2-ID TO WS-MH-P2-ID.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE SPACES TO WS-AUD-AFTER.

           IF TRX-ACTION = 'VOID'
             IF WS-MATCH-RATED
               MOVE 'R' TO WS-RATE-ACTION
             END-IF

             IF MH-DEMO-FLAG = 'N'
               MOVE 'N' TO WS-AUD-BEFORE
               MOVE 'V' TO MH-DEMO-FLAG
               MOVE 'V' TO WS-AUD-AFTER
             END-IF
           END-IF.

           IF TRX-ACTION = 'REINSTATE'
             AND WS-PARTNER-FLAG NOT = 'V'
             IF NOT WS-MATCH-RATED
               MOVE 'A' TO WS-RATE-ACTION
             END-IF

             IF MH-DEMO-FLAG = 'V'
               MOVE 'V' TO WS-AUD-BEFORE
               MOVE 'N' TO MH-DEMO-FLAG
               MOVE 'N' TO WS-AUD-AFTER
             END-IF
           END-IF.

           IF WS-AUD-AFTER NOT = SPACES
             SET WS-WORK-CHANGED TO TRUE
             MOVE "match-history.dat" TO WS-AUD-FILE-NAME
             MOVE 'DEMO-FLAG'         TO WS-AUD-ITEM
             PERFORM 0001-WRITE-AUDIT-RECORD
           END-IF.

       0001-CHECK-GAME-SEASON.
      * A season frozen ('F') or closed ('C') by SEASON-CLOSE keeps the
      * ratings it closed with; MATCH-LEDGER applies the same rule.
           MOVE 'N' TO WS-SEASON-SHUT-SW.
           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT SEASON-CALENDAR-FILE.

           IF WS-CALENDAR-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-CALENDAR-FILE-STATUS-OK
             MOVE "season-calendar.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-CALENDAR-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ SEASON-CALENDAR-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF TRX-START-DATETIME(1:8) >= SEA-FROM-DATE
                   AND TRX-START-DATETIME(1:8) <= SEA-TO-DATE
                   AND (SEA-STATUS = 'F' OR SEA-STATUS = 'C')
                   SET WS-SEASON-SHUT TO TRUE
                   MOVE SEA-SEASON-ID TO WS-SHUT-SEASON-ID
                   SET WS-PASS-EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE SEASON-CALENDAR-FILE.

       0001-UPDATE-RATINGS.
           PERFORM 0001-LOAD-RATINGS.

           MOVE WS-MH-P1-ID TO WS-RATING-LOOKUP-ID.
           PERFORM 0001-FIND-RATING-ENTRY.
           MOVE WS-RATING-SLOT TO WS-P1-SLOT.

           MOVE WS-MH-P2-ID TO WS-RATING-LOOKUP-ID.
           PERFORM 0001-FIND-RATING-ENTRY.
           MOVE WS-RATING-SLOT TO WS-P2-SLOT.

           MOVE WS-P1-SLOT TO WS-RATING-SLOT.
           PERFORM 0001-BUILD-RATING-IMAGE.
           MOVE WS-RATING-IMAGE TO WS-BEFORE-P1-IMAGE.
           MOVE WS-P2-SLOT TO WS-RATING-SLOT.
           PERFORM 0001-BUILD-RATING-IMAGE.
           MOVE WS-RATING-IMAGE TO WS-BEFORE-P2-IMAGE.

           EVALUATE WS-MH-RESULT
             WHEN '1'
               MOVE WS-P1-SLOT TO WS-WINNER-IDX
               MOVE WS-P2-SLOT TO WS-LOSER-IDX
             WHEN '2'
               MOVE WS-P2-SLOT TO WS-WINNER-IDX
               MOVE WS-P1-SLOT TO WS-LOSER-IDX
             WHEN OTHER
               MOVE 0 TO WS-WINNER-IDX
           END-EVALUATE.

           IF WS-RATE-ACTION = 'R'
             PERFORM 0001-REVERSE-RESULT
           ELSE
             PERFORM 0001-APPLY-RESULT
           END-IF.

           MOVE "ratings.dat" TO WS-WORK-TARGET.
           PERFORM 0001-OPEN-WORK-FILE.

           MOVE "ratings.dat" TO WS-AUD-FILE-NAME.
           MOVE 'RTG/W/L/D'   TO WS-AUD-ITEM.

           MOVE WS-P1-SLOT TO WS-RATING-SLOT.
           PERFORM 0001-BUILD-RATING-IMAGE.
           MOVE WS-BEFORE-P1-IMAGE TO WS-AUD-BEFORE.
           MOVE WS-RATING-IMAGE    TO WS-AUD-AFTER.
           PERFORM 0001-WRITE-AUDIT-RECORD.

           MOVE WS-P2-SLOT TO WS-RATING-SLOT.
           PERFORM 0001-BUILD-RATING-IMAGE.
           MOVE WS-BEFORE-P2-IMAGE TO WS-AUD-BEFORE.
           MOVE WS-RATING-IMAGE    TO WS-AUD-AFTER.
           PERFORM 0001-WRITE-AUDIT-RECORD.

           PERFORM VARYING RATING-IDX FROM 1 BY 1
             UNTIL RATING-IDX > WS-RATING-COUNT

             MOVE SPACES                       TO RATING-REC
             MOVE WS-RTG-PLAYER-ID(RATING-IDX) TO RTG-PLAYER-ID
             MOVE WS-RTG-RATING(RATING-IDX)    TO RTG-RATING
             MOVE WS-RTG-WINS(RATING-IDX)      TO RTG-WINS
             MOVE WS-RTG-LOSSES(RATING-IDX)    TO RTG-LOSSES
             MOVE WS-RTG-DRAWS(RATING-IDX)     TO RTG-DRAWS
             MOVE RATING-REC TO WORK-REC
             PERFORM 0001-WRITE-WORK-REC
           END-PERFORM.

           SET WS-WORK-CHANGED TO TRUE.
           PERFORM 0001-FINISH-WORK-FILE.

       0001-REVERSE-RESULT.
      * The fixed exchange MATCH-LEDGER applied is handed back. A
      * loser who was floored at zero gets the full exchange back;
      * the before and after images on the audit show it.
           IF WS-WINNER-IDX = 0
             IF WS-RTG-DRAWS(WS-P1-SLOT) > 0
               SUBTRACT 1 FROM WS-RTG-DRAWS(WS-P1-SLOT)
             END-IF
             IF WS-RTG-DRAWS(WS-P2-SLOT) > 0
               SUBTRACT 1 FROM WS-RTG-DRAWS(WS-P2-SLOT)
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF WS-RTG-RATING(WS-WINNER-IDX) >= WS-RATING-EXCHANGE
             SUBTRACT WS-RATING-EXCHANGE
               FROM WS-RTG-RATING(WS-WINNER-IDX)
           ELSE
             MOVE 0 TO WS-RTG-RATING(WS-WINNER-IDX)
           END-IF.

           ADD WS-RATING-EXCHANGE TO WS-RTG-RATING(WS-LOSER-IDX).

           IF WS-RTG-WINS(WS-WINNER-IDX) > 0
             SUBTRACT 1 FROM WS-RTG-WINS(WS-WINNER-IDX)
           END-IF.

           IF WS-RTG-LOSSES(WS-LOSER-IDX) > 0
             SUBTRACT 1 FROM WS-RTG-LOSSES(WS-LOSER-IDX)
           END-IF.

       0001-APPLY-RESULT.
      * Same 16-point exchange as MATCH-LEDGER's 0001-RECORD-WIN.
           IF WS-WINNER-IDX = 0
             ADD 1 TO WS-RTG-DRAWS(WS-P1-SLOT)
             ADD 1 TO WS-RTG-DRAWS(WS-P2-SLOT)
             EXIT PARAGRAPH
           END-IF.

           ADD WS-RATING-EXCHANGE TO WS-RTG-RATING(WS-WINNER-IDX).

           IF WS-RTG-RATING(WS-LOSER-IDX) >= WS-RATING-EXCHANGE
             SUBTRACT WS-RATING-EXCHANGE
               FROM WS-RTG-RATING(WS-LOSER-IDX)
           ELSE
             MOVE 0 TO WS-RTG-RATING(WS-LOSER-IDX)
           END-IF.

           ADD 1 TO WS-RTG-WINS(WS-WINNER-IDX).
           ADD 1 TO WS-RTG-LOSSES(WS-LOSER-IDX).

       0001-BUILD-RATING-IMAGE.
           MOVE WS-RTG-RATING(WS-RATING-SLOT) TO WS-IMG-RATING.
           MOVE WS-RTG-WINS(WS-RATING-SLOT)   TO WS-IMG-WINS.
           MOVE WS-RTG-LOSSES(WS-RATING-SLOT) TO WS-IMG-LOSSES.
           MOVE WS-RTG-DRAWS(WS-RATING-SLOT)  TO WS-IMG-DRAWS.

       0001-LOAD-RATINGS.
           MOVE 0 TO WS-RATING-COUNT.
           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT RATINGS-FILE.

           IF WS-RATINGS-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-RATINGS-FILE-STATUS-OK
             MOVE "ratings.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-RATINGS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ RATINGS-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF WS-RATING-COUNT >= 50
                   DISPLAY "ADJUDICATE: more than 50 rated "
                           "players -- raise the table size."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF

                 ADD 1 TO WS-RATING-COUNT
                 SET RATING-IDX TO WS-RATING-COUNT
                 MOVE RTG-PLAYER-ID TO WS-RTG-PLAYER-ID(RATING-IDX)
                 MOVE RTG-RATING    TO WS-RTG-RATING(RATING-IDX)
                 MOVE RTG-WINS      TO WS-RTG-WINS(RATING-IDX)
                 MOVE RTG-LOSSES    TO WS-RTG-LOSSES(RATING-IDX)
                 MOVE RTG-DRAWS     TO WS-RTG-DRAWS(RATING-IDX)
             END-READ
           END-PERFORM.

           CLOSE RATINGS-FILE.

       0001-FIND-RATING-ENTRY.
      * Leaves the entry's position -- found or freshly created -- in
      * WS-RATING-SLOT, same as MATCH-LEDGER.
           MOVE 'N' TO WS-RATING-FOUND-SW.

           PERFORM VARYING WS-RATING-SLOT FROM 1 BY 1
             UNTIL WS-RATING-SLOT > WS-RATING-COUNT

             IF WS-RTG-PLAYER-ID(WS-RATING-SLOT) = WS-RATING-LOOKUP-ID
               SET WS-RATING-FOUND TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF NOT WS-RATING-FOUND
             IF WS-RATING-COUNT >= 50
               DISPLAY "ADJUDICATE: more than 50 rated "
                       "players -- raise the table size."
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF

             ADD 1 TO WS-RATING-COUNT
             MOVE WS-RATING-COUNT TO WS-RATING-SLOT
             MOVE WS-RATING-LOOKUP-ID
               TO WS-RTG-PLAYER-ID(WS-RATING-SLOT)
             MOVE WS-STARTING-RATING TO WS-RTG-RATING(WS-RATING-SLOT)
             MOVE 0 TO WS-RTG-WINS(WS-RATING-SLOT)
             MOVE 0 TO WS-RTG-LOSSES(WS-RATING-SLOT)
             MOVE 0 TO WS-RTG-DRAWS(WS-RATING-SLOT)
           END-IF.

       0001-CHECK-DAY-CLOSED.
           MOVE 'N' TO WS-DAY-CLOSED-SW.
           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT DAILY-SUMMARY-FILE.

           IF WS-DAILY-SUMMARY-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-DAILY-SUMMARY-STATUS-OK
             MOVE "daily-summary.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-DAILY-SUMMARY-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ DAILY-SUMMARY-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF DCL-REC-TYPE = 'Z' AND DCL-DATE = WS-GAME-DATE
                   SET WS-DAY-CLOSED TO TRUE
                   SET WS-PASS-EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE DAILY-SUMMARY-FILE.

       0001-UPDATE-DAILY-SUMMARY.
      * A closed day's figures no longer come from its detail rows,
      * so the ruling is carried into the player's 'D' row by hand:
      * games, points and fruit by the row's own figures, the end
      * reason only if the row counted the game, and the high score
      * from the player's other counted rows that day. A void that
      * leaves a row with no games drops it; a reinstatement for a
      * player with no row that day adds one ahead of the 'Z'.
           MOVE TRX-PLAYER-ID TO WS-SUMMARY-ID.
           MOVE WS-PARTNER-ID TO WS-PARTNER-SUMMARY-ID.

           IF WS-PARTNER-SUMMARY-ID = SPACES
             MOVE 'UNKNOWN' TO WS-PARTNER-SUMMARY-ID
           END-IF.

           MOVE 'N' TO WS-SUMMARY-ROW-FOUND-SW.
           MOVE "daily-summary.dat" TO WS-WORK-TARGET.
           PERFORM 0001-OPEN-WORK-FILE.

           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT DAILY-SUMMARY-FILE.

           IF NOT WS-DAILY-SUMMARY-STATUS-OK
             MOVE "daily-summary.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-DAILY-SUMMARY-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ DAILY-SUMMARY-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-APPLY-SUMMARY-ROW
             END-READ
           END-PERFORM.

           CLOSE DAILY-SUMMARY-FILE.

           PERFORM 0001-FINISH-WORK-FILE.

       0001-APPLY-SUMMARY-ROW.
           MOVE 'N' TO WS-SUMMARY-DROP-SW.

           IF DCL-REC-TYPE = 'Z' AND DCL-DATE = WS-GAME-DATE
             AND TRX-ACTION = 'REINSTATE'
             AND NOT WS-SUMMARY-ROW-FOUND
             PERFORM 0001-ADD-SUMMARY-ROW
           END-IF.

           IF DSM-REC-TYPE = 'D' AND DSM-DATE = WS-GAME-DATE
             IF DSM-PLAYER-ID = WS-SUMMARY-ID
               SET WS-SUMMARY-ROW-FOUND TO TRUE
               PERFORM 0001-ADJUST-PLAYER-SUMMARY
             END-IF

             IF WS-PARTNER-FLIPS
               AND DSM-PLAYER-ID = WS-PARTNER-SUMMARY-ID
               AND NOT WS-SUMMARY-DROP
               PERFORM 0001-ADJUST-PARTNER-SUMMARY
             END-IF
           END-IF.

           IF NOT WS-SUMMARY-DROP
             MOVE DAILY-SUMMARY-REC TO WORK-REC
             PERFORM 0001-WRITE-WORK-REC
           END-IF.

       0001-ADD-SUMMARY-ROW.
      * The close record is held while the new row goes out ahead of
      * it, then restored so the normal write carries it.
           MOVE DAILY-SUMMARY-REC TO WS-HELD-CLOSE-REC.

           MOVE SPACES        TO DAILY-SUMMARY-REC.
           MOVE 'D'           TO DSM-REC-TYPE.
           MOVE WS-GAME-DATE  TO DSM-DATE.
           MOVE WS-SUMMARY-ID TO DSM-PLAYER-ID.
           MOVE 0 TO DSM-GAMES DSM-POINTS DSM-FRUIT-EATEN
                     DSM-HIGH-SCORE DSM-END-WALL DSM-END-SELF
                     DSM-END-OBSTACLE DSM-END-CROSS DSM-END-QUIT
                     DSM-END-WIN DSM-END-UNKNOWN.

           SET WS-SUMMARY-ROW-FOUND TO TRUE.
           PERFORM 0001-ADJUST-PLAYER-SUMMARY.

           MOVE DAILY-SUMMARY-REC TO WORK-REC.
           PERFORM 0001-WRITE-WORK-REC.

           MOVE WS-HELD-CLOSE-REC TO DAILY-SUMMARY-REC.

       0001-ADJUST-PLAYER-SUMMARY.
           MOVE DSM-GAMES      TO WS-SIMG-GAMES.
           MOVE DSM-POINTS     TO WS-SIMG-POINTS.
           MOVE DSM-HIGH-SCORE TO WS-SIMG-HIGH.
           MOVE WS-SUMMARY-IMAGE TO WS-AUD-BEFORE.

           IF TRX-ACTION = 'VOID'
             IF DSM-GAMES > 0
               SUBTRACT 1 FROM DSM-GAMES
             END-IF
             IF DSM-POINTS >= WS-GAME-POINTS
               SUBTRACT WS-GAME-POINTS FROM DSM-POINTS
             ELSE
               MOVE 0 TO DSM-POINTS
             END-IF
             IF DSM-FRUIT-EATEN >= WS-GAME-FRUIT-EATEN
               SUBTRACT WS-GAME-FRUIT-EATEN FROM DSM-FRUIT-EATEN
             ELSE
               MOVE 0 TO DSM-FRUIT-EATEN
             END-IF
             MOVE WS-OTHER-DAY-HIGH TO DSM-HIGH-SCORE
             MOVE -1 TO WS-REASON-DELTA
           ELSE
             ADD 1 TO DSM-GAMES
             ADD WS-GAME-POINTS TO DSM-POINTS
             ADD WS-GAME-FRUIT-EATEN TO DSM-FRUIT-EATEN
             IF WS-GAME-POINTS > DSM-HIGH-SCORE
               MOVE WS-GAME-POINTS TO DSM-HIGH-SCORE
             END-IF
             MOVE 1 TO WS-REASON-DELTA
           END-IF.

           IF WS-GAME-COUNTS
             MOVE WS-GAME-END-REASON TO WS-REASON-CODE
             PERFORM 0001-ADJUST-REASON-COUNT
           END-IF.

           MOVE DSM-GAMES      TO WS-SIMG-GAMES.
           MOVE DSM-POINTS     TO WS-SIMG-POINTS.
           MOVE DSM-HIGH-SCORE TO WS-SIMG-HIGH.
           MOVE WS-SUMMARY-IMAGE TO WS-AUD-AFTER.

           IF DSM-GAMES = 0
             SET WS-SUMMARY-DROP TO TRUE
             MOVE 'DROPPED' TO WS-AUD-AFTER
           END-IF.

           MOVE "daily-summary.dat" TO WS-AUD-FILE-NAME.
           MOVE 'GAMES/PTS/HIGH'    TO WS-AUD-ITEM.
           PERFORM 0001-WRITE-AUDIT-RECORD.
           SET WS-WORK-CHANGED TO TRUE.

       0001-ADJUST-PARTNER-SUMMARY.
      * The partner gains the game's end reason when seat 1 is voided
      * and gives it back when seat 1 is reinstated.
           IF TRX-ACTION = 'VOID'
             MOVE 1 TO WS-REASON-DELTA
           ELSE
             MOVE -1 TO WS-REASON-DELTA
           END-IF.

           MOVE WS-PARTNER-END-REASON TO WS-REASON-CODE.
           PERFORM 0001-ADJUST-REASON-COUNT.

           MOVE "daily-summary.dat" TO WS-AUD-FILE-NAME.
           MOVE 'END-REASON'        TO WS-AUD-ITEM.
           MOVE WS-PARTNER-END-REASON TO WS-RIMG-CODE.
           MOVE WS-REASON-COUNT       TO WS-RIMG-COUNT.
           MOVE WS-REASON-IMAGE       TO WS-AUD-AFTER.

           IF TRX-ACTION = 'VOID'
             SUBTRACT 1 FROM WS-REASON-COUNT
           ELSE
             ADD 1 TO WS-REASON-COUNT
           END-IF.

           MOVE WS-REASON-COUNT TO WS-RIMG-COUNT.
           MOVE WS-REASON-IMAGE TO WS-AUD-BEFORE.
           PERFORM 0001-WRITE-AUDIT-RECORD.
           SET WS-WORK-CHANGED TO TRUE.

       0001-ADJUST-REASON-COUNT.
      * Applies WS-REASON-DELTA to the count for WS-REASON-CODE and
      * leaves the new count in WS-REASON-COUNT. A count never goes
      * below zero.
           EVALUATE WS-REASON-CODE
             WHEN 'W'
               MOVE DSM-END-WALL     TO WS-REASON-COUNT
             WHEN 'S'
               MOVE DSM-END-SELF     TO WS-REASON-COUNT
             WHEN 'O'
               MOVE DSM-END-OBSTACLE TO WS-REASON-COUNT
             WHEN 'C'
               MOVE DSM-END-CROSS    TO WS-REASON-COUNT
             WHEN 'Q'
               MOVE DSM-END-QUIT     TO WS-REASON-COUNT
             WHEN 'G'
               MOVE DSM-END-WIN      TO WS-REASON-COUNT
             WHEN OTHER
               MOVE DSM-END-UNKNOWN  TO WS-REASON-COUNT
           END-EVALUATE.

           IF WS-REASON-DELTA > 0
             ADD 1 TO WS-REASON-COUNT
           ELSE
             IF WS-REASON-COUNT > 0
               SUBTRACT 1 FROM WS-REASON-COUNT
             END-IF
           END-IF.

           EVALUATE WS-REASON-CODE
             WHEN 'W'
               MOVE WS-REASON-COUNT TO DSM-END-WALL
             WHEN 'S'
               MOVE WS-REASON-COUNT TO DSM-END-SELF
             WHEN 'O'
               MOVE WS-REASON-COUNT TO DSM-END-OBSTACLE
             WHEN 'C'
               MOVE WS-REASON-COUNT TO DSM-END-CROSS
             WHEN 'Q'
               MOVE WS-REASON-COUNT TO DSM-END-QUIT
             WHEN 'G'
               MOVE WS-REASON-COUNT TO DSM-END-WIN
             WHEN OTHER
               MOVE WS-REASON-COUNT TO DSM-END-UNKNOWN
           END-EVALUATE.

       0001-UPDATE-SESSION-LOG.
      * Last step of every ruling: the flag is what every report
      * reads, so it only changes once everything else is in step.
           MOVE "session-log.dat" TO WS-WORK-TARGET.
           PERFORM 0001-OPEN-WORK-FILE.

           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT SESSION-LOG-FILE.

           IF NOT WS-SESSION-LOG-FILE-STATUS-OK
             MOVE "session-log.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-SESSION-LOG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-PASS-EOF
             READ SESSION-LOG-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF NOT WS-WORK-CHANGED
                   AND SESSION-LOG-START-DATETIME = TRX-START-DATETIME
                   AND SESSION-LOG-PLAYER-ID = TRX-PLAYER-ID
                   SET WS-WORK-CHANGED TO TRUE
                   MOVE SESSION-LOG-DEMO-FLAG TO WS-AUD-BEFORE

                   IF TRX-ACTION = 'VOID'
                     MOVE 'V' TO SESSION-LOG-DEMO-FLAG
                   ELSE
                     MOVE 'N' TO SESSION-LOG-DEMO-FLAG
                   END-IF

                   MOVE SESSION-LOG-DEMO-FLAG TO WS-AUD-AFTER
                   MOVE "session-log.dat" TO WS-AUD-FILE-NAME
                   MOVE 'DEMO-FLAG'       TO WS-AUD-ITEM
                   PERFORM 0001-WRITE-AUDIT-RECORD
                 END-IF

                 MOVE SESSION-LOG-REC TO WORK-REC
                 PERFORM 0001-WRITE-WORK-REC
             END-READ
           END-PERFORM.

           CLOSE SESSION-LOG-FILE.

           PERFORM 0001-FINISH-WORK-FILE.

       0001-OPEN-WORK-FILE.
           MOVE 'N' TO WS-WORK-CHANGED-SW.

           OPEN OUTPUT WORK-FILE.

           IF NOT WS-WORK-FILE-STATUS-OK
             MOVE "adjudicate.new" TO WS-FAIL-FILE-NAME
             MOVE WS-WORK-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           SET WS-WORK-OPEN TO TRUE.

       0001-WRITE-WORK-REC.
           WRITE WORK-REC.

           IF NOT WS-WORK-FILE-STATUS-OK
             MOVE "adjudicate.new" TO WS-FAIL-FILE-NAME
             MOVE WS-WORK-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-FINISH-WORK-FILE.
      * A pass that changed nothing leaves the live file untouched
      * and the work file closed without a trailer, so there is
      * nothing for a later run to resume.
           MOVE 'N' TO WS-WORK-OPEN-SW.

           IF NOT WS-WORK-CHANGED
             CLOSE WORK-FILE
             OPEN OUTPUT WORK-FILE
             CLOSE WORK-FILE
             EXIT PARAGRAPH
           END-IF.

      * The trailer proves the work file holds the complete new
      * image; only then is the live file replaced from it.
           MOVE SPACES         TO WORK-REC.
           MOVE WS-TRAILER-TAG TO WORK-REC(1:8).
           MOVE WS-WORK-TARGET TO WORK-REC(10:20).
           PERFORM 0001-WRITE-WORK-REC.

           CLOSE WORK-FILE.

           PERFORM 0001-COPY-BACK-FROM-WORK.
           ADD 1 TO WS-CHANGES-COUNT.

       0001-COPY-BACK-FROM-WORK.
           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT WORK-FILE.

           IF NOT WS-WORK-FILE-STATUS-OK
             MOVE "adjudicate.new" TO WS-FAIL-FILE-NAME
             MOVE WS-WORK-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-OPEN-TARGET-OUTPUT.

           PERFORM UNTIL WS-PASS-EOF
             READ WORK-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF WORK-REC(1:8) NOT = WS-TRAILER-TAG
                   AND WORK-REC(1:8) NOT = WS-AUDIT-TAG
                   PERFORM 0001-WRITE-TARGET-REC
                 END-IF
             END-READ
           END-PERFORM.

           PERFORM 0001-CLOSE-TARGET.
           CLOSE WORK-FILE.

           PERFORM 0001-POST-WORK-AUDIT.

      * The copy has landed; an emptied work file (no trailer) tells
      * the next run there is nothing to resume.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.

       0001-POST-WORK-AUDIT.
      * The audit lines of the rewrite go onto the trail once the
      * file they describe has been replaced. A run that dies here
      * resumes the copy-back and posts them again: a line twice on
      * the trail is better than a change with no line at all.
           MOVE 'N' TO WS-PASS-EOF-SW.

           OPEN INPUT WORK-FILE.

           IF NOT WS-WORK-FILE-STATUS-OK
             MOVE "adjudicate.new" TO WS-FAIL-FILE-NAME
             MOVE WS-WORK-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-OPEN-EXTEND-AUDIT-FILE.

           PERFORM UNTIL WS-PASS-EOF
             READ WORK-FILE
               AT END
                 SET WS-PASS-EOF TO TRUE
               NOT AT END
                 IF WORK-REC(1:8) = WS-AUDIT-TAG
                   MOVE WORK-REC(9:) TO AUDIT-REC
                   WRITE AUDIT-REC

                   IF NOT WS-AUDIT-FILE-STATUS-OK
                     MOVE "adjudication-audit.dat" TO WS-FAIL-FILE-NAME
                     MOVE WS-AUDIT-FILE-STATUS TO WS-FAIL-STATUS
                     PERFORM 0001-FILE-ERROR-ABORT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE.
           CLOSE WORK-FILE.

       0001-OPEN-TARGET-OUTPUT.
           MOVE WS-WORK-TARGET TO WS-FAIL-FILE-NAME.

           EVALUATE WS-WORK-TARGET
             WHEN "session-log.dat"
               OPEN OUTPUT SESSION-LOG-FILE
               MOVE WS-SESSION-LOG-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "scores.dat"
               OPEN OUTPUT SCORES-FILE
               MOVE WS-SCORES-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "achievements.dat"
               OPEN OUTPUT ACHIEVEMENTS-FILE
               MOVE WS-ACHIEVEMENTS-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "match-history.dat"
               OPEN OUTPUT MATCH-HISTORY-FILE
               MOVE WS-MATCH-HISTORY-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "ratings.dat"
               OPEN OUTPUT RATINGS-FILE
               MOVE WS-RATINGS-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "daily-summary.dat"
               OPEN OUTPUT DAILY-SUMMARY-FILE
               MOVE WS-DAILY-SUMMARY-FILE-STATUS TO WS-FAIL-STATUS
             WHEN OTHER
               DISPLAY "ADJUDICATE: adjudicate.new names unknown "
                       "target " WS-WORK-TARGET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF WS-FAIL-STATUS NOT = '00'
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-WRITE-TARGET-REC.
           EVALUATE WS-WORK-TARGET
             WHEN "session-log.dat"
               MOVE WORK-REC TO SESSION-LOG-REC
               WRITE SESSION-LOG-REC
               MOVE WS-SESSION-LOG-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "scores.dat"
               MOVE WORK-REC TO SCORE-REC
               WRITE SCORE-REC
               MOVE WS-SCORES-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "achievements.dat"
               MOVE WORK-REC TO ACHIEVEMENT-REC
               WRITE ACHIEVEMENT-REC
               MOVE WS-ACHIEVEMENTS-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "match-history.dat"
               MOVE WORK-REC TO MATCH-HISTORY-REC
               WRITE MATCH-HISTORY-REC
               MOVE WS-MATCH-HISTORY-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "ratings.dat"
               MOVE WORK-REC TO RATING-REC
               WRITE RATING-REC
               MOVE WS-RATINGS-FILE-STATUS TO WS-FAIL-STATUS
             WHEN "daily-summary.dat"
               MOVE WORK-REC TO DAILY-SUMMARY-REC
               WRITE DAILY-SUMMARY-REC
               MOVE WS-DAILY-SUMMARY-FILE-STATUS TO WS-FAIL-STATUS
           END-EVALUATE.

           IF WS-FAIL-STATUS NOT = '00'
             MOVE WS-WORK-TARGET TO WS-FAIL-FILE-NAME
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-CLOSE-TARGET.
           EVALUATE WS-WORK-TARGET
             WHEN "session-log.dat"
               CLOSE SESSION-LOG-FILE
             WHEN "scores.dat"
               CLOSE SCORES-FILE
             WHEN "achievements.dat"
               CLOSE ACHIEVEMENTS-FILE
             WHEN "match-history.dat"
               CLOSE MATCH-HISTORY-FILE
             WHEN "ratings.dat"
               CLOSE RATINGS-FILE
             WHEN "daily-summary.dat"
               CLOSE DAILY-SUMMARY-FILE
           END-EVALUATE.

       0001-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'REJECTED'     TO WS-AUD-DISPOSITION.
           MOVE SPACES         TO WS-AUD-FILE-NAME.
           MOVE WS-REJECT-CODE TO WS-AUD-ITEM.
           MOVE SPACES         TO WS-AUD-BEFORE.
           MOVE SPACES         TO WS-AUD-AFTER.
           PERFORM 0001-WRITE-AUDIT-RECORD.

           DISPLAY "ADJUDICATE: rejected " TRX-ACTION " "
                   TRX-START-DATETIME " " TRX-PLAYER-ID " -- "
                   WS-REJECT-CODE.

       0001-WRITE-AUDIT-RECORD.
           MOVE SPACES             TO AUDIT-REC.
           MOVE WS-RUN-DATETIME    TO AUD-DATETIME.
           MOVE TRX-ACTION         TO AUD-ACTION.
           MOVE TRX-START-DATETIME TO AUD-START-DATETIME.
           MOVE TRX-PLAYER-ID      TO AUD-PLAYER-ID.
           MOVE WS-AUD-DISPOSITION TO AUD-DISPOSITION.
           MOVE WS-AUD-FILE-NAME   TO AUD-FILE-NAME.
           MOVE WS-AUD-ITEM        TO AUD-ITEM.
           MOVE WS-AUD-BEFORE      TO AUD-BEFORE.
           MOVE WS-AUD-AFTER       TO AUD-AFTER.
           MOVE TRX-REASON         TO AUD-REASON.

           IF WS-WORK-OPEN
             MOVE SPACES       TO WORK-REC
             MOVE WS-AUDIT-TAG TO WORK-REC(1:8)
             MOVE AUDIT-REC    TO WORK-REC(9:)
             PERFORM 0001-WRITE-WORK-REC
             EXIT PARAGRAPH
           END-IF.

           PERFORM 0001-OPEN-EXTEND-AUDIT-FILE.
           WRITE AUDIT-REC.

      * A ruling with no audit line is not one anybody can defend:
      * if the trail cannot be written, stopping beats carrying on.
           IF NOT WS-AUDIT-FILE-STATUS-OK
             MOVE "adjudication-audit.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-AUDIT-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           CLOSE AUDIT-FILE.

       0001-OPEN-EXTEND-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.

           IF NOT WS-AUDIT-FILE-STATUS-OK
             OPEN OUTPUT AUDIT-FILE
             CLOSE AUDIT-FILE
             OPEN EXTEND AUDIT-FILE
           END-IF.

           IF NOT WS-AUDIT-FILE-STATUS-OK
             MOVE "adjudication-audit.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-AUDIT-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-FILE-ERROR-ABORT.
           DISPLAY "ADJUDICATE: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-SUMMARY.
           DISPLAY "ADJUDICATE CONTROL REPORT".
           DISPLAY "Transactions read:     " WS-TRANS-READ-COUNT.
           DISPLAY "Games voided:          " WS-VOIDED-COUNT.
           DISPLAY "Games reinstated:      " WS-REINSTATED-COUNT.
           DISPLAY "Transactions rejected: " WS-REJECTED-COUNT.
           DISPLAY "File rewrites:         " WS-CHANGES-COUNT.

           IF WS-REJECTED-COUNT > 0
             DISPLAY "Rejections detailed in adjudication-audit.dat."
           END-IF.
