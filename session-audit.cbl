       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSION-AUDIT.
       AUTHOR. MARCOS-VENICIUS.

      * Checks every session-log.dat row in the audit window for a
      * result the game could not physically have produced. SCORE-
      * RECON only proves the score and session files agree; a row
      * edited in both, or written by a tampered build, agrees with
      * itself. Each row is held against the rules PLAYER-GAME plays
      * by:
      *   POINTS-FRUIT  points that no mix of '+' (1), '*' (5) and
      *                 '$' (15) fruit adds up to for the fruit eaten
      *                 (the same values as WS-FRUIT-TYPE-TABLE)
      *   SNAKE-SIZE    a snake that is not fruit eaten plus one long
      *   END-BEFORE    an end datetime earlier than the start
      *   TOO-SHORT     fewer ticks of play than fruit eaten -- every
      *                 fruit costs at least one move -- at the tick
      *                 rate of the run's difficulty
      *   GRID-WIN      a 'G' win on a board that cannot be filled:
      *                 short of every cell, obstacles on the grid
      *                 (the snake can never cover them), or a second
      *                 snake occupying cells of its own
      * The difficulty, obstacle count and two-player switch come from
      * the run's "INIT" line in run-log.dat: the first INIT logged at
      * or within a minute after the session's start. A row whose run
      * has no INIT line is not checked for TOO-SHORT and only for a
      * short snake under GRID-WIN. Voided rows (flag 'V') are already
      * ruled on and are skipped.
      *
      * audit-parms.txt is optional, one value per line:
      *   line 1  first start date to audit, YYYYMMDD (default: all)
      *   line 2  last start date to audit, YYYYMMDD (default: all)
      *   line 3  severity threshold 1-3 (default 3)
      *   line 4-6 minimum hundredths of a second per tick on EASY,
      *           MEDIUM and HARD (default 25, 15, 7). A tick is one
      *           WS-FRAMES-BETWEEN-RENDER busy loop, so its length
      *           depends on the cabinet's CPU; the defaults are a
      *           floor well under any cabinet we run, and should be
      *           raised to the measured rate once known.
      * Findings go to suspect-sessions.dat, rewritten every run, with
      * the reason code and a severity (3 tampering, 2 suspicious).
      * Return code 8 when any finding is at or above the threshold --
      * NIGHT-RUN stops there, so the steps behind it (the extract)
      * are held until someone looks -- 4 for findings below it, 0
      * for a clean window.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-PARM-FILE ASSIGN TO "audit-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SESSION-LOG-FILE ASSIGN TO "session-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-LOG-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "suspect-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-PARM-FILE.
       01 AUDIT-PARM-REC                PIC X(8).

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

       FD RUN-LOG-FILE.
       01 RUN-LOG-REC.
         05 RUN-LOG-DATETIME PIC X(21).
         05 FILLER           PIC X(1).
         05 RUN-LOG-MESSAGE  PIC X(60).
      * "INIT OBST=nn DIFF=xxxxxx 2P=x DEMO=x CKPT=x CAB=x"
         05 RUN-LOG-INIT REDEFINES RUN-LOG-MESSAGE.
           10 INIT-TAG       PIC X(10).
           10 INIT-OBST      PIC X(2).
           10 FILLER         PIC X(6).
           10 INIT-DIFF      PIC X(6).
           10 FILLER         PIC X(4).
           10 INIT-2P        PIC X(1).
           10 FILLER         PIC X(31).

       FD SUSPECT-FILE.
       01 SUSPECT-REC.
         05 SUS-REASON          PIC X(12).
         05 FILLER              PIC X(1).
         05 SUS-SEVERITY        PIC 9(1).
         05 FILLER              PIC X(1).
         05 SUS-START-DATETIME  PIC X(21).
         05 FILLER              PIC X(1).
         05 SUS-END-DATETIME    PIC X(21).
         05 FILLER              PIC X(1).
         05 SUS-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 SUS-SEAT            PIC X(1).
         05 FILLER              PIC X(1).
         05 SUS-POINTS          PIC 9(3).
         05 FILLER              PIC X(1).
         05 SUS-SNAKE-SIZE      PIC 9(3).
         05 FILLER              PIC X(1).
         05 SUS-FRUIT-EATEN     PIC 9(3).
         05 FILLER              PIC X(1).
         05 SUS-DETAIL          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-SESSION-LOG-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-SESSION-LOG-FILE-STATUS-OK        VALUE '00'.
       01 WS-RUN-LOG-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-RUN-LOG-FILE-STATUS-OK            VALUE '00'.
       01 WS-SUSPECT-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-SUSPECT-FILE-STATUS-OK            VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

       01 WS-FROM-DATE                  PIC X(8)  VALUE '00000000'.
       01 WS-TO-DATE                    PIC X(8)  VALUE '99999999'.
      * INIT lines are kept up to a day past the window: a game
      * started just before midnight logs its INIT after it.
       01 WS-INIT-TO-DATE               PIC X(8)  VALUE '99999999'.
       01 WS-INIT-TO-DATE-NUM REDEFINES WS-INIT-TO-DATE PIC 9(8).
       01 WS-SEVERITY-THRESHOLD         PIC 9(1)  VALUE 3.
       01 WS-PARM-LINE                  PIC 9(1)  VALUE 0.

      * Same figures as PLAYER-GAME's grid and fruit table.
       01 WS-GRID-CELLS                 PIC 9(3)  VALUE 100.
       01 WS-FRUIT-TYPE-VALUES.
         05 FILLER PIC X(7) VALUE '+001050'.
         05 FILLER PIC X(7) VALUE '*005030'.
         05 FILLER PIC X(7) VALUE '$015015'.
       01 WS-FRUIT-TYPE-TABLE REDEFINES WS-FRUIT-TYPE-VALUES.
         05 FRUIT-TYPE-ENTRY OCCURS 3 TIMES
           INDEXED BY FRUIT-TYPE-IDX.
           10 FRUIT-TYPE-CHAR     PIC X(1).
           10 FRUIT-TYPE-POINTS   PIC 9(3).
           10 FRUIT-TYPE-LIFETIME PIC 9(3).

       01 WS-TICK-EASY                  PIC 9(4)  VALUE 25.
       01 WS-TICK-MEDIUM                PIC 9(4)  VALUE 15.
       01 WS-TICK-HARD                  PIC 9(4)  VALUE 7.
       01 WS-TICK-HUNDREDTHS            PIC 9(4)  VALUE 0.

       01 WS-INIT-TABLE.
         05 WS-INIT-ENTRY OCCURS 5000 TIMES
           INDEXED BY INIT-IDX.
           10 WS-INIT-DATETIME   PIC X(16).
           10 WS-INIT-OBST       PIC 9(2).
           10 WS-INIT-DIFF       PIC X(6).
           10 WS-INIT-2P         PIC X(1).
       01 WS-INIT-COUNT                 PIC 9(4)  VALUE 0.
       01 WS-INIT-LOW                   PIC 9(4)  VALUE 0.
       01 WS-INIT-HIGH                  PIC 9(4)  VALUE 0.
       01 WS-INIT-MID                   PIC 9(4)  VALUE 0.
       01 WS-INIT-SLOT                  PIC 9(4)  VALUE 0.
       01 WS-RUN-FOUND-SW               PIC X(1)  VALUE 'N'.
         88 WS-RUN-FOUND                         VALUE 'Y'.

      * Elapsed time between two datetimes, in hundredths.
       01 WS-STAMP-FROM                 PIC X(16) VALUE SPACES.
       01 WS-STAMP-FROM-PARTS REDEFINES WS-STAMP-FROM.
         05 WS-FROM-YMD        PIC 9(8).
         05 WS-FROM-HH         PIC 9(2).
         05 WS-FROM-MI         PIC 9(2).
         05 WS-FROM-SS         PIC 9(2).
         05 WS-FROM-CC         PIC 9(2).
       01 WS-STAMP-TO                   PIC X(16) VALUE SPACES.
       01 WS-STAMP-TO-PARTS REDEFINES WS-STAMP-TO.
         05 WS-TO-YMD          PIC 9(8).
         05 WS-TO-HH           PIC 9(2).
         05 WS-TO-MI           PIC 9(2).
         05 WS-TO-SS           PIC 9(2).
         05 WS-TO-CC           PIC 9(2).
       01 WS-ELAPSED-HUNDREDTHS         PIC S9(11) VALUE 0.
       01 WS-MIN-HUNDREDTHS             PIC S9(11) VALUE 0.
       01 WS-ELAPSED-SECONDS            PIC 9(5)  VALUE 0.
       01 WS-MIN-SECONDS                PIC 9(5)  VALUE 0.

       01 WS-FRUIT-POINTS-OK-SW         PIC X(1)  VALUE 'N'.
         88 WS-FRUIT-POINTS-OK                   VALUE 'Y'.
       01 WS-DOLLAR-COUNT               PIC 9(3)  VALUE 0.
       01 WS-POINTS-TARGET              PIC 9(5)  VALUE 0.
       01 WS-POINTS-REMAINDER           PIC S9(5) VALUE 0.
       01 WS-STAR-COUNT                 PIC 9(5)  VALUE 0.
       01 WS-EXPECTED-SNAKE-SIZE        PIC 9(4)  VALUE 0.

       01 WS-FINDING-REASON             PIC X(12) VALUE SPACES.
       01 WS-FINDING-SEVERITY           PIC 9(1)  VALUE 0.
       01 WS-FINDING-DETAIL             PIC X(30) VALUE SPACES.
       01 WS-DETAIL-NUM-A               PIC 9(5)  VALUE 0.
       01 WS-DETAIL-NUM-B               PIC 9(5)  VALUE 0.

       01 WS-ROWS-READ-COUNT            PIC 9(7)  VALUE 0.
       01 WS-ROWS-AUDITED-COUNT         PIC 9(7)  VALUE 0.
       01 WS-VOIDED-SKIPPED-COUNT       PIC 9(7)  VALUE 0.
       01 WS-NO-RUN-COUNT               PIC 9(7)  VALUE 0.
       01 WS-POINTS-FRUIT-COUNT         PIC 9(5)  VALUE 0.
       01 WS-SNAKE-SIZE-COUNT           PIC 9(5)  VALUE 0.
       01 WS-END-BEFORE-COUNT           PIC 9(5)  VALUE 0.
       01 WS-TOO-SHORT-COUNT            PIC 9(5)  VALUE 0.
       01 WS-GRID-WIN-COUNT             PIC 9(5)  VALUE 0.
       01 WS-FINDING-COUNT              PIC 9(5)  VALUE 0.
       01 WS-HELD-COUNT                 PIC 9(5)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-READ-PARMS.
           PERFORM 0001-LOAD-RUN-INITS.

           OPEN OUTPUT SUSPECT-FILE.

           IF NOT WS-SUSPECT-FILE-STATUS-OK
             MOVE "suspect-sessions.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-SUSPECT-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-AUDIT-SESSION-LOG.

           CLOSE SUSPECT-FILE.

           PERFORM 0001-DISPLAY-SUMMARY.

           EVALUATE TRUE
             WHEN WS-HELD-COUNT > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       0001-READ-PARMS.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0   TO WS-PARM-LINE.

           OPEN INPUT AUDIT-PARM-FILE.

           IF NOT WS-PARM-FILE-STATUS-OK
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ AUDIT-PARM-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-PARM-LINE
                 PERFORM 0001-APPLY-PARM-LINE
             END-READ
           END-PERFORM.

           CLOSE AUDIT-PARM-FILE.

           IF WS-TO-DATE NOT = '99999999'
             COMPUTE WS-INIT-TO-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-INIT-TO-DATE-NUM) + 1)
           END-IF.

       0001-APPLY-PARM-LINE.
      * A blank or non-numeric line keeps that setting's default.
           EVALUATE WS-PARM-LINE
             WHEN 1
               IF AUDIT-PARM-REC IS NUMERIC
                 MOVE AUDIT-PARM-REC TO WS-FROM-DATE
               END-IF
             WHEN 2
               IF AUDIT-PARM-REC IS NUMERIC
                 MOVE AUDIT-PARM-REC TO WS-TO-DATE
                 MOVE AUDIT-PARM-REC TO WS-INIT-TO-DATE
               END-IF
             WHEN 3
               IF AUDIT-PARM-REC(1:1) >= '1'
                 AND AUDIT-PARM-REC(1:1) <= '3'
                 MOVE AUDIT-PARM-REC(1:1) TO WS-SEVERITY-THRESHOLD
               END-IF
             WHEN 4
               IF AUDIT-PARM-REC(1:4) IS NUMERIC
                 MOVE AUDIT-PARM-REC(1:4) TO WS-TICK-EASY
               END-IF
             WHEN 5
               IF AUDIT-PARM-REC(1:4) IS NUMERIC
                 MOVE AUDIT-PARM-REC(1:4) TO WS-TICK-MEDIUM
               END-IF
             WHEN 6
               IF AUDIT-PARM-REC(1:4) IS NUMERIC
                 MOVE AUDIT-PARM-REC(1:4) TO WS-TICK-HARD
               END-IF
           END-EVALUATE.

       0001-LOAD-RUN-INITS.
      * run-log.dat is appended in time order, so the table comes out
      * sorted by datetime and can be searched by halving.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT RUN-LOG-FILE.

           IF WS-RUN-LOG-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-RUN-LOG-FILE-STATUS-OK
             MOVE "run-log.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-RUN-LOG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ RUN-LOG-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF INIT-TAG = "INIT OBST="
                   AND RUN-LOG-DATETIME(1:8) >= WS-FROM-DATE
                   AND RUN-LOG-DATETIME(1:8) <= WS-INIT-TO-DATE
                   PERFORM 0001-ADD-RUN-INIT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE RUN-LOG-FILE.

       0001-ADD-RUN-INIT.
           IF WS-INIT-COUNT >= 5000
             DISPLAY "SESSION-AUDIT: more than 5000 runs in the audit "
                     "window -- raise the table size or narrow "
                     "audit-parms.txt."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-INIT-COUNT.
           SET INIT-IDX TO WS-INIT-COUNT.
           MOVE RUN-LOG-DATETIME(1:16) TO WS-INIT-DATETIME(INIT-IDX).
           MOVE INIT-DIFF              TO WS-INIT-DIFF(INIT-IDX).
           MOVE INIT-2P                TO WS-INIT-2P(INIT-IDX).

           IF INIT-OBST IS NUMERIC
             MOVE INIT-OBST TO WS-INIT-OBST(INIT-IDX)
           ELSE
             MOVE 0 TO WS-INIT-OBST(INIT-IDX)
           END-IF.

       0001-AUDIT-SESSION-LOG.
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
                 ADD 1 TO WS-ROWS-READ-COUNT
                 PERFORM 0001-AUDIT-SESSION-ROW
             END-READ
           END-PERFORM.

           CLOSE SESSION-LOG-FILE.

       0001-AUDIT-SESSION-ROW.
           IF SESSION-LOG-START-DATETIME(1:8) < WS-FROM-DATE
             OR SESSION-LOG-START-DATETIME(1:8) > WS-TO-DATE
             EXIT PARAGRAPH
           END-IF.

           IF SESSION-LOG-DEMO-FLAG = 'V'
             ADD 1 TO WS-VOIDED-SKIPPED-COUNT
             EXIT PARAGRAPH
           END-IF.

      * A row with non-numeric figures cannot be weighed against the
      * rules at all; it is a damaged record, not a suspect result.
           IF SESSION-LOG-POINTS IS NOT NUMERIC
             OR SESSION-LOG-SNAKE-SIZE IS NOT NUMERIC
             OR SESSION-LOG-FRUIT-EATEN IS NOT NUMERIC
             OR SESSION-LOG-START-DATETIME(1:16) IS NOT NUMERIC
             OR SESSION-LOG-END-DATETIME(1:16) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ROWS-AUDITED-COUNT.

           PERFORM 0001-FIND-RUN-INIT.

           IF NOT WS-RUN-FOUND
             ADD 1 TO WS-NO-RUN-COUNT
           END-IF.

           PERFORM 0001-CHECK-POINTS-FRUIT.
           PERFORM 0001-CHECK-SNAKE-SIZE.
           PERFORM 0001-CHECK-DURATION.

           IF SESSION-LOG-END-REASON = 'G'
             PERFORM 0001-CHECK-GRID-WIN
           END-IF.

       0001-FIND-RUN-INIT.
      * First INIT at or after the session start; it belongs to the
      * game only if logged within a minute of the start (a resumed
      * game's start comes from its checkpoint, so it still matches
      * the INIT of the run that began it).
           MOVE 'N' TO WS-RUN-FOUND-SW.
           MOVE 0   TO WS-INIT-SLOT.

           IF WS-INIT-COUNT = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 1             TO WS-INIT-LOW.
           MOVE WS-INIT-COUNT TO WS-INIT-HIGH.

           PERFORM UNTIL WS-INIT-LOW > WS-INIT-HIGH
             COMPUTE WS-INIT-MID = (WS-INIT-LOW + WS-INIT-HIGH) / 2

             IF WS-INIT-DATETIME(WS-INIT-MID) >=
               SESSION-LOG-START-DATETIME(1:16)
               MOVE WS-INIT-MID TO WS-INIT-SLOT
               IF WS-INIT-MID = 1
                 EXIT PERFORM
               END-IF
               COMPUTE WS-INIT-HIGH = WS-INIT-MID - 1
             ELSE
               COMPUTE WS-INIT-LOW = WS-INIT-MID + 1
             END-IF
           END-PERFORM.

           IF WS-INIT-SLOT = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE SESSION-LOG-START-DATETIME(1:16) TO WS-STAMP-FROM.
           MOVE WS-INIT-DATETIME(WS-INIT-SLOT)   TO WS-STAMP-TO.
           PERFORM 0001-COMPUTE-ELAPSED.

           IF WS-ELAPSED-HUNDREDTHS <= 6000
             SET WS-RUN-FOUND TO TRUE
           END-IF.

       0001-CHECK-POINTS-FRUIT.
      * Points = plus + 5 * star + 15 * dollar, with the three counts
      * adding up to the fruit eaten. Points carry only three digits
      * in the game, so a total past 999 arrives truncated; the
      * truncated total is tried as well.
           MOVE 'N' TO WS-FRUIT-POINTS-OK-SW.
           MOVE SESSION-LOG-POINTS TO WS-POINTS-TARGET.

           PERFORM 0001-TRY-FRUIT-MIX.

           IF NOT WS-FRUIT-POINTS-OK
             AND SESSION-LOG-FRUIT-EATEN * FRUIT-TYPE-POINTS(3) > 999
             ADD 1000 TO WS-POINTS-TARGET
             PERFORM 0001-TRY-FRUIT-MIX
           END-IF.

           IF WS-FRUIT-POINTS-OK
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-POINTS-FRUIT-COUNT.
           MOVE 'POINTS-FRUIT' TO WS-FINDING-REASON.
           MOVE 3              TO WS-FINDING-SEVERITY.
           MOVE SPACES         TO WS-FINDING-DETAIL.
           STRING "PTS=" SESSION-LOG-POINTS
             " FRUIT=" SESSION-LOG-FRUIT-EATEN
             " MAX=" WS-DETAIL-NUM-A
             DELIMITED BY SIZE
             INTO WS-FINDING-DETAIL.
           PERFORM 0001-WRITE-FINDING.

       0001-TRY-FRUIT-MIX.
      * Every fruit is worth at least the '+' value; what is left over
      * must come from upgrading some fruit to '*' (+4 each) or '$'
      * (+14 each) without upgrading more fruit than were eaten.
           COMPUTE WS-DETAIL-NUM-A =
             SESSION-LOG-FRUIT-EATEN * FRUIT-TYPE-POINTS(3).

           PERFORM VARYING WS-DOLLAR-COUNT FROM 0 BY 1
             UNTIL WS-DOLLAR-COUNT > SESSION-LOG-FRUIT-EATEN
             OR WS-FRUIT-POINTS-OK

             COMPUTE WS-POINTS-REMAINDER = WS-POINTS-TARGET
               - (SESSION-LOG-FRUIT-EATEN * FRUIT-TYPE-POINTS(1))
               - (WS-DOLLAR-COUNT
                 * (FRUIT-TYPE-POINTS(3) - FRUIT-TYPE-POINTS(1)))

             IF WS-POINTS-REMAINDER >= 0
               AND FUNCTION MOD(WS-POINTS-REMAINDER,
                 FRUIT-TYPE-POINTS(2) - FRUIT-TYPE-POINTS(1)) = 0
               COMPUTE WS-STAR-COUNT = WS-POINTS-REMAINDER
                 / (FRUIT-TYPE-POINTS(2) - FRUIT-TYPE-POINTS(1))
               IF WS-STAR-COUNT + WS-DOLLAR-COUNT
                 <= SESSION-LOG-FRUIT-EATEN
                 SET WS-FRUIT-POINTS-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM.

       0001-CHECK-SNAKE-SIZE.
           COMPUTE WS-EXPECTED-SNAKE-SIZE = SESSION-LOG-FRUIT-EATEN + 1.

           IF SESSION-LOG-SNAKE-SIZE = WS-EXPECTED-SNAKE-SIZE
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SNAKE-SIZE-COUNT.
           MOVE 'SNAKE-SIZE' TO WS-FINDING-REASON.
           MOVE 2            TO WS-FINDING-SEVERITY.
           MOVE SPACES       TO WS-FINDING-DETAIL.
           MOVE WS-EXPECTED-SNAKE-SIZE TO WS-DETAIL-NUM-A.
           STRING "SIZE=" SESSION-LOG-SNAKE-SIZE
             " EXPECTED=" WS-DETAIL-NUM-A
             DELIMITED BY SIZE
             INTO WS-FINDING-DETAIL.
           PERFORM 0001-WRITE-FINDING.

       0001-CHECK-DURATION.
           IF SESSION-LOG-END-DATETIME(1:16) <
             SESSION-LOG-START-DATETIME(1:16)
             ADD 1 TO WS-END-BEFORE-COUNT
             MOVE 'END-BEFORE' TO WS-FINDING-REASON
             MOVE 3            TO WS-FINDING-SEVERITY
             MOVE "END DATETIME PRECEDES START" TO WS-FINDING-DETAIL
             PERFORM 0001-WRITE-FINDING
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-RUN-FOUND
             EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-INIT-DIFF(WS-INIT-SLOT)
             WHEN 'EASY'
               MOVE WS-TICK-EASY   TO WS-TICK-HUNDREDTHS
             WHEN 'HARD'
               MOVE WS-TICK-HARD   TO WS-TICK-HUNDREDTHS
             WHEN OTHER
               MOVE WS-TICK-MEDIUM TO WS-TICK-HUNDREDTHS
           END-EVALUATE.

           MOVE SESSION-LOG-START-DATETIME(1:16) TO WS-STAMP-FROM.
           MOVE SESSION-LOG-END-DATETIME(1:16)   TO WS-STAMP-TO.
           PERFORM 0001-COMPUTE-ELAPSED.

           COMPUTE WS-MIN-HUNDREDTHS =
             SESSION-LOG-FRUIT-EATEN * WS-TICK-HUNDREDTHS.

           IF WS-ELAPSED-HUNDREDTHS >= WS-MIN-HUNDREDTHS
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TOO-SHORT-COUNT.
           MOVE 'TOO-SHORT' TO WS-FINDING-REASON.
           MOVE 2           TO WS-FINDING-SEVERITY.
           MOVE SPACES      TO WS-FINDING-DETAIL.
           COMPUTE WS-ELAPSED-SECONDS = WS-ELAPSED-HUNDREDTHS / 100.
           COMPUTE WS-MIN-SECONDS = (WS-MIN-HUNDREDTHS + 99) / 100.
           STRING WS-INIT-DIFF(WS-INIT-SLOT)
             " SECS=" WS-ELAPSED-SECONDS
             " MIN=" WS-MIN-SECONDS
             DELIMITED BY SIZE
             INTO WS-FINDING-DETAIL.
           PERFORM 0001-WRITE-FINDING.

       0001-CHECK-GRID-WIN.
      * The win fires when the snake covers every grid cell. No snake
      * may enter an obstacle, and in a two-player game the other
      * snake holds cells of its own, so neither board can be filled.
           IF SESSION-LOG-SNAKE-SIZE >= WS-GRID-CELLS
             AND SESSION-LOG-PLAYER-NUMBER NOT = '2'
             IF NOT WS-RUN-FOUND
               EXIT PARAGRAPH
             END-IF
             IF WS-INIT-OBST(WS-INIT-SLOT) = 0
               AND WS-INIT-2P(WS-INIT-SLOT) NOT = 'Y'
               EXIT PARAGRAPH
             END-IF
           END-IF.

           ADD 1 TO WS-GRID-WIN-COUNT.
           MOVE 'GRID-WIN' TO WS-FINDING-REASON.
           MOVE 3          TO WS-FINDING-SEVERITY.
           MOVE SPACES     TO WS-FINDING-DETAIL.

           IF WS-RUN-FOUND
             STRING "SIZE=" SESSION-LOG-SNAKE-SIZE
               " OBST=" WS-INIT-OBST(WS-INIT-SLOT)
               " 2P=" WS-INIT-2P(WS-INIT-SLOT)
               DELIMITED BY SIZE
               INTO WS-FINDING-DETAIL
           ELSE
             STRING "SIZE=" SESSION-LOG-SNAKE-SIZE
               " SEAT=" SESSION-LOG-PLAYER-NUMBER
               DELIMITED BY SIZE
               INTO WS-FINDING-DETAIL
           END-IF.

           PERFORM 0001-WRITE-FINDING.

       0001-COMPUTE-ELAPSED.
      * WS-STAMP-TO minus WS-STAMP-FROM, in hundredths of a second;
      * negative when TO is the earlier of the two.
           COMPUTE WS-ELAPSED-HUNDREDTHS =
             ((FUNCTION INTEGER-OF-DATE (WS-TO-YMD)
               - FUNCTION INTEGER-OF-DATE (WS-FROM-YMD)) * 8640000)
             + (((WS-TO-HH * 3600) + (WS-TO-MI * 60) + WS-TO-SS)
               * 100) + WS-TO-CC
             - (((WS-FROM-HH * 3600) + (WS-FROM-MI * 60) + WS-FROM-SS)
               * 100) - WS-FROM-CC.

       0001-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT.

           IF WS-FINDING-SEVERITY >= WS-SEVERITY-THRESHOLD
             ADD 1 TO WS-HELD-COUNT
           END-IF.

           MOVE SPACES                     TO SUSPECT-REC.
           MOVE WS-FINDING-REASON          TO SUS-REASON.
           MOVE WS-FINDING-SEVERITY        TO SUS-SEVERITY.
           MOVE SESSION-LOG-START-DATETIME TO SUS-START-DATETIME.
           MOVE SESSION-LOG-END-DATETIME   TO SUS-END-DATETIME.
           MOVE SESSION-LOG-PLAYER-ID      TO SUS-PLAYER-ID.
           MOVE SESSION-LOG-PLAYER-NUMBER  TO SUS-SEAT.
           MOVE SESSION-LOG-POINTS         TO SUS-POINTS.
           MOVE SESSION-LOG-SNAKE-SIZE     TO SUS-SNAKE-SIZE.
           MOVE SESSION-LOG-FRUIT-EATEN    TO SUS-FRUIT-EATEN.
           MOVE WS-FINDING-DETAIL          TO SUS-DETAIL.
           WRITE SUSPECT-REC.

           IF NOT WS-SUSPECT-FILE-STATUS-OK
             MOVE "suspect-sessions.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-SUSPECT-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-FILE-ERROR-ABORT.
           DISPLAY "SESSION-AUDIT: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-SUMMARY.
           DISPLAY "SESSION-AUDIT SUMMARY".
           DISPLAY "Window:                 " WS-FROM-DATE " - "
                   WS-TO-DATE.
           DISPLAY "Session rows read:      " WS-ROWS-READ-COUNT.
           DISPLAY "Rows audited:           " WS-ROWS-AUDITED-COUNT.
           DISPLAY "Rows with no INIT line: " WS-NO-RUN-COUNT.

           IF WS-VOIDED-SKIPPED-COUNT > 0
             DISPLAY "Voided rows skipped:    " WS-VOIDED-SKIPPED-COUNT
           END-IF.

           DISPLAY "POINTS-FRUIT:           " WS-POINTS-FRUIT-COUNT.
           DISPLAY "SNAKE-SIZE:             " WS-SNAKE-SIZE-COUNT.
           DISPLAY "END-BEFORE:             " WS-END-BEFORE-COUNT.
           DISPLAY "TOO-SHORT:              " WS-TOO-SHORT-COUNT.
           DISPLAY "GRID-WIN:               " WS-GRID-WIN-COUNT.
           DISPLAY "Severity threshold:     " WS-SEVERITY-THRESHOLD.
           DISPLAY "Findings at threshold:  " WS-HELD-COUNT.

           IF WS-FINDING-COUNT > 0
             DISPLAY "Findings written to suspect-sessions.dat."
           END-IF.
