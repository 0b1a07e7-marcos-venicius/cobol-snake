       IDENTIFICATION DIVISION.
       PROGRAM-ID. CABINET-UTIL.
       AUTHOR. MARCOS-VENICIUS.

      * Cabinet utilization and uptime, read back from run-log.dat.
      * Every PLAYER-GAME run writes "RUN START", its "INIT ..." line,
      * and either "RUN END REASON=" or, when it stops on a file
      * error, a "FILE ERROR" line; each line carries CAB=<id>. The
      * lines of one cabinet are paired into runs:
      *   ended normally   START ... END
      *   aborted          START ... FILE ERROR and no END
      *   no END           START with neither, the next START of the
      *                    same cabinet or the end of the log coming
      *                    first (the run crashed or was killed)
      *   refused          START, "START REFUSED" (house rules) and
      *                    END with REASON=R -- nobody played, so the
      *                    run is counted apart and adds nothing to
      *                    runs started, ends, starts by hour or
      *                    minutes in play
      * A non-fatal FILE ERROR (the score master) followed by END is
      * still a normal end. Minutes in play run from START to END, or
      * to the last line the run wrote when it never ended, and are
      * spread over the hours of the day they fall in; idle is the
      * rest of the period. Runs per difficulty, two-player and demo
      * runs and resumes from checkpoint come from the INIT line.
      * A RUN START or RUN END written before the lines carried CAB=
      * is taken to belong to the run most recently started; other
      * untagged lines (NIGHT-RUN, CABINET-MERGE) are not a game's.
      * utilization-parms.txt (optional): line 1 from date, line 2 to
      * date, YYYYMMDD; a run counts in the period its START falls
      * in. With no dates the period is the first to the last day a
      * run started.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "run-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

           SELECT UTIL-PARM-FILE ASSIGN TO "utilization-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           10 FILLER         PIC X(6).
           10 INIT-DEMO      PIC X(1).
           10 FILLER         PIC X(6).
           10 INIT-CKPT      PIC X(1).
           10 FILLER         PIC X(17).

       FD UTIL-PARM-FILE.
       01 UTIL-PARM-REC                 PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-RUN-LOG-FILE-STATUS-OK            VALUE '00'.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

       01 WS-FROM-DATE                  PIC X(8)  VALUE "00000000".
       01 WS-TO-DATE                    PIC X(8)  VALUE "99999999".
       01 WS-FIRST-RUN-DATE             PIC X(8)  VALUE "99999999".
       01 WS-LAST-RUN-DATE              PIC X(8)  VALUE "00000000".
       01 WS-PERIOD-FROM                PIC X(8)  VALUE SPACES.
       01 WS-PERIOD-FROM-NUM REDEFINES WS-PERIOD-FROM PIC 9(8).
       01 WS-PERIOD-TO                  PIC X(8)  VALUE SPACES.
       01 WS-PERIOD-TO-NUM REDEFINES WS-PERIOD-TO PIC 9(8).
       01 WS-PERIOD-DAYS                PIC 9(5)  VALUE 0.

      * The line being read, as seconds since the calendar base.
       01 WS-LINE-DATETIME.
         05 WS-LINE-DATE         PIC 9(8).
         05 WS-LINE-HH           PIC 9(2).
         05 WS-LINE-MI           PIC 9(2).
         05 WS-LINE-SS           PIC 9(2).
       01 WS-LINE-SECS                  PIC 9(11) VALUE 0.
       01 WS-LINE-NUMBER                PIC 9(7)  VALUE 0.
       01 WS-UNREADABLE-COUNT           PIC 9(5)  VALUE 0.
       01 WS-ORPHAN-END-COUNT           PIC 9(5)  VALUE 0.

       01 WS-MSG-HEAD                   PIC X(60) VALUE SPACES.
       01 WS-MSG-TAIL                   PIC X(60) VALUE SPACES.
       01 WS-MSG-FIELDS                 PIC 9(2)  VALUE 0.
       01 WS-TAG-SW                     PIC X(1)  VALUE 'N'.
         88 WS-LINE-TAGGED                       VALUE 'Y'.
       01 WS-LINE-CAB-ID                PIC X(1)  VALUE SPACE.
       01 WS-SLOT                       PIC 9(2)  VALUE 0.
       01 WS-HIGH-ORDER                 PIC 9(7)  VALUE 0.

      * A RUN START written before the lines carried CAB= waits here
      * for the INIT line that names its cabinet.
       01 WS-PENDING-SW                 PIC X(1)  VALUE 'N'.
         88 WS-PENDING-START                     VALUE 'Y'.
       01 WS-PENDING-DATETIME           PIC X(14) VALUE SPACES.
       01 WS-PENDING-SECS               PIC 9(11) VALUE 0.
       01 WS-OPEN-DATETIME              PIC X(14) VALUE SPACES.
       01 WS-OPEN-SECS                  PIC 9(11) VALUE 0.

      * Slot 1 is a stand-alone machine (no CABINET id), slots 2-10
      * cabinets 1-9.
       01 WS-CABINET-TABLE.
         05 WS-CAB-ENTRY OCCURS 10 TIMES
           INDEXED BY CAB-IDX.
           10 WS-CAB-ID             PIC X(1).
           10 WS-CAB-OPEN-SW        PIC X(1).
             88 WS-CAB-RUN-OPEN               VALUE 'Y'.
           10 WS-CAB-INIT-SW        PIC X(1).
             88 WS-CAB-INIT-SEEN              VALUE 'Y'.
           10 WS-CAB-ERROR-SW       PIC X(1).
             88 WS-CAB-ERROR-SEEN             VALUE 'Y'.
           10 WS-CAB-REFUSED-SW     PIC X(1).
             88 WS-CAB-START-REFUSED          VALUE 'Y'.
           10 WS-CAB-PERIOD-SW      PIC X(1).
             88 WS-CAB-IN-PERIOD              VALUE 'Y'.
           10 WS-CAB-OPEN-ORDER     PIC 9(7).
           10 WS-CAB-RUN-START-SECS PIC 9(11).
           10 WS-CAB-RUN-LAST-SECS  PIC 9(11).
           10 WS-CAB-STARTED        PIC 9(5).
           10 WS-CAB-ENDED          PIC 9(5).
           10 WS-CAB-ABORTED        PIC 9(5).
           10 WS-CAB-NO-END         PIC 9(5).
           10 WS-CAB-NO-INIT        PIC 9(5).
           10 WS-CAB-REFUSED        PIC 9(5).
           10 WS-CAB-RESUMED        PIC 9(5).
           10 WS-CAB-EASY           PIC 9(5).
           10 WS-CAB-MEDIUM         PIC 9(5).
           10 WS-CAB-HARD           PIC 9(5).
           10 WS-CAB-TWO-PLAYER     PIC 9(5).
           10 WS-CAB-DEMO           PIC 9(5).
           10 WS-CAB-PLAY-SECS      PIC 9(9).
           10 WS-CAB-HOUR OCCURS 24 TIMES.
             15 WS-CAB-HOUR-STARTS  PIC 9(5).
             15 WS-CAB-HOUR-SECS    PIC 9(9).

       01 WS-ALL-HOUR-TABLE.
         05 WS-ALL-HOUR OCCURS 24 TIMES.
           10 WS-ALL-HOUR-STARTS    PIC 9(5).
           10 WS-ALL-HOUR-SECS      PIC 9(9).
       01 WS-ACTIVE-CABINETS            PIC 9(2)  VALUE 0.

       01 WS-HOUR                       PIC 9(2)  VALUE 0.
       01 WS-SEG-FROM                   PIC 9(11) VALUE 0.
       01 WS-SEG-TO                     PIC 9(11) VALUE 0.
       01 WS-SEG-HOUR-END               PIC 9(11) VALUE 0.
       01 WS-SEG-HOURS                  PIC 9(9)  VALUE 0.
       01 WS-RUN-END-SECS               PIC 9(11) VALUE 0.

       01 WS-PLAY-MINUTES               PIC 9(7)  VALUE 0.
       01 WS-IDLE-MINUTES               PIC 9(7)  VALUE 0.
       01 WS-PERIOD-MINUTES             PIC 9(7)  VALUE 0.
       01 WS-SHARE-PCT                  PIC 9(3)V9(1) VALUE 0.
       01 WS-SHARE-PCT-DISP             PIC ZZ9.9.
       01 WS-DEMO-PCT-DISP              PIC ZZ9.9.
       01 WS-TWO-PLAYER-PCT-DISP        PIC ZZ9.9.
       01 WS-CAB-LABEL                  PIC X(12) VALUE SPACES.
       01 WS-HOUR-DISP                  PIC 9(2)  VALUE 0.
       01 WS-HOUR-LINE                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-READ-PARMS.
           PERFORM 0001-INITIALIZE-TABLES.
           PERFORM 0001-PROCESS-RUN-LOG.
           PERFORM 0001-SET-PERIOD.
           PERFORM 0001-DISPLAY-REPORT.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0001-READ-PARMS.
           OPEN INPUT UTIL-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             READ UTIL-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF UTIL-PARM-REC NOT = SPACES
                   MOVE UTIL-PARM-REC TO WS-FROM-DATE
                 END-IF
             END-READ

             READ UTIL-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF UTIL-PARM-REC NOT = SPACES
                   MOVE UTIL-PARM-REC TO WS-TO-DATE
                 END-IF
             END-READ

             CLOSE UTIL-PARM-FILE
           END-IF.

           IF WS-FROM-DATE IS NOT NUMERIC
             OR WS-TO-DATE IS NOT NUMERIC
             DISPLAY "CABINET-UTIL: utilization-parms.txt dates must "
                     "be YYYYMMDD."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

       0001-INITIALIZE-TABLES.
           PERFORM VARYING CAB-IDX FROM 1 BY 1 UNTIL CAB-IDX > 10
             INITIALIZE WS-CAB-ENTRY(CAB-IDX)
             MOVE 'N' TO WS-CAB-OPEN-SW(CAB-IDX)
             MOVE 'N' TO WS-CAB-INIT-SW(CAB-IDX)
             MOVE 'N' TO WS-CAB-ERROR-SW(CAB-IDX)
             MOVE 'N' TO WS-CAB-REFUSED-SW(CAB-IDX)
             MOVE 'N' TO WS-CAB-PERIOD-SW(CAB-IDX)
           END-PERFORM.

           MOVE SPACE TO WS-CAB-ID(1).

           PERFORM VARYING CAB-IDX FROM 2 BY 1 UNTIL CAB-IDX > 10
             SET WS-SLOT TO CAB-IDX
             SUBTRACT 1 FROM WS-SLOT
             MOVE WS-SLOT(2:1) TO WS-CAB-ID(CAB-IDX)
           END-PERFORM.

           INITIALIZE WS-ALL-HOUR-TABLE.

       0001-PROCESS-RUN-LOG.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT RUN-LOG-FILE.

           IF NOT WS-RUN-LOG-FILE-STATUS-OK
             DISPLAY "CABINET-UTIL: run-log.dat not available, "
                     "status " WS-RUN-LOG-FILE-STATUS
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ RUN-LOG-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NUMBER
                 PERFORM 0001-APPLY-RUN-LOG-LINE
             END-READ
           END-PERFORM.

           CLOSE RUN-LOG-FILE.

      * Whatever is still open at the end of the log never ended.
           PERFORM VARYING CAB-IDX FROM 1 BY 1 UNTIL CAB-IDX > 10
             IF WS-CAB-RUN-OPEN(CAB-IDX)
               SET WS-SLOT TO CAB-IDX
               PERFORM 0001-CLOSE-UNFINISHED-RUN
             END-IF
           END-PERFORM.

       0001-APPLY-RUN-LOG-LINE.
           IF RUN-LOG-DATETIME(1:14) IS NOT NUMERIC
             ADD 1 TO WS-UNREADABLE-COUNT
             EXIT PARAGRAPH
           END-IF.

           MOVE RUN-LOG-DATETIME(1:14) TO WS-LINE-DATETIME.

           IF WS-LINE-DATE < 16010101
             OR WS-LINE-HH > 23 OR WS-LINE-MI > 59 OR WS-LINE-SS > 59
             ADD 1 TO WS-UNREADABLE-COUNT
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-LINE-SECS =
             (FUNCTION INTEGER-OF-DATE(WS-LINE-DATE) * 86400)
             + (WS-LINE-HH * 3600) + (WS-LINE-MI * 60) + WS-LINE-SS.

           PERFORM 0001-FIND-LINE-CABINET.

           EVALUATE TRUE
             WHEN RUN-LOG-MESSAGE(1:9) = "RUN START"
               IF WS-LINE-TAGGED
                 PERFORM 0001-SLOT-FOR-CABINET
                 MOVE RUN-LOG-DATETIME(1:14) TO WS-OPEN-DATETIME
                 MOVE WS-LINE-SECS TO WS-OPEN-SECS
                 PERFORM 0001-OPEN-RUN
               ELSE
                 SET WS-PENDING-START TO TRUE
                 MOVE RUN-LOG-DATETIME(1:14) TO WS-PENDING-DATETIME
                 MOVE WS-LINE-SECS TO WS-PENDING-SECS
               END-IF

             WHEN INIT-TAG = "INIT OBST="
               PERFORM 0001-APPLY-INIT-LINE

             WHEN RUN-LOG-MESSAGE(1:15) = "RUN END REASON="
               PERFORM 0001-RESOLVE-LINE-RUN
               IF WS-SLOT = 0
                 ADD 1 TO WS-ORPHAN-END-COUNT
               ELSE
                 IF RUN-LOG-MESSAGE(16:1) = 'R'
                   MOVE 'Y' TO WS-CAB-REFUSED-SW(WS-SLOT)
                 END-IF
                 PERFORM 0001-CLOSE-ENDED-RUN
               END-IF

      * House rules turned the start away before the game began.
             WHEN RUN-LOG-MESSAGE(1:14) = "START REFUSED "
               AND WS-LINE-TAGGED
               PERFORM 0001-RESOLVE-LINE-RUN
               IF WS-SLOT NOT = 0
                 MOVE 'Y' TO WS-CAB-REFUSED-SW(WS-SLOT)
                 MOVE WS-LINE-SECS TO WS-CAB-RUN-LAST-SECS(WS-SLOT)
               END-IF

      * The batch programs log their own file errors untagged; only
      * a tagged one is a game run's.
             WHEN RUN-LOG-MESSAGE(1:11) = "FILE ERROR "
               AND WS-LINE-TAGGED
               PERFORM 0001-RESOLVE-LINE-RUN
      * An error before RUN START (cabinet.cfg) is a run that aborted
      * before it could announce itself.
               IF WS-SLOT = 0
                 PERFORM 0001-SLOT-FOR-CABINET
                 MOVE RUN-LOG-DATETIME(1:14) TO WS-OPEN-DATETIME
                 MOVE WS-LINE-SECS TO WS-OPEN-SECS
                 PERFORM 0001-OPEN-RUN
               END-IF
               MOVE 'Y' TO WS-CAB-ERROR-SW(WS-SLOT)
               MOVE WS-LINE-SECS TO WS-CAB-RUN-LAST-SECS(WS-SLOT)

             WHEN WS-LINE-TAGGED
               PERFORM 0001-RESOLVE-LINE-RUN
               IF WS-SLOT NOT = 0
                 MOVE WS-LINE-SECS TO WS-CAB-RUN-LAST-SECS(WS-SLOT)
               END-IF
           END-EVALUATE.

       0001-FIND-LINE-CABINET.
           MOVE 'N'    TO WS-TAG-SW.
           MOVE SPACE  TO WS-LINE-CAB-ID.
           MOVE 0      TO WS-MSG-FIELDS.
           MOVE SPACES TO WS-MSG-HEAD.
           MOVE SPACES TO WS-MSG-TAIL.

           UNSTRING RUN-LOG-MESSAGE DELIMITED BY "CAB="
             INTO WS-MSG-HEAD WS-MSG-TAIL
             TALLYING IN WS-MSG-FIELDS.

           IF WS-MSG-FIELDS >= 2
             SET WS-LINE-TAGGED TO TRUE
             MOVE WS-MSG-TAIL(1:1) TO WS-LINE-CAB-ID
           END-IF.

       0001-SLOT-FOR-CABINET.
      * Anything but 1-9 is the stand-alone machine's slot.
           IF WS-LINE-CAB-ID >= '1' AND WS-LINE-CAB-ID <= '9'
             COMPUTE WS-SLOT = FUNCTION NUMVAL(WS-LINE-CAB-ID) + 1
           ELSE
             MOVE 1 TO WS-SLOT
           END-IF.

       0001-RESOLVE-LINE-RUN.
      * A tagged line belongs to its cabinet's open run; an untagged
      * one to the run most recently started. WS-SLOT is 0 when
      * there is no such run.
           IF WS-LINE-TAGGED
             PERFORM 0001-SLOT-FOR-CABINET
             IF NOT WS-CAB-RUN-OPEN(WS-SLOT)
               MOVE 0 TO WS-SLOT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SLOT.
           MOVE 0 TO WS-HIGH-ORDER.

           PERFORM VARYING CAB-IDX FROM 1 BY 1 UNTIL CAB-IDX > 10
             IF WS-CAB-RUN-OPEN(CAB-IDX)
               AND WS-CAB-OPEN-ORDER(CAB-IDX) > WS-HIGH-ORDER
               MOVE WS-CAB-OPEN-ORDER(CAB-IDX) TO WS-HIGH-ORDER
               SET WS-SLOT TO CAB-IDX
             END-IF
           END-PERFORM.

       0001-APPLY-INIT-LINE.
           PERFORM 0001-SLOT-FOR-CABINET.

      * The INIT belongs to the cabinet's open run unless that run
      * already had one, in which case the open run died before its
      * END and this INIT starts the next.
           IF NOT WS-CAB-RUN-OPEN(WS-SLOT)
             OR WS-CAB-INIT-SEEN(WS-SLOT)
             IF WS-PENDING-START
               MOVE WS-PENDING-DATETIME TO WS-OPEN-DATETIME
               MOVE WS-PENDING-SECS TO WS-OPEN-SECS
             ELSE
               MOVE RUN-LOG-DATETIME(1:14) TO WS-OPEN-DATETIME
               MOVE WS-LINE-SECS TO WS-OPEN-SECS
             END-IF
             PERFORM 0001-OPEN-RUN
           END-IF.

           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'Y' TO WS-CAB-INIT-SW(WS-SLOT).
           MOVE WS-LINE-SECS TO WS-CAB-RUN-LAST-SECS(WS-SLOT).

           IF NOT WS-CAB-IN-PERIOD(WS-SLOT)
             EXIT PARAGRAPH
           END-IF.

           EVALUATE INIT-DIFF
             WHEN "EASY  "
               ADD 1 TO WS-CAB-EASY(WS-SLOT)
             WHEN "MEDIUM"
               ADD 1 TO WS-CAB-MEDIUM(WS-SLOT)
             WHEN "HARD  "
               ADD 1 TO WS-CAB-HARD(WS-SLOT)
           END-EVALUATE.

           IF INIT-2P = 'Y'
             ADD 1 TO WS-CAB-TWO-PLAYER(WS-SLOT)
           END-IF.

           IF INIT-DEMO NOT = 'N' AND INIT-DEMO NOT = SPACE
             ADD 1 TO WS-CAB-DEMO(WS-SLOT)
           END-IF.

      * 'V' is a valid checkpoint, and a valid checkpoint is resumed.
           IF INIT-CKPT = 'V'
             ADD 1 TO WS-CAB-RESUMED(WS-SLOT)
           END-IF.

       0001-OPEN-RUN.
      * Opens a run on WS-SLOT from WS-OPEN-DATETIME, first closing
      * any run the cabinet still had open.
           IF WS-CAB-RUN-OPEN(WS-SLOT)
             PERFORM 0001-CLOSE-UNFINISHED-RUN
           END-IF.

           MOVE 'Y' TO WS-CAB-OPEN-SW(WS-SLOT).
           MOVE 'N' TO WS-CAB-INIT-SW(WS-SLOT).
           MOVE 'N' TO WS-CAB-ERROR-SW(WS-SLOT).
           MOVE 'N' TO WS-CAB-REFUSED-SW(WS-SLOT).
           MOVE 'N' TO WS-CAB-PERIOD-SW(WS-SLOT).
           MOVE WS-LINE-NUMBER TO WS-CAB-OPEN-ORDER(WS-SLOT).
           MOVE WS-OPEN-SECS   TO WS-CAB-RUN-START-SECS(WS-SLOT).
           MOVE WS-OPEN-SECS   TO WS-CAB-RUN-LAST-SECS(WS-SLOT).

           IF WS-OPEN-DATETIME(1:8) < WS-FROM-DATE
             OR WS-OPEN-DATETIME(1:8) > WS-TO-DATE
             EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-CAB-PERIOD-SW(WS-SLOT).
           ADD 1 TO WS-CAB-STARTED(WS-SLOT).

           MOVE WS-OPEN-DATETIME(9:2) TO WS-HOUR.
           ADD 1 TO WS-HOUR.
           ADD 1 TO WS-CAB-HOUR-STARTS(WS-SLOT, WS-HOUR).
           ADD 1 TO WS-ALL-HOUR-STARTS(WS-HOUR).

           IF WS-OPEN-DATETIME(1:8) < WS-FIRST-RUN-DATE
             MOVE WS-OPEN-DATETIME(1:8) TO WS-FIRST-RUN-DATE
           END-IF.

           IF WS-OPEN-DATETIME(1:8) > WS-LAST-RUN-DATE
             MOVE WS-OPEN-DATETIME(1:8) TO WS-LAST-RUN-DATE
           END-IF.

       0001-CLOSE-ENDED-RUN.
           IF WS-CAB-START-REFUSED(WS-SLOT)
             PERFORM 0001-CLOSE-REFUSED-RUN
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-LINE-SECS TO WS-RUN-END-SECS.

           IF WS-CAB-IN-PERIOD(WS-SLOT)
             ADD 1 TO WS-CAB-ENDED(WS-SLOT)
             PERFORM 0001-ADD-PLAY-TIME
           END-IF.

           MOVE 'N' TO WS-CAB-OPEN-SW(WS-SLOT).

       0001-CLOSE-UNFINISHED-RUN.
           IF WS-CAB-START-REFUSED(WS-SLOT)
             PERFORM 0001-CLOSE-REFUSED-RUN
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAB-RUN-LAST-SECS(WS-SLOT) TO WS-RUN-END-SECS.

           IF WS-CAB-IN-PERIOD(WS-SLOT)
             IF WS-CAB-ERROR-SEEN(WS-SLOT)
               ADD 1 TO WS-CAB-ABORTED(WS-SLOT)
             ELSE
               ADD 1 TO WS-CAB-NO-END(WS-SLOT)
             END-IF
             PERFORM 0001-ADD-PLAY-TIME
           END-IF.

           MOVE 'N' TO WS-CAB-OPEN-SW(WS-SLOT).

       0001-CLOSE-REFUSED-RUN.
      * A refused start is not a run: take back the start OPEN-RUN
      * counted and add no play time.
           IF WS-CAB-IN-PERIOD(WS-SLOT)
             ADD 1 TO WS-CAB-REFUSED(WS-SLOT)
             SUBTRACT 1 FROM WS-CAB-STARTED(WS-SLOT)
             COMPUTE WS-SEG-HOURS =
               WS-CAB-RUN-START-SECS(WS-SLOT) / 3600
             COMPUTE WS-HOUR = FUNCTION MOD(WS-SEG-HOURS, 24) + 1
             SUBTRACT 1 FROM WS-CAB-HOUR-STARTS(WS-SLOT, WS-HOUR)
             SUBTRACT 1 FROM WS-ALL-HOUR-STARTS(WS-HOUR)
           END-IF.

           MOVE 'N' TO WS-CAB-OPEN-SW(WS-SLOT).

       0001-ADD-PLAY-TIME.
      * Spreads START to WS-RUN-END-SECS over the clock hours it
      * covers, so a run from 13:50 to 14:20 is 10 minutes in hour
      * 13 and 20 in hour 14.
           IF NOT WS-CAB-INIT-SEEN(WS-SLOT)
             ADD 1 TO WS-CAB-NO-INIT(WS-SLOT)
           END-IF.

           MOVE WS-CAB-RUN-START-SECS(WS-SLOT) TO WS-SEG-FROM.

           IF WS-RUN-END-SECS <= WS-SEG-FROM
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CAB-PLAY-SECS(WS-SLOT) =
             WS-CAB-PLAY-SECS(WS-SLOT) + WS-RUN-END-SECS - WS-SEG-FROM.

           PERFORM UNTIL WS-SEG-FROM >= WS-RUN-END-SECS
             COMPUTE WS-SEG-HOURS = WS-SEG-FROM / 3600
             COMPUTE WS-SEG-HOUR-END = (WS-SEG-HOURS + 1) * 3600
             COMPUTE WS-HOUR = FUNCTION MOD(WS-SEG-HOURS, 24) + 1

             IF WS-SEG-HOUR-END < WS-RUN-END-SECS
               MOVE WS-SEG-HOUR-END TO WS-SEG-TO
             ELSE
               MOVE WS-RUN-END-SECS TO WS-SEG-TO
             END-IF

             COMPUTE WS-CAB-HOUR-SECS(WS-SLOT, WS-HOUR) =
               WS-CAB-HOUR-SECS(WS-SLOT, WS-HOUR)
               + WS-SEG-TO - WS-SEG-FROM
             COMPUTE WS-ALL-HOUR-SECS(WS-HOUR) =
               WS-ALL-HOUR-SECS(WS-HOUR) + WS-SEG-TO - WS-SEG-FROM

             MOVE WS-SEG-TO TO WS-SEG-FROM
           END-PERFORM.

       0001-SET-PERIOD.
           IF WS-FROM-DATE = "00000000"
             MOVE WS-FIRST-RUN-DATE TO WS-PERIOD-FROM
           ELSE
             MOVE WS-FROM-DATE TO WS-PERIOD-FROM
           END-IF.

           IF WS-TO-DATE = "99999999"
             MOVE WS-LAST-RUN-DATE TO WS-PERIOD-TO
           ELSE
             MOVE WS-TO-DATE TO WS-PERIOD-TO
           END-IF.

           MOVE 0 TO WS-PERIOD-DAYS.

           IF WS-PERIOD-FROM-NUM >= 16010101
             AND WS-PERIOD-TO-NUM < 99999999
             AND WS-PERIOD-FROM <= WS-PERIOD-TO
             COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM-NUM) + 1
           END-IF.

           COMPUTE WS-PERIOD-MINUTES = WS-PERIOD-DAYS * 1440.

       0001-DISPLAY-REPORT.
           DISPLAY "CABINET UTILIZATION REPORT".
           DISPLAY "Date range: " WS-PERIOD-FROM " to " WS-PERIOD-TO
                   "  (" WS-PERIOD-DAYS " days)".

           IF WS-UNREADABLE-COUNT > 0
             DISPLAY "Unreadable run-log lines:   " WS-UNREADABLE-COUNT
           END-IF.

           IF WS-ORPHAN-END-COUNT > 0
             DISPLAY "RUN END with no open run:   " WS-ORPHAN-END-COUNT
           END-IF.

           PERFORM VARYING CAB-IDX FROM 1 BY 1 UNTIL CAB-IDX > 10
             IF WS-CAB-STARTED(CAB-IDX) > 0
               OR WS-CAB-REFUSED(CAB-IDX) > 0
               ADD 1 TO WS-ACTIVE-CABINETS
               SET WS-SLOT TO CAB-IDX
               PERFORM 0001-DISPLAY-CABINET
             END-IF
           END-PERFORM.

           IF WS-ACTIVE-CABINETS = 0
             DISPLAY " "
             DISPLAY "No runs started in the date range."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY "ALL CABINETS BY HOUR OF DAY".
           DISPLAY "  HOUR   RUNS  PLAY-MIN  IDLE-MIN".

           PERFORM VARYING WS-HOUR FROM 1 BY 1 UNTIL WS-HOUR > 24
             COMPUTE WS-PLAY-MINUTES ROUNDED =
               WS-ALL-HOUR-SECS(WS-HOUR) / 60
             COMPUTE WS-PERIOD-MINUTES =
               WS-PERIOD-DAYS * 60 * WS-ACTIVE-CABINETS
             PERFORM 0001-COMPUTE-IDLE
             COMPUTE WS-HOUR-DISP = WS-HOUR - 1
             MOVE SPACES TO WS-HOUR-LINE
             STRING "    " WS-HOUR-DISP "  " WS-ALL-HOUR-STARTS(WS-HOUR)
               "   " WS-PLAY-MINUTES "   " WS-IDLE-MINUTES
               DELIMITED BY SIZE
               INTO WS-HOUR-LINE
             DISPLAY WS-HOUR-LINE
           END-PERFORM.

       0001-DISPLAY-CABINET.
           IF WS-CAB-ID(WS-SLOT) = SPACE
             MOVE "STAND-ALONE" TO WS-CAB-LABEL
           ELSE
             MOVE WS-CAB-ID(WS-SLOT) TO WS-CAB-LABEL
           END-IF.

           COMPUTE WS-PLAY-MINUTES ROUNDED =
             WS-CAB-PLAY-SECS(WS-SLOT) / 60.
           COMPUTE WS-PERIOD-MINUTES = WS-PERIOD-DAYS * 1440.
           PERFORM 0001-COMPUTE-IDLE.

           MOVE 0 TO WS-SHARE-PCT.
           IF WS-PERIOD-MINUTES > 0
             COMPUTE WS-SHARE-PCT ROUNDED =
               (WS-PLAY-MINUTES * 100) / WS-PERIOD-MINUTES
           END-IF.
           MOVE WS-SHARE-PCT TO WS-SHARE-PCT-DISP.

      * A cabinet can have had only refused starts.
           MOVE 0 TO WS-SHARE-PCT.
           IF WS-CAB-STARTED(WS-SLOT) > 0
             COMPUTE WS-SHARE-PCT ROUNDED =
               (WS-CAB-TWO-PLAYER(WS-SLOT) * 100)
               / WS-CAB-STARTED(WS-SLOT)
           END-IF.
           MOVE WS-SHARE-PCT TO WS-TWO-PLAYER-PCT-DISP.

           MOVE 0 TO WS-SHARE-PCT.
           IF WS-CAB-STARTED(WS-SLOT) > 0
             COMPUTE WS-SHARE-PCT ROUNDED =
               (WS-CAB-DEMO(WS-SLOT) * 100) / WS-CAB-STARTED(WS-SLOT)
           END-IF.
           MOVE WS-SHARE-PCT TO WS-DEMO-PCT-DISP.

           DISPLAY " ".
           DISPLAY "CABINET " WS-CAB-LABEL.
           DISPLAY "Runs started:          " WS-CAB-STARTED(WS-SLOT).
           DISPLAY "Ended normally:        " WS-CAB-ENDED(WS-SLOT).
           DISPLAY "Aborted (file error):  " WS-CAB-ABORTED(WS-SLOT).
           DISPLAY "START with no END:     " WS-CAB-NO-END(WS-SLOT).
           DISPLAY "Starts refused:        " WS-CAB-REFUSED(WS-SLOT).
           DISPLAY "Resumed from checkpt:  " WS-CAB-RESUMED(WS-SLOT).
           DISPLAY "Minutes in play:       " WS-PLAY-MINUTES
                   "  (" WS-SHARE-PCT-DISP "%)".
           DISPLAY "Minutes idle:          " WS-IDLE-MINUTES.
           DISPLAY "Runs EASY/MEDIUM/HARD: " WS-CAB-EASY(WS-SLOT)
                   " / " WS-CAB-MEDIUM(WS-SLOT)
                   " / " WS-CAB-HARD(WS-SLOT).
           DISPLAY "Two-player runs:       " WS-CAB-TWO-PLAYER(WS-SLOT)
                   "  (" WS-TWO-PLAYER-PCT-DISP "%)".
           DISPLAY "Demo runs:             " WS-CAB-DEMO(WS-SLOT)
                   "  (" WS-DEMO-PCT-DISP "%)".

           IF WS-CAB-NO-INIT(WS-SLOT) > 0
             DISPLAY "Runs with no INIT line: " WS-CAB-NO-INIT(WS-SLOT)
           END-IF.

           DISPLAY "  HOUR   RUNS  PLAY-MIN  IDLE-MIN".

           PERFORM VARYING WS-HOUR FROM 1 BY 1 UNTIL WS-HOUR > 24
             IF WS-CAB-HOUR-STARTS(WS-SLOT, WS-HOUR) > 0
               OR WS-CAB-HOUR-SECS(WS-SLOT, WS-HOUR) > 0
               COMPUTE WS-PLAY-MINUTES ROUNDED =
                 WS-CAB-HOUR-SECS(WS-SLOT, WS-HOUR) / 60
               COMPUTE WS-PERIOD-MINUTES = WS-PERIOD-DAYS * 60
               PERFORM 0001-COMPUTE-IDLE
               COMPUTE WS-HOUR-DISP = WS-HOUR - 1
               MOVE SPACES TO WS-HOUR-LINE
               STRING "    " WS-HOUR-DISP "  "
                 WS-CAB-HOUR-STARTS(WS-SLOT, WS-HOUR)
                 "   " WS-PLAY-MINUTES "   " WS-IDLE-MINUTES
                 DELIMITED BY SIZE
                 INTO WS-HOUR-LINE
               DISPLAY WS-HOUR-LINE
             END-IF
           END-PERFORM.

       0001-COMPUTE-IDLE.
           IF WS-PLAY-MINUTES < WS-PERIOD-MINUTES
             COMPUTE WS-IDLE-MINUTES =
               WS-PERIOD-MINUTES - WS-PLAY-MINUTES
           ELSE
             MOVE 0 TO WS-IDLE-MINUTES
           END-IF.
