       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-BACKUP.
       AUTHOR. MARCOS-VENICIUS.

      * Keeps numbered generations of the master files so a night that
      * completed with the wrong parms -- a bad cutoff in
      * archive-parms.txt, the wrong day closed -- can be undone by
      * GEN-RESTORE. The trailer/.new discipline protects a rewrite
      * against a crash; it cannot protect against a rewrite that ran
      * to completion on bad input. Each run copies the whole set --
      * scores.dat, session-log.dat, players.dat, daily-summary.dat,
      * ratings.dat and feed-control.dat -- to <name>-gNNNN.bak under
      * the next generation number, then records the generation in
      * generation-catalog.dat: one row per file with the generation,
      * the datetime, the file, its record count, whether it existed,
      * and the step that produced the data. The catalog rows are only
      * written once every file of the generation has been copied, so
      * a run that dies part-way leaves no half generation on the
      * catalog; the next run reuses the number and copies again.
      *
      * backup-parms.txt is optional, one value per line:
      *   line 1  generations to keep, 01-99 (default 07); older ones
      *           roll off -- their rows leave the catalog and their
      *           .bak files are deleted
      *   line 2  the producing step name (default: the step NIGHT-RUN
      *           last completed, from step-status.dat, or MANUAL
      *           when there is none)
      * A rewrite left unfinished by ARCHIVE-PURGE, EOD-CLOSE,
      * PLAYER-MAINT or ADJUDICATE (a work file ending in its trailer)
      * means a live file is part-way through being replaced; the
      * backup refuses with return code 8 rather than keep a copy of
      * it. Return code 0 when the generation is cataloged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-PARM-FILE ASSIGN TO "backup-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "step-status.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "generation-catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT WORK-CHECK-FILE ASSIGN USING WS-WORK-CHECK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-CHECK-FILE-STATUS.

           SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT TARGET-FILE ASSIGN USING WS-TARGET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BACKUP-PARM-FILE.
       01 BACKUP-PARM-REC               PIC X(12).

       FD STEP-STATUS-FILE.
       01 STEP-STATUS-REC.
         05 STS-STEP-NAME      PIC X(12).
         05 FILLER             PIC X(1).
         05 STS-START-DATETIME PIC X(21).
         05 FILLER             PIC X(1).
         05 STS-END-DATETIME   PIC X(21).
         05 FILLER             PIC X(1).
         05 STS-RETURN-CODE    PIC 9(4).
         05 FILLER             PIC X(1).
         05 STS-OUTCOME        PIC X(1).

       FD CATALOG-FILE.
       01 CATALOG-REC.
         05 GCT-GENERATION      PIC 9(4).
         05 FILLER              PIC X(1).
         05 GCT-DATETIME        PIC X(21).
         05 FILLER              PIC X(1).
         05 GCT-FILE-NAME       PIC X(20).
         05 FILLER              PIC X(1).
         05 GCT-RECORD-COUNT    PIC 9(7).
         05 FILLER              PIC X(1).
         05 GCT-PRESENT         PIC X(1).
         05 FILLER              PIC X(1).
         05 GCT-STEP            PIC X(12).

       FD WORK-CHECK-FILE.
       01 WORK-CHECK-REC                PIC X(100).

      * Wide enough for the longest record of the set (the daily
      * summary); every line is copied as it stands.
       FD SOURCE-FILE.
       01 SOURCE-REC                    PIC X(100).

       FD TARGET-FILE.
       01 TARGET-REC                    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-STEP-STATUS-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-STEP-STATUS-FILE-STATUS-OK        VALUE '00'.
       01 WS-CATALOG-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-CATALOG-FILE-STATUS-OK            VALUE '00'.
       01 WS-WORK-CHECK-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-WORK-CHECK-FILE-STATUS-OK         VALUE '00'.
       01 WS-SOURCE-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-SOURCE-FILE-STATUS-OK             VALUE '00'.
       01 WS-TARGET-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-TARGET-FILE-STATUS-OK             VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

      * The generation set: live file and the stem its copies carry.
       01 WS-SET-VALUES.
         05 FILLER PIC X(36)
           VALUE 'scores.dat          scores          '.
         05 FILLER PIC X(36)
           VALUE 'session-log.dat     session-log     '.
         05 FILLER PIC X(36)
           VALUE 'players.dat         players         '.
         05 FILLER PIC X(36)
           VALUE 'daily-summary.dat   daily-summary   '.
         05 FILLER PIC X(36)
           VALUE 'ratings.dat         ratings         '.
         05 FILLER PIC X(36)
           VALUE 'feed-control.dat    feed-control    '.
       01 WS-SET-TABLE REDEFINES WS-SET-VALUES.
         05 WS-SET-ENTRY OCCURS 6 TIMES
           INDEXED BY SET-IDX.
           10 WS-SET-FILE-NAME   PIC X(20).
           10 WS-SET-STEM        PIC X(16).
       01 WS-SET-COUNTS.
         05 WS-SET-RECORD-COUNT OCCURS 6 TIMES PIC 9(7).
       01 WS-SET-PRESENT.
         05 WS-SET-PRESENT-SW   OCCURS 6 TIMES PIC X(1).

      * Work files whose trailer means a rewrite is still pending.
       01 WS-WORK-VALUES.
         05 FILLER PIC X(33)
           VALUE 'scores.new          ARCHIVE-PURGE'.
         05 FILLER PIC X(33)
           VALUE 'session-log.new     ARCHIVE-PURGE'.
         05 FILLER PIC X(33)
           VALUE 'daily-summary.new   EOD-CLOSE    '.
         05 FILLER PIC X(33)
           VALUE 'players.new         PLAYER-MAINT '.
         05 FILLER PIC X(33)
           VALUE 'adjudicate.new      ADJUDICATE   '.
       01 WS-WORK-TABLE REDEFINES WS-WORK-VALUES.
         05 WS-WORK-ENTRY OCCURS 5 TIMES
           INDEXED BY WORK-IDX.
           10 WS-WORK-FILE-NAME  PIC X(20).
           10 WS-WORK-PROGRAM    PIC X(13).
       01 WS-WORK-CHECK-NAME            PIC X(20) VALUE SPACES.
       01 WS-TRAILER-TAG                PIC X(8)  VALUE '*TRAILER'.
       01 WS-PENDING-SW                 PIC X(1)  VALUE 'N'.
         88 WS-PENDING                           VALUE 'Y'.

       01 WS-RETENTION                  PIC 9(2)  VALUE 7.
       01 WS-PRODUCING-STEP             PIC X(12) VALUE SPACES.
       01 WS-LATEST-STEP-END            PIC X(21) VALUE SPACES.
       01 WS-PARM-LINE                  PIC 9(1)  VALUE 0.

      * The catalog as it stood; the rewrite drops the generations
      * that roll off and adds the one just taken.
       01 WS-CATALOG-TABLE.
         05 WS-CATALOG-ENTRY OCCURS 600 TIMES
           INDEXED BY CAT-IDX.
           10 WS-CAT-GENERATION   PIC 9(4).
           10 WS-CAT-REC          PIC X(70).
       01 WS-CATALOG-COUNT              PIC 9(3)  VALUE 0.
       01 WS-HIGH-GENERATION            PIC 9(4)  VALUE 0.
       01 WS-NEW-GENERATION             PIC 9(4)  VALUE 0.
       01 WS-OLDEST-KEPT                PIC 9(4)  VALUE 0.
       01 WS-GENERATION-LIST.
         05 WS-GEN-LIST-ENTRY OCCURS 100 TIMES PIC 9(4).
       01 WS-GEN-LIST-COUNT             PIC 9(3)  VALUE 0.
       01 WS-GEN-LIST-IDX               PIC 9(3)  VALUE 0.
       01 WS-GEN-SEEN-SW                PIC X(1)  VALUE 'N'.
         88 WS-GEN-SEEN                          VALUE 'Y'.
       01 WS-ROLLED-COUNT               PIC 9(3)  VALUE 0.
       01 WS-ROLLED-FILE-COUNT          PIC 9(4)  VALUE 0.

       01 WS-SOURCE-NAME                PIC X(24) VALUE SPACES.
       01 WS-TARGET-NAME                PIC X(24) VALUE SPACES.
       01 WS-GEN-FILE-NAME              PIC X(24) VALUE SPACES.
       01 WS-GEN-NAME-STEM              PIC X(16) VALUE SPACES.
       01 WS-GEN-NAME-NUMBER            PIC 9(4)  VALUE 0.
       01 WS-COPY-COUNT                 PIC 9(7)  VALUE 0.
       01 WS-COPY-PRESENT-SW            PIC X(1)  VALUE 'N'.
         88 WS-COPY-PRESENT                      VALUE 'Y'.
       01 WS-DELETE-STATUS              PIC S9(9) BINARY VALUE 0.

       01 WS-RUN-DATETIME               PIC X(21) VALUE SPACES.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.

           PERFORM 0001-READ-PARMS.
           PERFORM 0001-CHECK-PENDING-REWRITES.

           IF WS-PENDING
             DISPLAY "GEN-BACKUP: no generation taken -- finish the "
                     "interrupted run first."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-PRODUCING-STEP = SPACES
             PERFORM 0001-FIND-PRODUCING-STEP
           END-IF.

           PERFORM 0001-LOAD-CATALOG.

           COMPUTE WS-NEW-GENERATION = WS-HIGH-GENERATION + 1.

           PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 6
             MOVE WS-SET-FILE-NAME(SET-IDX) TO WS-SOURCE-NAME
             MOVE WS-SET-STEM(SET-IDX)      TO WS-GEN-NAME-STEM
             MOVE WS-NEW-GENERATION         TO WS-GEN-NAME-NUMBER
             PERFORM 0001-BUILD-GEN-FILE-NAME
             MOVE WS-GEN-FILE-NAME          TO WS-TARGET-NAME
             PERFORM 0001-COPY-FILE
             MOVE WS-COPY-COUNT   TO WS-SET-RECORD-COUNT(SET-IDX)
             MOVE WS-COPY-PRESENT-SW TO WS-SET-PRESENT-SW(SET-IDX)
           END-PERFORM.

           PERFORM 0001-FIND-OLDEST-KEPT.
           PERFORM 0001-REWRITE-CATALOG.
           PERFORM 0001-DELETE-ROLLED-FILES.

           PERFORM 0001-DISPLAY-CONTROL-REPORT.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0001-READ-PARMS.
      * A blank or out-of-range line keeps that setting's default.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0   TO WS-PARM-LINE.

           OPEN INPUT BACKUP-PARM-FILE.

           IF NOT WS-PARM-FILE-STATUS-OK
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF OR WS-PARM-LINE >= 2
             READ BACKUP-PARM-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-PARM-LINE
                 EVALUATE WS-PARM-LINE
                   WHEN 1
                     IF BACKUP-PARM-REC(1:2) IS NUMERIC
                       AND BACKUP-PARM-REC(1:2) NOT = '00'
                       MOVE BACKUP-PARM-REC(1:2) TO WS-RETENTION
                     END-IF
                   WHEN 2
                     MOVE BACKUP-PARM-REC TO WS-PRODUCING-STEP
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE BACKUP-PARM-FILE.

       0001-CHECK-PENDING-REWRITES.
           PERFORM VARYING WORK-IDX FROM 1 BY 1 UNTIL WORK-IDX > 5
             MOVE WS-WORK-FILE-NAME(WORK-IDX) TO WS-WORK-CHECK-NAME
             MOVE 'N' TO WS-EOF-SW

             OPEN INPUT WORK-CHECK-FILE

             IF WS-WORK-CHECK-FILE-STATUS-OK
               PERFORM UNTIL WS-EOF
                 READ WORK-CHECK-FILE
                   AT END
                     SET WS-EOF TO TRUE
                   NOT AT END
                     IF WORK-CHECK-REC(1:8) = WS-TRAILER-TAG
                       SET WS-PENDING TO TRUE
                       SET WS-EOF TO TRUE
                       DISPLAY "GEN-BACKUP: "
                               WS-WORK-FILE-NAME(WORK-IDX)
                               " holds a rewrite "
                               WS-WORK-PROGRAM(WORK-IDX)
                               " has not finished."
                     END-IF
                 END-READ
               END-PERFORM

               CLOSE WORK-CHECK-FILE
             ELSE
               IF WS-WORK-CHECK-FILE-STATUS NOT = '35'
                 MOVE WS-WORK-CHECK-NAME TO WS-FAIL-FILE-NAME
                 MOVE WS-WORK-CHECK-FILE-STATUS TO WS-FAIL-STATUS
                 PERFORM 0001-FILE-ERROR-ABORT
               END-IF
             END-IF
           END-PERFORM.

       0001-FIND-PRODUCING-STEP.
      * NIGHT-RUN rewrites step-status.dat as each step ends, so the
      * completed step with the latest end is the one whose output
      * this generation holds.
           MOVE 'MANUAL' TO WS-PRODUCING-STEP.
           MOVE SPACES   TO WS-LATEST-STEP-END.
           MOVE 'N'      TO WS-EOF-SW.

           OPEN INPUT STEP-STATUS-FILE.

           IF WS-STEP-STATUS-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-STEP-STATUS-FILE-STATUS-OK
             MOVE "step-status.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-STEP-STATUS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ STEP-STATUS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF STS-OUTCOME = 'C'
                   AND STS-END-DATETIME > WS-LATEST-STEP-END
                   MOVE STS-END-DATETIME TO WS-LATEST-STEP-END
                   MOVE STS-STEP-NAME    TO WS-PRODUCING-STEP
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE STEP-STATUS-FILE.

       0001-LOAD-CATALOG.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-CATALOG-FILE-STATUS-OK
             MOVE "generation-catalog.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-CATALOG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ CATALOG-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF GCT-GENERATION IS NUMERIC
                   PERFORM 0001-ADD-CATALOG-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE CATALOG-FILE.

       0001-ADD-CATALOG-ROW.
           IF WS-CATALOG-COUNT >= 600
             DISPLAY "GEN-BACKUP: generation-catalog.dat holds more "
                     "than 600 rows -- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-CATALOG-COUNT.
           SET CAT-IDX TO WS-CATALOG-COUNT.
           MOVE GCT-GENERATION TO WS-CAT-GENERATION(CAT-IDX).
           MOVE CATALOG-REC    TO WS-CAT-REC(CAT-IDX).

           IF GCT-GENERATION > WS-HIGH-GENERATION
             MOVE GCT-GENERATION TO WS-HIGH-GENERATION
           END-IF.

           MOVE 'N' TO WS-GEN-SEEN-SW.

           PERFORM VARYING WS-GEN-LIST-IDX FROM 1 BY 1
             UNTIL WS-GEN-LIST-IDX > WS-GEN-LIST-COUNT

             IF WS-GEN-LIST-ENTRY(WS-GEN-LIST-IDX) = GCT-GENERATION
               SET WS-GEN-SEEN TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF NOT WS-GEN-SEEN AND WS-GEN-LIST-COUNT < 100
             ADD 1 TO WS-GEN-LIST-COUNT
             MOVE GCT-GENERATION
               TO WS-GEN-LIST-ENTRY(WS-GEN-LIST-COUNT)
           END-IF.

       0001-BUILD-GEN-FILE-NAME.
           MOVE SPACES TO WS-GEN-FILE-NAME.

           STRING WS-GEN-NAME-STEM DELIMITED BY SPACE
             "-g" DELIMITED BY SIZE
             WS-GEN-NAME-NUMBER DELIMITED BY SIZE
             ".bak" DELIMITED BY SIZE
             INTO WS-GEN-FILE-NAME.

       0001-COPY-FILE.
      * WS-SOURCE-NAME to WS-TARGET-NAME, line for line. A source
      * that does not exist leaves an empty target and is noted as
      * absent, so a restore puts the set back exactly as it was.
           MOVE 0   TO WS-COPY-COUNT.
           MOVE 'Y' TO WS-COPY-PRESENT-SW.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT SOURCE-FILE.

           IF WS-SOURCE-FILE-STATUS = '35'
             MOVE 'N' TO WS-COPY-PRESENT-SW
             SET WS-EOF TO TRUE
           ELSE
             IF NOT WS-SOURCE-FILE-STATUS-OK
               MOVE WS-SOURCE-NAME TO WS-FAIL-FILE-NAME
               MOVE WS-SOURCE-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-IF.

           OPEN OUTPUT TARGET-FILE.

           IF NOT WS-TARGET-FILE-STATUS-OK
             MOVE WS-TARGET-NAME TO WS-FAIL-FILE-NAME
             MOVE WS-TARGET-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ SOURCE-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 MOVE SOURCE-REC TO TARGET-REC
                 WRITE TARGET-REC

                 IF NOT WS-TARGET-FILE-STATUS-OK
                   MOVE WS-TARGET-NAME TO WS-FAIL-FILE-NAME
                   MOVE WS-TARGET-FILE-STATUS TO WS-FAIL-STATUS
                   PERFORM 0001-FILE-ERROR-ABORT
                 END-IF

                 ADD 1 TO WS-COPY-COUNT
             END-READ
           END-PERFORM.

           CLOSE TARGET-FILE.

           IF WS-COPY-PRESENT
             CLOSE SOURCE-FILE
           END-IF.

       0001-FIND-OLDEST-KEPT.
      * The newest WS-RETENTION generations stay, counting the one
      * just taken; anything below the oldest of those rolls off.
           MOVE 0 TO WS-OLDEST-KEPT.

           IF WS-NEW-GENERATION > WS-RETENTION
             COMPUTE WS-OLDEST-KEPT =
               WS-NEW-GENERATION - WS-RETENTION + 1
           END-IF.

       0001-REWRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE.

           IF NOT WS-CATALOG-FILE-STATUS-OK
             MOVE "generation-catalog.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-CATALOG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM VARYING CAT-IDX FROM 1 BY 1
             UNTIL CAT-IDX > WS-CATALOG-COUNT

             IF WS-CAT-GENERATION(CAT-IDX) >= WS-OLDEST-KEPT
               MOVE WS-CAT-REC(CAT-IDX) TO CATALOG-REC
               PERFORM 0001-WRITE-CATALOG-REC
             END-IF
           END-PERFORM.

           PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 6
             MOVE SPACES                       TO CATALOG-REC
             MOVE WS-NEW-GENERATION            TO GCT-GENERATION
             MOVE WS-RUN-DATETIME              TO GCT-DATETIME
             MOVE WS-SET-FILE-NAME(SET-IDX)    TO GCT-FILE-NAME
             MOVE WS-SET-RECORD-COUNT(SET-IDX) TO GCT-RECORD-COUNT
             MOVE WS-SET-PRESENT-SW(SET-IDX)   TO GCT-PRESENT
             MOVE WS-PRODUCING-STEP            TO GCT-STEP
             PERFORM 0001-WRITE-CATALOG-REC
           END-PERFORM.

           CLOSE CATALOG-FILE.

       0001-WRITE-CATALOG-REC.
           WRITE CATALOG-REC.

           IF NOT WS-CATALOG-FILE-STATUS-OK
             MOVE "generation-catalog.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-CATALOG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-DELETE-ROLLED-FILES.
      * Only once the catalog no longer lists a generation are its
      * copies removed, so the catalog never points at a missing file.
           PERFORM VARYING WS-GEN-LIST-IDX FROM 1 BY 1
             UNTIL WS-GEN-LIST-IDX > WS-GEN-LIST-COUNT

             IF WS-GEN-LIST-ENTRY(WS-GEN-LIST-IDX) < WS-OLDEST-KEPT
               ADD 1 TO WS-ROLLED-COUNT
               MOVE WS-GEN-LIST-ENTRY(WS-GEN-LIST-IDX)
                 TO WS-GEN-NAME-NUMBER

               PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 6
                 MOVE WS-SET-STEM(SET-IDX) TO WS-GEN-NAME-STEM
                 PERFORM 0001-BUILD-GEN-FILE-NAME
                 CALL "CBL_DELETE_FILE" USING WS-GEN-FILE-NAME
                   RETURNING WS-DELETE-STATUS
                 END-CALL
                 IF WS-DELETE-STATUS = 0
                   ADD 1 TO WS-ROLLED-FILE-COUNT
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       0001-FILE-ERROR-ABORT.
      * Nothing live is ever written here: stopping leaves the master
      * files and the catalog as they were.
           DISPLAY "GEN-BACKUP: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-CONTROL-REPORT.
           DISPLAY "GEN-BACKUP CONTROL REPORT".
           DISPLAY "Generation:        " WS-NEW-GENERATION.
           DISPLAY "Taken:             " WS-RUN-DATETIME.
           DISPLAY "Producing step:    " WS-PRODUCING-STEP.
           DISPLAY " ".

           PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 6
             IF WS-SET-PRESENT-SW(SET-IDX) = 'Y'
               DISPLAY "  " WS-SET-FILE-NAME(SET-IDX)
                       " records: " WS-SET-RECORD-COUNT(SET-IDX)
             ELSE
               DISPLAY "  " WS-SET-FILE-NAME(SET-IDX)
                       " not present"
             END-IF
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "Generations kept:  " WS-RETENTION.
           DISPLAY "Rolled off:        " WS-ROLLED-COUNT
                   "  files deleted: " WS-ROLLED-FILE-COUNT.
