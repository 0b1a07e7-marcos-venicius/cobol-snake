       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-RESTORE.
       AUTHOR. MARCOS-VENICIUS.

      * Puts the master file set back to a generation GEN-BACKUP
      * took: scores.dat, session-log.dat, players.dat,
      * daily-summary.dat, ratings.dat and feed-control.dat all come
      * back from the same generation, never a mix. restore-parms.txt
      * line 1 holds the generation number (mandatory -- a defaulted
      * restore is how the wrong night comes back).
      *
      * Nothing live is touched until the whole generation has been
      * proved: all six files must be on generation-catalog.dat under
      * that number, and every <name>-gNNNN.bak must exist and hold
      * exactly the record count the catalog recorded. A file that did
      * not exist when the generation was taken is restored empty. A
      * rewrite still pending in a work file (ARCHIVE-PURGE,
      * EOD-CLOSE, PLAYER-MAINT, ADJUDICATE) would be finished over
      * the restored files by that program's next run, so the restore
      * refuses until it has been completed. A restore that dies
      * part-way is finished by running it again: the generation files
      * are only ever read. The control report shows, per file, the
      * live records replaced, the cataloged count and the records
      * restored; return code 8 on any refusal or imbalance, 0 when
      * the set is back. The restore is logged to run-log.dat.
      * Files derived from the set are not part of it: reload the
      * score master with SCORE-LOAD after restoring scores.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-PARM-FILE ASSIGN TO "restore-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

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

           SELECT RUN-LOG-FILE ASSIGN TO "run-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTORE-PARM-FILE.
       01 RESTORE-PARM-REC              PIC X(8).

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

       FD SOURCE-FILE.
       01 SOURCE-REC                    PIC X(100).

       FD TARGET-FILE.
       01 TARGET-REC                    PIC X(100).

       FD RUN-LOG-FILE.
       01 RUN-LOG-REC.
         05 RUN-LOG-DATETIME PIC X(21).
         05 FILLER           PIC X(1).
         05 RUN-LOG-MESSAGE  PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-CATALOG-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-CATALOG-FILE-STATUS-OK            VALUE '00'.
       01 WS-WORK-CHECK-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-WORK-CHECK-FILE-STATUS-OK         VALUE '00'.
       01 WS-SOURCE-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-SOURCE-FILE-STATUS-OK             VALUE '00'.
       01 WS-TARGET-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-TARGET-FILE-STATUS-OK             VALUE '00'.
       01 WS-RUN-LOG-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-RUN-LOG-FILE-STATUS-OK            VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

      * Same set, and same copy names, as GEN-BACKUP.
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
       01 WS-SET-STATE.
         05 WS-SET-STATE-ENTRY OCCURS 6 TIMES.
           10 WS-SET-CATALOGED-SW  PIC X(1).
           10 WS-SET-PRESENT-SW    PIC X(1).
           10 WS-SET-CAT-COUNT     PIC 9(7).
           10 WS-SET-LIVE-COUNT    PIC 9(7).
           10 WS-SET-RESTORED      PIC 9(7).

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

       01 WS-GENERATION                 PIC 9(4)  VALUE 0.
       01 WS-GEN-DATETIME               PIC X(21) VALUE SPACES.
       01 WS-GEN-STEP                   PIC X(12) VALUE SPACES.
       01 WS-REFUSED-SW                 PIC X(1)  VALUE 'N'.
         88 WS-REFUSED                           VALUE 'Y'.

       01 WS-SOURCE-NAME                PIC X(24) VALUE SPACES.
       01 WS-TARGET-NAME                PIC X(24) VALUE SPACES.
       01 WS-GEN-FILE-NAME              PIC X(24) VALUE SPACES.
       01 WS-COUNT                      PIC 9(7)  VALUE 0.
       01 WS-SOURCE-PRESENT-SW          PIC X(1)  VALUE 'N'.
         88 WS-SOURCE-PRESENT                    VALUE 'Y'.

       01 WS-CURRENT-DATETIME           PIC X(21) VALUE SPACES.
       01 WS-RUN-LOG-TEXT               PIC X(60) VALUE SPACES.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-READ-PARMS.
           PERFORM 0001-CHECK-PENDING-REWRITES.

           IF WS-PENDING
             DISPLAY "GEN-RESTORE: nothing restored -- finish the "
                     "interrupted run first."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM 0001-LOAD-GENERATION.
           PERFORM 0001-VERIFY-GENERATION.

           IF WS-REFUSED
             DISPLAY "GEN-RESTORE: generation " WS-GENERATION
                     " cannot be restored; nothing was changed."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 6
             PERFORM 0001-BUILD-GEN-FILE-NAME
             MOVE WS-GEN-FILE-NAME          TO WS-SOURCE-NAME
             MOVE WS-SET-FILE-NAME(SET-IDX) TO WS-TARGET-NAME
             PERFORM 0001-COPY-FILE
             MOVE WS-COUNT TO WS-SET-RESTORED(SET-IDX)
           END-PERFORM.

           MOVE SPACES TO WS-RUN-LOG-TEXT.
           STRING "RESTORE GENERATION " WS-GENERATION
             " STEP " WS-GEN-STEP
             DELIMITED BY SIZE
             INTO WS-RUN-LOG-TEXT.
           PERFORM 0001-WRITE-RUN-LOG.

           PERFORM 0001-DISPLAY-CONTROL-REPORT.

           STOP RUN.

       0001-READ-PARMS.
           OPEN INPUT RESTORE-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             READ RESTORE-PARM-FILE
               AT END
                 MOVE SPACES TO RESTORE-PARM-REC
             END-READ

             CLOSE RESTORE-PARM-FILE
           ELSE
             MOVE SPACES TO RESTORE-PARM-REC
           END-IF.

           IF RESTORE-PARM-REC(1:4) IS NOT NUMERIC
             OR RESTORE-PARM-REC(1:4) = '0000'
             DISPLAY "GEN-RESTORE: restore-parms.txt must supply the "
                     "four-digit generation number on line 1."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE RESTORE-PARM-REC(1:4) TO WS-GENERATION.

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
                       DISPLAY "GEN-RESTORE: "
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

       0001-LOAD-GENERATION.
           PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 6
             MOVE 'N' TO WS-SET-CATALOGED-SW(SET-IDX)
             MOVE 'N' TO WS-SET-PRESENT-SW(SET-IDX)
             MOVE 0   TO WS-SET-CAT-COUNT(SET-IDX)
             MOVE 0   TO WS-SET-LIVE-COUNT(SET-IDX)
             MOVE 0   TO WS-SET-RESTORED(SET-IDX)
           END-PERFORM.

           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-FILE-STATUS = '35'
             DISPLAY "GEN-RESTORE: generation-catalog.dat not found."
             SET WS-REFUSED TO TRUE
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
                 IF GCT-GENERATION = WS-GENERATION
                   PERFORM 0001-APPLY-CATALOG-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE CATALOG-FILE.

       0001-APPLY-CATALOG-ROW.
           PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 6
             IF WS-SET-FILE-NAME(SET-IDX) = GCT-FILE-NAME
               MOVE 'Y'              TO WS-SET-CATALOGED-SW(SET-IDX)
               MOVE GCT-PRESENT      TO WS-SET-PRESENT-SW(SET-IDX)
               MOVE GCT-RECORD-COUNT TO WS-SET-CAT-COUNT(SET-IDX)
               MOVE GCT-DATETIME     TO WS-GEN-DATETIME
               MOVE GCT-STEP         TO WS-GEN-STEP
               EXIT PERFORM
             END-IF
           END-PERFORM.

       0001-VERIFY-GENERATION.
      * Every copy is counted before any live file is opened for
      * output; the live counts are taken for the control report.
           PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 6
             IF WS-SET-CATALOGED-SW(SET-IDX) NOT = 'Y'
               DISPLAY "GEN-RESTORE: " WS-SET-FILE-NAME(SET-IDX)
                       " is not cataloged under generation "
                       WS-GENERATION
               SET WS-REFUSED TO TRUE
             ELSE
               PERFORM 0001-BUILD-GEN-FILE-NAME
               MOVE WS-GEN-FILE-NAME TO WS-SOURCE-NAME
               PERFORM 0001-COUNT-FILE

               IF NOT WS-SOURCE-PRESENT
                 DISPLAY "GEN-RESTORE: " WS-GEN-FILE-NAME
                         " is missing."
                 SET WS-REFUSED TO TRUE
               ELSE
                 IF WS-COUNT NOT = WS-SET-CAT-COUNT(SET-IDX)
                   DISPLAY "GEN-RESTORE: " WS-GEN-FILE-NAME
                           " holds " WS-COUNT " records, catalog says "
                           WS-SET-CAT-COUNT(SET-IDX)
                   SET WS-REFUSED TO TRUE
                 END-IF
               END-IF

               MOVE WS-SET-FILE-NAME(SET-IDX) TO WS-SOURCE-NAME
               PERFORM 0001-COUNT-FILE
               MOVE WS-COUNT TO WS-SET-LIVE-COUNT(SET-IDX)
             END-IF
           END-PERFORM.

       0001-BUILD-GEN-FILE-NAME.
           MOVE SPACES TO WS-GEN-FILE-NAME.

           STRING WS-SET-STEM(SET-IDX) DELIMITED BY SPACE
             "-g" DELIMITED BY SIZE
             WS-GENERATION DELIMITED BY SIZE
             ".bak" DELIMITED BY SIZE
             INTO WS-GEN-FILE-NAME.

       0001-COUNT-FILE.
           MOVE 0   TO WS-COUNT.
           MOVE 'N' TO WS-SOURCE-PRESENT-SW.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT SOURCE-FILE.

           IF WS-SOURCE-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-SOURCE-FILE-STATUS-OK
             MOVE WS-SOURCE-NAME TO WS-FAIL-FILE-NAME
             MOVE WS-SOURCE-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           SET WS-SOURCE-PRESENT TO TRUE.

           PERFORM UNTIL WS-EOF
             READ SOURCE-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-COUNT
             END-READ
           END-PERFORM.

           CLOSE SOURCE-FILE.

       0001-COPY-FILE.
           MOVE 0   TO WS-COUNT.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT SOURCE-FILE.

           IF NOT WS-SOURCE-FILE-STATUS-OK
             MOVE WS-SOURCE-NAME TO WS-FAIL-FILE-NAME
             MOVE WS-SOURCE-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
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

                 ADD 1 TO WS-COUNT
             END-READ
           END-PERFORM.

           CLOSE TARGET-FILE.
           CLOSE SOURCE-FILE.

       0001-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.

           OPEN EXTEND RUN-LOG-FILE.

           IF NOT WS-RUN-LOG-FILE-STATUS-OK
             OPEN OUTPUT RUN-LOG-FILE
             CLOSE RUN-LOG-FILE
             OPEN EXTEND RUN-LOG-FILE
           END-IF.

           IF WS-RUN-LOG-FILE-STATUS-OK
             MOVE SPACES              TO RUN-LOG-REC
             MOVE WS-CURRENT-DATETIME TO RUN-LOG-DATETIME
             MOVE WS-RUN-LOG-TEXT     TO RUN-LOG-MESSAGE
             WRITE RUN-LOG-REC
             CLOSE RUN-LOG-FILE
           END-IF.

       0001-FILE-ERROR-ABORT.
      * The generation files are only read, so a stop part-way through
      * the copies is put right by running the restore again.
           DISPLAY "GEN-RESTORE: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-CONTROL-REPORT.
           DISPLAY "GEN-RESTORE CONTROL REPORT".
           DISPLAY "Generation:      " WS-GENERATION.
           DISPLAY "Taken:           " WS-GEN-DATETIME.
           DISPLAY "Producing step:  " WS-GEN-STEP.
           DISPLAY " ".
           DISPLAY "File                 Replaced Cataloged Restored".

           MOVE 0 TO RETURN-CODE.

           PERFORM VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > 6
             DISPLAY WS-SET-FILE-NAME(SET-IDX) " "
                     WS-SET-LIVE-COUNT(SET-IDX) "  "
                     WS-SET-CAT-COUNT(SET-IDX) "   "
                     WS-SET-RESTORED(SET-IDX)

             IF WS-SET-PRESENT-SW(SET-IDX) NOT = 'Y'
               DISPLAY "  (did not exist at the generation; "
                       "restored empty)"
             END-IF

             IF WS-SET-RESTORED(SET-IDX) NOT = WS-SET-CAT-COUNT(SET-IDX)
               MOVE 8 TO RETURN-CODE
             END-IF
           END-PERFORM.

           DISPLAY " ".

           IF RETURN-CODE = 8
             DISPLAY "OUT OF BALANCE -- records restored do not equal "
                     "the cataloged counts."
           ELSE
             DISPLAY "In balance: every file restored to its "
                     "cataloged count."
           END-IF.
