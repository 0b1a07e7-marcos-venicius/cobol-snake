       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTIONS-REPORT.
       AUTHOR. MARCOS-VENICIUS.

      * Morning exceptions report, run as the last NIGHT-RUN step: one
      * place to learn whether the night was clean instead of opening
      * every program's exception file in turn. NIGHT-RUN stops at the
      * first failed step, so a stopped night never reaches this one;
      * after a stop it is run by hand, before the night is rerun,
      * while step-status.dat still holds the failed step. Sources, by
      * severity (3 HIGH, 2 MEDIUM, 1 LOW):
      *   STEP-STATUS     3  steps marked failed in step-status.dat
      *                      (only a hand run after a stopped night
      *                      finds one)
      *   RUN-LOG         3  "STEP ... FAILED" and "FILE ERROR" lines,
      *                   1  "KEY QUEUE OVERFLOW" lines
      *   FEED-CONTROL    3  ranges standing REJECTED in
      *                      feed-control.dat
      *   DATA-VALIDATE   3/2 validation-exceptions.dat, at its own
      *                      severity
      *   SESSION-AUDIT   3/2 suspect-sessions.dat, at its own severity
      *   SCORE-RECON     2  recon-exceptions.dat
      *   REPLAY-VERIFY   2  replay-exceptions.dat
      *   PLAYER-MAINT    1  REJECTED rows of player-maint-audit.dat
      *   ADJUDICATE      1  REJECTED rows of adjudication-audit.dat
      *   TICKET-COUNTER  1  REJECTED rows of ticket-counter-audit.dat
      *   HOUSE-RULES     1  refused-starts.dat
      * The business day runs from its cut-over time to the same time
      * the next day, so the batch that runs after midnight reports
      * with the day it closes. exceptions-parms.txt is optional:
      *   line 1  business day, YYYYMMDD (default: the day whose
      *           window the run falls in)
      *   line 2  cut-over time, HHMM (default 0600)
      * Run-log lines, audit rows and refused starts count when they
      * are dated inside the window. The exception files SCORE-RECON,
      * REPLAY-VERIFY, DATA-VALIDATE and SESSION-AUDIT rewrite every
      * run, and feed-control.dat and step-status.dat hold a current
      * state, so those count as they stand.
      * Counts per severity and source are kept in
      * exceptions-history.dat (one set per business day, replaced on
      * a rerun, 31 days kept) for the comparison with the previous
      * day.
      * Every exception is also an item in open-items.dat: a new item
      * is numbered and OPEN, an item seen again keeps its number, and
      * it stays OPEN -- listed every morning, whether or not the
      * problem recurs -- until it is acknowledged. Acknowledgments
      * are lines of exceptions-ack.txt, "nnnnnn initials" (item
      * number, who acknowledged it); the file is emptied once
      * applied. An acknowledged item stays acknowledged if it recurs,
      * and is dropped 31 days after it was last seen.
      * Return code 0 when nothing is open, 4 when any item is open,
      * 8 on a file error, a bad parm or a full table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXC-PARM-FILE ASSIGN TO "exceptions-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "run-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "step-status.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

           SELECT FEED-CONTROL-FILE ASSIGN TO "feed-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-CONTROL-FILE-STATUS.

           SELECT RECON-EXC-FILE ASSIGN TO "recon-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-FILE-STATUS.

           SELECT REPLAY-EXC-FILE ASSIGN TO "replay-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPLAY-FILE-STATUS.

           SELECT VALIDATION-EXC-FILE
             ASSIGN TO "validation-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VALIDATION-FILE-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "suspect-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPECT-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "player-maint-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAINT-AUDIT-FILE-STATUS.

           SELECT ADJ-AUDIT-FILE ASSIGN TO "adjudication-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-AUDIT-FILE-STATUS.

           SELECT TICKET-AUDIT-FILE
             ASSIGN TO "ticket-counter-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TICKET-AUDIT-FILE-STATUS.

           SELECT REFUSED-STARTS-FILE ASSIGN TO "refused-starts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUSED-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "exceptions-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO "open-items.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ITEMS-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "exceptions-ack.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXC-PARM-FILE.
       01 EXC-PARM-REC                  PIC X(8).

       FD RUN-LOG-FILE.
       01 RUN-LOG-REC.
         05 RUN-LOG-DATETIME PIC X(21).
         05 FILLER           PIC X(1).
         05 RUN-LOG-MESSAGE  PIC X(60).

       FD STEP-STATUS-FILE.
       01 STEP-STATUS-REC.
         05 STS-STEP-NAME      PIC X(12).
         05 FILLER             PIC X(1).
         05 STS-START-DATETIME PIC X(21).
         05 FILLER             PIC X(1).
         05 STS-END-DATETIME   PIC X(21).
         05 FILLER             PIC X(1).
         05 STS-RETURN-CODE    PIC X(4).
         05 FILLER             PIC X(1).
         05 STS-OUTCOME        PIC X(1).

       FD FEED-CONTROL-FILE.
       01 FEED-CONTROL-REC.
         05 FC-FROM-DATE      PIC X(8).
         05 FILLER            PIC X(1).
         05 FC-TO-DATE        PIC X(8).
         05 FILLER            PIC X(1).
         05 FC-SENT-DATETIME  PIC X(21).
         05 FILLER            PIC X(1).
         05 FC-DETAIL-COUNT   PIC X(7).
         05 FILLER            PIC X(1).
         05 FC-POINTS-TOTAL   PIC X(8).
         05 FILLER            PIC X(1).
         05 FC-STATUS         PIC X(8).
         05 FILLER            PIC X(1).
         05 FC-REASON         PIC X(20).

      * SCORE-RECON and REPLAY-VERIFY share one exception layout.
       FD RECON-EXC-FILE.
       01 RECON-EXC-REC.
         05 RCX-TYPE            PIC X(15).
         05 FILLER              PIC X(1).
         05 RCX-DATETIME        PIC X(21).
         05 FILLER              PIC X(1).
         05 RCX-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 RCX-SESSION-VALUE   PIC X(3).
         05 FILLER              PIC X(1).
         05 RCX-OTHER-VALUE     PIC X(3).

       FD REPLAY-EXC-FILE.
       01 REPLAY-EXC-REC.
         05 RPX-TYPE            PIC X(15).
         05 FILLER              PIC X(1).
         05 RPX-DATETIME        PIC X(21).
         05 FILLER              PIC X(1).
         05 RPX-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 RPX-SESSION-VALUE   PIC X(3).
         05 FILLER              PIC X(1).
         05 RPX-REPLAY-VALUE    PIC X(3).

       FD VALIDATION-EXC-FILE.
       01 VALIDATION-EXC-REC.
         05 VEX-FILE-NAME       PIC X(20).
         05 FILLER              PIC X(1).
         05 VEX-RECORD-NUMBER   PIC X(7).
         05 FILLER              PIC X(1).
         05 VEX-FIELD           PIC X(14).
         05 FILLER              PIC X(1).
         05 VEX-RULE            PIC X(12).
         05 FILLER              PIC X(1).
         05 VEX-SEVERITY        PIC X(1).
         05 FILLER              PIC X(1).
         05 VEX-VALUE           PIC X(21).

       FD SUSPECT-FILE.
       01 SUSPECT-REC.
         05 SUS-REASON          PIC X(12).
         05 FILLER              PIC X(1).
         05 SUS-SEVERITY        PIC X(1).
         05 FILLER              PIC X(1).
         05 SUS-START-DATETIME  PIC X(21).
         05 FILLER              PIC X(1).
         05 SUS-END-DATETIME    PIC X(21).
         05 FILLER              PIC X(1).
         05 SUS-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 SUS-SEAT            PIC X(1).
         05 FILLER              PIC X(1).
         05 SUS-POINTS          PIC X(3).
         05 FILLER              PIC X(1).
         05 SUS-SNAKE-SIZE      PIC X(3).
         05 FILLER              PIC X(1).
         05 SUS-FRUIT-EATEN     PIC X(3).
         05 FILLER              PIC X(1).
         05 SUS-DETAIL          PIC X(30).

       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-REC.
         05 PMA-DATETIME    PIC X(21).
         05 FILLER          PIC X(1).
         05 PMA-ACTION      PIC X(10).
         05 FILLER          PIC X(1).
         05 PMA-PLAYER-ID   PIC X(8).
         05 FILLER          PIC X(1).
         05 PMA-DISPOSITION PIC X(8).
         05 FILLER          PIC X(1).
         05 PMA-REASON      PIC X(14).
         05 FILLER          PIC X(1).
         05 PMA-BEFORE-NAME PIC X(20).
         05 FILLER          PIC X(1).
         05 PMA-AFTER-NAME  PIC X(20).

       FD ADJ-AUDIT-FILE.
       01 ADJ-AUDIT-REC.
         05 ADA-DATETIME        PIC X(21).
         05 FILLER              PIC X(1).
         05 ADA-ACTION          PIC X(10).
         05 FILLER              PIC X(1).
         05 ADA-START-DATETIME  PIC X(21).
         05 FILLER              PIC X(1).
         05 ADA-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 ADA-DISPOSITION     PIC X(8).
         05 FILLER              PIC X(1).
         05 ADA-FILE-NAME       PIC X(18).
         05 FILLER              PIC X(1).
         05 ADA-ITEM            PIC X(14).
         05 FILLER              PIC X(1).
         05 ADA-BEFORE          PIC X(24).
         05 FILLER              PIC X(1).
         05 ADA-AFTER           PIC X(24).
         05 FILLER              PIC X(1).
         05 ADA-REASON          PIC X(30).

       FD TICKET-AUDIT-FILE.
       01 TICKET-AUDIT-REC.
         05 TCA-DATETIME        PIC X(21).
         05 FILLER              PIC X(1).
         05 TCA-ACTION          PIC X(8).
         05 FILLER              PIC X(1).
         05 TCA-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 TCA-DISPOSITION     PIC X(8).
         05 FILLER              PIC X(1).
         05 TCA-REASON          PIC X(14).
         05 FILLER              PIC X(1).
         05 TCA-SIGN            PIC X(1).
         05 TCA-TICKETS         PIC X(7).
         05 FILLER              PIC X(1).
         05 TCA-BEFORE-SIGN     PIC X(1).
         05 TCA-BEFORE-BALANCE  PIC X(8).
         05 FILLER              PIC X(1).
         05 TCA-AFTER-SIGN      PIC X(1).
         05 TCA-AFTER-BALANCE   PIC X(8).
         05 FILLER              PIC X(1).
         05 TCA-REFERENCE       PIC X(20).

       FD REFUSED-STARTS-FILE.
       01 REFUSED-START-REC.
         05 RFS-DATETIME       PIC X(21).
         05 FILLER             PIC X(1).
         05 RFS-CABINET-ID     PIC X(1).
         05 FILLER             PIC X(1).
         05 RFS-SEAT           PIC X(1).
         05 FILLER             PIC X(1).
         05 RFS-PLAYER-ID      PIC X(8).
         05 FILLER             PIC X(1).
         05 RFS-REASON         PIC X(8).
         05 FILLER             PIC X(1).
         05 RFS-GAMES-TODAY    PIC X(4).
         05 FILLER             PIC X(1).
         05 RFS-MINUTES-TODAY  PIC X(5).
         05 FILLER             PIC X(1).
         05 RFS-RULE           PIC X(9).

      * One row per severity and source with a count, plus a marker
      * row (severity 0) showing the report ran for the day.
       FD HISTORY-FILE.
       01 HISTORY-REC.
         05 HIS-BUSINESS-DATE   PIC X(8).
         05 FILLER              PIC X(1).
         05 HIS-SEVERITY        PIC 9(1).
         05 FILLER              PIC X(1).
         05 HIS-SOURCE          PIC X(14).
         05 FILLER              PIC X(1).
         05 HIS-COUNT           PIC 9(5).

       FD OPEN-ITEMS-FILE.
       01 OPEN-ITEM-REC.
         05 OI-ITEM-NUMBER      PIC 9(6).
         05 FILLER              PIC X(1).
         05 OI-STATUS           PIC X(4).
         05 FILLER              PIC X(1).
         05 OI-SEVERITY         PIC 9(1).
         05 FILLER              PIC X(1).
         05 OI-SOURCE           PIC X(14).
         05 FILLER              PIC X(1).
         05 OI-FIRST-DATE       PIC X(8).
         05 FILLER              PIC X(1).
         05 OI-LAST-DATE        PIC X(8).
         05 FILLER              PIC X(1).
         05 OI-ACK-DATETIME     PIC X(21).
         05 FILLER              PIC X(1).
         05 OI-ACK-BY           PIC X(8).
         05 FILLER              PIC X(1).
         05 OI-TEXT             PIC X(76).

       FD ACK-FILE.
       01 ACK-REC.
         05 ACK-ITEM-NUMBER     PIC X(6).
         05 FILLER              PIC X(1).
         05 ACK-BY              PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-RUN-LOG-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-RUN-LOG-FILE-STATUS-OK            VALUE '00'.
       01 WS-STEP-STATUS-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-STEP-STATUS-FILE-STATUS-OK        VALUE '00'.
       01 WS-FEED-CONTROL-FILE-STATUS   PIC X(2)  VALUE '00'.
         88 WS-FEED-CONTROL-STATUS-OK            VALUE '00'.
       01 WS-RECON-FILE-STATUS          PIC X(2)  VALUE '00'.
         88 WS-RECON-FILE-STATUS-OK              VALUE '00'.
       01 WS-REPLAY-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-REPLAY-FILE-STATUS-OK             VALUE '00'.
       01 WS-VALIDATION-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-VALIDATION-FILE-STATUS-OK         VALUE '00'.
       01 WS-SUSPECT-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-SUSPECT-FILE-STATUS-OK            VALUE '00'.
       01 WS-MAINT-AUDIT-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-MAINT-AUDIT-STATUS-OK             VALUE '00'.
       01 WS-ADJ-AUDIT-FILE-STATUS      PIC X(2)  VALUE '00'.
         88 WS-ADJ-AUDIT-STATUS-OK               VALUE '00'.
       01 WS-TICKET-AUDIT-FILE-STATUS   PIC X(2)  VALUE '00'.
         88 WS-TICKET-AUDIT-STATUS-OK            VALUE '00'.
       01 WS-REFUSED-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-REFUSED-FILE-STATUS-OK            VALUE '00'.
       01 WS-HISTORY-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-HISTORY-FILE-STATUS-OK            VALUE '00'.
       01 WS-OPEN-ITEMS-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-OPEN-ITEMS-STATUS-OK              VALUE '00'.
       01 WS-ACK-FILE-STATUS            PIC X(2)  VALUE '00'.
         88 WS-ACK-FILE-STATUS-OK                VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.
       01 WS-FAIL-FILE-NAME             PIC X(26) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       01 WS-RUN-DATETIME               PIC X(21) VALUE SPACES.
       01 WS-BUSINESS-DATE              PIC X(8)  VALUE SPACES.
       01 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE PIC 9(8).
       01 WS-CUTOVER-TIME               PIC X(4)  VALUE "0600".
       01 WS-CUTOVER-PARTS REDEFINES WS-CUTOVER-TIME.
         05 WS-CUTOVER-HH               PIC 9(2).
         05 WS-CUTOVER-MI               PIC 9(2).
       01 WS-RUN-DATE                   PIC 9(8)  VALUE 0.
       01 WS-BUSINESS-DAY-NUMBER        PIC 9(7)  VALUE 0.
       01 WS-NEXT-DATE                  PIC 9(8)  VALUE 0.
       01 WS-PREVIOUS-DATE              PIC 9(8)  VALUE 0.
       01 WS-PREVIOUS-DATE-X REDEFINES WS-PREVIOUS-DATE PIC X(8).
       01 WS-KEEP-FROM-DATE             PIC 9(8)  VALUE 0.
       01 WS-KEEP-FROM-DATE-X REDEFINES WS-KEEP-FROM-DATE PIC X(8).
       01 WS-WINDOW-FROM                PIC X(12) VALUE SPACES.
       01 WS-WINDOW-TO                  PIC X(12) VALUE SPACES.
       01 WS-CHECK-STAMP                PIC X(12) VALUE SPACES.
       01 WS-IN-WINDOW-SW               PIC X(1)  VALUE 'N'.
         88 WS-IN-WINDOW                         VALUE 'Y'.

      * Sources in report order.
       01 WS-SOURCE-VALUES.
         05 FILLER PIC X(14) VALUE "STEP-STATUS".
         05 FILLER PIC X(14) VALUE "RUN-LOG".
         05 FILLER PIC X(14) VALUE "FEED-CONTROL".
         05 FILLER PIC X(14) VALUE "DATA-VALIDATE".
         05 FILLER PIC X(14) VALUE "SESSION-AUDIT".
         05 FILLER PIC X(14) VALUE "SCORE-RECON".
         05 FILLER PIC X(14) VALUE "REPLAY-VERIFY".
         05 FILLER PIC X(14) VALUE "PLAYER-MAINT".
         05 FILLER PIC X(14) VALUE "ADJUDICATE".
         05 FILLER PIC X(14) VALUE "TICKET-COUNTER".
         05 FILLER PIC X(14) VALUE "HOUSE-RULES".
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
         05 WS-SOURCE-NAME PIC X(14) OCCURS 11 TIMES.
       01 WS-SOURCE-COUNT               PIC 9(2)  VALUE 11.

       01 WS-SEVERITY-VALUES.
         05 FILLER PIC X(6) VALUE "LOW".
         05 FILLER PIC X(6) VALUE "MEDIUM".
         05 FILLER PIC X(6) VALUE "HIGH".
       01 WS-SEVERITY-TABLE REDEFINES WS-SEVERITY-VALUES.
         05 WS-SEVERITY-NAME PIC X(6) OCCURS 3 TIMES.

       01 WS-COUNT-TABLE.
         05 WS-COUNT-SOURCE OCCURS 11 TIMES.
           10 WS-COUNT-SEVERITY OCCURS 3 TIMES.
             15 WS-TODAY-COUNT          PIC 9(5).
             15 WS-PREV-COUNT           PIC 9(5).
       01 WS-SRC                        PIC 9(2)  VALUE 0.
       01 WS-SEV                        PIC 9(1)  VALUE 0.
       01 WS-PREV-FOUND-SW              PIC X(1)  VALUE 'N'.
         88 WS-PREV-FOUND                        VALUE 'Y'.
       01 WS-SEV-TODAY                  PIC 9(5)  VALUE 0.
       01 WS-SEV-PREV                   PIC 9(5)  VALUE 0.
       01 WS-ALL-TODAY                  PIC 9(5)  VALUE 0.
       01 WS-ALL-PREV                   PIC 9(5)  VALUE 0.
       01 WS-CHANGE                     PIC S9(5) VALUE 0.
       01 WS-CHANGE-DISP                PIC +++++9.

      * History rows of other days, carried over on the rewrite.
       01 WS-HISTORY-TABLE.
         05 WS-HISTORY-ENTRY OCCURS 2000 TIMES
           INDEXED BY HIS-IDX.
           10 WS-HIS-DATE             PIC X(8).
           10 WS-HIS-SEVERITY         PIC 9(1).
           10 WS-HIS-SOURCE           PIC X(14).
           10 WS-HIS-COUNT            PIC 9(5).
       01 WS-HISTORY-COUNT              PIC 9(4)  VALUE 0.

       01 WS-ITEM-TABLE.
         05 WS-ITEM-ENTRY OCCURS 3000 TIMES
           INDEXED BY ITEM-IDX.
           10 WS-ITEM-NUMBER          PIC 9(6).
           10 WS-ITEM-STATUS          PIC X(4).
             88 WS-ITEM-OPEN                  VALUE 'OPEN'.
             88 WS-ITEM-ACKED                 VALUE 'ACK'.
           10 WS-ITEM-SEVERITY        PIC 9(1).
           10 WS-ITEM-SOURCE          PIC X(14).
           10 WS-ITEM-FIRST-DATE      PIC X(8).
           10 WS-ITEM-LAST-DATE       PIC X(8).
           10 WS-ITEM-ACK-DATETIME    PIC X(21).
           10 WS-ITEM-ACK-BY          PIC X(8).
           10 WS-ITEM-TEXT            PIC X(76).
           10 WS-ITEM-NEW-SW          PIC X(1).
             88 WS-ITEM-NEW                   VALUE 'Y'.
           10 WS-ITEM-SEEN-SW         PIC X(1).
             88 WS-ITEM-SEEN-TODAY            VALUE 'Y'.
           10 WS-ITEM-ACKED-NOW-SW    PIC X(1).
             88 WS-ITEM-ACKED-NOW             VALUE 'Y'.
       01 WS-ITEM-COUNT                 PIC 9(4)  VALUE 0.
       01 WS-LAST-ITEM-NUMBER           PIC 9(6)  VALUE 0.
       01 WS-OPEN-COUNT                 PIC 9(5)  VALUE 0.
       01 WS-NEW-COUNT                  PIC 9(5)  VALUE 0.
       01 WS-ACKED-NOW-COUNT            PIC 9(5)  VALUE 0.
       01 WS-CARRIED-COUNT              PIC 9(5)  VALUE 0.
       01 WS-DROPPED-COUNT              PIC 9(5)  VALUE 0.
       01 WS-LISTED-COUNT               PIC 9(5)  VALUE 0.

       01 WS-ACK-LINE-NUMBER            PIC 9(4)  VALUE 0.
       01 WS-ACK-NUMBER                 PIC 9(6)  VALUE 0.
       01 WS-ACK-FOUND-SW               PIC X(1)  VALUE 'N'.
         88 WS-ACK-FOUND                         VALUE 'Y'.
       01 WS-ACK-APPLIED-COUNT          PIC 9(4)  VALUE 0.
       01 WS-ACK-REJECT-COUNT           PIC 9(4)  VALUE 0.
       01 WS-ACK-REJECT-TABLE.
         05 WS-ACK-REJECT OCCURS 100 TIMES PIC X(60).

      * The exception being recorded.
       01 WS-EXC-SEVERITY               PIC 9(1)  VALUE 0.
       01 WS-EXC-SOURCE                 PIC 9(2)  VALUE 0.
       01 WS-EXC-TEXT                   PIC X(76) VALUE SPACES.

       01 WS-STATUS-LABEL               PIC X(6)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.

           PERFORM 0001-READ-PARMS.
           PERFORM 0001-SET-WINDOW.

           INITIALIZE WS-COUNT-TABLE.
           INITIALIZE WS-ITEM-TABLE.

           PERFORM 0001-LOAD-HISTORY.
           PERFORM 0001-LOAD-OPEN-ITEMS.
           PERFORM 0001-APPLY-ACKNOWLEDGMENTS.

           PERFORM 0001-SCAN-STEP-STATUS.
           PERFORM 0001-SCAN-RUN-LOG.
           PERFORM 0001-SCAN-FEED-CONTROL.
           PERFORM 0001-SCAN-VALIDATION.
           PERFORM 0001-SCAN-SUSPECTS.
           PERFORM 0001-SCAN-RECON.
           PERFORM 0001-SCAN-REPLAY.
           PERFORM 0001-SCAN-MAINT-AUDIT.
           PERFORM 0001-SCAN-ADJ-AUDIT.
           PERFORM 0001-SCAN-TICKET-AUDIT.
           PERFORM 0001-SCAN-REFUSED-STARTS.

           PERFORM 0001-WRITE-HISTORY.
           PERFORM 0001-WRITE-OPEN-ITEMS.

      * Only once the acknowledgments are safely in open-items.dat is
      * the ack file emptied, so a failed run cannot lose them.
           IF WS-ACK-APPLIED-COUNT > 0 OR WS-ACK-REJECT-COUNT > 0
             OPEN OUTPUT ACK-FILE
             CLOSE ACK-FILE
           END-IF.

           PERFORM 0001-DISPLAY-REPORT.

           IF WS-OPEN-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0001-READ-PARMS.
           OPEN INPUT EXC-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             READ EXC-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF EXC-PARM-REC NOT = SPACES
                   MOVE EXC-PARM-REC TO WS-BUSINESS-DATE
                 END-IF
             END-READ

             READ EXC-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF EXC-PARM-REC(1:4) NOT = SPACES
                   MOVE EXC-PARM-REC(1:4) TO WS-CUTOVER-TIME
                 END-IF
             END-READ

             CLOSE EXC-PARM-FILE
           ELSE
             IF WS-PARM-FILE-STATUS NOT = '35'
               MOVE "exceptions-parms.txt" TO WS-FAIL-FILE-NAME
               MOVE WS-PARM-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-IF.

           IF WS-CUTOVER-TIME IS NOT NUMERIC
             OR WS-CUTOVER-HH > 23 OR WS-CUTOVER-MI > 59
             DISPLAY "EXCEPTIONS-REPORT: exceptions-parms.txt line 2 "
                     "must be a cut-over time, HHMM."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      * With no business day given, the run belongs to the day whose
      * window it falls in: before the cut-over that is yesterday.
           IF WS-BUSINESS-DATE = SPACES
             MOVE WS-RUN-DATETIME(1:8) TO WS-RUN-DATE
             IF WS-RUN-DATETIME(9:4) < WS-CUTOVER-TIME
               COMPUTE WS-BUSINESS-DATE-NUM = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
             ELSE
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE-NUM
             END-IF
           END-IF.

           IF WS-BUSINESS-DATE IS NOT NUMERIC
             OR WS-BUSINESS-DATE-NUM < 16010102
             DISPLAY "EXCEPTIONS-REPORT: exceptions-parms.txt line 1 "
                     "must be the business day, YYYYMMDD."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

       0001-SET-WINDOW.
           COMPUTE WS-BUSINESS-DAY-NUMBER =
             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM).
           COMPUTE WS-NEXT-DATE =
             FUNCTION DATE-OF-INTEGER(WS-BUSINESS-DAY-NUMBER + 1).
           COMPUTE WS-PREVIOUS-DATE =
             FUNCTION DATE-OF-INTEGER(WS-BUSINESS-DAY-NUMBER - 1).
           COMPUTE WS-KEEP-FROM-DATE =
             FUNCTION DATE-OF-INTEGER(WS-BUSINESS-DAY-NUMBER - 31).

           STRING WS-BUSINESS-DATE WS-CUTOVER-TIME
             DELIMITED BY SIZE
             INTO WS-WINDOW-FROM.

           STRING WS-NEXT-DATE WS-CUTOVER-TIME
             DELIMITED BY SIZE
             INTO WS-WINDOW-TO.

       0001-CHECK-WINDOW.
           IF WS-CHECK-STAMP >= WS-WINDOW-FROM
             AND WS-CHECK-STAMP < WS-WINDOW-TO
             SET WS-IN-WINDOW TO TRUE
           ELSE
             MOVE 'N' TO WS-IN-WINDOW-SW
           END-IF.

       0001-LOAD-HISTORY.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT HISTORY-FILE.

           IF NOT WS-HISTORY-FILE-STATUS-OK
             IF WS-HISTORY-FILE-STATUS NOT = '35'
               MOVE "exceptions-history.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-HISTORY-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ HISTORY-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-LOAD-HISTORY-ROW
             END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       0001-LOAD-HISTORY-ROW.
           IF HIS-BUSINESS-DATE = WS-PREVIOUS-DATE-X
             IF HIS-SEVERITY = 0
               SET WS-PREV-FOUND TO TRUE
             ELSE
               PERFORM VARYING WS-SRC FROM 1 BY 1
                 UNTIL WS-SRC > WS-SOURCE-COUNT
                 IF WS-SOURCE-NAME(WS-SRC) = HIS-SOURCE
                   AND HIS-SEVERITY >= 1 AND HIS-SEVERITY <= 3
                   MOVE HIS-COUNT TO WS-PREV-COUNT(WS-SRC, HIS-SEVERITY)
                 END-IF
               END-PERFORM
             END-IF
           END-IF.

      * Today's rows are replaced by this run; rows past the keep
      * period fall away.
           IF HIS-BUSINESS-DATE = WS-BUSINESS-DATE
             OR HIS-BUSINESS-DATE < WS-KEEP-FROM-DATE-X
             EXIT PARAGRAPH
           END-IF.

           IF WS-HISTORY-COUNT >= 2000
             DISPLAY "EXCEPTIONS-REPORT: more than 2000 history rows "
                     "-- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-HISTORY-COUNT.
           SET HIS-IDX TO WS-HISTORY-COUNT.
           MOVE HIS-BUSINESS-DATE TO WS-HIS-DATE(HIS-IDX).
           MOVE HIS-SEVERITY      TO WS-HIS-SEVERITY(HIS-IDX).
           MOVE HIS-SOURCE        TO WS-HIS-SOURCE(HIS-IDX).
           MOVE HIS-COUNT         TO WS-HIS-COUNT(HIS-IDX).

       0001-LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT OPEN-ITEMS-FILE.

           IF NOT WS-OPEN-ITEMS-STATUS-OK
             IF WS-OPEN-ITEMS-FILE-STATUS NOT = '35'
               MOVE "open-items.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-OPEN-ITEMS-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ OPEN-ITEMS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-CHECK-ITEM-ROOM
                 ADD 1 TO WS-ITEM-COUNT
                 SET ITEM-IDX TO WS-ITEM-COUNT
                 MOVE OI-ITEM-NUMBER  TO WS-ITEM-NUMBER(ITEM-IDX)
                 MOVE OI-STATUS       TO WS-ITEM-STATUS(ITEM-IDX)
                 MOVE OI-SEVERITY     TO WS-ITEM-SEVERITY(ITEM-IDX)
                 MOVE OI-SOURCE       TO WS-ITEM-SOURCE(ITEM-IDX)
                 MOVE OI-FIRST-DATE   TO WS-ITEM-FIRST-DATE(ITEM-IDX)
                 MOVE OI-LAST-DATE    TO WS-ITEM-LAST-DATE(ITEM-IDX)
                 MOVE OI-ACK-DATETIME TO WS-ITEM-ACK-DATETIME(ITEM-IDX)
                 MOVE OI-ACK-BY       TO WS-ITEM-ACK-BY(ITEM-IDX)
                 MOVE OI-TEXT         TO WS-ITEM-TEXT(ITEM-IDX)
                 MOVE 'N' TO WS-ITEM-NEW-SW(ITEM-IDX)
                 MOVE 'N' TO WS-ITEM-SEEN-SW(ITEM-IDX)
                 MOVE 'N' TO WS-ITEM-ACKED-NOW-SW(ITEM-IDX)

                 IF OI-ITEM-NUMBER > WS-LAST-ITEM-NUMBER
                   MOVE OI-ITEM-NUMBER TO WS-LAST-ITEM-NUMBER
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE OPEN-ITEMS-FILE.

       0001-CHECK-ITEM-ROOM.
           IF WS-ITEM-COUNT >= 3000
             DISPLAY "EXCEPTIONS-REPORT: more than 3000 open items "
                     "-- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

       0001-APPLY-ACKNOWLEDGMENTS.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0   TO WS-ACK-LINE-NUMBER.

           OPEN INPUT ACK-FILE.

           IF NOT WS-ACK-FILE-STATUS-OK
             IF WS-ACK-FILE-STATUS NOT = '35'
               MOVE "exceptions-ack.txt" TO WS-FAIL-FILE-NAME
               MOVE WS-ACK-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ ACK-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-ACK-LINE-NUMBER
                 IF ACK-REC NOT = SPACES
                   PERFORM 0001-APPLY-ONE-ACK
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ACK-FILE.

       0001-APPLY-ONE-ACK.
           IF ACK-ITEM-NUMBER IS NOT NUMERIC
             PERFORM 0001-REJECT-ACK-NOT-NUMERIC
             EXIT PARAGRAPH
           END-IF.

           IF ACK-BY = SPACES
             PERFORM 0001-REJECT-ACK-NO-INITIALS
             EXIT PARAGRAPH
           END-IF.

           MOVE ACK-ITEM-NUMBER TO WS-ACK-NUMBER.
           MOVE 'N' TO WS-ACK-FOUND-SW.

           PERFORM VARYING ITEM-IDX FROM 1 BY 1
             UNTIL ITEM-IDX > WS-ITEM-COUNT OR WS-ACK-FOUND
             IF WS-ITEM-NUMBER(ITEM-IDX) = WS-ACK-NUMBER
               SET WS-ACK-FOUND TO TRUE

               IF WS-ITEM-OPEN(ITEM-IDX)
                 MOVE 'ACK'           TO WS-ITEM-STATUS(ITEM-IDX)
                 MOVE WS-RUN-DATETIME TO WS-ITEM-ACK-DATETIME(ITEM-IDX)
                 MOVE ACK-BY          TO WS-ITEM-ACK-BY(ITEM-IDX)
                 MOVE 'Y' TO WS-ITEM-ACKED-NOW-SW(ITEM-IDX)
                 ADD 1 TO WS-ACK-APPLIED-COUNT
               ELSE
                 PERFORM 0001-REJECT-ACK-ALREADY
               END-IF
             END-IF
           END-PERFORM.

           IF NOT WS-ACK-FOUND
             PERFORM 0001-REJECT-ACK-UNKNOWN
           END-IF.

       0001-REJECT-ACK-NOT-NUMERIC.
           PERFORM 0001-NEXT-ACK-REJECT.
           STRING "line " WS-ACK-LINE-NUMBER
             " '" ACK-ITEM-NUMBER "' is not an item number"
             DELIMITED BY SIZE
             INTO WS-ACK-REJECT(WS-ACK-REJECT-COUNT).

       0001-REJECT-ACK-NO-INITIALS.
           PERFORM 0001-NEXT-ACK-REJECT.
           STRING "line " WS-ACK-LINE-NUMBER
             " item " ACK-ITEM-NUMBER " has no initials"
             DELIMITED BY SIZE
             INTO WS-ACK-REJECT(WS-ACK-REJECT-COUNT).

       0001-REJECT-ACK-ALREADY.
           PERFORM 0001-NEXT-ACK-REJECT.
           STRING "line " WS-ACK-LINE-NUMBER
             " item " ACK-ITEM-NUMBER " was already acknowledged by "
             WS-ITEM-ACK-BY(ITEM-IDX)
             DELIMITED BY SIZE
             INTO WS-ACK-REJECT(WS-ACK-REJECT-COUNT).

       0001-REJECT-ACK-UNKNOWN.
           PERFORM 0001-NEXT-ACK-REJECT.
           STRING "line " WS-ACK-LINE-NUMBER
             " item " ACK-ITEM-NUMBER " is not on open-items.dat"
             DELIMITED BY SIZE
             INTO WS-ACK-REJECT(WS-ACK-REJECT-COUNT).

       0001-NEXT-ACK-REJECT.
           IF WS-ACK-REJECT-COUNT >= 100
             DISPLAY "EXCEPTIONS-REPORT: more than 100 rejected "
                     "acknowledgments -- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-ACK-REJECT-COUNT.
           MOVE SPACES TO WS-ACK-REJECT(WS-ACK-REJECT-COUNT).

       0001-RECORD-EXCEPTION.
      * Counts the exception in WS-EXC-SEVERITY / WS-EXC-SOURCE and
      * files it as an item: the same text from the same source is
      * the same item, so a rerun or a problem still standing
      * tomorrow keeps its number.
           ADD 1 TO WS-TODAY-COUNT(WS-EXC-SOURCE, WS-EXC-SEVERITY).

           PERFORM VARYING ITEM-IDX FROM 1 BY 1
             UNTIL ITEM-IDX > WS-ITEM-COUNT
             IF WS-ITEM-SOURCE(ITEM-IDX) =
                  WS-SOURCE-NAME(WS-EXC-SOURCE)
               AND WS-ITEM-TEXT(ITEM-IDX) = WS-EXC-TEXT
               MOVE 'Y'              TO WS-ITEM-SEEN-SW(ITEM-IDX)
               MOVE WS-EXC-SEVERITY  TO WS-ITEM-SEVERITY(ITEM-IDX)
               IF WS-BUSINESS-DATE > WS-ITEM-LAST-DATE(ITEM-IDX)
                 MOVE WS-BUSINESS-DATE TO WS-ITEM-LAST-DATE(ITEM-IDX)
               END-IF
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.

           PERFORM 0001-CHECK-ITEM-ROOM.
           ADD 1 TO WS-ITEM-COUNT.
           ADD 1 TO WS-LAST-ITEM-NUMBER.
           SET ITEM-IDX TO WS-ITEM-COUNT.
           MOVE WS-LAST-ITEM-NUMBER TO WS-ITEM-NUMBER(ITEM-IDX).
           MOVE 'OPEN'              TO WS-ITEM-STATUS(ITEM-IDX).
           MOVE WS-EXC-SEVERITY     TO WS-ITEM-SEVERITY(ITEM-IDX).
           MOVE WS-SOURCE-NAME(WS-EXC-SOURCE) TO
             WS-ITEM-SOURCE(ITEM-IDX).
           MOVE WS-BUSINESS-DATE    TO WS-ITEM-FIRST-DATE(ITEM-IDX).
           MOVE WS-BUSINESS-DATE    TO WS-ITEM-LAST-DATE(ITEM-IDX).
           MOVE SPACES              TO WS-ITEM-ACK-DATETIME(ITEM-IDX).
           MOVE SPACES              TO WS-ITEM-ACK-BY(ITEM-IDX).
           MOVE WS-EXC-TEXT         TO WS-ITEM-TEXT(ITEM-IDX).
           MOVE 'Y' TO WS-ITEM-NEW-SW(ITEM-IDX).
           MOVE 'Y' TO WS-ITEM-SEEN-SW(ITEM-IDX).
           MOVE 'N' TO WS-ITEM-ACKED-NOW-SW(ITEM-IDX).
           ADD 1 TO WS-NEW-COUNT.

       0001-SCAN-STEP-STATUS.
      * Run as the last NIGHT-RUN step this finds nothing: NIGHT-RUN
      * stops before reaching it when a step fails, and a rerun marks
      * the failed step complete before it gets here. A failed row is
      * seen only when the report is run by hand after a stopped
      * night, ahead of the rerun.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT STEP-STATUS-FILE.

           IF NOT WS-STEP-STATUS-FILE-STATUS-OK
             IF WS-STEP-STATUS-FILE-STATUS NOT = '35'
               MOVE "step-status.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-STEP-STATUS-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ STEP-STATUS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF STS-OUTCOME = 'F'
                   MOVE 3 TO WS-EXC-SEVERITY
                   MOVE 1 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING STS-START-DATETIME(1:14)
                     " STEP " STS-STEP-NAME
                     " FAILED RC=" STS-RETURN-CODE
                     " -- NIGHT NOT YET COMPLETED"
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE STEP-STATUS-FILE.

       0001-SCAN-RUN-LOG.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT RUN-LOG-FILE.

           IF NOT WS-RUN-LOG-FILE-STATUS-OK
             IF WS-RUN-LOG-FILE-STATUS NOT = '35'
               MOVE "run-log.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-RUN-LOG-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ RUN-LOG-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 MOVE RUN-LOG-DATETIME(1:12) TO WS-CHECK-STAMP
                 PERFORM 0001-CHECK-WINDOW
                 IF WS-IN-WINDOW
                   PERFORM 0001-CHECK-RUN-LOG-LINE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE RUN-LOG-FILE.

       0001-CHECK-RUN-LOG-LINE.
           MOVE 0 TO WS-EXC-SEVERITY.

           EVALUATE TRUE
             WHEN RUN-LOG-MESSAGE(1:11) = "FILE ERROR "
               MOVE 3 TO WS-EXC-SEVERITY
             WHEN RUN-LOG-MESSAGE(1:19) = "KEY QUEUE OVERFLOW "
               MOVE 1 TO WS-EXC-SEVERITY
             WHEN RUN-LOG-MESSAGE(1:5) = "STEP "
               AND RUN-LOG-MESSAGE(18:11) = " FAILED RC="
               MOVE 3 TO WS-EXC-SEVERITY
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-EXC-SEVERITY = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 2 TO WS-EXC-SOURCE.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING RUN-LOG-DATETIME(1:14) " " RUN-LOG-MESSAGE
             DELIMITED BY SIZE
             INTO WS-EXC-TEXT.
           PERFORM 0001-RECORD-EXCEPTION.

       0001-SCAN-FEED-CONTROL.
      * A range stands REJECTED until EXTRACT-FEED resends it, so the
      * current file is the list of what still needs regenerating.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT FEED-CONTROL-FILE.

           IF NOT WS-FEED-CONTROL-STATUS-OK
             IF WS-FEED-CONTROL-FILE-STATUS NOT = '35'
               MOVE "feed-control.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-FEED-CONTROL-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ FEED-CONTROL-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF FC-STATUS = 'REJECTED'
                   MOVE 3 TO WS-EXC-SEVERITY
                   MOVE 3 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "FEED " FC-FROM-DATE "-" FC-TO-DATE
                     " SENT " FC-SENT-DATETIME(1:14)
                     " REJECTED " FC-REASON
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE FEED-CONTROL-FILE.

       0001-SCAN-VALIDATION.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT VALIDATION-EXC-FILE.

           IF NOT WS-VALIDATION-FILE-STATUS-OK
             IF WS-VALIDATION-FILE-STATUS NOT = '35'
               MOVE "validation-exceptions.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-VALIDATION-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ VALIDATION-EXC-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF VALIDATION-EXC-REC NOT = SPACES
                   IF VEX-SEVERITY = '2'
                     MOVE 2 TO WS-EXC-SEVERITY
                   ELSE
                     MOVE 3 TO WS-EXC-SEVERITY
                   END-IF
                   MOVE 4 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING VEX-FILE-NAME " REC " VEX-RECORD-NUMBER
                     " " VEX-FIELD " " VEX-RULE " " VEX-VALUE
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE VALIDATION-EXC-FILE.

       0001-SCAN-SUSPECTS.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT SUSPECT-FILE.

           IF NOT WS-SUSPECT-FILE-STATUS-OK
             IF WS-SUSPECT-FILE-STATUS NOT = '35'
               MOVE "suspect-sessions.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-SUSPECT-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ SUSPECT-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF SUSPECT-REC NOT = SPACES
                   IF SUS-SEVERITY = '2'
                     MOVE 2 TO WS-EXC-SEVERITY
                   ELSE
                     MOVE 3 TO WS-EXC-SEVERITY
                   END-IF
                   MOVE 5 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING SUS-REASON " " SUS-START-DATETIME(1:14)
                     " " SUS-PLAYER-ID " SEAT " SUS-SEAT
                     " " SUS-DETAIL
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE SUSPECT-FILE.

       0001-SCAN-RECON.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT RECON-EXC-FILE.

           IF NOT WS-RECON-FILE-STATUS-OK
             IF WS-RECON-FILE-STATUS NOT = '35'
               MOVE "recon-exceptions.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-RECON-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ RECON-EXC-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF RECON-EXC-REC NOT = SPACES
                   MOVE 2 TO WS-EXC-SEVERITY
                   MOVE 6 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING RCX-TYPE " " RCX-DATETIME(1:14)
                     " " RCX-PLAYER-ID
                     " SESSION=" RCX-SESSION-VALUE
                     " SCORE=" RCX-OTHER-VALUE
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE RECON-EXC-FILE.

       0001-SCAN-REPLAY.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT REPLAY-EXC-FILE.

           IF NOT WS-REPLAY-FILE-STATUS-OK
             IF WS-REPLAY-FILE-STATUS NOT = '35'
               MOVE "replay-exceptions.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-REPLAY-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ REPLAY-EXC-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF REPLAY-EXC-REC NOT = SPACES
                   MOVE 2 TO WS-EXC-SEVERITY
                   MOVE 7 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING RPX-TYPE " " RPX-DATETIME(1:14)
                     " " RPX-PLAYER-ID
                     " SESSION=" RPX-SESSION-VALUE
                     " REPLAY=" RPX-REPLAY-VALUE
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE REPLAY-EXC-FILE.

       0001-SCAN-MAINT-AUDIT.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT MAINT-AUDIT-FILE.

           IF NOT WS-MAINT-AUDIT-STATUS-OK
             IF WS-MAINT-AUDIT-FILE-STATUS NOT = '35'
               MOVE "player-maint-audit.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-MAINT-AUDIT-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ MAINT-AUDIT-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 MOVE PMA-DATETIME(1:12) TO WS-CHECK-STAMP
                 PERFORM 0001-CHECK-WINDOW
                 IF WS-IN-WINDOW AND PMA-DISPOSITION = 'REJECTED'
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE 8 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING PMA-DATETIME(1:14) " " PMA-ACTION
                     " " PMA-PLAYER-ID " REJECTED " PMA-REASON
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE MAINT-AUDIT-FILE.

       0001-SCAN-ADJ-AUDIT.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT ADJ-AUDIT-FILE.

           IF NOT WS-ADJ-AUDIT-STATUS-OK
             IF WS-ADJ-AUDIT-FILE-STATUS NOT = '35'
               MOVE "adjudication-audit.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-ADJ-AUDIT-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ ADJ-AUDIT-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 MOVE ADA-DATETIME(1:12) TO WS-CHECK-STAMP
                 PERFORM 0001-CHECK-WINDOW
                 IF WS-IN-WINDOW AND ADA-DISPOSITION = 'REJECTED'
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE 9 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING ADA-DATETIME(1:14) " " ADA-ACTION
                     " " ADA-START-DATETIME(1:14)
                     " " ADA-PLAYER-ID " " ADA-REASON(1:24)
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE ADJ-AUDIT-FILE.

       0001-SCAN-TICKET-AUDIT.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT TICKET-AUDIT-FILE.

           IF NOT WS-TICKET-AUDIT-STATUS-OK
             IF WS-TICKET-AUDIT-FILE-STATUS NOT = '35'
               MOVE "ticket-counter-audit.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-TICKET-AUDIT-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ TICKET-AUDIT-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 MOVE TCA-DATETIME(1:12) TO WS-CHECK-STAMP
                 PERFORM 0001-CHECK-WINDOW
                 IF WS-IN-WINDOW AND TCA-DISPOSITION = 'REJECTED'
                   MOVE 1  TO WS-EXC-SEVERITY
                   MOVE 10 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING TCA-DATETIME(1:14) " " TCA-ACTION
                     " " TCA-PLAYER-ID " REJECTED " TCA-REASON
                     " " TCA-SIGN TCA-TICKETS
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE TICKET-AUDIT-FILE.

       0001-SCAN-REFUSED-STARTS.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT REFUSED-STARTS-FILE.

           IF NOT WS-REFUSED-FILE-STATUS-OK
             IF WS-REFUSED-FILE-STATUS NOT = '35'
               MOVE "refused-starts.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-REFUSED-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ REFUSED-STARTS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 MOVE RFS-DATETIME(1:12) TO WS-CHECK-STAMP
                 PERFORM 0001-CHECK-WINDOW
                 IF WS-IN-WINDOW
                   MOVE 1  TO WS-EXC-SEVERITY
                   MOVE 11 TO WS-EXC-SOURCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING RFS-DATETIME(1:14) " START REFUSED "
                     RFS-REASON " " RFS-PLAYER-ID
                     " SEAT " RFS-SEAT " CAB=" RFS-CABINET-ID
                     DELIMITED BY SIZE
                     INTO WS-EXC-TEXT
                   PERFORM 0001-RECORD-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE REFUSED-STARTS-FILE.

       0001-WRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE.

           IF NOT WS-HISTORY-FILE-STATUS-OK
             MOVE "exceptions-history.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-HISTORY-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM VARYING HIS-IDX FROM 1 BY 1
             UNTIL HIS-IDX > WS-HISTORY-COUNT
             MOVE SPACES                   TO HISTORY-REC
             MOVE WS-HIS-DATE(HIS-IDX)     TO HIS-BUSINESS-DATE
             MOVE WS-HIS-SEVERITY(HIS-IDX) TO HIS-SEVERITY
             MOVE WS-HIS-SOURCE(HIS-IDX)   TO HIS-SOURCE
             MOVE WS-HIS-COUNT(HIS-IDX)    TO HIS-COUNT
             PERFORM 0001-WRITE-HISTORY-REC
           END-PERFORM.

           MOVE SPACES           TO HISTORY-REC.
           MOVE WS-BUSINESS-DATE TO HIS-BUSINESS-DATE.
           MOVE 0                TO HIS-SEVERITY.
           MOVE "*REPORT-RUN"    TO HIS-SOURCE.
           MOVE 0                TO HIS-COUNT.
           PERFORM 0001-WRITE-HISTORY-REC.

           PERFORM VARYING WS-SRC FROM 1 BY 1
             UNTIL WS-SRC > WS-SOURCE-COUNT
             PERFORM VARYING WS-SEV FROM 1 BY 1 UNTIL WS-SEV > 3
               IF WS-TODAY-COUNT(WS-SRC, WS-SEV) > 0
                 MOVE SPACES                 TO HISTORY-REC
                 MOVE WS-BUSINESS-DATE       TO HIS-BUSINESS-DATE
                 MOVE WS-SEV                 TO HIS-SEVERITY
                 MOVE WS-SOURCE-NAME(WS-SRC) TO HIS-SOURCE
                 MOVE WS-TODAY-COUNT(WS-SRC, WS-SEV) TO HIS-COUNT
                 PERFORM 0001-WRITE-HISTORY-REC
               END-IF
             END-PERFORM
           END-PERFORM.

           CLOSE HISTORY-FILE.

       0001-WRITE-HISTORY-REC.
           WRITE HISTORY-REC.

           IF NOT WS-HISTORY-FILE-STATUS-OK
             MOVE "exceptions-history.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-HISTORY-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-WRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEMS-FILE.

           IF NOT WS-OPEN-ITEMS-STATUS-OK
             MOVE "open-items.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-OPEN-ITEMS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM VARYING ITEM-IDX FROM 1 BY 1
             UNTIL ITEM-IDX > WS-ITEM-COUNT
             IF WS-ITEM-ACKED(ITEM-IDX)
               AND WS-ITEM-LAST-DATE(ITEM-IDX) < WS-KEEP-FROM-DATE-X
               ADD 1 TO WS-DROPPED-COUNT
             ELSE
               IF WS-ITEM-OPEN(ITEM-IDX)
                 ADD 1 TO WS-OPEN-COUNT
               END-IF
               PERFORM 0001-WRITE-OPEN-ITEM-REC
             END-IF
           END-PERFORM.

           CLOSE OPEN-ITEMS-FILE.

       0001-WRITE-OPEN-ITEM-REC.
           MOVE SPACES                         TO OPEN-ITEM-REC.
           MOVE WS-ITEM-NUMBER(ITEM-IDX)       TO OI-ITEM-NUMBER.
           MOVE WS-ITEM-STATUS(ITEM-IDX)       TO OI-STATUS.
           MOVE WS-ITEM-SEVERITY(ITEM-IDX)     TO OI-SEVERITY.
           MOVE WS-ITEM-SOURCE(ITEM-IDX)       TO OI-SOURCE.
           MOVE WS-ITEM-FIRST-DATE(ITEM-IDX)   TO OI-FIRST-DATE.
           MOVE WS-ITEM-LAST-DATE(ITEM-IDX)    TO OI-LAST-DATE.
           MOVE WS-ITEM-ACK-DATETIME(ITEM-IDX) TO OI-ACK-DATETIME.
           MOVE WS-ITEM-ACK-BY(ITEM-IDX)       TO OI-ACK-BY.
           MOVE WS-ITEM-TEXT(ITEM-IDX)         TO OI-TEXT.

           WRITE OPEN-ITEM-REC.

           IF NOT WS-OPEN-ITEMS-STATUS-OK
             MOVE "open-items.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-OPEN-ITEMS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-FILE-ERROR-ABORT.
           DISPLAY "EXCEPTIONS-REPORT: file error on "
                   WS-FAIL-FILE-NAME " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-REPORT.
           DISPLAY "MORNING EXCEPTIONS REPORT".
           DISPLAY "Business day: " WS-BUSINESS-DATE
                   "  (" WS-WINDOW-FROM(1:8) " " WS-WINDOW-FROM(9:4)
                   " to " WS-WINDOW-TO(1:8) " " WS-WINDOW-TO(9:4) ")".

           IF WS-PREV-FOUND
             DISPLAY "Compared with: " WS-PREVIOUS-DATE-X
           ELSE
             DISPLAY "Compared with: " WS-PREVIOUS-DATE-X
                     "  (no report on file for that day)"
           END-IF.

           DISPLAY " ".
           DISPLAY "SUMMARY BY SEVERITY AND SOURCE".
           DISPLAY "  SEVERITY SOURCE          TODAY   PREV  CHANGE".

           MOVE 0 TO WS-ALL-TODAY.
           MOVE 0 TO WS-ALL-PREV.

           PERFORM VARYING WS-SEV FROM 3 BY -1 UNTIL WS-SEV < 1
             MOVE 0 TO WS-SEV-TODAY
             MOVE 0 TO WS-SEV-PREV

             PERFORM VARYING WS-SRC FROM 1 BY 1
               UNTIL WS-SRC > WS-SOURCE-COUNT
               ADD WS-TODAY-COUNT(WS-SRC, WS-SEV) TO WS-SEV-TODAY
               ADD WS-PREV-COUNT(WS-SRC, WS-SEV)  TO WS-SEV-PREV

               IF WS-TODAY-COUNT(WS-SRC, WS-SEV) > 0
                 OR WS-PREV-COUNT(WS-SRC, WS-SEV) > 0
                 COMPUTE WS-CHANGE = WS-TODAY-COUNT(WS-SRC, WS-SEV)
                   - WS-PREV-COUNT(WS-SRC, WS-SEV)
                 MOVE WS-CHANGE TO WS-CHANGE-DISP
                 DISPLAY "  " WS-SEVERITY-NAME(WS-SEV)
                         "   " WS-SOURCE-NAME(WS-SRC)
                         "  " WS-TODAY-COUNT(WS-SRC, WS-SEV)
                         "  " WS-PREV-COUNT(WS-SRC, WS-SEV)
                         " " WS-CHANGE-DISP
               END-IF
             END-PERFORM

             COMPUTE WS-CHANGE = WS-SEV-TODAY - WS-SEV-PREV
             MOVE WS-CHANGE TO WS-CHANGE-DISP
             DISPLAY "  " WS-SEVERITY-NAME(WS-SEV)
                     "   TOTAL           " WS-SEV-TODAY
                     "  " WS-SEV-PREV " " WS-CHANGE-DISP
             ADD WS-SEV-TODAY TO WS-ALL-TODAY
             ADD WS-SEV-PREV  TO WS-ALL-PREV
           END-PERFORM.

           COMPUTE WS-CHANGE = WS-ALL-TODAY - WS-ALL-PREV.
           MOVE WS-CHANGE TO WS-CHANGE-DISP.
           DISPLAY "  ALL      TOTAL           " WS-ALL-TODAY
                   "  " WS-ALL-PREV " " WS-CHANGE-DISP.

           IF WS-ALL-TODAY = 0
             DISPLAY " "
             DISPLAY "No exceptions for the business day."
           ELSE
             PERFORM 0001-DISPLAY-TODAYS-ITEMS
           END-IF.

           PERFORM 0001-DISPLAY-CARRIED-ITEMS.

           DISPLAY " ".
           DISPLAY "OPEN ITEMS".
           DISPLAY "Open items:               " WS-OPEN-COUNT.
           DISPLAY "Opened this run:          " WS-NEW-COUNT.
           DISPLAY "Acknowledged this run:    " WS-ACK-APPLIED-COUNT.
           DISPLAY "Open from earlier days,"
           DISPLAY "  not seen today:         " WS-CARRIED-COUNT.

           IF WS-DROPPED-COUNT > 0
             DISPLAY "Acknowledged items aged out: " WS-DROPPED-COUNT
           END-IF.

           IF WS-ACK-REJECT-COUNT > 0
             DISPLAY " "
             DISPLAY "ACKNOWLEDGMENTS NOT APPLIED (exceptions-ack.txt)"
             PERFORM VARYING WS-ACK-LINE-NUMBER FROM 1 BY 1
               UNTIL WS-ACK-LINE-NUMBER > WS-ACK-REJECT-COUNT
               DISPLAY "  " WS-ACK-REJECT(WS-ACK-LINE-NUMBER)
             END-PERFORM
           END-IF.

       0001-DISPLAY-TODAYS-ITEMS.
           PERFORM VARYING WS-SEV FROM 3 BY -1 UNTIL WS-SEV < 1
             PERFORM VARYING WS-SRC FROM 1 BY 1
               UNTIL WS-SRC > WS-SOURCE-COUNT
               IF WS-TODAY-COUNT(WS-SRC, WS-SEV) > 0
                 DISPLAY " "
                 DISPLAY WS-SEVERITY-NAME(WS-SEV) " - "
                         WS-SOURCE-NAME(WS-SRC)
                 PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > WS-ITEM-COUNT
                   IF WS-ITEM-SEEN-TODAY(ITEM-IDX)
                     AND WS-ITEM-SEVERITY(ITEM-IDX) = WS-SEV
                     AND WS-ITEM-SOURCE(ITEM-IDX) =
                       WS-SOURCE-NAME(WS-SRC)
                     PERFORM 0001-DISPLAY-ITEM
                   END-IF
                 END-PERFORM
               END-IF
             END-PERFORM
           END-PERFORM.

       0001-DISPLAY-CARRIED-ITEMS.
      * Open items not reported again today -- the ones that would
      * otherwise scroll off and be forgotten.
           MOVE 0 TO WS-CARRIED-COUNT.

           PERFORM VARYING ITEM-IDX FROM 1 BY 1
             UNTIL ITEM-IDX > WS-ITEM-COUNT
             IF WS-ITEM-OPEN(ITEM-IDX)
               AND NOT WS-ITEM-SEEN-TODAY(ITEM-IDX)
               IF WS-CARRIED-COUNT = 0
                 DISPLAY " "
                 DISPLAY "STILL OPEN FROM EARLIER DAYS"
               END-IF
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM 0001-DISPLAY-ITEM
             END-IF
           END-PERFORM.

       0001-DISPLAY-ITEM.
           EVALUATE TRUE
             WHEN WS-ITEM-ACKED(ITEM-IDX)
               MOVE "ACK"  TO WS-STATUS-LABEL
             WHEN WS-ITEM-NEW(ITEM-IDX)
               MOVE "NEW"  TO WS-STATUS-LABEL
             WHEN OTHER
               MOVE "OPEN" TO WS-STATUS-LABEL
           END-EVALUATE.

           DISPLAY "  " WS-ITEM-NUMBER(ITEM-IDX)
                   " " WS-STATUS-LABEL
                   " since " WS-ITEM-FIRST-DATE(ITEM-IDX)
                   "  " WS-ITEM-SOURCE(ITEM-IDX).
           DISPLAY "         " WS-ITEM-TEXT(ITEM-IDX).
