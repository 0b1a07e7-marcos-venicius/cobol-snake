      *   'S' start at the first key >= the passed datetime/player
      *   'P' start the alternate-key chain at the passed player id
      *   'N' read next record in the current chain ('10' at end)
      *   'D' delete the record with the passed datetime/player key
      *       ('23' when there is none)
      *   'C' close the master
      * The file stays open between calls; LNK-MASTER-STATUS carries
      * the file status of the last operation.
               PERFORM 0001-START-BY-PLAYER
             WHEN 'N'
               PERFORM 0001-READ-NEXT-MASTER
             WHEN 'D'
               PERFORM 0001-DELETE-MASTER
             WHEN 'C'
               PERFORM 0001-CLOSE-MASTER
             WHEN OTHER
             PERFORM 0001-RETURN-MASTER-STATUS
           END-IF.

       0001-DELETE-MASTER.
           PERFORM 0001-ENSURE-OPEN.

           IF NOT WS-MASTER-OPEN
             PERFORM 0001-RETURN-MASTER-STATUS
           ELSE
             MOVE LNK-MST-DATETIME  TO MST-DATETIME
             MOVE LNK-MST-PLAYER-ID TO MST-PLAYER-ID

             DELETE SCORE-MASTER-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE

             PERFORM 0001-RETURN-MASTER-STATUS
           END-IF.

       0001-CLOSE-MASTER.
           IF WS-MASTER-OPEN
             CLOSE SCORE-MASTER-FILE
