
           MOVE 'TECHBKC' TO BK-SOURCE-FILE
           MOVE 'TECHCRED' TO BK-TARGET-FILE
           MOVE 231 TO BK-REC-LEN
           MOVE 8 TO BK-KEY-LEN
           PERFORM BACKUP-ONE-FILE

      *****************************************************************
       COPY-ONE-RECORD.

      * a record shorter than BK-REC-LEN (a TECHCRED record written
      * before its later fields existed) is copied out padded with
      * LOW-VALUES - the way VSAMSERV reads it - never with the tail
      * of the record copied before it

           MOVE LOW-VALUES TO BK-BUFFER
           MOVE BK-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
