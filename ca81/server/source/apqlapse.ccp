      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, nightly approval-queue lapse.
      *
      * For CICS v3
      *
      * A DEBIT or TRANSFER over the TECHPARM 'APPRLIM' threshold
      * waits on TECHAPQ for a supervisor, with the amount earmarked
      * in the account's HOLD-AMOUNTO, and can only be decided on the
      * business date it was keyed. This job browses TECHAPQ and, for
      * every item still pending from the business date or earlier,
      * takes the earmark back out of HOLD-AMOUNTO (floored at zero)
      * under READ UPDATE with a TECHAUDIT 'U' entry and marks the
      * item 'L' lapsed - nothing is posted; the customer keys it
      * again if it is still wanted. The item stays on file as the
      * record of what was asked for. Lapsed items are reported to
      * APQRPT. Run nightly from NIGHTRUN inside the posting hold,
      * or started as its own CICS transaction.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APQLAPSE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 TECHBASE-RECORD.
        03 ACCOUNTO                    PIC X(5).
        03 SURNAMEO                    PIC X(15).
        03 FIRST-NAMEO                 PIC X(10).
        03 ADDRESSO                    PIC X(45).
        03 BALANCEO                    PIC S9(9)V99.
        03 OVERDRAFT-LIMITO            PIC S9(9)V99.
        03 ACCOUNT-STATUSO             PIC X(1).
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 DAY-DEBIT-DATEO             PIC X(8).
        03 DAY-DEBIT-TOTALO            PIC S9(9)V99.
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

       01 BEFORE-IMAGE                 PIC X(148).

      * the TECHAPQ record - same layout as VSAMSERV's: an 80-byte
      * header, then the commarea the posting arrived with

       01 APPROVAL-QUEUE-RECORD.
        03 APQ-ID                      PIC 9(7).
        03 APQ-TYPE                    PIC X(1).
          88 APQ-IS-DEBIT                      VALUE 'D'.
          88 APQ-IS-TRANSFER                   VALUE 'T'.
        03 APQ-ACCOUNT                 PIC X(5).
        03 APQ-TO-ACCOUNT              PIC X(5).
        03 APQ-AMOUNT                  PIC S9(9)V99.
        03 APQ-REQUESTED-BY            PIC X(8).
        03 APQ-REQ-DATE                PIC X(8).
        03 APQ-REQ-TIME                PIC X(6).
        03 APQ-STATUS                  PIC X(1).
          88 APQ-IS-PENDING                    VALUE 'P'.
          88 APQ-LAPSED                        VALUE 'L'.
        03 APQ-REVIEWED-BY             PIC X(8).
        03 APQ-ACTION-DATE             PIC X(8).
        03 APQ-POSTED-SEQNO            PIC 9(7).
        03 APQ-REQUEST-LEN             PIC 9(5).
        03 APQ-REQUEST                 PIC X(12000).

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-UPDATE                   VALUE 'U'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * TECHCTL 'AUDSEQ' control record - the persisted audit
      * sequence counter VSAMSERV's GET-NEXT-AUDIT-SEQNO also uses

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 CONTROL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-AUDSEQ-KEY              PIC X(8) VALUE 'AUDSEQ'.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 SEED-AUDIT-SEQNO            PIC 9(7).
        03 SEED-AUDIT-RECORD           PIC X(365).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 APQ-HEADER-LEN              PIC S9(4) VALUE 80.
        03 APQ-MAX-LEN                 PIC S9(5) VALUE 12080.
        03 LENGTH-VAR                  PIC S9(5) VALUE 0.
        03 LAPSE-DONE-SW               PIC 9 VALUE 0.
          88 LAPSE-DONE                        VALUE 1.
        03 LAPSED-COUNT                PIC 9(5) VALUE 0.
        03 ERROR-COUNT                 PIC 9(5) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 APQ-BROWSE-KEY              PIC 9(7).
        03 LAPSE-AMOUNT                PIC S9(9)V99.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(22)
                   VALUE 'APPROVAL-QUEUE LAPSE'.
        03 FILLER                      PIC X(6) VALUE 'DATE: '.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(44) VALUE SPACES.

       01 DETAIL-LINE.
        03 FILLER                      PIC X(8) VALUE 'LAPSED'.
        03 DL-ID                       PIC X(9).
        03 DL-TYPE                     PIC X(3).
        03 DL-ACCOUNT                  PIC X(6).
        03 DL-TO-ACCOUNT               PIC X(6).
        03 DL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(5) VALUE '  BY '.
        03 DL-REQUESTED-BY             PIC X(9).
        03 DL-REQ-DATE                 PIC X(8).
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(10)
                                        VALUE 'LAPSED:'.
        03 TL-LAPSED                   PIC ZZZZ9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 FILLER                      PIC X(8)
                                        VALUE 'ERRORS:'.
        03 TL-ERRORS                   PIC ZZZZ9.
        03 FILLER                      PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

      * the run works to the business date the region is posting
      * under; a region without the record falls back to the clock

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(NOW-ABSTIME)
                   YYYYMMDD(RUN-DATE)
                   NOHANDLE
                   END-EXEC

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-BUSDATE-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND CTL-CHAR-VALUE NUMERIC

            MOVE CTL-CHAR-VALUE TO RUN-DATE

           END-IF

           MOVE RUN-DATE TO HL-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO APQ-BROWSE-KEY

           PERFORM LAPSE-NEXT-ITEM UNTIL LAPSE-DONE

           MOVE LAPSED-COUNT TO TL-LAPSED
           MOVE ERROR-COUNT TO TL-ERRORS
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       LAPSE-NEXT-ITEM SECTION.

      * find the next item still pending from the business date or
      * earlier, via a fresh positioned browse each pass from just
      * past the last item handled - the REWRITE below is not made
      * under a held-open browse. Decided items are passed over.

           EXEC CICS STARTBR
                   FILE("TECHAPQ")
                   RIDFLD(APQ-BROWSE-KEY)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LAPSE-DONE-SW

            GO TO LAPSE-NEXT-ITEM-EXIT

           END-IF

      * the loop condition looks at the LAST record read - prime it
      * as already decided so the first test always reads

           MOVE SPACES TO APQ-STATUS

           PERFORM FIND-PENDING-ITEM
                   UNTIL LAPSE-DONE
                      OR (APQ-IS-PENDING
                          AND APQ-REQ-DATE NOT > RUN-DATE)

           EXEC CICS ENDBR
                   FILE("TECHAPQ")
                   NOHANDLE
                   END-EXEC

           IF LAPSE-DONE

            GO TO LAPSE-NEXT-ITEM-EXIT

           END-IF

      * the next pass starts beyond this item whatever happens to it,
      * so a persistent error cannot loop on the same one

           MOVE APQ-ID TO APQ-BROWSE-KEY
           ADD 1 TO APQ-BROWSE-KEY

           PERFORM LAPSE-ONE-ITEM

           IF APQ-ID NOT < 9999999

            MOVE 1 TO LAPSE-DONE-SW

           END-IF

           GO TO LAPSE-NEXT-ITEM-EXIT

           .
      *****************************************************************
       FIND-PENDING-ITEM.

           MOVE APQ-MAX-LEN TO LENGTH-VAR

           MOVE SPACES TO APQ-STATUS

           EXEC CICS READNEXT
                   FILE("TECHAPQ")
                   INTO(APPROVAL-QUEUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(APQ-BROWSE-KEY)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LAPSE-DONE-SW

           END-IF

           .
       LAPSE-NEXT-ITEM-EXIT.
           EXIT.
      *****************************************************************
       LAPSE-ONE-ITEM SECTION.

      * re-read the item for update - it must still be pending - and
      * mark it lapsed before the earmark comes off, so an item that
      * cannot be closed leaves its funds earmarked rather than free
      * to be spent twice

           MOVE APQ-MAX-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHAPQ")
                   INTO(APPROVAL-QUEUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(APQ-ID)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            ADD 1 TO ERROR-COUNT

            GO TO LAPSE-ONE-ITEM-EXIT

           END-IF

           IF NOT APQ-IS-PENDING

            GO TO LAPSE-ONE-ITEM-EXIT

           END-IF

           SET APQ-LAPSED TO TRUE
           MOVE EIBUSERID TO APQ-REVIEWED-BY
           MOVE RUN-DATE TO APQ-ACTION-DATE

           COMPUTE LENGTH-VAR = APQ-HEADER-LEN + APQ-REQUEST-LEN

           EXEC CICS REWRITE
                   FILE("TECHAPQ")
                   FROM(APPROVAL-QUEUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            ADD 1 TO ERROR-COUNT

            GO TO LAPSE-ONE-ITEM-EXIT

           END-IF

      * take the earmark back out of the account's held total under
      * READ UPDATE and audit the change - an account since closed
      * or archived has nothing left to release against

           MOVE APQ-AMOUNT TO LAPSE-AMOUNT

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(APQ-ACCOUNT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE TECHBASE-RECORD TO BEFORE-IMAGE

            IF HOLD-AMOUNTO NUMERIC
               AND HOLD-AMOUNTO > LAPSE-AMOUNT

             SUBTRACT LAPSE-AMOUNT FROM HOLD-AMOUNTO

            ELSE

             MOVE 0 TO HOLD-AMOUNTO

            END-IF

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(TECHBASE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             SET AUDIT-OP-UPDATE TO TRUE
             MOVE APQ-ACCOUNT TO AUDIT-ACCOUNT
             MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
             MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
             MOVE 'EARMARK RELEASED - LAPSED' TO AUDIT-NARRATIVE
             PERFORM WRITE-AUDIT-RECORD

            ELSE

             ADD 1 TO ERROR-COUNT

            END-IF

           END-IF

           ADD 1 TO LAPSED-COUNT

           MOVE APQ-ID TO DL-ID
           MOVE APQ-TYPE TO DL-TYPE
           MOVE APQ-ACCOUNT TO DL-ACCOUNT
           MOVE APQ-TO-ACCOUNT TO DL-TO-ACCOUNT
           MOVE APQ-AMOUNT TO DL-AMOUNT
           MOVE APQ-REQUESTED-BY TO DL-REQUESTED-BY
           MOVE APQ-REQ-DATE TO DL-REQ-DATE
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       LAPSE-ONE-ITEM-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

      * sequence number from the TECHCTL 'AUDSEQ' control record -
      * same persisted counter VSAMSERV maintains; entries carry the
      * business date established at start of run

           PERFORM GET-NEXT-AUDIT-SEQNO

           EXEC CICS ASKTIME
                   ABSTIME(AUDIT-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(AUDIT-ABSTIME)
                   TIME(AUDIT-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE RUN-DATE TO AUDIT-DATE

           MOVE EIBUSERID TO AUDIT-USERID
           MOVE EIBTRMID TO AUDIT-TERMID

           EXEC CICS WRITE
                   FILE("TECHAUDIT")
                   FROM(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.
      *****************************************************************
       GET-NEXT-AUDIT-SEQNO SECTION.

      * next sequence number from the TECHCTL 'AUDSEQ' control record,
      * read-for-update and incremented in place - same counter
      * VSAMSERV's GET-NEXT-AUDIT-SEQNO maintains, seeded once from a
      * final end-of-file browse on a region without its control
      * record, and wrapping back to 1 above 9999990 (see AUDARCH).

           MOVE CTL-AUDSEQ-KEY TO CTL-KEY

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-AUDSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            PERFORM SEED-AUDIT-SEQNO-COUNTER

            MOVE CTL-AUDSEQ-KEY TO CTL-KEY
            MOVE SPACES TO CTL-CHAR-VALUE

            ADD 1 TO CTL-NUM-VALUE

            IF CTL-NUM-VALUE > 9999990

             MOVE 1 TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS WRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

           ELSE

            ADD 1 TO CTL-NUM-VALUE

            IF CTL-NUM-VALUE > 9999990

             MOVE 1 TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO AUDIT-SEQNO

           .
       GET-NEXT-AUDIT-SEQNO-EXIT.
           EXIT.
      *****************************************************************
       SEED-AUDIT-SEQNO-COUNTER SECTION.

           MOVE HIGH-VALUES TO SEED-AUDIT-SEQNO

           EXEC CICS STARTBR
                   FILE("TECHAUDIT")
                   RIDFLD(SEED-AUDIT-SEQNO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           EXEC CICS READPREV
                   FILE("TECHAUDIT")
                   INTO(SEED-AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(SEED-AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           EXEC CICS ENDBR
                   FILE("TECHAUDIT")
                   NOHANDLE
                   END-EXEC

           IF SEED-AUDIT-SEQNO = HIGH-VALUES
              OR SEED-AUDIT-SEQNO NOT NUMERIC

            MOVE 0 TO CTL-NUM-VALUE

           ELSE

            MOVE SEED-AUDIT-SEQNO TO CTL-NUM-VALUE

           END-IF

           .
       SEED-AUDIT-SEQNO-COUNTER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("APQRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
