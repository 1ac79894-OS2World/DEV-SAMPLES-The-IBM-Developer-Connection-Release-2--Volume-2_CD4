      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, returned-mail file load.
      *
      * For CICS v3
      *
      * The post office sends back, once a week, the list of items
      * it could not deliver - the RTMINF file, loaded by operations
      * before the night run the way SALINF arrives for SALCRED. Each
      * item names the customer the post was addressed to, the date
      * it came back and the post office's reason. This job flags
      * every one of them as returned mail on the TECHCUST customer
      * master (the CUST-MAIL-DATA group VSAMSERV's RETMAIL request
      * sets at the counter), so STMTRUN and NOTIFY stop posting to
      * an address that does not reach them and the branches find
      * them on the RTMLIST worklist. The flag clears when a new
      * address or contact details are approved.
      *
      * Each flag is written to the audit trail (operation 'M', the
      * customer's name and mail data as the before and after
      * images). A customer not on TECHCUST, or already flagged, is
      * reported and left alone - so a run that stops part way
      * through is simply run again. The return date is taken from
      * the file where it is a real date no later than the business
      * date, otherwise the business date is used; the file's
      * originator is recorded as the one who flagged it. Output goes
      * to the RTMRPT print file. Intended to be started nightly as
      * its own CICS transaction, ahead of STMTRUN and NOTIFY, not
      * called from VSAMSERV.
      *
      * Like the other inbound files, RTMINF carries a header record
      * (key 00000 - originator, file date, file sequence number)
      * and a trailer (key 99999 - item count, and the hash total of
      * the customer numbers); a file that does not agree with its
      * trailer, or that the INFREG inbound-file register refuses as
      * a repeat or out of sequence, flags nobody.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTMLOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * one RTMINF returned-mail item - the customer the item was
      * addressed to, the date it came back and the post office's
      * reason

       01 RTM-IN-RECORD.
        03 RI-SEQ                      PIC X(5).
          88 RI-FILE-HEADER                    VALUE '00000'.
          88 RI-FILE-TRAILER                   VALUE '99999'.
        03 RI-CUST-NO                  PIC X(6).
        03 RI-RETURN-DATE              PIC X(8).
        03 RI-REASON                   PIC X(11).

       01 RTM-IN-CUSTOMER REDEFINES RTM-IN-RECORD.
        03 FILLER                      PIC X(5).
        03 RIC-CUST-NO                 PIC 9(6).
        03 FILLER                      PIC X(19).

      * the file's own control records - the header at the lowest
      * key (who sent the file, its date, and the sender's file
      * sequence number) and the trailer at the highest (the count
      * of items between them, and the hash total of the customer
      * numbers)

       01 RTM-IN-HEADER REDEFINES RTM-IN-RECORD.
        03 FILLER                      PIC X(5).
        03 RIH-ORIGINATOR              PIC X(8).
        03 RIH-FILE-DATE               PIC X(8).
        03 RIH-FILE-SEQNO              PIC 9(6).
        03 FILLER                      PIC X(3).

       01 RTM-IN-TRAILER REDEFINES RTM-IN-RECORD.
        03 FILLER                      PIC X(5).
        03 RIT-ITEM-COUNT              PIC 9(7).
        03 RIT-HASH-TOTAL              PIC S9(13)V99.
        03 FILLER                      PIC X(3).

      * the TECHCUST customer master record - same layout VSAMSERV
      * maintains

       01 CUSTOMER-MASTER-RECORD.
        03 CUST-NO                     PIC X(6).
        03 CUST-SURNAME                PIC X(15).
        03 CUST-FIRST-NAME             PIC X(10).
        03 CUST-ADDRESS                PIC X(45).
        03 CUST-PHONE                  PIC X(15).
        03 CUST-EMAIL                  PIC X(30).
        03 CUST-DELIV-PREF             PIC X(1).
        03 CUST-KYC-DATA.
         05 CUST-RISK-RATING           PIC X(1).
         05 CUST-KYC-LAST-DATE         PIC X(8).
         05 CUST-KYC-DUE-DATE          PIC X(8).
         05 CUST-KYC-BY                PIC X(8).
        03 CUST-ESTATE-DATA.
         05 CUST-LIFE-STATUS           PIC X(1).
         05 CUST-DEATH-DATE            PIC X(8).
         05 CUST-DEATH-RECORDED-BY     PIC X(8).
         05 CUST-ESTATE-SETTLED-DATE   PIC X(8).
         05 CUST-EXECUTOR-ACCOUNT      PIC X(5).
        03 CUST-PERSONAL-DATA.
         05 CUST-BIRTH-DATE            PIC X(8).
        03 CUST-MAIL-DATA.
         05 CUST-MAIL-STATUS           PIC X(1).
           88 CUST-MAIL-RETURNED               VALUE 'R'.
         05 CUST-MAIL-RETURNED-DATE    PIC X(8).
         05 CUST-MAIL-RETURNED-BY      PIC X(8).

      * the customer as the returned-mail entries audit it - the
      * master is too long for an audit image, so its name and mail
      * data (same image VSAMSERV's RETMAIL writes)

       01 RETMAIL-AUDIT-IMAGE.
        03 RMA-CUST-NO                 PIC X(6).
        03 RMA-SURNAME                 PIC X(15).
        03 RMA-FIRST-NAME              PIC X(10).
        03 RMA-MAIL-DATA               PIC X(17).

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-ADMIN                    VALUE 'M'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * TECHCTL control records - the 'AUDSEQ' audit sequence counter
      * VSAMSERV's GET-NEXT-AUDIT-SEQNO also uses, and the 'BUSDATE'
      * business date the flags and audit entries are dated with

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
        03 RI-REC-LEN                  PIC S9(4) VALUE 30.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 FLAGGED-COUNT               PIC 9(5) VALUE 0.
        03 ALREADY-COUNT               PIC 9(5) VALUE 0.
        03 NOTFND-COUNT                PIC 9(5) VALUE 0.

      * INFREG's parameter block - the inbound-file register that
      * refuses a repeated or out-of-sequence file and journals what
      * became of it on TECHJRNL (see INFREG)

       01 INFREG-PARMS.
        03 IRP-FUNCTION                PIC X(1).
        03 IRP-FILE                    PIC X(8).
        03 IRP-ORIGINATOR              PIC X(8).
        03 IRP-FILE-DATE               PIC X(8).
        03 IRP-FILE-SEQNO              PIC 9(6).
        03 IRP-ITEM-COUNT              PIC 9(7).
        03 IRP-HASH-TOTAL              PIC S9(13)V99.
        03 IRP-RESULT                  PIC X(1).
          88 IRP-ACCEPTED                      VALUE 'A'.
          88 IRP-RESUMED                       VALUE 'R'.
          88 IRP-REFUSED                       VALUE 'X'.
        03 IRP-REASON                  PIC X(20).
        03 IRP-LAST-SEQNO              PIC 9(6).

       01 INBOUND-VARS.
        03 INBOUND-STATE-SW            PIC 9 VALUE 0.
          88 INBOUND-ABSENT                    VALUE 0.
          88 INBOUND-VERIFIED                  VALUE 1.
          88 INBOUND-REJECTED                  VALUE 2.
        03 HEADER-SEEN-SW              PIC 9 VALUE 0.
          88 HEADER-SEEN                       VALUE 1.
        03 TRAILER-SEEN-SW             PIC 9 VALUE 0.
          88 TRAILER-SEEN                      VALUE 1.
        03 COUNTED-ITEMS               PIC 9(7) VALUE 0.
        03 COUNTED-HASH                PIC S9(13)V99 VALUE 0.
        03 TRAILER-ITEMS               PIC 9(7) VALUE 0.
        03 TRAILER-HASH                PIC S9(13)V99 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'RETURNED MAIL LOAD'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(32) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'CUSTNO'.
        03 FILLER                      PIC X(16) VALUE 'SURNAME'.
        03 FILLER                      PIC X(11) VALUE 'FIRST NAME'.
        03 FILLER                      PIC X(9) VALUE 'RETURNED'.
        03 FILLER                      PIC X(12) VALUE 'REASON'.
        03 FILLER                      PIC X(24) VALUE 'RESULT'.

       01 DETAIL-LINE.
        03 DL-CUSTNO                   PIC X(8).
        03 DL-SURNAME                  PIC X(16).
        03 DL-FIRST-NAME               PIC X(11).
        03 DL-RETURNED-DATE            PIC X(9).
        03 DL-REASON                   PIC X(12).
        03 DL-RESULT                   PIC X(24).

       01 TOTAL-LINE.
        03 FILLER                      PIC X(10) VALUE 'FLAGGED:'.
        03 TL-FLAGGED                  PIC ZZZZ9.
        03 FILLER                      PIC X(20)
                                        VALUE '  ALREADY FLAGGED:'.
        03 TL-ALREADY                  PIC ZZZZ9.
        03 FILLER                      PIC X(16)
                                        VALUE '  NOT ON FILE:'.
        03 TL-NOTFND                   PIC ZZZZ9.
        03 FILLER                      PIC X(19) VALUE SPACES.

       01 INBOUND-LINE.
        03 IL-FILE                     PIC X(9).
        03 IL-ORIGINATOR               PIC X(9).
        03 IL-FILE-DATE                PIC X(9).
        03 FILLER                      PIC X(4) VALUE 'SEQ'.
        03 IL-FILE-SEQNO               PIC Z(5)9.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 IL-RESULT                   PIC X(20).
        03 FILLER                      PIC X(21) VALUE SPACES.

       01 INBOUND-TOTALS-LINE.
        03 FILLER                      PIC X(9) VALUE 'TRAILER'.
        03 ITL-TRAILER-ITEMS           PIC ZZZZZZ9.
        03 ITL-TRAILER-HASH            PIC -(13)9.99.
        03 FILLER                      PIC X(10) VALUE '  COUNTED'.
        03 ITL-COUNTED-ITEMS           PIC ZZZZZZ9.
        03 ITL-COUNTED-HASH            PIC -(13)9.99.
        03 FILLER                      PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(NOW-ABSTIME)
                   YYYYMMDD(RUN-DATE)
                   NOHANDLE
                   END-EXEC

      * the flags are dated with the business date the region is
      * posting under (TECHCTL 'BUSDATE', maintained by EODROLL); a
      * region without the record falls back to the machine clock

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

      * a file that does not prove - or no file at all - flags
      * nobody

           PERFORM VERIFY-INBOUND-FILE

           IF NOT INBOUND-VERIFIED

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO END-OF-FILE-SW
           MOVE LOW-VALUES TO RI-SEQ

           EXEC CICS STARTBR
                   FILE("RTMINF")
                   RIDFLD(RI-SEQ)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM LOAD-ONE-ITEM UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("RTMINF")
                   NOHANDLE
                   END-EXEC

           MOVE FLAGGED-COUNT TO TL-FLAGGED
           MOVE ALREADY-COUNT TO TL-ALREADY
           MOVE NOTFND-COUNT TO TL-NOTFND
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM COMPLETE-INBOUND-FILE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       VERIFY-INBOUND-FILE SECTION.

      * nothing on the file posts until the whole file proves - the
      * header and trailer must both be there, the items between
      * them must count and hash to what the trailer says, and the
      * register (INFREG) must take it as the sender's next file

           MOVE 0 TO INBOUND-STATE-SW
           MOVE 0 TO HEADER-SEEN-SW
           MOVE 0 TO TRAILER-SEEN-SW
           MOVE 0 TO COUNTED-ITEMS
           MOVE 0 TO COUNTED-HASH
           MOVE 0 TO TRAILER-ITEMS
           MOVE 0 TO TRAILER-HASH
           MOVE 0 TO END-OF-FILE-SW
           MOVE 'RTMINF' TO IRP-FILE
           MOVE SPACES TO IRP-ORIGINATOR
           MOVE SPACES TO IRP-FILE-DATE
           MOVE 0 TO IRP-FILE-SEQNO
           MOVE LOW-VALUES TO RI-SEQ

           EXEC CICS STARTBR
                   FILE("RTMINF")
                   RIDFLD(RI-SEQ)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM VERIFY-ONE-RECORD UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("RTMINF")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO END-OF-FILE-SW

      * an empty file is simply no delivery - nothing to journal and
      * nothing to post

           IF NOT HEADER-SEEN AND NOT TRAILER-SEEN
              AND COUNTED-ITEMS = 0

            MOVE 'NO FILE RECEIVED' TO IL-RESULT
            PERFORM WRITE-INBOUND-LINE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           MOVE TRAILER-ITEMS TO ITL-TRAILER-ITEMS
           MOVE TRAILER-HASH TO ITL-TRAILER-HASH
           MOVE COUNTED-ITEMS TO ITL-COUNTED-ITEMS
           MOVE COUNTED-HASH TO ITL-COUNTED-HASH
           MOVE INBOUND-TOTALS-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF NOT HEADER-SEEN

            MOVE 'NO HEADER RECORD' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           IF NOT TRAILER-SEEN

            MOVE 'NO TRAILER RECORD' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           IF COUNTED-ITEMS NOT = TRAILER-ITEMS

            MOVE 'ITEM COUNT MISMATCH' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           IF COUNTED-HASH NOT = TRAILER-HASH

            MOVE 'HASH TOTAL MISMATCH' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           MOVE 'A' TO IRP-FUNCTION
           MOVE COUNTED-ITEMS TO IRP-ITEM-COUNT
           MOVE COUNTED-HASH TO IRP-HASH-TOTAL
           PERFORM LINK-INBOUND-REGISTER

           IF IRP-REFUSED

            MOVE 2 TO INBOUND-STATE-SW
            MOVE IRP-REASON TO IL-RESULT
            PERFORM WRITE-INBOUND-LINE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

      * a resumed file is one an earlier run accepted and never
      * finished - a customer it already flagged reports as already
      * flagged, so it carries on

           MOVE 1 TO INBOUND-STATE-SW

           IF IRP-RESUMED

            MOVE 'FILE RESUMED' TO IL-RESULT

           ELSE

            MOVE 'FILE ACCEPTED' TO IL-RESULT

           END-IF

           PERFORM WRITE-INBOUND-LINE

           GO TO VERIFY-INBOUND-FILE-EXIT

           .
      *****************************************************************
       VERIFY-ONE-RECORD.

           MOVE RI-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("RTMINF")
                   INTO(RTM-IN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RI-SEQ)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE

            EVALUATE TRUE

             WHEN RI-FILE-HEADER
              MOVE 1 TO HEADER-SEEN-SW
              MOVE RIH-ORIGINATOR TO IRP-ORIGINATOR
              MOVE RIH-FILE-DATE TO IRP-FILE-DATE
              MOVE RIH-FILE-SEQNO TO IRP-FILE-SEQNO

             WHEN RI-FILE-TRAILER
              MOVE 1 TO TRAILER-SEEN-SW
              MOVE RIT-ITEM-COUNT TO TRAILER-ITEMS
              MOVE RIT-HASH-TOTAL TO TRAILER-HASH

             WHEN OTHER
              ADD 1 TO COUNTED-ITEMS

      * the customer numbers are what the hash sums

              IF RIC-CUST-NO NUMERIC

               ADD RIC-CUST-NO TO COUNTED-HASH

              END-IF

            END-EVALUATE

           END-IF

           .
       VERIFY-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       REJECT-INBOUND-FILE SECTION.

      * IRP-REASON says why - the whole file is refused, and the
      * refusal is journalled for the morning report

           MOVE 2 TO INBOUND-STATE-SW
           MOVE IRP-REASON TO IL-RESULT
           PERFORM WRITE-INBOUND-LINE

           MOVE 'R' TO IRP-FUNCTION
           MOVE COUNTED-ITEMS TO IRP-ITEM-COUNT
           MOVE COUNTED-HASH TO IRP-HASH-TOTAL
           PERFORM LINK-INBOUND-REGISTER

           .
       REJECT-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       COMPLETE-INBOUND-FILE SECTION.

      * every item is now posted or refused - the register marks the
      * file complete, so a second delivery of it is a duplicate

           MOVE 'C' TO IRP-FUNCTION
           PERFORM LINK-INBOUND-REGISTER

           .
       COMPLETE-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       LINK-INBOUND-REGISTER SECTION.

           EXEC CICS LINK
                   PROGRAM('INFREG')
                   COMMAREA(INFREG-PARMS)
                   LENGTH(LENGTH OF INFREG-PARMS)
                   NOHANDLE
                   END-EXEC

      * a register that cannot be reached cannot vouch for the file

           IF EIBRESP NOT = 0

            MOVE 'X' TO IRP-RESULT
            MOVE 'REGISTER UNAVAILABLE' TO IRP-REASON

           END-IF

           .
       LINK-INBOUND-REGISTER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-INBOUND-LINE SECTION.

           MOVE IRP-FILE TO IL-FILE
           MOVE IRP-ORIGINATOR TO IL-ORIGINATOR
           MOVE IRP-FILE-DATE TO IL-FILE-DATE
           MOVE IRP-FILE-SEQNO TO IL-FILE-SEQNO
           MOVE INBOUND-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-INBOUND-LINE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-ONE-ITEM SECTION.

           MOVE RI-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("RTMINF")
                   INTO(RTM-IN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RI-SEQ)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO LOAD-ONE-ITEM-EXIT

           END-IF

      * the header and trailer are the file's control records -
      * VERIFY-INBOUND-FILE has already proved them

           IF RI-FILE-HEADER OR RI-FILE-TRAILER

            GO TO LOAD-ONE-ITEM-EXIT

           END-IF

           MOVE RI-CUST-NO TO DL-CUSTNO
           MOVE SPACES TO DL-SURNAME
           MOVE SPACES TO DL-FIRST-NAME
           MOVE RI-REASON TO DL-REASON

      * a date from the future or not a date at all is taken as
      * today's return

           IF RI-RETURN-DATE NUMERIC AND RI-RETURN-DATE NOT > RUN-DATE

            MOVE RI-RETURN-DATE TO DL-RETURNED-DATE

           ELSE

            MOVE RUN-DATE TO DL-RETURNED-DATE

           END-IF

           IF RI-CUST-NO = SPACES

            MOVE 13 TO EIBRESP

           ELSE

            MOVE SPACES TO CUST-KYC-DATA
            MOVE SPACES TO CUST-ESTATE-DATA
            MOVE SPACES TO CUST-PERSONAL-DATA
            MOVE SPACES TO CUST-MAIL-DATA

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCUST")
                    INTO(CUSTOMER-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(RI-CUST-NO)
                    KEYLENGTH(6)
                    UPDATE
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP NOT = 0

            MOVE 'NOT ON FILE' TO DL-RESULT
            ADD 1 TO NOTFND-COUNT

            PERFORM WRITE-DETAIL-LINE

            GO TO LOAD-ONE-ITEM-EXIT

           END-IF

           MOVE CUST-SURNAME TO DL-SURNAME
           MOVE CUST-FIRST-NAME TO DL-FIRST-NAME

      * already flagged - by an earlier week's file, at the counter,
      * or by this file on a run that stopped part way

           IF CUST-MAIL-RETURNED

            EXEC CICS UNLOCK
                    FILE("TECHCUST")
                    NOHANDLE
                    END-EXEC

            MOVE 'ALREADY FLAGGED' TO DL-RESULT
            ADD 1 TO ALREADY-COUNT

            PERFORM WRITE-DETAIL-LINE

            GO TO LOAD-ONE-ITEM-EXIT

           END-IF

           MOVE CUST-NO TO RMA-CUST-NO
           MOVE CUST-SURNAME TO RMA-SURNAME
           MOVE CUST-FIRST-NAME TO RMA-FIRST-NAME
           MOVE CUST-MAIL-DATA TO RMA-MAIL-DATA
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE RETMAIL-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE(1:48)

           SET CUST-MAIL-RETURNED TO TRUE
           MOVE DL-RETURNED-DATE TO CUST-MAIL-RETURNED-DATE
           MOVE IRP-ORIGINATOR TO CUST-MAIL-RETURNED-BY

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCUST")
                   FROM(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'NOT FLAGGED - REWRITE FAILED' TO DL-RESULT

            PERFORM WRITE-DETAIL-LINE

            GO TO LOAD-ONE-ITEM-EXIT

           END-IF

           MOVE CUST-MAIL-DATA TO RMA-MAIL-DATA

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE RETMAIL-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE(1:48)
           MOVE 'RETURNED MAIL RECORDED' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE 'FLAGGED' TO DL-RESULT
           ADD 1 TO FLAGGED-COUNT

           PERFORM WRITE-DETAIL-LINE

           .
       LOAD-ONE-ITEM-EXIT.
           EXIT.
      *****************************************************************
       WRITE-DETAIL-LINE SECTION.

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-DETAIL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("RTMRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

      * sequence number from the TECHCTL 'AUDSEQ' control record -
      * same persisted counter VSAMSERV maintains (see
      * GET-NEXT-AUDIT-SEQNO below)

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

      * one-time seeding - find the current maximum the way the old
      * code found it on every write, into scratch fields so the
      * pending audit entry is not disturbed

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
