      * refused to the CHQRET returns report instead of posted, which
      * is also what kills duplicate presentment - a cheque that paid
      * once is marked paid on the register and can never pay again.
      * The debit itself applies the same closed / frozen / dormant
      * / overdraft / available-balance refusals the online DEBIT
      * applies, each refusal also going to the returns report.
      * Every CHQINF item is marked posted or returned in place, so
      * a rerun of the job the same night finds nothing left to do.
      * Paid items and the run totals go to CHQRPT. A cheque drawn
      * on an account held in a foreign currency is returned
      * (FOREIGN CCY) - the exchange clears local money.
      *
      * The exchange's file carries a header record (key 0000000 -
      * originator, file date, file sequence number) and a trailer
      * (key 9999999 - item count, and the hash total of the item
      * amounts). Before any item posts, the items are counted and
      * hashed against the trailer and the file is offered to the
      * INFREG inbound-file register; a file that does not agree,
      * or that the register refuses as a repeat or out of sequence,
      * is rejected whole and nothing on it posts. The outcome is
      * journalled on TECHJRNL for PREFLT and the morning report.
      * Intended to be started nightly,
      * inside the scheduler's posting hold, as its own CICS
      * transaction, not called from VSAMSERV.
      *

       01 CHEQUE-IN-RECORD.
        03 CQI-SEQ                     PIC 9(7).
          88 CQI-FILE-HEADER                   VALUE 0.
          88 CQI-FILE-TRAILER                  VALUE 9999999.
        03 CQI-ACCOUNT                 PIC X(5).
        03 CQI-NUMBER                  PIC 9(6).
        03 CQI-AMOUNT                  PIC S9(9)V99.
          88 CQI-POSTED                        VALUE 'P'.
          88 CQI-RETURNED                      VALUE 'R'.

      * the file's own control records - the header at the lowest
      * key (who sent the file, its date, and the sender's file
      * sequence number) and the trailer at the highest (the count
      * of items between them and their hash total)

       01 CHEQUE-IN-HEADER REDEFINES CHEQUE-IN-RECORD.
        03 FILLER                      PIC 9(7).
        03 CQH-ORIGINATOR              PIC X(8).
        03 CQH-FILE-DATE               PIC X(8).
        03 CQH-FILE-SEQNO              PIC 9(6).
        03 FILLER                      PIC X(1).

       01 CHEQUE-IN-TRAILER REDEFINES CHEQUE-IN-RECORD.
        03 FILLER                      PIC 9(7).
        03 CQT-ITEM-COUNT              PIC 9(7).
        03 CQT-HASH-TOTAL              PIC S9(13)V99.
        03 FILLER                      PIC X(1).

       01 CHEQUE-REGISTER-RECORD.
        03 CQ-KEY.
         05 CQ-ACCOUNT                 PIC X(5).
          88 ACCOUNT-OPENO                     VALUE 'O'.
          88 ACCOUNT-CLOSEDO                   VALUE 'C'.
          88 ACCOUNT-FROZENO                   VALUE 'F'.
          88 ACCOUNT-DORMANTO                  VALUE 'D'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 SEED-AUDIT-SEQNO            PIC 9(7).
        03 SEED-AUDIT-RECORD           PIC X(365).

      * the TECHPROD record - only the currency the account's
      * product is held in is used here

       01 PRODUCT-RECORD.
        03 PROD-CODE                   PIC X(2).
        03 PROD-NAME                   PIC X(12).
        03 PROD-TYPE                   PIC X(1).
        03 PROD-STATUS                 PIC X(1).
        03 PROD-CHARGE-SCHEDULE.
         05 PROD-FREE-ITEMS            PIC 9(3).
         05 PROD-ITEM-FEE              PIC 9(3)V99.
         05 PROD-MONTHLY-FEE           PIC 9(5)V99.
        03 PROD-BREAK-RATE             PIC S9V9(4).
        03 PROD-CURRENCY               PIC X(3).

      * the TECHPARM 'FXPARM' record - the local currency code

       01 FX-PARM-RECORD.
        03 FXP-KEY                     PIC X(8).
        03 FXP-LOCAL-CCY               PIC X(3).
        03 FXP-SPREAD                  PIC 9V9(4).

       01 CURRENCY-VARS.
        03 FXP-REC-LEN                 PIC S9(4) VALUE 16.
        03 FXP-KEY-VALUE               PIC X(8) VALUE 'FXPARM'.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 ACCOUNT-CURRENCY            PIC X(3).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 CQI-REC-LEN                 PIC S9(4) VALUE 30.
          88 CHKDIG-OK                         VALUE 1.
        03 CTL-CHKDIGIT-KEY            PIC X(8) VALUE 'CHKDIGIT'.

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
        03 TL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(24) VALUE SPACES.

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

           PERFORM LOAD-CHKDIGIT-SWITCH

           PERFORM LOAD-FX-PARM

           MOVE RUN-DATE TO HL-RUN-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-RUN-LINE

      * a file that does not prove - or no file at all - posts
      * nothing

           PERFORM VERIFY-INBOUND-FILE

           IF NOT INBOUND-VERIFIED

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE LOW-VALUES TO CQI-SEQ

           EXEC CICS STARTBR
            ELSE

      * items a prior run already posted or returned stay exactly
      * as they are - reruns can never double-post; the header and
      * trailer are the file's control records, not items

             IF CQI-PENDING
                AND NOT CQI-FILE-HEADER
                AND NOT CQI-FILE-TRAILER

              PERFORM CLEAR-ONE-CHEQUE

           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-RUN-LINE

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
           MOVE 'CHQINF' TO IRP-FILE
           MOVE SPACES TO IRP-ORIGINATOR
           MOVE SPACES TO IRP-FILE-DATE
           MOVE 0 TO IRP-FILE-SEQNO
           MOVE LOW-VALUES TO CQI-SEQ

           EXEC CICS STARTBR
                   FILE("CHQINF")
                   RIDFLD(CQI-SEQ)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

            MOVE CQI-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("CHQINF")
                    INTO(CHEQUE-IN-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CQI-SEQ)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

             EVALUATE TRUE

              WHEN CQI-FILE-HEADER
               MOVE 1 TO HEADER-SEEN-SW
               MOVE CQH-ORIGINATOR TO IRP-ORIGINATOR
               MOVE CQH-FILE-DATE TO IRP-FILE-DATE
               MOVE CQH-FILE-SEQNO TO IRP-FILE-SEQNO

              WHEN CQI-FILE-TRAILER
               MOVE 1 TO TRAILER-SEEN-SW
               MOVE CQT-ITEM-COUNT TO TRAILER-ITEMS
               MOVE CQT-HASH-TOTAL TO TRAILER-HASH

              WHEN OTHER
               ADD 1 TO COUNTED-ITEMS
               ADD CQI-AMOUNT TO COUNTED-HASH

             END-EVALUATE

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("CHQINF")
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
           PERFORM WRITE-RUN-LINE

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
      * finished - its posted items are marked, so it carries on

           MOVE 1 TO INBOUND-STATE-SW

           IF IRP-RESUMED

            MOVE 'FILE RESUMED' TO IL-RESULT

           ELSE

            MOVE 'FILE ACCEPTED' TO IL-RESULT

           END-IF

           PERFORM WRITE-INBOUND-LINE

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
           PERFORM WRITE-RUN-LINE

           .
       WRITE-INBOUND-LINE-EXIT.
           EXIT.
      *****************************************************************
       CLEAR-ONE-CHEQUE SECTION.


           END-IF

      * nor is a cheque paid from a dormant account until a
      * supervisor has reactivated it - the online DEBIT's 1012

           IF ACCOUNT-DORMANTO

            MOVE 'ACCOUNT DORMANT' TO DL-RESULT

            PERFORM RETURN-THE-ITEM

            GO TO CLEAR-ONE-CHEQUE-EXIT

           END-IF

      * the exchange clears local money - a cheque cannot be paid
      * at face value from an account held in another currency

           PERFORM GET-ACCOUNT-CURRENCY

           IF ACCOUNT-CURRENCY NOT = SPACES

            MOVE 'FOREIGN CCY' TO DL-RESULT

            PERFORM RETURN-THE-ITEM

            GO TO CLEAR-ONE-CHEQUE-EXIT

           END-IF

           MOVE TECHBASE-RECORD TO BEFORE-IMAGE

           COMPUTE PROJECTED-BALANCE = BALANCEO - CQI-AMOUNT
           .
       MARK-INPUT-ITEM-EXIT.
           EXIT.
      *****************************************************************
       LOAD-FX-PARM SECTION.

      * the local currency code (TECHPARM 'FXPARM') - a region
      * without the record treats every product as local

           MOVE FXP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(FX-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FXP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO FXP-LOCAL-CCY

           END-IF

           .
       LOAD-FX-PARM-EXIT.
           EXIT.
      *****************************************************************
       GET-ACCOUNT-CURRENCY SECTION.

      * the currency the account's product is held in, into
      * ACCOUNT-CURRENCY - spaces for the local currency, for a
      * product naming none and for one not on TECHPROD

           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PRODUCT-CODEO)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR PROD-CURRENCY = LOW-VALUES
              OR PROD-CURRENCY = FXP-LOCAL-CCY

            MOVE SPACES TO PROD-CURRENCY

           END-IF

           MOVE PROD-CURRENCY TO ACCOUNT-CURRENCY

           .
       GET-ACCOUNT-CURRENCY-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

