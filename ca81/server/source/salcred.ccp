      * do and can never double-pay. The SALRPT control report proves
      * the batch: items and value in, posted and rejected - and
      * carries the single settlement total the GL contra posts as,
      * instead of one contra per wage. A wage paid into an account
      * with an open court order on TECHLEGAL goes first to the
      * order, the way VSAMSERV's LEGAL-CAPTURE-CREDIT takes an
      * online credit - held on the account, highest priority first,
      * up to what each order is still owed - and the report carries
      * the total so captured. A rejected wage is money the
      * employer's cover pays into suspense with nowhere to go - each
      * one is recorded on the TECHSUSP suspense register (source
      * SALCRED, the employer's reference, the account it was meant
      * for and the reject reason) until it is resolved to the right
      * account or sent back. A wage for an account held in a
      * foreign currency is rejected (FOREIGN-CCY) the same way -
      * the employer pays local money.
      *
      * The employer's file carries a header record (key 0000000 -
      * originator, file date, file sequence number) and a trailer
      * (key 9999999 - item count, and the hash total of the wage
      * amounts). Before any wage posts, the items are counted and
      * hashed against the trailer and the file is offered to the
      * INFREG inbound-file register; a file that does not agree,
      * or that the register refuses as a repeat of one already paid
      * or out of the employer's sequence, is rejected whole and
      * nothing on it posts. The outcome is journalled on TECHJRNL
      * for PREFLT and the morning report. Intended to be started on
      * demand when an employer's file arrives, as its own CICS
      * transaction, not called from VSAMSERV.
      *

       01 SALARY-IN-RECORD.
        03 SAL-SEQ                     PIC 9(7).
          88 SAL-FILE-HEADER                   VALUE 0.
          88 SAL-FILE-TRAILER                  VALUE 9999999.
        03 SAL-ACCOUNT                 PIC X(5).
        03 SAL-AMOUNT                  PIC S9(9)V99.
        03 SAL-REFERENCE               PIC X(20).
          88 SAL-POSTED                        VALUE 'P'.
          88 SAL-REJECTED                      VALUE 'R'.

      * the file's own control records - the header at the lowest
      * key (who sent the file, its date, and the sender's file
      * sequence number) and the trailer at the highest (the count
      * of items between them and their hash total)

       01 SALARY-IN-HEADER REDEFINES SALARY-IN-RECORD.
        03 FILLER                      PIC 9(7).
        03 SIH-ORIGINATOR              PIC X(8).
        03 SIH-FILE-DATE               PIC X(8).
        03 SIH-FILE-SEQNO              PIC 9(6).
        03 FILLER                      PIC X(15).

       01 SALARY-IN-TRAILER REDEFINES SALARY-IN-RECORD.
        03 FILLER                      PIC 9(7).
        03 SIT-ITEM-COUNT              PIC 9(7).
        03 SIT-HASH-TOTAL              PIC S9(13)V99.
        03 FILLER                      PIC X(15).

       01 SALARY-REJECT-RECORD.
        03 SRJ-SEQ                     PIC 9(7).
        03 SRJ-ACCOUNT                 PIC X(5).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-CREDIT                   VALUE 'R'.
          88 AUDIT-OP-UPDATE                   VALUE 'U'.
          88 AUDIT-OP-ADMIN                    VALUE 'M'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

       01 CONTRA-VARS.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.
        03 CONTRA-ACCT                 PIC X(5).
        03 CONTRA-AMOUNT               PIC S9(11)V99 COMP-3 VALUE 0.
        03 CONTRA-NARR                 PIC X(30).

      * the TECHLEGAL court-order record (see VSAMSERV's LGLMAINT)
      * and the capture working fields

       01 LEGAL-ORDER-RECORD.
        03 LO-KEY.
         05 LO-ACCOUNT                 PIC X(5).
         05 LO-ORDER-REF               PIC X(16).
        03 LO-AUTHORITY                PIC X(30).
        03 LO-PRIORITY                 PIC 9(2).
        03 LO-AMOUNT-ORDERED           PIC S9(9)V99.
        03 LO-AMOUNT-OWED              PIC S9(9)V99.
        03 LO-AMOUNT-HELD              PIC S9(9)V99.
        03 LO-AMOUNT-REMITTED          PIC S9(9)V99.
        03 LO-STATUS                   PIC X(1).
          88 LO-OPEN                           VALUE 'O'.
        03 LO-RECEIVED-DATE            PIC X(8).
        03 LO-REGISTERED-BY            PIC X(8).
        03 LO-CLOSED-DATE              PIC X(8).

       01 LEGAL-VARS.
        03 LO-REC-LEN                  PIC S9(4) VALUE 122.
        03 LO-BROWSE-KEY.
         05 LO-BROWSE-ACCT             PIC X(5).
         05 LO-BROWSE-REF              PIC X(16).
        03 LO-SCAN-DONE-SW             PIC 9 VALUE 0.
          88 LO-SCAN-DONE                      VALUE 1.
        03 LO-CAPTURE-DONE-SW          PIC 9 VALUE 0.
          88 LO-CAPTURE-DONE                   VALUE 1.
        03 LEGAL-FREE-FUNDS            PIC S9(9)V99.
        03 LEGAL-CAPTURE-LIMIT         PIC S9(9)V99.
        03 LEGAL-CAPTURED              PIC S9(9)V99.
        03 LEGAL-TAKE                  PIC S9(9)V99.
        03 LEGAL-BEST-KEY              PIC X(21).
        03 LEGAL-BEST-PRIORITY         PIC 9(2).
        03 LEGAL-BEFORE-IMAGE          PIC X(122).
        03 CAPTURED-COUNT              PIC 9(7) VALUE 0.
        03 CAPTURED-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.

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
        03 SAL-REC-LEN                 PIC S9(4) VALUE 44.
          88 CHKDIG-OK                         VALUE 1.
        03 CTL-CHKDIGIT-KEY            PIC X(8) VALUE 'CHKDIGIT'.

      * the TECHSUSP suspense-register record - one item for each
      * amount this run leaves sitting in the suspense internal
      * account, numbered from the TECHCTL 'SUSPSEQ' counter (see
      * WRITE-SUSPENSE-ITEM)

       01 SUSPENSE-ITEM-RECORD.
        03 SUS-REF                     PIC 9(7).
        03 SUS-SOURCE                  PIC X(8).
        03 SUS-ORIG-REF                PIC X(20).
        03 SUS-DATE                    PIC X(8).
        03 SUS-AMOUNT                  PIC S9(9)V99.
        03 SUS-ACCOUNT                 PIC X(5).
        03 SUS-REASON                  PIC X(16).
        03 SUS-STATUS                  PIC X(1).
          88 SUS-OPEN                          VALUE 'O'.
        03 SUS-RESOLVED-DATE           PIC X(8).
        03 SUS-RESOLVED-TO             PIC X(5).
        03 SUS-RESOLVED-BY             PIC X(8).

       01 SUSPENSE-VARS.
        03 SUS-REC-LEN                 PIC S9(4) VALUE 97.
        03 CTL-SUSPSEQ-KEY             PIC X(8) VALUE 'SUSPSEQ'.

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
        03 SL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(31) VALUE SPACES.

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
           PERFORM WRITE-CONTROL-LINE

      * a file that does not prove - or no file at all - posts
      * nothing

           PERFORM VERIFY-INBOUND-FILE

           IF NOT INBOUND-VERIFIED

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE LOW-VALUES TO SAL-SEQ

           EXEC CICS STARTBR
      * as they are - reruns can never double-pay

             IF SAL-PENDING
                AND NOT SAL-FILE-HEADER
                AND NOT SAL-FILE-TRAILER

              PERFORM IMPORT-ONE-CREDIT


           PERFORM WRITE-CONTROL-REPORT

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
           MOVE 'SALINF' TO IRP-FILE
           MOVE SPACES TO IRP-ORIGINATOR
           MOVE SPACES TO IRP-FILE-DATE
           MOVE 0 TO IRP-FILE-SEQNO
           MOVE LOW-VALUES TO SAL-SEQ

           EXEC CICS STARTBR
                   FILE("SALINF")
                   RIDFLD(SAL-SEQ)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

            MOVE SAL-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("SALINF")
                    INTO(SALARY-IN-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(SAL-SEQ)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

             EVALUATE TRUE

              WHEN SAL-FILE-HEADER
               MOVE 1 TO HEADER-SEEN-SW
               MOVE SIH-ORIGINATOR TO IRP-ORIGINATOR
               MOVE SIH-FILE-DATE TO IRP-FILE-DATE
               MOVE SIH-FILE-SEQNO TO IRP-FILE-SEQNO

              WHEN SAL-FILE-TRAILER
               MOVE 1 TO TRAILER-SEEN-SW
               MOVE SIT-ITEM-COUNT TO TRAILER-ITEMS
               MOVE SIT-HASH-TOTAL TO TRAILER-HASH

              WHEN OTHER
               ADD 1 TO COUNTED-ITEMS
               ADD SAL-AMOUNT TO COUNTED-HASH

             END-EVALUATE

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("SALINF")
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
           PERFORM WRITE-CONTROL-LINE

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
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-INBOUND-LINE-EXIT.
           EXIT.
      *****************************************************************
       POST-CONTRA-MOVEMENT SECTION.


           END-IF

      * the employer pays local money - a wage cannot be credited
      * at face value to an account held in another currency, so it
      * waits in suspense like any other reject

           PERFORM GET-ACCOUNT-CURRENCY

           IF ACCOUNT-CURRENCY NOT = SPACES

            MOVE 'FOREIGN-CCY' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO IMPORT-ONE-CREDIT-EXIT

           END-IF

           MOVE TECHBASE-RECORD TO BEFORE-IMAGE

           ADD SAL-AMOUNT TO BALANCEO
           MOVE RUN-DATE TO LAST-ACTIVITY-DATEO

      * an open court order on the account takes its share of the
      * wage before the customer can spend it - held, not paid over

           PERFORM CAPTURE-FOR-LEGAL-ORDERS

           IF LEGAL-CAPTURED > 0

            IF HOLD-AMOUNTO NUMERIC

             ADD LEGAL-CAPTURED TO HOLD-AMOUNTO

            ELSE

             MOVE LEGAL-CAPTURED TO HOLD-AMOUNTO

            END-IF

            ADD 1 TO CAPTURED-COUNT
            ADD LEGAL-CAPTURED TO CAPTURED-TOTAL

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   NOHANDLE
                   END-EXEC

      * the wage itself - not a malformed amount - waits in suspense
      * for someone to decide where it belongs

           IF SAL-AMOUNT NUMERIC AND SAL-AMOUNT > 0

            MOVE SPACES TO SUSPENSE-ITEM-RECORD
            MOVE 'SALCRED' TO SUS-SOURCE
            MOVE SAL-REFERENCE TO SUS-ORIG-REF
            MOVE SAL-AMOUNT TO SUS-AMOUNT
            MOVE SAL-ACCOUNT TO SUS-ACCOUNT
            MOVE REJECT-REASON TO SUS-REASON
            PERFORM WRITE-SUSPENSE-ITEM

           END-IF

           MOVE 'R' TO ITEM-MARK
           PERFORM MARK-INPUT-ITEM

           MOVE SETTLEMENT-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

      * of the wages posted, what went under hold for court orders -
      * memo only, the money is on the customers' accounts

           MOVE 'HELD FOR LEGAL ORDERS:' TO CL-LABEL
           MOVE CAPTURED-COUNT TO CL-COUNT
           MOVE CAPTURED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      *****************************************************************
       CAPTURE-FOR-LEGAL-ORDERS SECTION.

      * the wage just added to BALANCEO goes to SAL-ACCOUNT's open
      * court orders still owed more than is held for them, highest
      * priority first, until the wage or the account's free balance
      * runs out. Each order is rewritten with an 'M' audit entry;
      * the total taken answers in LEGAL-CAPTURED.

           MOVE 0 TO LEGAL-CAPTURED

           IF HOLD-AMOUNTO NUMERIC

            COMPUTE LEGAL-FREE-FUNDS = BALANCEO - HOLD-AMOUNTO

           ELSE

            MOVE BALANCEO TO LEGAL-FREE-FUNDS

           END-IF

           IF SAL-AMOUNT < LEGAL-FREE-FUNDS

            MOVE SAL-AMOUNT TO LEGAL-CAPTURE-LIMIT

           ELSE

            MOVE LEGAL-FREE-FUNDS TO LEGAL-CAPTURE-LIMIT

           END-IF

           IF LEGAL-CAPTURE-LIMIT NOT > 0

            GO TO CAPTURE-FOR-LEGAL-ORDERS-EXIT

           END-IF

           MOVE 0 TO LO-CAPTURE-DONE-SW

           PERFORM CAPTURE-ONE-ORDER UNTIL LO-CAPTURE-DONE

           GO TO CAPTURE-FOR-LEGAL-ORDERS-EXIT

           .
      *****************************************************************
       CAPTURE-ONE-ORDER.

           PERFORM FIND-NEXT-LEGAL-ORDER

           IF LEGAL-BEST-KEY = SPACES

            MOVE 1 TO LO-CAPTURE-DONE-SW

           ELSE

            MOVE LO-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHLEGAL")
                    INTO(LEGAL-ORDER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(LEGAL-BEST-KEY)
                    KEYLENGTH(21)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO LO-CAPTURE-DONE-SW

            ELSE

             MOVE LEGAL-ORDER-RECORD TO LEGAL-BEFORE-IMAGE

             COMPUTE LEGAL-TAKE = LO-AMOUNT-OWED - LO-AMOUNT-HELD

             IF LEGAL-TAKE > LEGAL-CAPTURE-LIMIT

              MOVE LEGAL-CAPTURE-LIMIT TO LEGAL-TAKE

             END-IF

             ADD LEGAL-TAKE TO LO-AMOUNT-HELD

             MOVE LO-REC-LEN TO LENGTH-VAR

             EXEC CICS REWRITE
                     FILE("TECHLEGAL")
                     FROM(LEGAL-ORDER-RECORD)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

             IF EIBRESP NOT = 0

              MOVE 1 TO LO-CAPTURE-DONE-SW

             ELSE

              SET AUDIT-OP-ADMIN TO TRUE
              MOVE SAL-ACCOUNT TO AUDIT-ACCOUNT
              MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
              MOVE LEGAL-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE(1:122)
              MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
              MOVE LEGAL-ORDER-RECORD TO AUDIT-AFTER-IMAGE(1:122)
              MOVE 'LEGAL ORDER CAPTURE' TO AUDIT-NARRATIVE
              PERFORM WRITE-AUDIT-RECORD

              ADD LEGAL-TAKE TO LEGAL-CAPTURED
              SUBTRACT LEGAL-TAKE FROM LEGAL-CAPTURE-LIMIT

              IF LEGAL-CAPTURE-LIMIT NOT > 0

               MOVE 1 TO LO-CAPTURE-DONE-SW

              END-IF

             END-IF

            END-IF

           END-IF

           .
       CAPTURE-FOR-LEGAL-ORDERS-EXIT.
           EXIT.
      *****************************************************************
       FIND-NEXT-LEGAL-ORDER SECTION.

      * one pass over SAL-ACCOUNT's orders - LEGAL-BEST-KEY comes
      * back with the highest-priority open order still owed more
      * than is held for it, spaces when there is none

           MOVE SPACES TO LEGAL-BEST-KEY
           MOVE 99 TO LEGAL-BEST-PRIORITY
           MOVE 0 TO LO-SCAN-DONE-SW

           MOVE SAL-ACCOUNT TO LO-BROWSE-ACCT
           MOVE LOW-VALUES TO LO-BROWSE-REF

           EXEC CICS STARTBR
                   FILE("TECHLEGAL")
                   RIDFLD(LO-BROWSE-KEY)
                   KEYLENGTH(21)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LO-SCAN-DONE-SW

           END-IF

           PERFORM SCAN-ONE-LEGAL-ORDER UNTIL LO-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHLEGAL")
                   NOHANDLE
                   END-EXEC

           GO TO FIND-NEXT-LEGAL-ORDER-EXIT

           .
      *****************************************************************
       SCAN-ONE-LEGAL-ORDER.

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHLEGAL")
                   INTO(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LO-BROWSE-KEY)
                   KEYLENGTH(21)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR LO-ACCOUNT NOT = SAL-ACCOUNT

            MOVE 1 TO LO-SCAN-DONE-SW

           ELSE

            IF LO-OPEN
               AND LO-AMOUNT-OWED > LO-AMOUNT-HELD
               AND (LEGAL-BEST-KEY = SPACES
                    OR LO-PRIORITY < LEGAL-BEST-PRIORITY)

             MOVE LO-KEY TO LEGAL-BEST-KEY
             MOVE LO-PRIORITY TO LEGAL-BEST-PRIORITY

            END-IF

           END-IF

           .
       FIND-NEXT-LEGAL-ORDER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-SUSPENSE-ITEM SECTION.

      * the caller fills the source, original reference, amount
      * (as it stands in suspense - what suspense holds for someone
      * is positive, what it is owed negative), account and reason;
      * the item is numbered from the TECHCTL 'SUSPSEQ' counter and
      * goes on the register open, for VSAMSERV's SUSPENSE function
      * to resolve and SUSPAGE to age

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-SUSPSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-SUSPSEQ-KEY TO CTL-KEY
            MOVE 1 TO CTL-NUM-VALUE
            MOVE SPACES TO CTL-CHAR-VALUE

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

            IF CTL-NUM-VALUE > 9999999

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

           MOVE CTL-NUM-VALUE TO SUS-REF
           MOVE RUN-DATE TO SUS-DATE
           SET SUS-OPEN TO TRUE
           MOVE SPACES TO SUS-RESOLVED-DATE
           MOVE SPACES TO SUS-RESOLVED-TO
           MOVE SPACES TO SUS-RESOLVED-BY

           MOVE SUS-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHSUSP")
                   FROM(SUSPENSE-ITEM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SUS-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-SUSPENSE-ITEM-EXIT.
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

