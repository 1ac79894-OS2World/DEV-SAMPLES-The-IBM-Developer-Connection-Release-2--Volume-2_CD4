      * file, loaded into the ATMINF input file before the run (one
      * record per withdrawal - card number, amount, the switch's
      * reference). This job resolves each item through the TECHCARD
      * register CARDMAINT maintains - an unknown, hot, cancelled or
      * expired card declines straight to the ATMRET returns file; a
      * pending replacement CARDREN registered is activated by its
      * first use (the card it replaces is cancelled - its last use
      * has been), and when the card it replaces turns up expired,
      * the replacement is activated then - and posts
      * the good ones as debits under the same rules the online DEBIT
      * enforces: closed/frozen/dormant refusals, the overdraft
      * floor, the available-balance floor over uncleared holds, and
      * the per-account daily withdrawal cap (PARM-DAILY-DEBIT-CAP
      * against the DAY-DEBIT-DATEO/TOTALO running total, which the
      * posting also advances so the online side sees the ATM money
      * spent). Declines carry their reason on the returns file the
      * switch gets back. Each input item is marked posted or
      * declined in place, so a rerun can never double-post, and the
      * settlement contra posts as ONE total to the suspense internal
      * account. The network has already paid out a declined item,
      * so each decline is also recorded on the TECHSUSP suspense
      * register (source ATMPOST, the switch's reference, the card's
      * account, the decline reason) as an amount suspense is owed,
      * until it is recovered from an account or from the switch.
      * Totals go to ATMRPT. An item on an account held in a foreign
      * currency declines (FOREIGN CCY) - the switch settles in
      * local money.
      *
      * The switch's file carries a header record (key 0000000 -
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

       01 ATM-IN-RECORD.
        03 ATM-SEQ                     PIC 9(7).
          88 ATM-FILE-HEADER                   VALUE 0.
          88 ATM-FILE-TRAILER                  VALUE 9999999.
        03 ATM-CARD                    PIC X(16).
        03 ATM-AMOUNT                  PIC S9(9)V99.
        03 ATM-REFERENCE               PIC X(12).
          88 ATM-POSTED                        VALUE 'P'.
          88 ATM-DECLINED                      VALUE 'D'.

      * the file's own control records - the header at the lowest
      * key (who sent the file, its date, and the sender's file
      * sequence number) and the trailer at the highest (the count
      * of items between them and their hash total)

       01 ATM-IN-HEADER REDEFINES ATM-IN-RECORD.
        03 FILLER                      PIC 9(7).
        03 ATH-ORIGINATOR              PIC X(8).
        03 ATH-FILE-DATE               PIC X(8).
        03 ATH-FILE-SEQNO              PIC 9(6).
        03 FILLER                      PIC X(19).

       01 ATM-IN-TRAILER REDEFINES ATM-IN-RECORD.
        03 FILLER                      PIC 9(7).
        03 ATT-ITEM-COUNT              PIC 9(7).
        03 ATT-HASH-TOTAL              PIC S9(13)V99.
        03 FILLER                      PIC X(19).

       01 ATM-RETURN-RECORD.
        03 ART-SEQ                     PIC 9(7).
        03 ART-CARD                    PIC X(16).
          88 CARD-ACTIVE                       VALUE 'A'.
          88 CARD-HOT                          VALUE 'H'.
          88 CARD-CANCELLED                    VALUE 'X'.
          88 CARD-PENDING                      VALUE 'P'.
        03 CARD-EXPIRY                 PIC X(6).
        03 CARD-LINKED-CARD            PIC X(16).

      * the other card of a reissue pair - the card a pending
      * replacement replaces, or the replacement of an expired card

       01 LINKED-CARD-RECORD.
        03 LCD-NUMBER                  PIC X(16).
        03 LCD-ACCOUNT                 PIC X(5).
        03 LCD-STATUS                  PIC X(1).
          88 LCD-ACTIVE                        VALUE 'A'.
          88 LCD-PENDING                       VALUE 'P'.
        03 LCD-EXPIRY                  PIC X(6).
        03 LCD-LINKED-CARD             PIC X(16).

       01 TECHBASE-RECORD.
        03 ACCOUNTO                    PIC X(5).
          88 ACCOUNT-OPENO                     VALUE 'O'.
          88 ACCOUNT-CLOSEDO                   VALUE 'C'.
          88 ACCOUNT-FROZENO                   VALUE 'F'.
          88 ACCOUNT-DORMANTO                  VALUE 'D'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

       01 CONTRA-VARS.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.
        03 CONTRA-ACCT                 PIC X(5).
        03 CONTRA-AMOUNT               PIC S9(11)V99 COMP-3 VALUE 0.
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
        03 ATM-REC-LEN                 PIC S9(4) VALUE 48.
        03 ART-REC-LEN                 PIC S9(4) VALUE 50.
        03 CARD-REC-LEN                PIC S9(4) VALUE 44.
        03 ACTIVATED-COUNT             PIC 9(7) VALUE 0.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.

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
        03 TL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(23) VALUE SPACES.

       01 ACTIVATION-LINE.
        03 FILLER                      PIC X(29)
                   VALUE 'REPLACEMENT CARDS ACTIVATED:'.
        03 AL-COUNT                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(44) VALUE SPACES.

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

           PERFORM LOAD-PARAMETERS

           PERFORM LOAD-FX-PARM

           PERFORM LOAD-INTERNAL-ACCTS

           MOVE RUN-DATE TO HL-RUN-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * a file that does not prove - or no file at all - posts
      * nothing

           PERFORM VERIFY-INBOUND-FILE

           IF NOT INBOUND-VERIFIED

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE LOW-VALUES TO ATM-SEQ

           EXEC CICS STARTBR
      * as they are - reruns can never double-post

             IF ATM-PENDING
                AND NOT ATM-FILE-HEADER
                AND NOT ATM-FILE-TRAILER

              PERFORM POST-ONE-ITEM

           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ACTIVATED-COUNT TO AL-COUNT
           MOVE ACTIVATION-LINE TO PRINT-LINE
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
           MOVE 'ATMINF' TO IRP-FILE
           MOVE SPACES TO IRP-ORIGINATOR
           MOVE SPACES TO IRP-FILE-DATE
           MOVE 0 TO IRP-FILE-SEQNO
           MOVE LOW-VALUES TO ATM-SEQ

           EXEC CICS STARTBR
                   FILE("ATMINF")
                   RIDFLD(ATM-SEQ)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

            MOVE ATM-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("ATMINF")
                    INTO(ATM-IN-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(ATM-SEQ)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

             EVALUATE TRUE

              WHEN ATM-FILE-HEADER
               MOVE 1 TO HEADER-SEEN-SW
               MOVE ATH-ORIGINATOR TO IRP-ORIGINATOR
               MOVE ATH-FILE-DATE TO IRP-FILE-DATE
               MOVE ATH-FILE-SEQNO TO IRP-FILE-SEQNO

              WHEN ATM-FILE-TRAILER
               MOVE 1 TO TRAILER-SEEN-SW
               MOVE ATT-ITEM-COUNT TO TRAILER-ITEMS
               MOVE ATT-HASH-TOTAL TO TRAILER-HASH

              WHEN OTHER
               ADD 1 TO COUNTED-ITEMS
               ADD ATM-AMOUNT TO COUNTED-HASH

             END-EVALUATE

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("ATMINF")
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
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-INBOUND-LINE-EXIT.
           EXIT.
      *****************************************************************
       POST-ONE-ITEM SECTION.


           MOVE SPACES TO DECLINE-REASON

      * a card registered before expiries were kept reads back
      * short - cleared first, its expiry is blank and never lapses

           MOVE SPACES TO CARD-REGISTER-RECORD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ

           END-IF

      * a replacement's first use is the customer telling us the
      * new card has arrived - it goes live, and the card it
      * replaces has been used for the last time

           IF CARD-PENDING

            PERFORM ACTIVATE-ON-FIRST-USE

           END-IF

           IF NOT CARD-ACTIVE

            MOVE 'CARD CANCELLED' TO DECLINE-REASON

           END-IF

      * the card is good through the end of its expiry month; once
      * past it, its replacement (if one was issued) takes over

           IF CARD-EXPIRY NUMERIC AND CARD-EXPIRY < RUN-DATE(1:6)

            PERFORM ACTIVATE-REPLACEMENT

            MOVE 'CARD EXPIRED' TO DECLINE-REASON

            PERFORM DECLINE-THE-ITEM

            GO TO POST-ONE-ITEM-EXIT

           END-IF

           IF ATM-AMOUNT NOT > 0

            MOVE 'BAD AMOUNT' TO DECLINE-REASON

           END-IF

      * a dormant account pays nothing out until a supervisor has
      * reactivated it - the online DEBIT's 1012

           IF ACCOUNT-DORMANTO

            MOVE 'ACCOUNT DORMANT' TO DECLINE-REASON

            PERFORM DECLINE-THE-ITEM

            GO TO POST-ONE-ITEM-EXIT

           END-IF

      * the switch settles in local money, through the local
      * suspense account - it cannot be taken at face value from an
      * account held in another currency

           PERFORM GET-ACCOUNT-CURRENCY

           IF ACCOUNT-CURRENCY NOT = SPACES

            MOVE 'FOREIGN CCY' TO DECLINE-REASON

            PERFORM DECLINE-THE-ITEM

            GO TO POST-ONE-ITEM-EXIT

           END-IF

      * the same per-account daily withdrawal cap the online side
      * enforces through CHECK-DAILY-LIMIT - the switch's money and
      * the counter's money count against one total
           .
       POST-ONE-ITEM-EXIT.
           EXIT.
      *****************************************************************
       ACTIVATE-ON-FIRST-USE SECTION.

      * the pending card goes active, and the card it replaces is
      * cancelled if it is still live - a hot card stays hot

           MOVE SPACES TO CARD-REGISTER-RECORD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCARD")
                   INTO(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ATM-CARD)
                   KEYLENGTH(16)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO ACTIVATE-ON-FIRST-USE-EXIT

           END-IF

           IF NOT CARD-PENDING

            EXEC CICS UNLOCK
                    FILE("TECHCARD")
                    NOHANDLE
                    END-EXEC

            GO TO ACTIVATE-ON-FIRST-USE-EXIT

           END-IF

           MOVE 'A' TO CARD-STATUS

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCARD")
                   FROM(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO ACTIVATE-ON-FIRST-USE-EXIT

           END-IF

           ADD 1 TO ACTIVATED-COUNT

           IF CARD-LINKED-CARD = SPACES

            GO TO ACTIVATE-ON-FIRST-USE-EXIT

           END-IF

           MOVE SPACES TO LINKED-CARD-RECORD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCARD")
                   INTO(LINKED-CARD-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CARD-LINKED-CARD)
                   KEYLENGTH(16)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO ACTIVATE-ON-FIRST-USE-EXIT

           END-IF

           IF LCD-ACTIVE

            MOVE 'X' TO LCD-STATUS

            MOVE CARD-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCARD")
                    FROM(LINKED-CARD-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS UNLOCK
                    FILE("TECHCARD")
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       ACTIVATE-ON-FIRST-USE-EXIT.
           EXIT.
      *****************************************************************
       ACTIVATE-REPLACEMENT SECTION.

      * an expired card's pending replacement goes active - the
      * customer may not have used it yet, but it is now the only
      * card they can

           IF CARD-LINKED-CARD = SPACES

            GO TO ACTIVATE-REPLACEMENT-EXIT

           END-IF

           MOVE SPACES TO LINKED-CARD-RECORD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCARD")
                   INTO(LINKED-CARD-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CARD-LINKED-CARD)
                   KEYLENGTH(16)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO ACTIVATE-REPLACEMENT-EXIT

           END-IF

           IF LCD-PENDING

            MOVE 'A' TO LCD-STATUS

            MOVE CARD-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCARD")
                    FROM(LINKED-CARD-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             ADD 1 TO ACTIVATED-COUNT

            END-IF

           ELSE

            EXEC CICS UNLOCK
                    FILE("TECHCARD")
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       ACTIVATE-REPLACEMENT-EXIT.
           EXIT.
      *****************************************************************
       DECLINE-THE-ITEM SECTION.

                   NOHANDLE
                   END-EXEC

           IF ATM-AMOUNT NUMERIC AND ATM-AMOUNT > 0

            MOVE SPACES TO SUSPENSE-ITEM-RECORD
            MOVE 'ATMPOST' TO SUS-SOURCE
            MOVE ATM-REFERENCE TO SUS-ORIG-REF
            COMPUTE SUS-AMOUNT = 0 - ATM-AMOUNT
            MOVE CARD-ACCOUNT TO SUS-ACCOUNT
            MOVE DECLINE-REASON TO SUS-REASON
            PERFORM WRITE-SUSPENSE-ITEM

           END-IF

           MOVE 'D' TO ITEM-MARK
           PERFORM MARK-INPUT-ITEM

           .
       LOAD-PARAMETERS-EXIT.
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

