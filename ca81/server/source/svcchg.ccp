      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, monthly service-charge batch job.
      *
      * For CICS v3
      *
      * Prices each account's month of activity under its product's
      * service-charge schedule (the PROD-CHARGE-SCHEDULE on TECHPROD,
      * maintained through VSAMSERV's PRODMNT) - a flat monthly fee,
      * plus a price per posting over the product's free allowance.
      * Browses TECHBASE end-to-end (STARTBR at LOW-VALUES / READNEXT
      * to end-of-file, same as NSFFEE) and, for every open customer
      * account, counts the month's debits, credits and transfers
      * (TECHAUDIT operations 'B', 'R' and 'T') through the TECHAUX
      * alternate index, the same per-account browse DAYPROOF uses.
      *
      * Internal accounts (product type 'I', or any account named on
      * the TECHPARM 'INTACCTS' record) are never charged, and neither
      * is any account on the TECHFEX fee-exemption register (see
      * FEEEXMT in VSAMSERV) - an exempt account is still reported,
      * with what it would have paid. A charge that would take the
      * account past its OVERDRAFT-LIMITO is refused and reported,
      * the same check NSFFEE makes. The schedules are priced in the
      * local currency (TECHPARM 'FXPARM') and the fee-income account
      * is held in it, so an account whose product is held in any
      * other currency is not charged - it is reported as refused,
      * FOREIGN CURRENCY.
      *
      * Each charge posts as a transfer from the customer account to
      * the fee-income internal account (IAP-FEE-ACCT) - the same two
      * READ UPDATE / two REWRITE unit of work, with the same back-out
      * of the first leg when the second fails, that SWEEPRUN uses,
      * and a 'T' TECHAUDIT entry per side. The transaction reference
      * ('TR' + the customer leg's audit sequence number, as VSAMSERV
      * answers in CA-TXNREF) is printed beside the charge.
      *
      * The TECHCTL 'SVCCCHKP' checkpoint carries the month being
      * charged and the last account charged, so an interrupted run
      * restarts after it and a rerun of a charged month does
      * nothing. NIGHTRUN starts it on the last business day of the
      * month, after NSFFEE. Every charge, exemption and refusal is
      * reported to the SVCRPT print file. Intended to be started
      * as its own CICS transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCHG.
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
          88 ACCOUNT-OPENO                     VALUE 'O' 'D'.
          88 ACCOUNT-CLOSEDO                   VALUE 'C'.
          88 ACCOUNT-FROZENO                   VALUE 'F'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 DAY-DEBIT-DATEO             PIC X(8).
        03 DAY-DEBIT-TOTALO            PIC S9(9)V99.
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

      * the fee-income internal account - the charge's other leg

       01 FEE-RECORD.
        03 FEE-ACCOUNTO                PIC X(5).
        03 FILLER                      PIC X(70).
        03 FEE-BALANCEO                PIC S9(9)V99.
        03 FILLER                      PIC X(62).

       01 CUST-BEFORE                  PIC X(148).
       01 FEE-BEFORE                   PIC X(148).

      * the narratives the two legs carry on their TECHAUDIT entries -
      * the customer's names the month charged, the fee account's
      * names the customer account

       01 SC-CUST-NARRATIVE.
        03 FILLER                      PIC X(15)
                   VALUE 'SERVICE CHARGE '.
        03 SC-NARR-MONTH               PIC X(6).
        03 FILLER                      PIC X(9) VALUE SPACES.

       01 SC-FEE-NARRATIVE.
        03 FILLER                      PIC X(20)
                   VALUE 'SERVICE CHARGE FROM '.
        03 SC-NARR-ACCOUNT             PIC X(5).
        03 FILLER                      PIC X(5) VALUE SPACES.

      * transaction-reference builder - same form VSAMSERV answers
      * in CA-TXNREF

       01 TXNREF-BUILD.
        03 FILLER                      PIC X(2) VALUE 'TR'.
        03 TXNREF-SEQNO                PIC 9(7).
        03 FILLER                      PIC X(3) VALUE SPACES.

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-DEBIT                    VALUE 'B'.
          88 AUDIT-OP-CREDIT                   VALUE 'R'.
          88 AUDIT-OP-TRANSFER                 VALUE 'T'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 AUX-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 AUX-SCAN-DONE                     VALUE 1.
        03 AUX-ACCOUNT-KEY             PIC X(5).
        03 CHARGED-COUNT               PIC 9(5) VALUE 0.
        03 EXEMPT-COUNT                PIC 9(5) VALUE 0.
        03 REFUSED-COUNT               PIC 9(5) VALUE 0.
        03 TOTAL-CHARGES-POSTED        PIC S9(11)V99 COMP-3 VALUE 0.
        03 MONTH-ITEMS                 PIC 9(5) VALUE 0.
        03 BILLABLE-ITEMS              PIC 9(5) VALUE 0.
        03 CHARGE-AMOUNT               PIC S9(9)V99 VALUE 0.
        03 PROJECTED-BALANCE           PIC S9(9)V99.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.

      * product table - TECHPROD loaded once at start of run (see
      * LOAD-PRODUCTS), carrying each product's charge schedule; an
      * account whose product is blank or not on file has no
      * schedule and is not charged

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

       01 PRODUCT-TABLE.
        03 PT-COUNT                    PIC 9(2) VALUE 0.
        03 PT-ENTRY OCCURS 20 TIMES.
         05 PT-CODE                    PIC X(2).
         05 PT-TYPE                    PIC X(1).
         05 PT-FREE-ITEMS              PIC 9(3).
         05 PT-ITEM-FEE                PIC 9(3)V99.
         05 PT-MONTHLY-FEE             PIC 9(5)V99.
         05 PT-CURRENCY                PIC X(3).

       01 PRODUCT-VARS.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 PT-IX                       PIC 9(2) VALUE 0.
        03 PT-EOF-SW                   PIC 9 VALUE 0.
          88 PT-EOF                            VALUE 1.
        03 ACCOUNT-PT-IX               PIC 9(2) VALUE 0.

      * the TECHPARM 'FXPARM' record - the local currency code

       01 FX-PARM-RECORD.
        03 FXP-KEY                     PIC X(8).
        03 FXP-LOCAL-CCY               PIC X(3).
        03 FXP-SPREAD                  PIC 9V9(4).

       01 CURRENCY-VARS.
        03 FXP-REC-LEN                 PIC S9(4) VALUE 16.
        03 FXP-KEY-VALUE               PIC X(8) VALUE 'FXPARM'.

      * the TECHPARM 'INTACCTS' record - the fee-income account the
      * charges post to, and the internal accounts never charged

       01 INTERNAL-ACCTS-RECORD.
        03 IAP-KEY                     PIC X(8).
        03 IAP-FEE-ACCT                PIC X(5).
        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

       01 INTERNAL-VARS.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.

      * the TECHFEX fee-exemption record (see FEEEXMT in VSAMSERV)

       01 FEE-EXEMPT-RECORD.
        03 FEX-ACCOUNT                 PIC X(5).
        03 FEX-REASON                  PIC X(20).
        03 FEX-DATE                    PIC X(8).
        03 FEX-BY                      PIC X(8).

       01 FEE-EXEMPT-VARS.
        03 FEX-REC-LEN                 PIC S9(4) VALUE 41.

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

      * restart checkpoint - the TECHCTL 'SVCCCHKP' control record
      * carries the month being charged, the last account charged
      * and a done flag (see LOAD-CHECKPOINT)

       01 JOB-CHECKPOINT-RECORD.
        03 CHK-KEY                     PIC X(8).
        03 CHK-CYCLE                   PIC X(8).
        03 CHK-LAST-ACCOUNT            PIC X(5).
        03 CHK-STATUS                  PIC X(2).
          88 CHK-DONE                          VALUE 'OK'.

       01 SAVED-CHK-RECORD             PIC X(23).

       01 CHECKPOINT-VARS.
        03 CHK-REC-LEN                 PIC S9(4) VALUE 23.
        03 CHK-KEY-VALUE               PIC X(8) VALUE 'SVCCCHKP'.
        03 RESTART-FROM-KEY            PIC X(5) VALUE LOW-VALUES.
        03 CYCLE-DONE-SW               PIC 9 VALUE 0.
          88 CYCLE-ALREADY-DONE                VALUE 1.
        03 CHK-CURRENT-CYCLE           PIC X(8).
        03 RUN-ABSTIME                 PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'MONTHLY SERVICE CHARGE RUN'.
        03 FILLER                      PIC X(7) VALUE 'MONTH:'.
        03 HL-MONTH                    PIC X(6).
        03 FILLER                      PIC X(37) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'ACCOUNT'.
        03 FILLER                      PIC X(5) VALUE 'PROD'.
        03 FILLER                      PIC X(8) VALUE 'ITEMS'.
        03 FILLER                      PIC X(6) VALUE 'FREE'.
        03 FILLER                      PIC X(11) VALUE '   CHARGE'.
        03 FILLER                      PIC X(13) VALUE 'TXN REF'.
        03 FILLER                      PIC X(29) VALUE 'RESULT'.

       01 DETAIL-LINE.
        03 DL-ACCOUNT                  PIC X(8).
        03 DL-PRODUCT                  PIC X(5).
        03 DL-ITEMS                    PIC ZZZZ9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 DL-FREE                     PIC ZZ9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 DL-CHARGE                   PIC -(5)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-TXNREF                   PIC X(12).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-RESULT                   PIC X(20).
        03 FILLER                      PIC X(9) VALUE SPACES.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(25)
                                        VALUE 'ACCOUNTS CHARGED:'.
        03 TL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(5) VALUE SPACES.
        03 FILLER                      PIC X(25)
                                        VALUE 'TOTAL CHARGES POSTED:'.
        03 TL-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(5) VALUE SPACES.

       01 EXEMPT-LINE.
        03 FILLER                      PIC X(25)
                                        VALUE 'ACCOUNTS EXEMPT:'.
        03 XL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(50) VALUE SPACES.

       01 REFUSED-LINE.
        03 FILLER                      PIC X(25)
                                        VALUE 'CHARGES REFUSED:'.
        03 RL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM LOAD-CHECKPOINT

           PERFORM LOAD-PRODUCTS

           PERFORM LOAD-INTERNAL-ACCTS

           PERFORM WRITE-HEADER

           IF CYCLE-ALREADY-DONE

            MOVE 'MONTH ALREADY CHARGED - NOTHING DONE' TO PRINT-LINE

            PERFORM WRITE-PRINT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

      * no fee-income account means nowhere for the charges to go -
      * nothing is charged and the checkpoint stays open, so the
      * run can be repeated once INTACCTS names one

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(FEE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-FEE-ACCT)
                   NOHANDLE
                   END-EXEC

           IF IAP-FEE-ACCT = SPACES OR EIBRESP NOT = 0

            MOVE 'NO FEE ACCOUNT ON FILE - NOTHING CHARGED'
              TO PRINT-LINE

            PERFORM WRITE-PRINT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

      * a restart positions on the last account the interrupted run
      * charged; only keys above it are processed

           MOVE RESTART-FROM-KEY TO ACCOUNTO

           EXEC CICS STARTBR
                   FILE("TECHBASE")
                   RIDFLD(ACCOUNTO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM PROCESS-NEXT-ACCOUNT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHBASE")
                   NOHANDLE
                   END-EXEC

           PERFORM FINISH-CHECKPOINT

           PERFORM WRITE-TOTAL-LINES

           EXEC CICS RETURN
                   END-EXEC

           GO TO MAINLINE-EXIT

           .
      *****************************************************************
       PROCESS-NEXT-ACCOUNT.

      * LENGTH-VAR is shared with the audit/checkpoint writes - restore
      * the record length before every READNEXT

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE

            IF ACCOUNTO > RESTART-FROM-KEY

             PERFORM CHARGE-ACCOUNT

            END-IF

           END-IF

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       CHARGE-ACCOUNT SECTION.

      * closed and frozen accounts, and the bank's own internal
      * accounts, are never charged

           IF NOT ACCOUNT-OPENO

            GO TO CHARGE-ACCOUNT-EXIT

           END-IF

           IF ACCOUNTO = IAP-FEE-ACCT OR ACCOUNTO = IAP-INTEXP-ACCT
              OR ACCOUNTO = IAP-SUSP-ACCT OR ACCOUNTO = IAP-UNCL-ACCT
              OR ACCOUNTO = IAP-CLEAR-ACCT

            GO TO CHARGE-ACCOUNT-EXIT

           END-IF

           PERFORM FIND-ACCOUNT-PRODUCT

           IF ACCOUNT-PT-IX = 0

            GO TO CHARGE-ACCOUNT-EXIT

           END-IF

           IF PT-TYPE(ACCOUNT-PT-IX) = 'I'

            GO TO CHARGE-ACCOUNT-EXIT

           END-IF

      * a product with neither a monthly fee nor an item price
      * charges nothing - no line for it

           IF PT-MONTHLY-FEE(ACCOUNT-PT-IX) = 0
              AND PT-ITEM-FEE(ACCOUNT-PT-IX) = 0

            GO TO CHARGE-ACCOUNT-EXIT

           END-IF

           PERFORM COUNT-MONTH-ITEMS

           MOVE 0 TO BILLABLE-ITEMS

           IF MONTH-ITEMS > PT-FREE-ITEMS(ACCOUNT-PT-IX)

            COMPUTE BILLABLE-ITEMS = MONTH-ITEMS
                    - PT-FREE-ITEMS(ACCOUNT-PT-IX)

           END-IF

           COMPUTE CHARGE-AMOUNT = PT-MONTHLY-FEE(ACCOUNT-PT-IX)
                   + BILLABLE-ITEMS * PT-ITEM-FEE(ACCOUNT-PT-IX)

           IF CHARGE-AMOUNT = 0

            GO TO CHARGE-ACCOUNT-EXIT

           END-IF

           MOVE ACCOUNTO TO DL-ACCOUNT
           MOVE PRODUCT-CODEO TO DL-PRODUCT
           MOVE MONTH-ITEMS TO DL-ITEMS
           MOVE PT-FREE-ITEMS(ACCOUNT-PT-IX) TO DL-FREE
           MOVE CHARGE-AMOUNT TO DL-CHARGE
           MOVE SPACES TO DL-TXNREF

      * an exempt account is reported with what it would have paid

           MOVE FEX-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHFEX")
                   INTO(FEE-EXEMPT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 'EXEMPT - WAIVED' TO DL-RESULT

            ADD 1 TO EXEMPT-COUNT

            PERFORM WRITE-DETAIL-LINE

            GO TO CHARGE-ACCOUNT-EXIT

           END-IF

      * the fee is in the local currency and so is the fee-income
      * account - a foreign-currency account is left uncharged

           IF PT-CURRENCY(ACCOUNT-PT-IX) NOT = SPACES

            MOVE 'FOREIGN CURRENCY' TO DL-RESULT

            ADD 1 TO REFUSED-COUNT

            PERFORM WRITE-DETAIL-LINE

            GO TO CHARGE-ACCOUNT-EXIT

           END-IF

           PERFORM POST-SERVICE-CHARGE

           .
       CHARGE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       POST-SERVICE-CHARGE SECTION.

      * both accounts read for update, the overdraft-limit check made
      * on the customer's current balance, then the two legs posted

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'ACCOUNT NOT READ' TO DL-RESULT

            GO TO POST-SERVICE-CHARGE-REFUSED

           END-IF

           COMPUTE PROJECTED-BALANCE = BALANCEO - CHARGE-AMOUNT

           IF PROJECTED-BALANCE < (0 - OVERDRAFT-LIMITO)

            MOVE 'OVER LIMIT' TO DL-RESULT

            GO TO POST-SERVICE-CHARGE-REFUSED

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(FEE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-FEE-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'FEE ACCOUNT NOT READ' TO DL-RESULT

            GO TO POST-SERVICE-CHARGE-REFUSED

           END-IF

           MOVE TECHBASE-RECORD TO CUST-BEFORE
           MOVE FEE-RECORD TO FEE-BEFORE

           SUBTRACT CHARGE-AMOUNT FROM BALANCEO
           ADD CHARGE-AMOUNT TO FEE-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBASE")
                   FROM(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'REWRITE FAILED' TO DL-RESULT

            GO TO POST-SERVICE-CHARGE-REFUSED

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBASE")
                   FROM(FEE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

      * the fee leg failed - back out the customer leg already
      * posted, re-reading it for update so the before image can be
      * rewritten over it

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBASE")
                    INTO(TECHBASE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(ACCOUNTO)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(CUST-BEFORE)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

            MOVE 'REWRITE FAILED' TO DL-RESULT

            GO TO POST-SERVICE-CHARGE-REFUSED

           END-IF

      * both legs posted - one audit entry per side; the customer
      * leg's sequence number is the charge's transaction reference

           MOVE CHK-CURRENT-CYCLE(1:6) TO SC-NARR-MONTH

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE CUST-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
           MOVE SC-CUST-NARRATIVE TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO DL-TXNREF

           MOVE ACCOUNTO TO SC-NARR-ACCOUNT

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE IAP-FEE-ACCT TO AUDIT-ACCOUNT
           MOVE FEE-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE FEE-RECORD TO AUDIT-AFTER-IMAGE
           MOVE SC-FEE-NARRATIVE TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           ADD 1 TO CHARGED-COUNT
           ADD CHARGE-AMOUNT TO TOTAL-CHARGES-POSTED

           MOVE 'CHARGED' TO DL-RESULT

           PERFORM WRITE-DETAIL-LINE

           PERFORM SAVE-CHECKPOINT

           GO TO POST-SERVICE-CHARGE-EXIT

           .
       POST-SERVICE-CHARGE-REFUSED.

           ADD 1 TO REFUSED-COUNT

           PERFORM WRITE-DETAIL-LINE

           .
       POST-SERVICE-CHARGE-EXIT.
           EXIT.
      *****************************************************************
       COUNT-MONTH-ITEMS SECTION.

      * the account's debits, credits and transfers dated in the
      * month being charged, served by the TECHAUX alternate index in
      * sequence order. A service charge already taken this month is
      * not itself a chargeable item.

           MOVE 0 TO MONTH-ITEMS
           MOVE 0 TO AUX-SCAN-DONE-SW
           MOVE ACCOUNTO TO AUX-ACCOUNT-KEY

           EXEC CICS STARTBR
                   FILE("TECHAUX")
                   RIDFLD(AUX-ACCOUNT-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO AUX-SCAN-DONE-SW

           END-IF

           PERFORM COUNT-ONE-AUX-ENTRY UNTIL AUX-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUX")
                   NOHANDLE
                   END-EXEC

           GO TO COUNT-MONTH-ITEMS-EXIT

           .
      *****************************************************************
       COUNT-ONE-AUX-ENTRY.

           EXEC CICS READNEXT
                   FILE("TECHAUX")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUX-ACCOUNT-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR AUDIT-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO AUX-SCAN-DONE-SW

           ELSE

            IF AUDIT-DATE(1:6) = CHK-CURRENT-CYCLE(1:6)
               AND (AUDIT-OP-DEBIT OR AUDIT-OP-CREDIT
                    OR AUDIT-OP-TRANSFER)
               AND AUDIT-NARRATIVE(1:15) NOT = 'SERVICE CHARGE '

             ADD 1 TO MONTH-ITEMS

            END-IF

           END-IF

           .
       COUNT-MONTH-ITEMS-EXIT.
           EXIT.
      *****************************************************************
       FIND-ACCOUNT-PRODUCT SECTION.

      * the account's slot on the product table - zero when the
      * account carries no product or an unknown one

           MOVE 0 TO ACCOUNT-PT-IX

           PERFORM MATCH-ONE-PRODUCT
                   VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PT-COUNT OR ACCOUNT-PT-IX > 0

           GO TO FIND-ACCOUNT-PRODUCT-EXIT

           .
      *****************************************************************
       MATCH-ONE-PRODUCT.

           IF PT-CODE(PT-IX) = PRODUCT-CODEO

            MOVE PT-IX TO ACCOUNT-PT-IX

           END-IF

           .
       FIND-ACCOUNT-PRODUCT-EXIT.
           EXIT.
      *****************************************************************
       LOAD-PRODUCTS SECTION.

      * read the whole (small) TECHPROD file into the product table
      * once, instead of a file read per account. A product written
      * before charge schedules existed reads back short and has no
      * schedule. A product's currency is kept as spaces when it
      * names none or names the local currency.

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

           MOVE 0 TO PT-COUNT
           MOVE 0 TO PT-EOF-SW
           MOVE LOW-VALUES TO PROD-CODE

           EXEC CICS STARTBR
                   FILE("TECHPROD")
                   RIDFLD(PROD-CODE)
                   KEYLENGTH(2)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO PT-EOF-SW

           END-IF

           PERFORM LOAD-ONE-PRODUCT
                   UNTIL PT-EOF OR PT-COUNT = 20

           EXEC CICS ENDBR
                   FILE("TECHPROD")
                   NOHANDLE
                   END-EXEC

           GO TO LOAD-PRODUCTS-EXIT

           .
      *****************************************************************
       LOAD-ONE-PRODUCT.

           MOVE ZEROS TO PROD-CHARGE-SCHEDULE
           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PROD-CODE)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO PT-EOF-SW

           ELSE

            IF PROD-CHARGE-SCHEDULE NOT NUMERIC

             MOVE ZEROS TO PROD-CHARGE-SCHEDULE

            END-IF

            ADD 1 TO PT-COUNT
            MOVE PROD-CODE TO PT-CODE(PT-COUNT)
            MOVE PROD-TYPE TO PT-TYPE(PT-COUNT)
            MOVE PROD-FREE-ITEMS TO PT-FREE-ITEMS(PT-COUNT)
            MOVE PROD-ITEM-FEE TO PT-ITEM-FEE(PT-COUNT)
            MOVE PROD-MONTHLY-FEE TO PT-MONTHLY-FEE(PT-COUNT)

            IF PROD-CURRENCY = LOW-VALUES
               OR PROD-CURRENCY = FXP-LOCAL-CCY

             MOVE SPACES TO PROD-CURRENCY

            END-IF

            MOVE PROD-CURRENCY TO PT-CURRENCY(PT-COUNT)

           END-IF

           .
       LOAD-PRODUCTS-EXIT.
           EXIT.
      *****************************************************************
       LOAD-INTERNAL-ACCTS SECTION.

           MOVE SPACES TO INTERNAL-ACCTS-RECORD

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO INTERNAL-ACCTS-RECORD

           END-IF

           .
       LOAD-INTERNAL-ACCTS-EXIT.
           EXIT.
      *****************************************************************
       LOAD-CHECKPOINT SECTION.

      * establish the month being charged and where (if anywhere) a
      * prior run of the same month got to. A checkpoint marked done
      * for this month means every account is already charged - the
      * run reports that and ends, so a rerun can never charge twice.

           EXEC CICS ASKTIME
                   ABSTIME(RUN-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(RUN-ABSTIME)
                   YYYYMMDD(RUN-DATE)
                   NOHANDLE
                   END-EXEC

      * the run is dated with the business date the region is posting
      * under (TECHCTL 'BUSDATE', maintained by EODROLL); a region
      * without the record falls back to the machine clock

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

           MOVE SPACES TO CHK-CURRENT-CYCLE
           MOVE RUN-DATE(1:6) TO CHK-CURRENT-CYCLE(1:6)

           MOVE CHK-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(JOB-CHECKPOINT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CHK-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND CHK-CYCLE = CHK-CURRENT-CYCLE

            IF CHK-DONE

             MOVE 1 TO CYCLE-DONE-SW

            ELSE

             MOVE CHK-LAST-ACCOUNT TO RESTART-FROM-KEY

            END-IF

           END-IF

           IF NOT CYCLE-ALREADY-DONE
              AND RESTART-FROM-KEY = LOW-VALUES

            MOVE CHK-KEY-VALUE TO CHK-KEY
            MOVE CHK-CURRENT-CYCLE TO CHK-CYCLE
            MOVE LOW-VALUES TO CHK-LAST-ACCOUNT
            MOVE 'RN' TO CHK-STATUS

            PERFORM PUT-CHECKPOINT

           END-IF

           .
       LOAD-CHECKPOINT-EXIT.
           EXIT.
      *****************************************************************
       SAVE-CHECKPOINT SECTION.

      * called after every charged account - the browse runs in key
      * order, so restarting above CHK-LAST-ACCOUNT can never revisit
      * an account this month already charged

           MOVE CHK-KEY-VALUE TO CHK-KEY
           MOVE CHK-CURRENT-CYCLE TO CHK-CYCLE
           MOVE ACCOUNTO TO CHK-LAST-ACCOUNT
           MOVE 'RN' TO CHK-STATUS

           PERFORM PUT-CHECKPOINT

           .
       SAVE-CHECKPOINT-EXIT.
           EXIT.
      *****************************************************************
       FINISH-CHECKPOINT SECTION.

           MOVE CHK-KEY-VALUE TO CHK-KEY
           MOVE CHK-CURRENT-CYCLE TO CHK-CYCLE
           MOVE 'OK' TO CHK-STATUS

           PERFORM PUT-CHECKPOINT

           .
       FINISH-CHECKPOINT-EXIT.
           EXIT.
      *****************************************************************
       PUT-CHECKPOINT SECTION.

      * WRITE first, REWRITE when the record already exists

           MOVE CHK-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHCTL")
                   FROM(JOB-CHECKPOINT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CHK-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE JOB-CHECKPOINT-RECORD TO SAVED-CHK-RECORD

            MOVE CHK-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCTL")
                    INTO(JOB-CHECKPOINT-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CHK-KEY)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE SAVED-CHK-RECORD TO JOB-CHECKPOINT-RECORD

            MOVE CHK-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(JOB-CHECKPOINT-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       PUT-CHECKPOINT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

      * sequence number from the TECHCTL 'AUDSEQ' control record -
      * same persisted counter VSAMSERV maintains

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

      * entries carry the business date established at start of run

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
       WRITE-HEADER SECTION.

           MOVE RUN-DATE(1:6) TO HL-MONTH

           MOVE HEADER-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           .
       WRITE-HEADER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-DETAIL-LINE SECTION.

           MOVE DETAIL-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           .
       WRITE-DETAIL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-TOTAL-LINES SECTION.

           MOVE CHARGED-COUNT TO TL-COUNT
           MOVE TOTAL-CHARGES-POSTED TO TL-TOTAL

           MOVE TOTAL-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE EXEMPT-COUNT TO XL-COUNT

           MOVE EXEMPT-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE REFUSED-COUNT TO RL-COUNT

           MOVE REFUSED-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           .
       WRITE-TOTAL-LINES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PRINT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("SVCRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-PRINT-LINE-EXIT.
           EXIT.
      *****************************************************************
