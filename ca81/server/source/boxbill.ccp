      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, safe-deposit box rent billing.
      *
      * For CICS v3
      *
      * Bills safe-deposit box rent off the TECHBOX register VSAMSERV
      * keeps (see BOXMAINT). Every let box whose next anniversary
      * (BOX-NEXT-DUE) has come is charged the year's rent in
      * advance and its anniversary moved on a year - more than one
      * year's rent when the box has somehow gone unbilled past
      * several anniversaries. Rent left unpaid from earlier is
      * added in, and a box in arrears is tried again every night
      * until the money is there, so the renter does not wait a
      * year to clear a debt they have put funds in for.
      *
      * The rent posts as a transfer from the renter's nominated
      * account to the box-rent income internal account named on the
      * TECHPARM 'BOXRENT' record - the same two READ UPDATE / two
      * REWRITE unit of work, with the same back-out of the first
      * leg when the second fails, that SVCCHG uses, and a 'T'
      * TECHAUDIT entry per side; the transaction reference ('TR' +
      * the renter leg's audit sequence number) is printed beside
      * it. An account that is not open (closed, frozen or dormant)
      * or that the rent would take past its OVERDRAFT-LIMITO pays
      * nothing: the whole amount owed goes on the box as arrears,
      * dated from the first night it went unpaid. Rent is set in
      * the local currency (TECHPARM 'FXPARM') and the income account
      * is held in it, so a renter's account whose product is held in
      * another currency pays nothing either (FOREIGN CURRENCY) and
      * the rent goes on the box as arrears. No 'BOXRENT'
      * record means nowhere for the rent to go - nothing is billed
      * and nothing is put into arrears.
      *
      * A renter in arrears is sent a reminder - a 'BX' event on
      * TECHEVT for the nightly NOTIFY run, carrying what is owed -
      * the night the rent first goes unpaid and at most once a
      * calendar month after that (BOX-LAST-REMINDER). Events are
      * written only in a region with the TECHPARM 'NOTPARM' record.
      *
      * Each box's own BOX-NEXT-DUE is its restart point - a box
      * billed or put into arrears is not due again until its next
      * anniversary - so a rerun the same night bills nothing twice.
      *
      * The BOXRPT print file lists every rent taken or refused and
      * each reminder, with totals, then the arrears list: every let
      * box still owed rent, branch by branch, with the renter's name
      * from TECHCUST, what is owed and since when. Started nightly
      * by NIGHTRUN after the posting jobs; can also be started as
      * its own CICS transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOXBILL.
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
          88 ACCOUNT-OPENO                     VALUE 'O'.
          88 ACCOUNT-CLOSEDO                   VALUE 'C'.
          88 ACCOUNT-FROZENO                   VALUE 'F'.
          88 ACCOUNT-DORMANTO                  VALUE 'D'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 DAY-DEBIT-DATEO             PIC X(8).
        03 DAY-DEBIT-TOTALO            PIC S9(9)V99.
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

      * the box-rent income internal account - the rent's other leg

       01 INCOME-RECORD.
        03 INCOME-ACCOUNTO             PIC X(5).
        03 FILLER                      PIC X(70).
        03 INCOME-BALANCEO             PIC S9(9)V99.
        03 FILLER                      PIC X(62).

       01 CUST-BEFORE                  PIC X(148).
       01 INCOME-BEFORE                PIC X(148).

      * the narratives the two legs carry on their TECHAUDIT entries -
      * the renter's names the box, the income account's names the
      * renter's account

       01 BB-CUST-NARRATIVE.
        03 FILLER                      PIC X(14)
                   VALUE 'SAFE BOX RENT '.
        03 BB-NARR-BRANCH              PIC X(4).
        03 FILLER                      PIC X(1) VALUE '/'.
        03 BB-NARR-BOX                 PIC X(4).
        03 FILLER                      PIC X(7) VALUE SPACES.

       01 BB-INCOME-NARRATIVE.
        03 FILLER                      PIC X(19)
                   VALUE 'SAFE BOX RENT FROM '.
        03 BB-NARR-ACCOUNT             PIC X(5).
        03 FILLER                      PIC X(6) VALUE SPACES.

      * transaction-reference builder - same form VSAMSERV answers
      * in CA-TXNREF

       01 TXNREF-BUILD.
        03 FILLER                      PIC X(2) VALUE 'TR'.
        03 TXNREF-SEQNO                PIC 9(7).
        03 FILLER                      PIC X(3) VALUE SPACES.

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-TRANSFER                 VALUE 'T'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * the TECHBOX safe-deposit box register record - same layout
      * VSAMSERV's BOXMAINT maintains

       01 SAFE-BOX-RECORD.
        03 BOX-KEY.
         05 BOX-BRANCH                 PIC X(4).
         05 BOX-NUMBER                 PIC X(4).
        03 BOX-CUST-NO                 PIC X(6).
        03 BOX-SIZE                    PIC X(1).
        03 BOX-STATUS                  PIC X(1).
          88 BOX-VACANT                        VALUE 'V'.
          88 BOX-LET                           VALUE 'L'.
        03 BOX-ACCOUNT                 PIC X(5).
        03 BOX-ANNUAL-RENT             PIC S9(7)V99.
        03 BOX-START-DATE              PIC X(8).
        03 BOX-NEXT-DUE                PIC X(8).
        03 BOX-LAST-PAID               PIC X(8).
        03 BOX-ARREARS                 PIC S9(7)V99.
        03 BOX-ARREARS-SINCE           PIC X(8).
        03 BOX-LAST-REMINDER           PIC X(8).
        03 BOX-LET-BY                  PIC X(8).
        03 BOX-END-DATE                PIC X(8).

       01 BOX-VARS.
        03 BOX-REC-LEN                 PIC S9(4) VALUE 103.
        03 BOX-BROWSE-KEY              PIC X(8).
        03 BOX-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 BOX-SCAN-DONE                     VALUE 1.

      * an anniversary moved on a year - the 29th of February falls
      * back to the 28th

       01 DUE-DATE-WORK.
        03 DDW-YEAR                    PIC 9(4).
        03 DDW-MONTH-DAY               PIC X(4).

      * the TECHCUST customer master record - same layout VSAMSERV
      * maintains; only the renter's name is wanted for the list

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
         05 CUST-MAIL-RETURNED-DATE    PIC X(8).
         05 CUST-MAIL-RETURNED-BY      PIC X(8).

      * the TECHPARM 'BOXRENT' record - the internal account box
      * rent is credited to

       01 BOX-RENT-PARM-RECORD.
        03 BXR-KEY                     PIC X(8).
        03 BXR-INCOME-ACCT             PIC X(5).

       01 BOX-RENT-PARM-VARS.
        03 BXR-REC-LEN                 PIC S9(4) VALUE 13.
        03 BXR-KEY-VALUE               PIC X(8) VALUE 'BOXRENT'.

      * the TECHPARM 'FXPARM' record - the local currency code - and
      * the TECHPROD product record, for the renter account's currency

       01 FX-PARM-RECORD.
        03 FXP-KEY                     PIC X(8).
        03 FXP-LOCAL-CCY               PIC X(3).
        03 FXP-SPREAD                  PIC 9V9(4).

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

       01 CURRENCY-VARS.
        03 FXP-REC-LEN                 PIC S9(4) VALUE 16.
        03 FXP-KEY-VALUE               PIC X(8) VALUE 'FXPARM'.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.

      * the TECHEVT notification event record and its TECHPARM
      * 'NOTPARM' selection record (see WRITE-EVENT-RECORD)

       01 EVENT-RECORD.
        03 EV-SEQNO                    PIC 9(9).
        03 EV-DATE                     PIC X(8).
        03 EV-ACCOUNT                  PIC X(5).
        03 EV-CUSTNO                   PIC X(6).
        03 EV-CODE                     PIC X(2).
        03 EV-AMOUNT                   PIC S9(9)V99.
        03 EV-TEXT                     PIC X(30).

       01 NOTIFY-PARM-RECORD.
        03 NOT-KEY                     PIC X(8).
        03 NOT-THRESHOLD               PIC S9(9)V99.
        03 NOT-DEBIT-FLAG              PIC X(1).
        03 NOT-FEE-FLAG                PIC X(1).
        03 NOT-SOFAIL-FLAG             PIC X(1).
        03 NOT-FREEZE-FLAG             PIC X(1).

       01 EVENT-VARS.
        03 EV-REC-LEN                  PIC S9(4) VALUE 71.
        03 CTL-EVTSEQ-KEY              PIC X(8) VALUE 'EVTSEQ'.
        03 NOT-REC-LEN                 PIC S9(4) VALUE 23.
        03 NOT-KEY-VALUE               PIC X(8) VALUE 'NOTPARM'.

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
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RENT-PAID-SW                PIC 9 VALUE 0.
          88 RENT-PAID                         VALUE 1.
        03 REMINDER-SW                 PIC 9 VALUE 0.
          88 REMINDER-WRITTEN                  VALUE 1.
        03 PAID-COUNT                  PIC 9(5) VALUE 0.
        03 UNPAID-COUNT                PIC 9(5) VALUE 0.
        03 REMINDER-COUNT              PIC 9(5) VALUE 0.
        03 ARREARS-COUNT               PIC 9(5) VALUE 0.
        03 TOTAL-RENT-TAKEN            PIC S9(11)V99 COMP-3 VALUE 0.
        03 TOTAL-RENT-UNPAID           PIC S9(11)V99 COMP-3 VALUE 0.
        03 TOTAL-ARREARS               PIC S9(11)V99 COMP-3 VALUE 0.
        03 RENT-FALLING-DUE            PIC S9(9)V99 VALUE 0.
        03 AMOUNT-DUE                  PIC S9(9)V99 VALUE 0.
        03 PROJECTED-BALANCE           PIC S9(9)V99.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 RUN-ABSTIME                 PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'SAFE-DEPOSIT BOX RENT RUN'.
        03 FILLER                      PIC X(6) VALUE 'DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(36) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(7) VALUE 'BRANCH'.
        03 FILLER                      PIC X(6) VALUE 'BOX'.
        03 FILLER                      PIC X(8) VALUE 'CUSTNO'.
        03 FILLER                      PIC X(7) VALUE 'ACCT'.
        03 FILLER                      PIC X(13) VALUE '     AMOUNT'.
        03 FILLER                      PIC X(13) VALUE 'TXN REF'.
        03 FILLER                      PIC X(26) VALUE 'RESULT'.

       01 DETAIL-LINE.
        03 DL-BRANCH                   PIC X(7).
        03 DL-BOX                      PIC X(6).
        03 DL-CUST-NO                  PIC X(8).
        03 DL-ACCOUNT                  PIC X(7).
        03 DL-AMOUNT                   PIC -(7)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-TXNREF                   PIC X(12).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-RESULT                   PIC X(20).
        03 FILLER                      PIC X(6) VALUE SPACES.

       01 PAID-TOTAL-LINE.
        03 FILLER                      PIC X(25)
                                        VALUE 'RENTS TAKEN:'.
        03 PT-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(5) VALUE SPACES.
        03 FILLER                      PIC X(25)
                                        VALUE 'TOTAL RENT TAKEN:'.
        03 PT-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(5) VALUE SPACES.

       01 UNPAID-TOTAL-LINE.
        03 FILLER                      PIC X(25)
                                        VALUE 'RENTS UNPAID:'.
        03 UT-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(5) VALUE SPACES.
        03 FILLER                      PIC X(25)
                                        VALUE 'RENT GONE INTO ARREARS:'.
        03 UT-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(5) VALUE SPACES.

       01 REMINDER-LINE.
        03 FILLER                      PIC X(25)
                                        VALUE 'REMINDERS WRITTEN:'.
        03 RL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(50) VALUE SPACES.

       01 ARREARS-HEADER-LINE.
        03 FILLER                      PIC X(80)
                   VALUE 'SAFE-DEPOSIT BOX RENT ARREARS'.

       01 ARREARS-COLUMN-LINE.
        03 FILLER                      PIC X(7) VALUE 'BRANCH'.
        03 FILLER                      PIC X(6) VALUE 'BOX'.
        03 FILLER                      PIC X(8) VALUE 'CUSTNO'.
        03 FILLER                      PIC X(27) VALUE 'NAME'.
        03 FILLER                      PIC X(7) VALUE 'ACCT'.
        03 FILLER                      PIC X(13) VALUE '    ARREARS'.
        03 FILLER                      PIC X(12) VALUE 'SINCE'.

       01 ARREARS-LINE.
        03 AL-BRANCH                   PIC X(7).
        03 AL-BOX                      PIC X(6).
        03 AL-CUST-NO                  PIC X(8).
        03 AL-SURNAME                  PIC X(16).
        03 AL-FIRST-NAME               PIC X(11).
        03 AL-ACCOUNT                  PIC X(7).
        03 AL-ARREARS                  PIC -(7)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 AL-SINCE                    PIC X(8).
        03 FILLER                      PIC X(4) VALUE SPACES.

       01 ARREARS-TOTAL-LINE.
        03 FILLER                      PIC X(25)
                                        VALUE 'BOXES IN ARREARS:'.
        03 AT-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(5) VALUE SPACES.
        03 FILLER                      PIC X(25)
                                        VALUE 'TOTAL ARREARS:'.
        03 AT-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM LOAD-RUN-DATE

           PERFORM LOAD-BOX-RENT-PARM

           PERFORM WRITE-HEADER

      * no income account means nowhere for the rent to go -
      * nothing is billed and no renter is put into arrears for it;
      * tomorrow's run bills the same boxes once 'BOXRENT' names one

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(INCOME-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BXR-INCOME-ACCT)
                   NOHANDLE
                   END-EXEC

           IF BXR-INCOME-ACCT = SPACES OR EIBRESP NOT = 0

            MOVE 'NO BOX-RENT INCOME ACCOUNT ON FILE - NOTHING BILLED'
              TO PRINT-LINE

            PERFORM WRITE-PRINT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE 0 TO BOX-SCAN-DONE-SW
           MOVE LOW-VALUES TO BOX-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHBOX")
                   RIDFLD(BOX-BROWSE-KEY)
                   KEYLENGTH(8)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BOX-SCAN-DONE-SW

           END-IF

           PERFORM PROCESS-NEXT-BOX UNTIL BOX-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHBOX")
                   NOHANDLE
                   END-EXEC

           PERFORM WRITE-BILLING-TOTALS

           PERFORM WRITE-ARREARS-LIST

           EXEC CICS RETURN
                   END-EXEC

           GO TO MAINLINE-EXIT

           .
      *****************************************************************
       PROCESS-NEXT-BOX.

      * a let box is billed when its anniversary has come, and tried
      * again every night while it is in arrears

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBOX")
                   INTO(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-BROWSE-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BOX-SCAN-DONE-SW

           ELSE

            IF BOX-LET
               AND (BOX-NEXT-DUE NOT > RUN-DATE OR BOX-ARREARS > 0)

             PERFORM BILL-ONE-BOX

            END-IF

           END-IF

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       BILL-ONE-BOX SECTION.

      * the box read for update, every anniversary that has come
      * charged and stepped past, then the whole amount owed taken
      * from the renter's account or carried as arrears

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBOX")
                   INTO(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NOT BOX-LET

            GO TO BILL-ONE-BOX-EXIT

           END-IF

           IF BOX-NEXT-DUE NOT NUMERIC

            MOVE RUN-DATE TO BOX-NEXT-DUE

           END-IF

           MOVE 0 TO RENT-FALLING-DUE

           PERFORM ADVANCE-ONE-YEAR UNTIL BOX-NEXT-DUE > RUN-DATE

           COMPUTE AMOUNT-DUE = RENT-FALLING-DUE + BOX-ARREARS

           MOVE BOX-BRANCH TO DL-BRANCH
           MOVE BOX-NUMBER TO DL-BOX
           MOVE BOX-CUST-NO TO DL-CUST-NO
           MOVE BOX-ACCOUNT TO DL-ACCOUNT
           MOVE AMOUNT-DUE TO DL-AMOUNT
           MOVE SPACES TO DL-TXNREF

           PERFORM POST-BOX-RENT

           MOVE 0 TO REMINDER-SW

           IF RENT-PAID

            ADD 1 TO PAID-COUNT
            ADD AMOUNT-DUE TO TOTAL-RENT-TAKEN

            IF RENT-FALLING-DUE = 0

             MOVE 'ARREARS COLLECTED' TO DL-RESULT

            ELSE

             MOVE 'RENT TAKEN' TO DL-RESULT

            END-IF

            MOVE 0 TO BOX-ARREARS
            MOVE SPACES TO BOX-ARREARS-SINCE
            MOVE SPACES TO BOX-LAST-REMINDER
            MOVE RUN-DATE TO BOX-LAST-PAID

           ELSE

            MOVE AMOUNT-DUE TO BOX-ARREARS

            IF BOX-ARREARS-SINCE = SPACES

             MOVE RUN-DATE TO BOX-ARREARS-SINCE

            END-IF

            IF RENT-FALLING-DUE > 0

             ADD 1 TO UNPAID-COUNT
             ADD RENT-FALLING-DUE TO TOTAL-RENT-UNPAID

            END-IF

      * a reminder the night it goes unpaid, then once a month

            IF BOX-LAST-REMINDER = SPACES
               OR BOX-LAST-REMINDER(1:6) < RUN-DATE(1:6)

             MOVE BOX-ACCOUNT TO EV-ACCOUNT
             MOVE BOX-CUST-NO TO EV-CUSTNO
             MOVE 'BX' TO EV-CODE
             MOVE BOX-ARREARS TO EV-AMOUNT
             MOVE 'SAFE-DEPOSIT BOX RENT UNPAID' TO EV-TEXT
             PERFORM WRITE-EVENT-RECORD

             MOVE RUN-DATE TO BOX-LAST-REMINDER
             MOVE 1 TO REMINDER-SW
             ADD 1 TO REMINDER-COUNT

            END-IF

           END-IF

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBOX")
                   FROM(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

      * a box still in arrears with nothing new to say is left off
      * the night's detail - the arrears list carries it

           IF RENT-PAID OR RENT-FALLING-DUE > 0 OR REMINDER-WRITTEN

            PERFORM WRITE-DETAIL-LINE

           END-IF

           GO TO BILL-ONE-BOX-EXIT

           .
      *****************************************************************
       ADVANCE-ONE-YEAR.

           ADD BOX-ANNUAL-RENT TO RENT-FALLING-DUE

           MOVE BOX-NEXT-DUE TO DUE-DATE-WORK

           ADD 1 TO DDW-YEAR

           IF DDW-MONTH-DAY = '0229'

            MOVE '0228' TO DDW-MONTH-DAY

           END-IF

           MOVE DUE-DATE-WORK TO BOX-NEXT-DUE

           .
       BILL-ONE-BOX-EXIT.
           EXIT.
      *****************************************************************
       POST-BOX-RENT SECTION.

      * both accounts read for update, the renter's account checked
      * open and within its overdraft limit for the whole amount,
      * then the two legs posted. RENT-PAID comes back set only when
      * both legs are on file; otherwise DL-RESULT says why not.

           MOVE 0 TO RENT-PAID-SW

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-ACCOUNT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'ACCOUNT NOT READ' TO DL-RESULT

            GO TO POST-BOX-RENT-EXIT

           END-IF

           IF NOT ACCOUNT-OPENO

            MOVE 'ACCOUNT NOT OPEN' TO DL-RESULT

            GO TO POST-BOX-RENT-EXIT

           END-IF

      * local-currency rent cannot be taken from an account held in
      * another currency - a product naming none, or naming the local
      * one, or not on file, is local

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

           IF EIBRESP = 0
              AND PROD-CURRENCY NOT = SPACES
              AND PROD-CURRENCY NOT = LOW-VALUES
              AND PROD-CURRENCY NOT = FXP-LOCAL-CCY

            MOVE 'FOREIGN CURRENCY' TO DL-RESULT

            GO TO POST-BOX-RENT-EXIT

           END-IF

           COMPUTE PROJECTED-BALANCE = BALANCEO - AMOUNT-DUE

           IF PROJECTED-BALANCE < (0 - OVERDRAFT-LIMITO)

            MOVE 'OVER LIMIT' TO DL-RESULT

            GO TO POST-BOX-RENT-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(INCOME-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BXR-INCOME-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'INCOME ACCT NOT READ' TO DL-RESULT

            GO TO POST-BOX-RENT-EXIT

           END-IF

           MOVE TECHBASE-RECORD TO CUST-BEFORE
           MOVE INCOME-RECORD TO INCOME-BEFORE

           SUBTRACT AMOUNT-DUE FROM BALANCEO
           ADD AMOUNT-DUE TO INCOME-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBASE")
                   FROM(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'REWRITE FAILED' TO DL-RESULT

            GO TO POST-BOX-RENT-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBASE")
                   FROM(INCOME-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

      * the income leg failed - back out the renter's leg already
      * posted, re-reading it for update so the before image can be
      * rewritten over it

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBASE")
                    INTO(TECHBASE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BOX-ACCOUNT)
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

            GO TO POST-BOX-RENT-EXIT

           END-IF

      * both legs posted - one audit entry per side; the renter's
      * leg's sequence number is the transaction reference

           MOVE BOX-BRANCH TO BB-NARR-BRANCH
           MOVE BOX-NUMBER TO BB-NARR-BOX

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE BOX-ACCOUNT TO AUDIT-ACCOUNT
           MOVE CUST-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
           MOVE BB-CUST-NARRATIVE TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO DL-TXNREF

           MOVE BOX-ACCOUNT TO BB-NARR-ACCOUNT

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE BXR-INCOME-ACCT TO AUDIT-ACCOUNT
           MOVE INCOME-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE INCOME-RECORD TO AUDIT-AFTER-IMAGE
           MOVE BB-INCOME-NARRATIVE TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE 1 TO RENT-PAID-SW

           .
       POST-BOX-RENT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-ARREARS-LIST SECTION.

      * a second pass over the register - every let box with rent
      * still owed, in branch and box order, named from TECHCUST

           MOVE SPACES TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE ARREARS-HEADER-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE ARREARS-COLUMN-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE 0 TO BOX-SCAN-DONE-SW
           MOVE LOW-VALUES TO BOX-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHBOX")
                   RIDFLD(BOX-BROWSE-KEY)
                   KEYLENGTH(8)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BOX-SCAN-DONE-SW

           END-IF

           PERFORM LIST-NEXT-BOX UNTIL BOX-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHBOX")
                   NOHANDLE
                   END-EXEC

           MOVE ARREARS-COUNT TO AT-COUNT
           MOVE TOTAL-ARREARS TO AT-TOTAL

           MOVE ARREARS-TOTAL-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           GO TO WRITE-ARREARS-LIST-EXIT

           .
      *****************************************************************
       LIST-NEXT-BOX.

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBOX")
                   INTO(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-BROWSE-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BOX-SCAN-DONE-SW

           ELSE

            IF BOX-LET AND BOX-ARREARS > 0

             PERFORM LIST-ONE-ARREARS

            END-IF

           END-IF

           .
      *****************************************************************
       LIST-ONE-ARREARS.

           MOVE SPACES TO CUST-SURNAME CUST-FIRST-NAME

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-CUST-NO)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE '*NOT ON FILE*' TO CUST-SURNAME
            MOVE SPACES TO CUST-FIRST-NAME

           END-IF

           MOVE BOX-BRANCH TO AL-BRANCH
           MOVE BOX-NUMBER TO AL-BOX
           MOVE BOX-CUST-NO TO AL-CUST-NO
           MOVE CUST-SURNAME TO AL-SURNAME
           MOVE CUST-FIRST-NAME TO AL-FIRST-NAME
           MOVE BOX-ACCOUNT TO AL-ACCOUNT
           MOVE BOX-ARREARS TO AL-ARREARS
           MOVE BOX-ARREARS-SINCE TO AL-SINCE

           MOVE ARREARS-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           ADD 1 TO ARREARS-COUNT
           ADD BOX-ARREARS TO TOTAL-ARREARS

           .
       WRITE-ARREARS-LIST-EXIT.
           EXIT.
      *****************************************************************
       LOAD-BOX-RENT-PARM SECTION.

           MOVE SPACES TO BOX-RENT-PARM-RECORD

           MOVE BXR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(BOX-RENT-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BXR-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO BOX-RENT-PARM-RECORD

           END-IF

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
       LOAD-BOX-RENT-PARM-EXIT.
           EXIT.
      *****************************************************************
       LOAD-RUN-DATE SECTION.

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

           .
       LOAD-RUN-DATE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EVENT-RECORD SECTION.

      * one TECHEVT record for the nightly NOTIFY letters run,
      * numbered from the TECHCTL 'EVTSEQ' counter - the caller
      * fills EV-CODE, EV-TEXT, EV-AMOUNT, EV-ACCOUNT and
      * EV-CUSTNO. A rent reminder has no 'NOTPARM' flag of its
      * own: a region with notifications configured always writes
      * it, and an unconfigured region writes nothing.

           MOVE NOT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(NOTIFY-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(NOT-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO WRITE-EVENT-RECORD-EXIT

           END-IF

           MOVE CTL-EVTSEQ-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-EVTSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-EVTSEQ-KEY TO CTL-KEY
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

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO EV-SEQNO
           MOVE RUN-DATE TO EV-DATE

           MOVE EV-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHEVT")
                   FROM(EVENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(EV-SEQNO)
                   KEYLENGTH(9)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-EVENT-RECORD-EXIT.
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
       WRITE-HEADER SECTION.

           MOVE RUN-DATE TO HL-DATE

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
       WRITE-BILLING-TOTALS SECTION.

           MOVE PAID-COUNT TO PT-COUNT
           MOVE TOTAL-RENT-TAKEN TO PT-TOTAL

           MOVE PAID-TOTAL-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE UNPAID-COUNT TO UT-COUNT
           MOVE TOTAL-RENT-UNPAID TO UT-TOTAL

           MOVE UNPAID-TOTAL-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           MOVE REMINDER-COUNT TO RL-COUNT

           MOVE REMINDER-LINE TO PRINT-LINE

           PERFORM WRITE-PRINT-LINE

           .
       WRITE-BILLING-TOTALS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PRINT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("BOXRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-PRINT-LINE-EXIT.
           EXIT.
      *****************************************************************
