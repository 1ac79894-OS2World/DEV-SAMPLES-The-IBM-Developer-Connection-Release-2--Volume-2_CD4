      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, liquidity maturity ladder.
      *
      * For CICS v3
      *
      * Treasury's weekly funding call wants to know how much money
      * is contractually due to leave the bank, or come back to it,
      * over the coming day, week, month and quarter. This job
      * answers it as at the business date (TECHCTL 'BUSDATE') from
      * the files the nightly jobs pay from, each item falling in
      * the bucket its date lands in:
      *
      *   NEXT DAY   due by the day after the business date - an
      *              item already due and still waiting counts here
      *   WEEK       after that, up to seven days on
      *   MONTH      after that, up to a month on
      *   QUARTER    after that, up to three months on
      *
      * Items due later than the quarter are left out. The flows are
      *
      *   OUT  active TECHTERM deposits to be paid out at maturity
      *        ('P' disposition) - the balance plus the interest
      *        TERMMAT will credit; rolled deposits stay put
      *   OUT  active TECHSORD standing orders, every occurrence
      *        within the quarter, projected from SO-NEXT-DUE the
      *        way STORDRUN advances it
      *   OUT  pending TECHFDP future-dated payments
      *   IN   TECHLNS loan installments still due
      *
      * each under the branch of the account the money leaves (the
      * paying account for an order or payment, the deposit for a
      * maturity, the loan for an installment). Below the flows come
      * the branch's net and cumulative net position, then its
      * demand balances - open TECHBASE accounts repayable on demand,
      * split by product type (transaction, savings, other), with
      * term deposits, loans and internal accounts left out. Every
      * branch is printed in the order the walks first meet it, then
      * the whole bank. Every amount is in the local currency: an
      * item or balance on an account whose product is held in a
      * foreign currency goes on the ladder at its local equivalent,
      * at the currency's latest approved TECHFXR rate on or before
      * the business date, as TRIALBAL converts it. A currency with
      * no approved rate counts at zero, and a line at the foot of
      * the report says how many items did. Output goes to the LIQRPT
      * print file.
      * Intended to be started on demand as its own CICS transaction,
      * not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQLADR.
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
          88 ACCOUNT-CLOSEDO                   VALUE 'C'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 DAY-DEBIT-DATEO             PIC X(8).
        03 DAY-DEBIT-TOTALO            PIC S9(9)V99.
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

      * the TECHTERM fixed-term deposit record - same layout TERMMAT
      * pays from

       01 TERM-DEPOSIT-RECORD.
        03 TD-ACCOUNT                  PIC X(5).
        03 TD-TERM-MONTHS              PIC 9(3).
        03 TD-RATE                     PIC S9V9(4).
        03 TD-OPEN-DATE                PIC X(8).
        03 TD-MATURITY-DATE            PIC X(8).
        03 TD-DISPOSITION              PIC X(1).
          88 TD-ROLL-AT-MATURITY               VALUE 'R'.
          88 TD-PAY-AT-MATURITY                VALUE 'P'.
        03 TD-STATUS                   PIC X(1).
          88 TD-TERM-ACTIVE                    VALUE 'A'.
          88 TD-TERM-RELEASED                  VALUE 'R'.

      * the TECHLNS loan-schedule record - same layout LOANRUN
      * collects from

       01 LOAN-SCHEDULE-RECORD.
        03 LS-KEY.
         05 LS-ACCOUNT                 PIC X(5).
         05 LS-SEQ                     PIC 9(3).
        03 LS-DUE-DATE                 PIC X(8).
        03 LS-AMOUNT                   PIC S9(9)V99.
        03 LS-FROM-ACCOUNT             PIC X(5).
        03 LS-STATUS                   PIC X(1).
          88 LS-INSTALLMENT-DUE                VALUE 'D'.
          88 LS-INSTALLMENT-PAID               VALUE 'P'.
          88 LS-INSTALLMENT-SETTLED            VALUE 'S'.

      * the TECHSORD standing-order record - same layout STORDRUN
      * executes

       01 STANDING-ORDER-RECORD.
        03 SO-ID                       PIC X(5).
        03 SO-FROM-ACCOUNT             PIC X(5).
        03 SO-TO-ACCOUNT               PIC X(5).
        03 SO-AMOUNT                   PIC S9(9)V99.
        03 SO-FREQUENCY                PIC X(1).
          88 SO-FREQ-DAILY                     VALUE 'D'.
          88 SO-FREQ-WEEKLY                    VALUE 'W'.
          88 SO-FREQ-MONTHLY                   VALUE 'M'.
        03 SO-NEXT-DUE                 PIC X(8).
        03 SO-STATUS                   PIC X(1).
          88 SO-ACTIVE                         VALUE 'A'.
          88 SO-CANCELLED                      VALUE 'C'.
          88 SO-SUSPENDED                      VALUE 'S'.
        03 SO-FAIL-COUNT               PIC 9(2).

      * the TECHFDP future-dated payment record - same layout FDPRUN
      * releases

       01 FUTURE-PAYMENT-RECORD.
        03 FD-ID                       PIC X(5).
        03 FD-FROM-ACCOUNT             PIC X(5).
        03 FD-TO-ACCOUNT               PIC X(5).
        03 FD-AMOUNT                   PIC S9(9)V99.
        03 FD-VALUE-DATE               PIC X(8).
        03 FD-STATUS                   PIC X(1).
          88 FD-PENDING                        VALUE 'P'.
          88 FD-EXECUTED                       VALUE 'E'.
          88 FD-CANCELLED                      VALUE 'C'.

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

      * the TECHBRM branch reference record - the branch headings
      * carry the branch name beside the code

       01 BRANCH-MASTER-RECORD.
        03 BRM-CODE                    PIC X(4).
        03 BRM-NAME                    PIC X(20).
        03 BRM-REGION                  PIC X(8).
        03 BRM-STATUS                  PIC X(1).

      * product table - TECHPROD loaded once at start of run, so
      * each account's demand balance can be put under its product
      * type

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
         05 PT-CURRENCY                PIC X(3).

       01 PRODUCT-VARS.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 PT-IX                       PIC 9(2) VALUE 0.
        03 PT-EOF-SW                   PIC 9 VALUE 0.
          88 PT-EOF                            VALUE 1.
        03 ACCOUNT-PROD-TYPE           PIC X(1).
        03 ACCOUNT-CURRENCY            PIC X(3).
        03 UNRATED-ITEMS               PIC 9(7) VALUE 0.

      * currency table - one row per foreign currency a product is
      * held in (spaces is the local currency), with the latest
      * approved TECHFXR rate on or before the business date. A
      * currency with no approved rate converts at zero.

       01 CURRENCY-TABLE.
        03 CY-COUNT                    PIC 9(2) VALUE 0.
        03 CY-ENTRY OCCURS 20 TIMES.
         05 CY-CURRENCY                PIC X(3).
         05 CY-RATE                    PIC 9(5)V9(6).
         05 CY-RATE-DATE               PIC X(8).

      * the TECHPARM 'FXPARM' record - the local currency code

       01 FX-PARM-RECORD.
        03 FXP-KEY                     PIC X(8).
        03 FXP-LOCAL-CCY               PIC X(3).
        03 FXP-SPREAD                  PIC 9V9(4).

      * the TECHFXR exchange-rate record

       01 FX-RATE-RECORD.
        03 FXR-KEY.
         05 FXR-CURRENCY               PIC X(3).
         05 FXR-DATE                   PIC X(8).
        03 FXR-RATE                    PIC 9(5)V9(6).
        03 FXR-STATUS                  PIC X(1).
          88 FXR-APPROVED                      VALUE 'A'.
        03 FXR-KEYED-BY                PIC X(8).
        03 FXR-KEYED-TIME              PIC X(6).
        03 FXR-REVIEWED-BY             PIC X(8).

       01 CURRENCY-VARS.
        03 FXP-REC-LEN                 PIC S9(4) VALUE 16.
        03 FXP-KEY-VALUE               PIC X(8) VALUE 'FXPARM'.
        03 FXR-REC-LEN                 PIC S9(4) VALUE 45.
        03 FXR-BROWSE-KEY              PIC X(11).
        03 FXR-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 FXR-SCAN-DONE                     VALUE 1.
        03 CY-IX                       PIC 9(2) VALUE 0.
        03 CY-FOUND-IX                 PIC 9(2) VALUE 0.

      * the ladder - one entry per branch in the order the walks
      * first meet it, the last entry carrying the whole bank. Each
      * of the four flows (1 term deposits, 2 standing orders,
      * 3 future payments, 4 loan installments) has its four
      * buckets; the three demand lines are 1 transaction,
      * 2 savings, 3 any other product

       01 BRANCH-TABLE.
        03 BT-COUNT                    PIC 9(2) VALUE 0.
        03 BT-ENTRY OCCURS 51 TIMES.
         05 BT-CODE                    PIC X(4).
         05 BT-FIGURES.
          07 BT-FLOW OCCURS 4 TIMES.
           09 BT-BUCKET OCCURS 4 TIMES.
            11 BT-ITEMS                PIC 9(7).
            11 BT-AMOUNT               PIC S9(11)V99.
          07 BT-DEMAND OCCURS 3 TIMES.
           09 BT-DEMAND-ITEMS          PIC 9(7).
           09 BT-DEMAND-AMOUNT         PIC S9(11)V99.

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 TD-REC-LEN                  PIC S9(4) VALUE 31.
        03 LS-REC-LEN                  PIC S9(4) VALUE 33.
        03 SORD-REC-LEN                PIC S9(4) VALUE 38.
        03 FDP-REC-LEN                 PIC S9(4) VALUE 35.
        03 BRM-REC-LEN                 PIC S9(4) VALUE 33.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).
        03 DAY-END                     PIC X(8).
        03 WEEK-END                    PIC X(8).
        03 MONTH-END                   PIC X(8).
        03 QUARTER-END                 PIC X(8).
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 BANK-SLOT                   PIC 9(2) VALUE 51.
        03 BT-IX                       PIC 9(2) VALUE 0.
        03 BT-SLOT                     PIC 9(2) VALUE 0.
        03 FLOW-IX                     PIC 9(1) VALUE 0.
        03 BUCKET-IX                   PIC 9(1) VALUE 0.
        03 DEMAND-IX                   PIC 9(1) VALUE 0.
        03 ITEM-BRANCH                 PIC X(4).
        03 ITEM-DATE                   PIC X(8).
        03 ITEM-AMOUNT                 PIC S9(11)V99.
        03 ITEM-LOCAL-AMOUNT           PIC S9(11)V99.
        03 TERM-INTEREST               PIC S9(9)V99.
        03 NET-FLOW                    PIC S9(11)V99.
        03 CUMULATIVE-NET              PIC S9(11)V99.

        03 DATE-PARTS.
         05 DATE-YYYY                  PIC 9(4).
         05 DATE-MM                    PIC 9(2).
         05 DATE-DD                    PIC 9(2).
        03 DATE-PARTS-X REDEFINES DATE-PARTS
                                       PIC X(8).

        03 MONTH-DAYS-TEXT             PIC X(24)
                   VALUE '312831303130313130313031'.
        03 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-TEXT.
         05 MONTH-DAY-COUNT OCCURS 12  PIC 9(2).

        03 WORK-DAYS                   PIC 9(2).
        03 MONTHS-TO-ADD               PIC 9(2).
        03 LEAP-QUOT                   PIC 9(4).
        03 LEAP-REM                    PIC 9(4).

       01 FLOW-LABEL-TEXT.
        03 FILLER                      PIC X(24)
                   VALUE 'OUT: TERM DEPOSITS'.
        03 FILLER                      PIC X(24)
                   VALUE 'OUT: STANDING ORDERS'.
        03 FILLER                      PIC X(24)
                   VALUE 'OUT: FUTURE PAYMENTS'.
        03 FILLER                      PIC X(24)
                   VALUE 'IN:  LOAN INSTALLMENTS'.
       01 FLOW-LABEL-TABLE REDEFINES FLOW-LABEL-TEXT.
        03 FLOW-LABEL OCCURS 4 TIMES   PIC X(24).

       01 DEMAND-LABEL-TEXT.
        03 FILLER                      PIC X(24)
                   VALUE 'DEMAND: TRANSACTION'.
        03 FILLER                      PIC X(24)
                   VALUE 'DEMAND: SAVINGS'.
        03 FILLER                      PIC X(24)
                   VALUE 'DEMAND: OTHER PRODUCTS'.
       01 DEMAND-LABEL-TABLE REDEFINES DEMAND-LABEL-TEXT.
        03 DEMAND-LABEL OCCURS 3 TIMES PIC X(24).

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'LIQUIDITY MATURITY LADDER'.
        03 FILLER                      PIC X(7) VALUE 'AS AT:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(35) VALUE SPACES.

       01 HORIZON-LINE.
        03 FILLER                      PIC X(12) VALUE 'NEXT DAY TO'.
        03 HZL-DAY                     PIC X(8).
        03 FILLER                      PIC X(10) VALUE '  WEEK TO'.
        03 HZL-WEEK                    PIC X(8).
        03 FILLER                      PIC X(11) VALUE '  MONTH TO'.
        03 HZL-MONTH                   PIC X(8).
        03 FILLER                      PIC X(13) VALUE '  QUARTER TO'.
        03 HZL-QUARTER                 PIC X(8).
        03 FILLER                      PIC X(2) VALUE SPACES.

       01 BRANCH-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'BRANCH:'.
        03 BHL-CODE                    PIC X(6).
        03 BHL-NAME                    PIC X(20).
        03 FILLER                      PIC X(46) VALUE SPACES.

       01 BANK-HEADING-LINE.
        03 FILLER                      PIC X(80)
                   VALUE 'WHOLE BANK'.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(24) VALUE SPACES.
        03 FILLER                      PIC X(14) VALUE '      NEXT DAY'.
        03 FILLER                      PIC X(14) VALUE '          WEEK'.
        03 FILLER                      PIC X(14) VALUE '         MONTH'.
        03 FILLER                      PIC X(14) VALUE '       QUARTER'.

       01 LADDER-AMOUNT-LINE.
        03 LAL-LABEL                   PIC X(24).
        03 LAL-AMOUNT OCCURS 4 TIMES   PIC -(10)9.99.

       01 LADDER-COUNT-LINE.
        03 LCL-LABEL                   PIC X(24).
        03 LCL-ITEMS OCCURS 4 TIMES    PIC Z(13)9.

       01 DEMAND-LINE.
        03 DML-LABEL                   PIC X(24).
        03 DML-ITEMS                   PIC Z(13)9.
        03 DML-AMOUNT                  PIC -(10)9.99.
        03 FILLER                      PIC X(28) VALUE SPACES.

       01 UNRATED-LINE.
        03 FILLER                      PIC X(40)
                   VALUE 'FOREIGN ITEMS WITH NO RATE (AT ZERO):'.
        03 UL-COUNT                    PIC Z(6)9.
        03 FILLER                      PIC X(33) VALUE SPACES.

       01 DEMAND-HEADING-LINE.
        03 FILLER                      PIC X(24) VALUE SPACES.
        03 FILLER                      PIC X(14) VALUE '      ACCOUNTS'.
        03 FILLER                      PIC X(14) VALUE '       BALANCE'.
        03 FILLER                      PIC X(28) VALUE SPACES.

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

      * the ladder is drawn as at the business date the region is
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

           PERFORM ESTABLISH-HORIZONS

           PERFORM LOAD-PRODUCTS

           PERFORM LOAD-FX-RATES

           MOVE SPACES TO BT-CODE(BANK-SLOT)
           MOVE ZEROS TO BT-FIGURES(BANK-SLOT)

           PERFORM LADDER-TERM-DEPOSITS

           PERFORM LADDER-STANDING-ORDERS

           PERFORM LADDER-FUTURE-PAYMENTS

           PERFORM LADDER-LOAN-INSTALLMENTS

           PERFORM LADDER-DEMAND-BALANCES

           MOVE RUN-DATE TO HL-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DAY-END TO HZL-DAY
           MOVE WEEK-END TO HZL-WEEK
           MOVE MONTH-END TO HZL-MONTH
           MOVE QUARTER-END TO HZL-QUARTER
           MOVE HORIZON-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-BRANCH-LADDER
                   VARYING BT-IX FROM 1 BY 1
                   UNTIL BT-IX > BT-COUNT

           MOVE BANK-SLOT TO BT-IX
           PERFORM WRITE-BRANCH-LADDER

           IF UNRATED-ITEMS NOT = 0

            MOVE UNRATED-ITEMS TO UL-COUNT
            MOVE UNRATED-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       ESTABLISH-HORIZONS SECTION.

      * the last date of each bucket - the day after the business
      * date, a week on, and one and three months on with the day
      * clamped to the month's length

           MOVE RUN-DATE TO DATE-PARTS-X
           ADD 1 TO DATE-DD
           PERFORM NORMALIZE-DATE
           MOVE DATE-PARTS-X TO DAY-END

           MOVE RUN-DATE TO DATE-PARTS-X
           ADD 7 TO DATE-DD
           PERFORM NORMALIZE-DATE
           MOVE DATE-PARTS-X TO WEEK-END

           MOVE RUN-DATE TO DATE-PARTS-X
           MOVE 1 TO MONTHS-TO-ADD
           PERFORM ADD-MONTHS
           MOVE DATE-PARTS-X TO MONTH-END

           MOVE RUN-DATE TO DATE-PARTS-X
           MOVE 3 TO MONTHS-TO-ADD
           PERFORM ADD-MONTHS
           MOVE DATE-PARTS-X TO QUARTER-END

           .
       ESTABLISH-HORIZONS-EXIT.
           EXIT.
      *****************************************************************
       ADD-MONTHS SECTION.

      * DATE-PARTS moved on MONTHS-TO-ADD months, the day clamped to
      * the length of the month it lands in

           ADD MONTHS-TO-ADD TO DATE-MM

           IF DATE-MM > 12

            SUBTRACT 12 FROM DATE-MM
            ADD 1 TO DATE-YYYY

           END-IF

           PERFORM GET-MONTH-DAYS

           IF DATE-DD > WORK-DAYS

            MOVE WORK-DAYS TO DATE-DD

           END-IF

           .
       ADD-MONTHS-EXIT.
           EXIT.
      *****************************************************************
       NORMALIZE-DATE SECTION.

      * DATE-PARTS with a day number past the end of its month
      * carried forward into the months that follow

           PERFORM GET-MONTH-DAYS

           PERFORM CARRY-ONE-MONTH
                   UNTIL DATE-DD NOT > WORK-DAYS

           GO TO NORMALIZE-DATE-EXIT

           .
      *****************************************************************
       CARRY-ONE-MONTH.

           SUBTRACT WORK-DAYS FROM DATE-DD

           ADD 1 TO DATE-MM

           IF DATE-MM > 12

            MOVE 1 TO DATE-MM
            ADD 1 TO DATE-YYYY

           END-IF

           PERFORM GET-MONTH-DAYS

           .
       NORMALIZE-DATE-EXIT.
           EXIT.
      *****************************************************************
       GET-MONTH-DAYS SECTION.

           MOVE MONTH-DAY-COUNT(DATE-MM) TO WORK-DAYS

      * February in a leap year - a year divisible by 4 is close
      * enough for the dates this file will ever hold

           IF DATE-MM = 2

            DIVIDE DATE-YYYY BY 4
                   GIVING LEAP-QUOT
                   REMAINDER LEAP-REM

            IF LEAP-REM = 0

             MOVE 29 TO WORK-DAYS

            END-IF

           END-IF

           .
       GET-MONTH-DAYS-EXIT.
           EXIT.
      *****************************************************************
       LOAD-PRODUCTS SECTION.

      * read the whole (small) TECHPROD file into the product table
      * once, instead of a file read per account

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

            ADD 1 TO PT-COUNT
            MOVE PROD-CODE TO PT-CODE(PT-COUNT)
            MOVE PROD-TYPE TO PT-TYPE(PT-COUNT)
            MOVE PROD-CURRENCY TO PT-CURRENCY(PT-COUNT)

           END-IF

           .
       LOAD-PRODUCTS-EXIT.
           EXIT.
      *****************************************************************
       GET-PRODUCT-TYPE SECTION.

      * the account's product type and currency from the table -
      * spaces when the account carries no product or an unknown one

           MOVE SPACE TO ACCOUNT-PROD-TYPE
           MOVE SPACES TO ACCOUNT-CURRENCY

           PERFORM FIND-PRODUCT-TYPE
                   VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-COUNT

           GO TO GET-PRODUCT-TYPE-EXIT

           .
      *****************************************************************
       FIND-PRODUCT-TYPE.

           IF PT-CODE(PT-IX) = PRODUCT-CODEO

            MOVE PT-TYPE(PT-IX) TO ACCOUNT-PROD-TYPE
            MOVE PT-CURRENCY(PT-IX) TO ACCOUNT-CURRENCY
            MOVE PT-COUNT TO PT-IX

           END-IF

           .
       GET-PRODUCT-TYPE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-FX-RATES SECTION.

      * the currency table - every foreign currency a product is
      * held in, each with the latest approved rate dated on or
      * before the ladder's business date. A product naming the local
      * currency (TECHPARM 'FXPARM') is treated as naming none.

           MOVE 0 TO CY-COUNT

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

           PERFORM LOAD-ONE-CURRENCY
                   VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PT-COUNT

           GO TO LOAD-FX-RATES-EXIT

           .
      *****************************************************************
       LOAD-ONE-CURRENCY.

           IF PT-CURRENCY(PT-IX) = LOW-VALUES
              OR PT-CURRENCY(PT-IX) = FXP-LOCAL-CCY

            MOVE SPACES TO PT-CURRENCY(PT-IX)

           END-IF

           IF PT-CURRENCY(PT-IX) NOT = SPACES

            MOVE PT-CURRENCY(PT-IX) TO ACCOUNT-CURRENCY

            PERFORM FIND-CURRENCY

            IF CY-FOUND-IX = 0

             ADD 1 TO CY-COUNT
             MOVE CY-COUNT TO CY-FOUND-IX
             MOVE ACCOUNT-CURRENCY TO CY-CURRENCY(CY-FOUND-IX)

             PERFORM GET-LATEST-RATE

            END-IF

           END-IF

           .
       LOAD-FX-RATES-EXIT.
           EXIT.
      *****************************************************************
       FIND-CURRENCY SECTION.

      * ACCOUNT-CURRENCY's row in the currency table into CY-FOUND-IX
      * - zero when it has none

           MOVE 0 TO CY-FOUND-IX

           PERFORM FIND-ONE-CURRENCY
                   VARYING CY-IX FROM 1 BY 1
                   UNTIL CY-IX > CY-COUNT

           GO TO FIND-CURRENCY-EXIT

           .
      *****************************************************************
       FIND-ONE-CURRENCY.

           IF CY-CURRENCY(CY-IX) = ACCOUNT-CURRENCY

            MOVE CY-IX TO CY-FOUND-IX

           END-IF

           .
       FIND-CURRENCY-EXIT.
           EXIT.
      *****************************************************************
       GET-LATEST-RATE SECTION.

      * TECHFXR holds a currency's rates in date order - walk them up
      * to the run date, keeping the last approved one. No approved
      * rate leaves the row at zero.

           MOVE 0 TO CY-RATE(CY-FOUND-IX)
           MOVE SPACES TO CY-RATE-DATE(CY-FOUND-IX)
           MOVE 0 TO FXR-SCAN-DONE-SW

           MOVE LOW-VALUES TO FXR-BROWSE-KEY
           MOVE ACCOUNT-CURRENCY TO FXR-BROWSE-KEY(1:3)

           EXEC CICS STARTBR
                   FILE("TECHFXR")
                   RIDFLD(FXR-BROWSE-KEY)
                   KEYLENGTH(11)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO FXR-SCAN-DONE-SW

           END-IF

           PERFORM READ-ONE-RATE UNTIL FXR-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHFXR")
                   NOHANDLE
                   END-EXEC

           GO TO GET-LATEST-RATE-EXIT

           .
      *****************************************************************
       READ-ONE-RATE.

           MOVE FXR-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHFXR")
                   INTO(FX-RATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FXR-BROWSE-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR FXR-CURRENCY NOT = ACCOUNT-CURRENCY
              OR FXR-DATE > RUN-DATE

            MOVE 1 TO FXR-SCAN-DONE-SW

           ELSE

            IF FXR-APPROVED AND FXR-RATE NUMERIC AND FXR-RATE > 0

             MOVE FXR-RATE TO CY-RATE(CY-FOUND-IX)
             MOVE FXR-DATE TO CY-RATE-DATE(CY-FOUND-IX)

            END-IF

           END-IF

           .
       GET-LATEST-RATE-EXIT.
           EXIT.
      *****************************************************************
       CONVERT-TO-LOCAL SECTION.

      * ITEM-AMOUNT, in the currency of the account in
      * TECHBASE-RECORD, in local terms into ITEM-LOCAL-AMOUNT - as
      * it stands for a local-currency account, at its currency's
      * rate for a foreign one. ITEM-AMOUNT itself is left alone, as
      * a standing order puts the same amount on once per occurrence.

           MOVE ITEM-AMOUNT TO ITEM-LOCAL-AMOUNT

           PERFORM GET-PRODUCT-TYPE

           MOVE 0 TO CY-FOUND-IX

           IF ACCOUNT-CURRENCY NOT = SPACES

            PERFORM FIND-CURRENCY

           END-IF

           IF CY-FOUND-IX = 0

            GO TO CONVERT-TO-LOCAL-EXIT

           END-IF

           IF CY-RATE(CY-FOUND-IX) = 0

            ADD 1 TO UNRATED-ITEMS

           END-IF

           COMPUTE ITEM-LOCAL-AMOUNT ROUNDED =
                   ITEM-AMOUNT * CY-RATE(CY-FOUND-IX)

           .
       CONVERT-TO-LOCAL-EXIT.
           EXIT.
      *****************************************************************
       GET-ACCOUNT-BRANCH SECTION.

      * the branch of the account in ACCOUNTO - blank when the
      * account has gone from TECHBASE, so the item still counts
      * for the bank

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE BRANCH-CODEO TO ITEM-BRANCH

           ELSE

            MOVE 0 TO BALANCEO
            MOVE SPACES TO PRODUCT-CODEO
            MOVE SPACES TO ITEM-BRANCH

           END-IF

           .
       GET-ACCOUNT-BRANCH-EXIT.
           EXIT.
      *****************************************************************
       LADDER-TERM-DEPOSITS SECTION.

           MOVE LOW-VALUES TO TD-ACCOUNT
           MOVE 0 TO END-OF-FILE-SW

           EXEC CICS STARTBR
                   FILE("TECHTERM")
                   RIDFLD(TD-ACCOUNT)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM LADDER-ONE-TERM-DEPOSIT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHTERM")
                   NOHANDLE
                   END-EXEC

           GO TO LADDER-TERM-DEPOSITS-EXIT

           .
      *****************************************************************
       LADDER-ONE-TERM-DEPOSIT.

           MOVE TD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHTERM")
                   INTO(TERM-DEPOSIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TD-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE IF TD-TERM-ACTIVE AND TD-PAY-AT-MATURITY

      * what leaves is the balance and the interest TERMMAT credits
      * at maturity, worked out the same way

            MOVE TD-ACCOUNT TO ACCOUNTO
            PERFORM GET-ACCOUNT-BRANCH

            COMPUTE TERM-INTEREST ROUNDED =
                    BALANCEO * TD-RATE * TD-TERM-MONTHS / 12

            COMPUTE ITEM-AMOUNT = BALANCEO + TERM-INTEREST
            MOVE TD-MATURITY-DATE TO ITEM-DATE
            MOVE 1 TO FLOW-IX
            PERFORM ADD-TO-LADDER

           END-IF
           END-IF

           .
       LADDER-TERM-DEPOSITS-EXIT.
           EXIT.
      *****************************************************************
       LADDER-STANDING-ORDERS SECTION.

           MOVE LOW-VALUES TO SO-ID
           MOVE 0 TO END-OF-FILE-SW

           EXEC CICS STARTBR
                   FILE("TECHSORD")
                   RIDFLD(SO-ID)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM LADDER-ONE-STANDING-ORDER UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHSORD")
                   NOHANDLE
                   END-EXEC

           GO TO LADDER-STANDING-ORDERS-EXIT

           .
      *****************************************************************
       LADDER-ONE-STANDING-ORDER.

           MOVE SORD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHSORD")
                   INTO(STANDING-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SO-ID)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE IF SO-ACTIVE AND SO-NEXT-DUE NUMERIC

            MOVE SO-FROM-ACCOUNT TO ACCOUNTO
            PERFORM GET-ACCOUNT-BRANCH

            MOVE SO-AMOUNT TO ITEM-AMOUNT
            MOVE 2 TO FLOW-IX
            MOVE SO-NEXT-DUE TO ITEM-DATE

            PERFORM LADDER-ONE-OCCURRENCE
                    UNTIL ITEM-DATE > QUARTER-END

           END-IF
           END-IF

           .
      *****************************************************************
       LADDER-ONE-OCCURRENCE.

      * an order already due posts once tonight and STORDRUN then
      * moves it past the business date - so after the first
      * occurrence the next one is the first date after it

           PERFORM ADD-TO-LADDER

           MOVE ITEM-DATE TO DATE-PARTS-X

           PERFORM ADVANCE-ONE-PERIOD

           PERFORM ADVANCE-ONE-PERIOD
                   UNTIL DATE-PARTS-X > RUN-DATE

           MOVE DATE-PARTS-X TO ITEM-DATE

           .
      *****************************************************************
       ADVANCE-ONE-PERIOD.

      * the order's frequency, as STORDRUN advances SO-NEXT-DUE (a
      * month on clamps the day to the month's length)

           EVALUATE TRUE

            WHEN SO-FREQ-DAILY

             ADD 1 TO DATE-DD
             PERFORM NORMALIZE-DATE

            WHEN SO-FREQ-WEEKLY

             ADD 7 TO DATE-DD
             PERFORM NORMALIZE-DATE

            WHEN OTHER

             MOVE 1 TO MONTHS-TO-ADD
             PERFORM ADD-MONTHS

           END-EVALUATE

           .
       LADDER-STANDING-ORDERS-EXIT.
           EXIT.
      *****************************************************************
       LADDER-FUTURE-PAYMENTS SECTION.

           MOVE LOW-VALUES TO FD-ID
           MOVE 0 TO END-OF-FILE-SW

           EXEC CICS STARTBR
                   FILE("TECHFDP")
                   RIDFLD(FD-ID)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM LADDER-ONE-FUTURE-PAYMENT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHFDP")
                   NOHANDLE
                   END-EXEC

           GO TO LADDER-FUTURE-PAYMENTS-EXIT

           .
      *****************************************************************
       LADDER-ONE-FUTURE-PAYMENT.

           MOVE FDP-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHFDP")
                   INTO(FUTURE-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FD-ID)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE IF FD-PENDING

            MOVE FD-FROM-ACCOUNT TO ACCOUNTO
            PERFORM GET-ACCOUNT-BRANCH

            MOVE FD-AMOUNT TO ITEM-AMOUNT
            MOVE FD-VALUE-DATE TO ITEM-DATE
            MOVE 3 TO FLOW-IX
            PERFORM ADD-TO-LADDER

           END-IF
           END-IF

           .
       LADDER-FUTURE-PAYMENTS-EXIT.
           EXIT.
      *****************************************************************
       LADDER-LOAN-INSTALLMENTS SECTION.

           MOVE LOW-VALUES TO LS-KEY
           MOVE 0 TO END-OF-FILE-SW

           EXEC CICS STARTBR
                   FILE("TECHLNS")
                   RIDFLD(LS-KEY)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM LADDER-ONE-INSTALLMENT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHLNS")
                   NOHANDLE
                   END-EXEC

           GO TO LADDER-LOAN-INSTALLMENTS-EXIT

           .
      *****************************************************************
       LADDER-ONE-INSTALLMENT.

           MOVE LS-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHLNS")
                   INTO(LOAN-SCHEDULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LS-KEY)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE IF LS-INSTALLMENT-DUE

            MOVE LS-ACCOUNT TO ACCOUNTO
            PERFORM GET-ACCOUNT-BRANCH

            MOVE LS-AMOUNT TO ITEM-AMOUNT
            MOVE LS-DUE-DATE TO ITEM-DATE
            MOVE 4 TO FLOW-IX
            PERFORM ADD-TO-LADDER

           END-IF
           END-IF

           .
       LADDER-LOAN-INSTALLMENTS-EXIT.
           EXIT.
      *****************************************************************
       LADDER-DEMAND-BALANCES SECTION.

      * TECHBASE end to end for the open accounts repayable on
      * demand

           MOVE LOW-VALUES TO ACCOUNTO
           MOVE 0 TO END-OF-FILE-SW

           EXEC CICS STARTBR
                   FILE("TECHBASE")
                   RIDFLD(ACCOUNTO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM LADDER-ONE-DEMAND-ACCOUNT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHBASE")
                   NOHANDLE
                   END-EXEC

           GO TO LADDER-DEMAND-BALANCES-EXIT

           .
      *****************************************************************
       LADDER-ONE-DEMAND-ACCOUNT.

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

           ELSE IF NOT ACCOUNT-CLOSEDO

            PERFORM ADD-DEMAND-BALANCE

           END-IF
           END-IF

           .
       LADDER-DEMAND-BALANCES-EXIT.
           EXIT.
      *****************************************************************
       ADD-DEMAND-BALANCE SECTION.

      * term deposits and loans are already on the ladder by date,
      * and the bank's own internal accounts are not deposits

           PERFORM GET-PRODUCT-TYPE

           EVALUATE ACCOUNT-PROD-TYPE

            WHEN 'F'
            WHEN 'L'
            WHEN 'I'

             GO TO ADD-DEMAND-BALANCE-EXIT

            WHEN 'T'

             MOVE 1 TO DEMAND-IX

            WHEN 'S'

             MOVE 2 TO DEMAND-IX

            WHEN OTHER

             MOVE 3 TO DEMAND-IX

           END-EVALUATE

           MOVE BALANCEO TO ITEM-AMOUNT
           PERFORM CONVERT-TO-LOCAL

           MOVE BRANCH-CODEO TO ITEM-BRANCH
           PERFORM FIND-LADDER-SLOT

           IF BT-SLOT NOT = 0

            ADD 1 TO BT-DEMAND-ITEMS(BT-SLOT, DEMAND-IX)
            ADD ITEM-LOCAL-AMOUNT
                TO BT-DEMAND-AMOUNT(BT-SLOT, DEMAND-IX)

           END-IF

           ADD 1 TO BT-DEMAND-ITEMS(BANK-SLOT, DEMAND-IX)
           ADD ITEM-LOCAL-AMOUNT
               TO BT-DEMAND-AMOUNT(BANK-SLOT, DEMAND-IX)

           .
       ADD-DEMAND-BALANCE-EXIT.
           EXIT.
      *****************************************************************
       ADD-TO-LADDER SECTION.

      * the item in ITEM-BRANCH / ITEM-DATE / ITEM-AMOUNT onto flow
      * FLOW-IX, in the bucket its date falls in - anything already
      * due counts as due tomorrow, anything past the quarter is
      * left off. The amount is in the currency of the account it
      * belongs to (read by GET-ACCOUNT-BRANCH) and goes on in local
      * terms.

           EVALUATE TRUE

            WHEN ITEM-DATE NOT > DAY-END

             MOVE 1 TO BUCKET-IX

            WHEN ITEM-DATE NOT > WEEK-END

             MOVE 2 TO BUCKET-IX

            WHEN ITEM-DATE NOT > MONTH-END

             MOVE 3 TO BUCKET-IX

            WHEN ITEM-DATE NOT > QUARTER-END

             MOVE 4 TO BUCKET-IX

            WHEN OTHER

             GO TO ADD-TO-LADDER-EXIT

           END-EVALUATE

           PERFORM CONVERT-TO-LOCAL

           PERFORM FIND-LADDER-SLOT

           IF BT-SLOT NOT = 0

            ADD 1 TO BT-ITEMS(BT-SLOT, FLOW-IX, BUCKET-IX)
            ADD ITEM-LOCAL-AMOUNT
                TO BT-AMOUNT(BT-SLOT, FLOW-IX, BUCKET-IX)

           END-IF

           ADD 1 TO BT-ITEMS(BANK-SLOT, FLOW-IX, BUCKET-IX)
           ADD ITEM-LOCAL-AMOUNT
               TO BT-AMOUNT(BANK-SLOT, FLOW-IX, BUCKET-IX)

           .
       ADD-TO-LADDER-EXIT.
           EXIT.
      *****************************************************************
       FIND-LADDER-SLOT SECTION.

      * the table entry for ITEM-BRANCH, added the first time the
      * branch is met - past 50 branches an item only counts for
      * the bank

           MOVE 0 TO BT-SLOT

           PERFORM FIND-BRANCH-SLOT
                   VARYING BT-IX FROM 1 BY 1
                   UNTIL BT-IX > BT-COUNT

           IF BT-SLOT = 0 AND BT-COUNT < 50

            ADD 1 TO BT-COUNT
            MOVE BT-COUNT TO BT-SLOT
            MOVE ITEM-BRANCH TO BT-CODE(BT-SLOT)
            MOVE ZEROS TO BT-FIGURES(BT-SLOT)

           END-IF

           GO TO FIND-LADDER-SLOT-EXIT

           .
      *****************************************************************
       FIND-BRANCH-SLOT.

           IF BT-CODE(BT-IX) = ITEM-BRANCH

            MOVE BT-IX TO BT-SLOT
            MOVE BT-COUNT TO BT-IX

           END-IF

           .
       FIND-LADDER-SLOT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-BRANCH-LADDER SECTION.

      * the ladder for table entry BT-IX - a branch, or the whole
      * bank for the last entry

           IF BT-IX = BANK-SLOT

            MOVE BANK-HEADING-LINE TO PRINT-LINE

           ELSE

            PERFORM GET-BRANCH-NAME

            MOVE BT-CODE(BT-IX) TO BHL-CODE
            MOVE BRM-NAME TO BHL-NAME
            MOVE BRANCH-HEADING-LINE TO PRINT-LINE

           END-IF

           PERFORM WRITE-REPORT-LINE

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-FLOW-LINES
                   VARYING FLOW-IX FROM 1 BY 1
                   UNTIL FLOW-IX > 4

      * money in less money out in each bucket, and running on
      * through the buckets

           MOVE 'NET FLOW' TO LAL-LABEL

           PERFORM SET-NET-FLOW
                   VARYING BUCKET-IX FROM 1 BY 1
                   UNTIL BUCKET-IX > 4

           MOVE LADDER-AMOUNT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'CUMULATIVE NET' TO LAL-LABEL
           MOVE 0 TO CUMULATIVE-NET

           PERFORM SET-CUMULATIVE-NET
                   VARYING BUCKET-IX FROM 1 BY 1
                   UNTIL BUCKET-IX > 4

           MOVE LADDER-AMOUNT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DEMAND-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-DEMAND-LINE
                   VARYING DEMAND-IX FROM 1 BY 1
                   UNTIL DEMAND-IX > 3

           GO TO WRITE-BRANCH-LADDER-EXIT

           .
      *****************************************************************
       WRITE-FLOW-LINES.

           MOVE FLOW-LABEL(FLOW-IX) TO LAL-LABEL
           MOVE '  ITEMS' TO LCL-LABEL

           PERFORM SET-FLOW-CELLS
                   VARYING BUCKET-IX FROM 1 BY 1
                   UNTIL BUCKET-IX > 4

           MOVE LADDER-AMOUNT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LADDER-COUNT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
      *****************************************************************
       SET-FLOW-CELLS.

           MOVE BT-AMOUNT(BT-IX, FLOW-IX, BUCKET-IX)
                TO LAL-AMOUNT(BUCKET-IX)
           MOVE BT-ITEMS(BT-IX, FLOW-IX, BUCKET-IX)
                TO LCL-ITEMS(BUCKET-IX)

           .
      *****************************************************************
       SET-NET-FLOW.

           COMPUTE NET-FLOW = BT-AMOUNT(BT-IX, 4, BUCKET-IX)
                   - BT-AMOUNT(BT-IX, 1, BUCKET-IX)
                   - BT-AMOUNT(BT-IX, 2, BUCKET-IX)
                   - BT-AMOUNT(BT-IX, 3, BUCKET-IX)

           MOVE NET-FLOW TO LAL-AMOUNT(BUCKET-IX)

           .
      *****************************************************************
       SET-CUMULATIVE-NET.

           COMPUTE CUMULATIVE-NET = CUMULATIVE-NET
                   + BT-AMOUNT(BT-IX, 4, BUCKET-IX)
                   - BT-AMOUNT(BT-IX, 1, BUCKET-IX)
                   - BT-AMOUNT(BT-IX, 2, BUCKET-IX)
                   - BT-AMOUNT(BT-IX, 3, BUCKET-IX)

           MOVE CUMULATIVE-NET TO LAL-AMOUNT(BUCKET-IX)

           .
      *****************************************************************
       WRITE-DEMAND-LINE.

           MOVE DEMAND-LABEL(DEMAND-IX) TO DML-LABEL
           MOVE BT-DEMAND-ITEMS(BT-IX, DEMAND-IX) TO DML-ITEMS
           MOVE BT-DEMAND-AMOUNT(BT-IX, DEMAND-IX) TO DML-AMOUNT
           MOVE DEMAND-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-BRANCH-LADDER-EXIT.
           EXIT.
      *****************************************************************
       GET-BRANCH-NAME SECTION.

      * a code with no TECHBRM record (pre-validation data, or the
      * blank code of an item whose account has gone) shows as such
      * rather than being dropped

           MOVE BT-CODE(BT-IX) TO ITEM-BRANCH

           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ITEM-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE '(NOT ON TECHBRM)' TO BRM-NAME

           END-IF

           .
       GET-BRANCH-NAME-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("LIQRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
