      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, deposit-insurance single
      * customer view.
      *
      * For CICS v3
      *
      * Builds the single-customer-view (SCV) file the deposit
      * insurance scheme asks for: one fixed-format record per
      * customer on the TECHCUST master, totalling the balances of
      * every account they own (their accounts on the TECHCUX path)
      * or co-own (their TECHJNT links, on the TECHJNTC path).
      *
      *   - a joint account's balance is split evenly between its
      *     owners - the customer it was opened for and each
      *     co-owner on TECHJNT. Shares are cut to the penny and the
      *     odd pennies go to the customer it was opened for, so the
      *     shares always add back to the balance
      *   - the interest ACCRUE has built up on the account's
      *     TECHACCR bucket but INTPOST has not yet paid is added,
      *     apportioned the same way
      *   - internal (product type 'I') and closed accounts are left
      *     out
      *   - an account held in a foreign currency (its product's
      *     currency, against the TECHPARM 'FXPARM' local currency)
      *     counts at its local equivalent, balance and accrued
      *     interest both converted at the currency's latest approved
      *     TECHFXR rate on or before the business date, as TRIALBAL
      *     converts them, before it is shared out and the cap
      *     applied. A currency with no approved rate counts at zero
      *     and its accounts are flagged on the control report
      *   - each customer's total is covered up to the TECHPARM
      *     'DICAP' cap (set through PARMMAINT); the rest shows as
      *     uninsured. Without a cap the run is abandoned rather
      *     than report everything as covered or as not
      *
      * The SCV file (SCVFILE) is a header record, the customer
      * records and a trailer carrying the file's totals. The
      * control report (SCVRPT) ties those totals back to the latest
      * TRIALBAL snapshot on TECHCTL 'TBTOTAL1': TECHBASE is walked
      * a second time and the snapshot is brought forward by the
      * movement since it was taken, then the internal accounts and
      * the closed accounts are taken off, the foreign-currency
      * balances left are brought to their local equivalent, and the
      * shares of any owner missing from TECHCUST are taken off to
      * leave the balances the SCV file should hold - the difference
      * line is zero when it does.
      * Intended to be started on demand (or when the scheme calls
      * for the file) as its own CICS transaction, not called from
      * VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVGEN.
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
           88 CUST-DECEASED                    VALUE 'D'.
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

      * the TECHJNT joint-owner link - one per co-owner of a joint
      * account (key = account + customer number)

       01 JOINT-LINK-RECORD.
        03 JNT-KEY.
         05 JNT-ACCOUNT                PIC X(5).
         05 JNT-CUST-NO                PIC X(6).
        03 JNT-SURNAME                 PIC X(15).
        03 JNT-REVIEW-DATA.
         05 JNT-REVIEW-STATUS          PIC X(1).
           88 JNT-SURVIVOR-REVIEW              VALUE 'R'.
         05 JNT-REVIEW-DATE            PIC X(8).
         05 JNT-REVIEW-DECEASED        PIC X(6).

      * the TECHACCR daily-accrual bucket ACCRUE builds up and
      * INTPOST pays away

       01 ACCRUAL-RECORD.
        03 ACR-ACCOUNT                 PIC X(5).
        03 ACR-ACCRUED                 PIC S9(9)V99.
        03 ACR-LAST-DATE               PIC X(8).

      * product table - TECHPROD loaded once at start of run, so
      * internal (type 'I') accounts can be told apart from
      * customer accounts

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

      * the TECHPARM 'DICAP' record - same layout PARMMAINT keeps

       01 DEPOSIT-INSURANCE-RECORD.
        03 DIC-KEY                     PIC X(8).
        03 DIC-CAP                     PIC S9(9)V99.

      * trial-balance totals control record - 'TBTOTAL1' is the
      * latest TRIALBAL run

       01 TB-CONTROL-RECORD.
        03 TBC-KEY                     PIC X(8).
        03 TBC-DATE                    PIC X(8).
        03 TBC-TOTAL                   PIC S9(11)V99.
        03 TBC-COUNT                   PIC 9(7).
        03 TBC-AUDSEQ                  PIC 9(7).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

      * the SCV file record - the scheme's fixed layout, a header,
      * one record per customer and a trailer, told apart by the
      * record type in the first byte. Amounts are signed zoned
      * decimal with two implied decimal places.

       01 SCV-RECORD.
        03 SCV-RECORD-TYPE             PIC X(1).
          88 SCV-HEADER                        VALUE 'H'.
          88 SCV-CUSTOMER                      VALUE 'D'.
          88 SCV-TRAILER                       VALUE 'T'.
        03 SCV-CUST-NO                 PIC X(6).
        03 SCV-SURNAME                 PIC X(15).
        03 SCV-FIRST-NAME              PIC X(10).
        03 SCV-ADDRESS                 PIC X(45).
        03 SCV-ACCOUNT-COUNT           PIC 9(3).
        03 SCV-BALANCE                 PIC S9(11)V99.
        03 SCV-ACCRUED                 PIC S9(9)V99.
        03 SCV-TOTAL                   PIC S9(11)V99.
        03 SCV-INSURED                 PIC S9(11)V99.
        03 SCV-UNINSURED               PIC S9(11)V99.
        03 FILLER                      PIC X(7).

       01 SCV-HEADER-VIEW REDEFINES SCV-RECORD.
        03 FILLER                      PIC X(1).
        03 SCVH-RUN-DATE               PIC X(8).
        03 SCVH-CAP                    PIC S9(9)V99.
        03 SCVH-SNAPSHOT-DATE          PIC X(8).
        03 FILLER                      PIC X(122).

       01 SCV-TRAILER-VIEW REDEFINES SCV-RECORD.
        03 FILLER                      PIC X(1).
        03 SCVT-CUSTOMER-COUNT         PIC 9(7).
        03 SCVT-BALANCE                PIC S9(13)V99.
        03 SCVT-ACCRUED                PIC S9(11)V99.
        03 SCVT-INSURED                PIC S9(13)V99.
        03 SCVT-UNINSURED              PIC S9(13)V99.
        03 FILLER                      PIC X(84).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 JNT-REC-LEN                 PIC S9(4) VALUE 41.
        03 ACR-REC-LEN                 PIC S9(4) VALUE 24.
        03 DIC-REC-LEN                 PIC S9(4) VALUE 19.
        03 DIC-KEY-VALUE               PIC X(8) VALUE 'DICAP'.
        03 TBC-REC-LEN                 PIC S9(4) VALUE 43.
        03 TBC-KEY-LATEST              PIC X(8) VALUE 'TBTOTAL1'.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 SCV-REC-LEN                 PIC S9(4) VALUE 150.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 INSURANCE-CAP               PIC S9(9)V99 VALUE 0.
        03 CUST-BROWSE-KEY             PIC X(6).
        03 CUX-BROWSE-KEY              PIC X(6).
        03 JNTC-BROWSE-KEY             PIC X(6).
        03 JNT-BROWSE-KEY              PIC X(11).
        03 CHECK-CUST                  PIC X(6).
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 SCAN-DONE-SW                PIC 9 VALUE 0.
          88 SCAN-DONE                         VALUE 1.
        03 JNT-DONE-SW                 PIC 9 VALUE 0.
          88 JNT-DONE                          VALUE 1.
        03 SNAPSHOT-SW                 PIC 9 VALUE 0.
          88 SNAPSHOT-FOUND                    VALUE 1.
        03 ACCOUNT-CLASS               PIC X(1).
          88 ACCOUNT-ELIGIBLE                  VALUE 'E'.
          88 ACCOUNT-INTERNAL                  VALUE 'I'.
          88 ACCOUNT-CLOSED                    VALUE 'C'.
        03 OWNER-ROLE                  PIC X(1).
          88 OWNER-PRIMARY                     VALUE 'P'.
          88 OWNER-JOINT                       VALUE 'J'.

      * one account's split between its owners - the co-owners'
      * equal share and what is left for the customer it was opened
      * for

       01 SHARE-VARS.
        03 OWNER-COUNT                 PIC 9(3) VALUE 0.
        03 ACCOUNT-ACCRUED             PIC S9(9)V99 VALUE 0.
        03 ACCOUNT-LOCAL-BALANCE       PIC S9(11)V99 VALUE 0.
        03 ACCOUNT-FOREIGN-SW          PIC 9 VALUE 0.
          88 ACCOUNT-FOREIGN                   VALUE 1.
        03 ACCOUNT-UNRATED-SW          PIC 9 VALUE 0.
          88 ACCOUNT-UNRATED                   VALUE 1.
        03 JOINT-SHARE                 PIC S9(11)V99 VALUE 0.
        03 PRIMARY-SHARE               PIC S9(11)V99 VALUE 0.
        03 JOINT-ACCR-SHARE            PIC S9(9)V99 VALUE 0.
        03 PRIMARY-ACCR-SHARE          PIC S9(9)V99 VALUE 0.

      * the customer being built

       01 CUSTOMER-VIEW.
        03 CV-ACCOUNT-COUNT            PIC 9(3) VALUE 0.
        03 CV-BALANCE                  PIC S9(11)V99 VALUE 0.
        03 CV-ACCRUED                  PIC S9(9)V99 VALUE 0.
        03 CV-TOTAL                    PIC S9(11)V99 VALUE 0.
        03 CV-INSURED                  PIC S9(11)V99 VALUE 0.
        03 CV-UNINSURED                PIC S9(11)V99 VALUE 0.

      * the SCV file's totals, and the TECHBASE walk's figures they
      * are tied back to

       01 RUN-TOTALS.
        03 CUSTOMER-COUNT              PIC 9(7) VALUE 0.
        03 OVER-CAP-COUNT              PIC 9(7) VALUE 0.
        03 SCV-BALANCE-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
        03 SCV-ACCRUED-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
        03 SCV-INSURED-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
        03 SCV-UNINSURED-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
        03 FILE-COUNT                  PIC 9(7) VALUE 0.
        03 FILE-TOTAL                  PIC S9(13)V99 COMP-3 VALUE 0.
        03 INTERNAL-COUNT              PIC 9(7) VALUE 0.
        03 INTERNAL-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
        03 CLOSED-COUNT                PIC 9(7) VALUE 0.
        03 CLOSED-TOTAL                PIC S9(13)V99 COMP-3 VALUE 0.
        03 UNOWNED-COUNT               PIC 9(7) VALUE 0.
        03 UNOWNED-TOTAL               PIC S9(13)V99 COMP-3 VALUE 0.
        03 UNOWNED-ACCRUED             PIC S9(11)V99 COMP-3 VALUE 0.
        03 ELIGIBLE-COUNT              PIC 9(7) VALUE 0.
        03 ELIGIBLE-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
        03 ELIGIBLE-ACCRUED            PIC S9(11)V99 COMP-3 VALUE 0.
        03 FOREIGN-COUNT               PIC 9(7) VALUE 0.
        03 CONVERSION-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
        03 UNRATED-COUNT               PIC 9(7) VALUE 0.
        03 MOVEMENT-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
        03 DIFFERENCE-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(40)
                   VALUE 'DEPOSIT INSURANCE SINGLE CUSTOMER VIEW'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(7) VALUE '  CAP:'.
        03 HL-CAP                      PIC Z(8)9.99.
        03 FILLER                      PIC X(3) VALUE SPACES.

       01 NO-CAP-LINE.
        03 FILLER                      PIC X(80)
                   VALUE 'NO DICAP RECORD ON TECHPARM - RUN ABANDONED'.

      * one reconciling step of the control report - the label, how
      * many accounts or customers, and the amount

       01 CONTROL-LINE.
        03 CL-LABEL                    PIC X(40).
        03 CL-COUNT                    PIC Z(6)9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 CL-AMOUNT                   PIC -(13)9.99.
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 SNAPSHOT-LINE.
        03 FILLER                      PIC X(28)
                   VALUE 'TRIAL BALANCE SNAPSHOT DATE:'.
        03 SL-DATE                     PIC X(8).
        03 FILLER                      PIC X(44) VALUE SPACES.

       01 NO-SNAPSHOT-LINE.
        03 FILLER                      PIC X(80)
                   VALUE 'NO TBTOTAL1 SNAPSHOT ON TECHCTL'.

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

           PERFORM READ-INSURANCE-CAP

           MOVE RUN-DATE TO HL-DATE
           MOVE INSURANCE-CAP TO HL-CAP
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF INSURANCE-CAP NOT > 0

            MOVE NO-CAP-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           PERFORM LOAD-PRODUCTS

           PERFORM LOAD-FX-RATES

           PERFORM READ-SNAPSHOT

           MOVE SPACES TO SCV-RECORD
           MOVE 'H' TO SCV-RECORD-TYPE
           MOVE RUN-DATE TO SCVH-RUN-DATE
           MOVE INSURANCE-CAP TO SCVH-CAP
           MOVE TBC-DATE TO SCVH-SNAPSHOT-DATE
           PERFORM WRITE-SCV-RECORD

           PERFORM BUILD-CUSTOMER-VIEWS

           MOVE SPACES TO SCV-RECORD
           MOVE 'T' TO SCV-RECORD-TYPE
           MOVE CUSTOMER-COUNT TO SCVT-CUSTOMER-COUNT
           MOVE SCV-BALANCE-TOTAL TO SCVT-BALANCE
           MOVE SCV-ACCRUED-TOTAL TO SCVT-ACCRUED
           MOVE SCV-INSURED-TOTAL TO SCVT-INSURED
           MOVE SCV-UNINSURED-TOTAL TO SCVT-UNINSURED
           PERFORM WRITE-SCV-RECORD

           PERFORM RECONCILE-ACCOUNTS

           PERFORM WRITE-CONTROL-REPORT

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       READ-INSURANCE-CAP SECTION.

      * the cover per customer from the TECHPARM 'DICAP' record -
      * zero (and the run abandoned) when it is missing or unset

           MOVE 0 TO INSURANCE-CAP

           MOVE DIC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(DEPOSIT-INSURANCE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DIC-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND DIC-CAP NUMERIC

            MOVE DIC-CAP TO INSURANCE-CAP

           END-IF

           .
       READ-INSURANCE-CAP-EXIT.
           EXIT.
      *****************************************************************
       READ-SNAPSHOT SECTION.

      * the latest TRIALBAL snapshot the control report starts from -
      * a region where TRIALBAL has never run starts from nothing

           MOVE TBC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(TB-CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TBC-KEY-LATEST)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND TBC-TOTAL NUMERIC AND TBC-COUNT NUMERIC

            MOVE 1 TO SNAPSHOT-SW

           ELSE

            MOVE SPACES TO TBC-DATE
            MOVE 0 TO TBC-TOTAL
            MOVE 0 TO TBC-COUNT

           END-IF

           .
       READ-SNAPSHOT-EXIT.
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
      * before the run's business date. A product naming the local
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

      * the account's balance into ACCOUNT-LOCAL-BALANCE, and its
      * accrued interest in place, in local terms - as they stand
      * for a local-currency account, at its currency's rate for a
      * foreign one. ACCOUNT-CURRENCY is the one CLASSIFY-ACCOUNT
      * found.

           MOVE 0 TO ACCOUNT-FOREIGN-SW
           MOVE 0 TO ACCOUNT-UNRATED-SW
           MOVE BALANCEO TO ACCOUNT-LOCAL-BALANCE
           MOVE 0 TO CY-FOUND-IX

           IF ACCOUNT-CURRENCY NOT = SPACES

            PERFORM FIND-CURRENCY

           END-IF

           IF CY-FOUND-IX = 0

            GO TO CONVERT-TO-LOCAL-EXIT

           END-IF

           MOVE 1 TO ACCOUNT-FOREIGN-SW

           IF CY-RATE(CY-FOUND-IX) = 0

            MOVE 1 TO ACCOUNT-UNRATED-SW

           END-IF

           COMPUTE ACCOUNT-LOCAL-BALANCE ROUNDED =
                   BALANCEO * CY-RATE(CY-FOUND-IX)

           COMPUTE ACCOUNT-ACCRUED ROUNDED =
                   ACCOUNT-ACCRUED * CY-RATE(CY-FOUND-IX)

           .
       CONVERT-TO-LOCAL-EXIT.
           EXIT.
      *****************************************************************
       CLASSIFY-ACCOUNT SECTION.

      * internal accounts first (an internal account closed down
      * still counts as internal), then closed ones; everything else
      * - frozen accounts included - is the customer's money

           PERFORM GET-PRODUCT-TYPE

           EVALUATE TRUE

            WHEN ACCOUNT-PROD-TYPE = 'I'

             MOVE 'I' TO ACCOUNT-CLASS

            WHEN ACCOUNT-CLOSEDO

             MOVE 'C' TO ACCOUNT-CLASS

            WHEN OTHER

             MOVE 'E' TO ACCOUNT-CLASS

           END-EVALUATE

           .
       CLASSIFY-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-ACCOUNT-SHARES SECTION.

      * the account in TECHBASE-RECORD split between its owners -
      * the customer it was opened for and one per TECHJNT link.
      * Each co-owner gets the balance (and the accrued interest)
      * divided evenly and cut to the penny; the customer it was
      * opened for gets what is left, so nothing is lost or made.
      * A foreign-currency account is shared out at its local
      * equivalent.

           MOVE 0 TO ACCOUNT-ACCRUED

           MOVE ACR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHACCR")
                   INTO(ACCRUAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND ACR-ACCRUED NUMERIC

            MOVE ACR-ACCRUED TO ACCOUNT-ACCRUED

           END-IF

           PERFORM CONVERT-TO-LOCAL

           MOVE 1 TO OWNER-COUNT

           MOVE LOW-VALUES TO JNT-BROWSE-KEY
           MOVE ACCOUNTO TO JNT-BROWSE-KEY(1:5)
           MOVE 0 TO JNT-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHJNT")
                   RIDFLD(JNT-BROWSE-KEY)
                   KEYLENGTH(11)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO JNT-DONE-SW

           END-IF

           PERFORM COUNT-NEXT-CO-OWNER UNTIL JNT-DONE

           EXEC CICS ENDBR
                   FILE("TECHJNT")
                   NOHANDLE
                   END-EXEC

           COMPUTE JOINT-SHARE = ACCOUNT-LOCAL-BALANCE / OWNER-COUNT
           COMPUTE PRIMARY-SHARE = ACCOUNT-LOCAL-BALANCE
                   - JOINT-SHARE * (OWNER-COUNT - 1)

           COMPUTE JOINT-ACCR-SHARE = ACCOUNT-ACCRUED / OWNER-COUNT
           COMPUTE PRIMARY-ACCR-SHARE = ACCOUNT-ACCRUED
                   - JOINT-ACCR-SHARE * (OWNER-COUNT - 1)

           GO TO COMPUTE-ACCOUNT-SHARES-EXIT

           .
      *****************************************************************
       COUNT-NEXT-CO-OWNER.

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNT")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JNT-BROWSE-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR JNT-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO JNT-DONE-SW

           ELSE

            ADD 1 TO OWNER-COUNT

           END-IF

           .
       COMPUTE-ACCOUNT-SHARES-EXIT.
           EXIT.
      *****************************************************************
       BUILD-CUSTOMER-VIEWS SECTION.

      * every customer on the master, in customer-number order

           MOVE LOW-VALUES TO CUST-BROWSE-KEY
           MOVE 0 TO END-OF-FILE-SW

           EXEC CICS STARTBR
                   FILE("TECHCUST")
                   RIDFLD(CUST-BROWSE-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM BUILD-ONE-CUSTOMER UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHCUST")
                   NOHANDLE
                   END-EXEC

           .
       BUILD-CUSTOMER-VIEWS-EXIT.
           EXIT.
      *****************************************************************
       BUILD-ONE-CUSTOMER SECTION.

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUST-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO BUILD-ONE-CUSTOMER-EXIT

           END-IF

           MOVE 0 TO CV-ACCOUNT-COUNT
           MOVE 0 TO CV-BALANCE
           MOVE 0 TO CV-ACCRUED

           PERFORM COLLECT-OWNED-ACCOUNTS

           PERFORM COLLECT-JOINT-ACCOUNTS

      * a customer with no eligible account has nothing on deposit
      * for the scheme to cover and is left off the file

           IF CV-ACCOUNT-COUNT = 0

            GO TO BUILD-ONE-CUSTOMER-EXIT

           END-IF

      * the cover applies to the customer's net position; nothing is
      * covered for a customer whose accounts net to a debit

           COMPUTE CV-TOTAL = CV-BALANCE + CV-ACCRUED

           EVALUATE TRUE

            WHEN CV-TOTAL NOT > 0

             MOVE 0 TO CV-INSURED

            WHEN CV-TOTAL > INSURANCE-CAP

             MOVE INSURANCE-CAP TO CV-INSURED
             ADD 1 TO OVER-CAP-COUNT

            WHEN OTHER

             MOVE CV-TOTAL TO CV-INSURED

           END-EVALUATE

           COMPUTE CV-UNINSURED = CV-TOTAL - CV-INSURED

           MOVE SPACES TO SCV-RECORD
           MOVE 'D' TO SCV-RECORD-TYPE
           MOVE CUST-NO TO SCV-CUST-NO
           MOVE CUST-SURNAME TO SCV-SURNAME
           MOVE CUST-FIRST-NAME TO SCV-FIRST-NAME
           MOVE CUST-ADDRESS TO SCV-ADDRESS
           MOVE CV-ACCOUNT-COUNT TO SCV-ACCOUNT-COUNT
           MOVE CV-BALANCE TO SCV-BALANCE
           MOVE CV-ACCRUED TO SCV-ACCRUED
           MOVE CV-TOTAL TO SCV-TOTAL
           MOVE CV-INSURED TO SCV-INSURED
           MOVE CV-UNINSURED TO SCV-UNINSURED
           PERFORM WRITE-SCV-RECORD

           ADD 1 TO CUSTOMER-COUNT
           ADD CV-BALANCE TO SCV-BALANCE-TOTAL
           ADD CV-ACCRUED TO SCV-ACCRUED-TOTAL
           ADD CV-INSURED TO SCV-INSURED-TOTAL
           ADD CV-UNINSURED TO SCV-UNINSURED-TOTAL

           .
       BUILD-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       COLLECT-OWNED-ACCOUNTS SECTION.

      * the accounts opened for the customer, from the TECHCUX path
      * over TECHBASE

           MOVE CUST-NO TO CUX-BROWSE-KEY
           MOVE 0 TO SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHCUX")
                   RIDFLD(CUX-BROWSE-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SCAN-DONE-SW

           END-IF

           PERFORM COLLECT-ONE-OWNED UNTIL SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHCUX")
                   NOHANDLE
                   END-EXEC

           GO TO COLLECT-OWNED-ACCOUNTS-EXIT

           .
      *****************************************************************
       COLLECT-ONE-OWNED.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUX")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUX-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR CUSTOMER-NOO NOT = CUST-NO

            MOVE 1 TO SCAN-DONE-SW

           ELSE

            MOVE 'P' TO OWNER-ROLE
            PERFORM ADD-ACCOUNT-TO-VIEW

           END-IF

           .
       COLLECT-OWNED-ACCOUNTS-EXIT.
           EXIT.
      *****************************************************************
       COLLECT-JOINT-ACCOUNTS SECTION.

      * the accounts the customer co-owns, from their TECHJNT links
      * on the TECHJNTC path - each account's live record is read
      * for its balance

           MOVE CUST-NO TO JNTC-BROWSE-KEY
           MOVE 0 TO SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHJNTC")
                   RIDFLD(JNTC-BROWSE-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SCAN-DONE-SW

           END-IF

           PERFORM COLLECT-ONE-JOINT UNTIL SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHJNTC")
                   NOHANDLE
                   END-EXEC

           GO TO COLLECT-JOINT-ACCOUNTS-EXIT

           .
      *****************************************************************
       COLLECT-ONE-JOINT.

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNTC")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JNTC-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR JNT-CUST-NO NOT = CUST-NO

            MOVE 1 TO SCAN-DONE-SW

           ELSE

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBASE")
                    INTO(TECHBASE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(JNT-ACCOUNT)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE 'J' TO OWNER-ROLE
             PERFORM ADD-ACCOUNT-TO-VIEW

            END-IF

           END-IF

           .
       COLLECT-JOINT-ACCOUNTS-EXIT.
           EXIT.
      *****************************************************************
       ADD-ACCOUNT-TO-VIEW SECTION.

      * the customer's share of the account in TECHBASE-RECORD, as
      * the one it was opened for (OWNER-ROLE 'P') or a co-owner

           PERFORM CLASSIFY-ACCOUNT

           IF NOT ACCOUNT-ELIGIBLE

            GO TO ADD-ACCOUNT-TO-VIEW-EXIT

           END-IF

           PERFORM COMPUTE-ACCOUNT-SHARES

           ADD 1 TO CV-ACCOUNT-COUNT

           IF OWNER-PRIMARY

            ADD PRIMARY-SHARE TO CV-BALANCE
            ADD PRIMARY-ACCR-SHARE TO CV-ACCRUED

           ELSE

            ADD JOINT-SHARE TO CV-BALANCE
            ADD JOINT-ACCR-SHARE TO CV-ACCRUED

           END-IF

           .
       ADD-ACCOUNT-TO-VIEW-EXIT.
           EXIT.
      *****************************************************************
       RECONCILE-ACCOUNTS SECTION.

      * TECHBASE end to end, as TRIALBAL takes its snapshot, sorting
      * every account into internal, closed or eligible - and for an
      * eligible account, taking out the share of any owner the
      * customer walk could not have found because they are missing
      * from TECHCUST

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

           PERFORM RECONCILE-ONE-ACCOUNT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHBASE")
                   NOHANDLE
                   END-EXEC

           GO TO RECONCILE-ACCOUNTS-EXIT

           .
      *****************************************************************
       RECONCILE-ONE-ACCOUNT.

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

            PERFORM RECONCILE-CLASSIFY

           END-IF

           .
       RECONCILE-ACCOUNTS-EXIT.
           EXIT.
      *****************************************************************
       RECONCILE-CLASSIFY SECTION.

           ADD 1 TO FILE-COUNT
           ADD BALANCEO TO FILE-TOTAL

           PERFORM CLASSIFY-ACCOUNT

           IF ACCOUNT-INTERNAL

            ADD 1 TO INTERNAL-COUNT
            ADD BALANCEO TO INTERNAL-TOTAL

            GO TO RECONCILE-CLASSIFY-EXIT

           END-IF

           IF ACCOUNT-CLOSED

            ADD 1 TO CLOSED-COUNT
            ADD BALANCEO TO CLOSED-TOTAL

            GO TO RECONCILE-CLASSIFY-EXIT

           END-IF

           PERFORM COMPUTE-ACCOUNT-SHARES

           ADD 1 TO ELIGIBLE-COUNT
           ADD BALANCEO TO ELIGIBLE-TOTAL
           ADD ACCOUNT-ACCRUED TO ELIGIBLE-ACCRUED

      * the snapshot is the plain sum of the balances - the step to
      * the local equivalent is reported on its own line

           IF ACCOUNT-FOREIGN

            ADD 1 TO FOREIGN-COUNT
            COMPUTE CONVERSION-TOTAL = CONVERSION-TOTAL
                    + ACCOUNT-LOCAL-BALANCE - BALANCEO

            IF ACCOUNT-UNRATED

             ADD 1 TO UNRATED-COUNT

            END-IF

           END-IF

      * the customer it was opened for, then each co-owner

           MOVE CUSTOMER-NOO TO CHECK-CUST
           MOVE 'P' TO OWNER-ROLE
           PERFORM CHECK-OWNER-ON-FILE

           MOVE 'J' TO OWNER-ROLE

           MOVE LOW-VALUES TO JNT-BROWSE-KEY
           MOVE ACCOUNTO TO JNT-BROWSE-KEY(1:5)
           MOVE 0 TO JNT-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHJNT")
                   RIDFLD(JNT-BROWSE-KEY)
                   KEYLENGTH(11)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO JNT-DONE-SW

           END-IF

           PERFORM CHECK-NEXT-CO-OWNER UNTIL JNT-DONE

           EXEC CICS ENDBR
                   FILE("TECHJNT")
                   NOHANDLE
                   END-EXEC

           GO TO RECONCILE-CLASSIFY-EXIT

           .
      *****************************************************************
       CHECK-NEXT-CO-OWNER.

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNT")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JNT-BROWSE-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR JNT-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO JNT-DONE-SW

           ELSE

            MOVE JNT-CUST-NO TO CHECK-CUST
            PERFORM CHECK-OWNER-ON-FILE

           END-IF

           .
       RECONCILE-CLASSIFY-EXIT.
           EXIT.
      *****************************************************************
       CHECK-OWNER-ON-FILE SECTION.

      * an owner with no TECHCUST record has no single customer view
      * to carry their share, which is set aside as unowned

           IF CHECK-CUST NOT = SPACES AND CHECK-CUST NOT = LOW-VALUES

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCUST")
                    INTO(CUSTOMER-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CHECK-CUST)
                    KEYLENGTH(6)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             GO TO CHECK-OWNER-ON-FILE-EXIT

            END-IF

           END-IF

           ADD 1 TO UNOWNED-COUNT

           IF OWNER-PRIMARY

            ADD PRIMARY-SHARE TO UNOWNED-TOTAL
            ADD PRIMARY-ACCR-SHARE TO UNOWNED-ACCRUED

           ELSE

            ADD JOINT-SHARE TO UNOWNED-TOTAL
            ADD JOINT-ACCR-SHARE TO UNOWNED-ACCRUED

           END-IF

           .
       CHECK-OWNER-ON-FILE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-REPORT SECTION.

      * the snapshot brought forward to the file as it stands now,
      * then stepped down to the balances the SCV file carries

           IF SNAPSHOT-FOUND

            MOVE TBC-DATE TO SL-DATE
            MOVE SNAPSHOT-LINE TO PRINT-LINE

           ELSE

            MOVE NO-SNAPSHOT-LINE TO PRINT-LINE

           END-IF

           PERFORM WRITE-REPORT-LINE

           COMPUTE MOVEMENT-TOTAL = FILE-TOTAL - TBC-TOTAL

           MOVE 'TBTOTAL1 TRIAL BALANCE SNAPSHOT' TO CL-LABEL
           MOVE TBC-COUNT TO CL-COUNT
           MOVE TBC-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'MOVEMENT SINCE SNAPSHOT' TO CL-LABEL
           MOVE 0 TO CL-COUNT
           MOVE MOVEMENT-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'TECHBASE TOTAL AT THIS RUN' TO CL-LABEL
           MOVE FILE-COUNT TO CL-COUNT
           MOVE FILE-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'LESS INTERNAL ACCOUNTS' TO CL-LABEL
           MOVE INTERNAL-COUNT TO CL-COUNT
           MOVE INTERNAL-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'LESS CLOSED ACCOUNTS' TO CL-LABEL
           MOVE CLOSED-COUNT TO CL-COUNT
           MOVE CLOSED-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

      * printed only where some eligible account is held in a
      * foreign currency; one with no approved rate counted as zero

           IF FOREIGN-COUNT NOT = 0

            MOVE 'FOREIGN BALANCES TO LOCAL EQUIVALENT' TO CL-LABEL
            MOVE FOREIGN-COUNT TO CL-COUNT
            MOVE CONVERSION-TOTAL TO CL-AMOUNT
            PERFORM WRITE-CONTROL-LINE

           END-IF

           IF UNRATED-COUNT NOT = 0

            MOVE 'FOREIGN ACCOUNTS WITH NO RATE (AT ZERO)' TO CL-LABEL
            MOVE UNRATED-COUNT TO CL-COUNT
            MOVE 0 TO CL-AMOUNT
            PERFORM WRITE-CONTROL-LINE

           END-IF

           MOVE 'LESS SHARES OF OWNERS NOT ON TECHCUST' TO CL-LABEL
           MOVE UNOWNED-COUNT TO CL-COUNT
           MOVE UNOWNED-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           COMPUTE ELIGIBLE-TOTAL = ELIGIBLE-TOTAL + CONVERSION-TOTAL
                   - UNOWNED-TOTAL
           COMPUTE ELIGIBLE-ACCRUED = ELIGIBLE-ACCRUED - UNOWNED-ACCRUED

           MOVE 'BALANCES DUE ON THE SCV FILE' TO CL-LABEL
           MOVE ELIGIBLE-COUNT TO CL-COUNT
           MOVE ELIGIBLE-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'BALANCES ON THE SCV FILE' TO CL-LABEL
           MOVE CUSTOMER-COUNT TO CL-COUNT
           MOVE SCV-BALANCE-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           COMPUTE DIFFERENCE-TOTAL = ELIGIBLE-TOTAL - SCV-BALANCE-TOTAL

           MOVE 'DIFFERENCE' TO CL-LABEL
           MOVE 0 TO CL-COUNT
           MOVE DIFFERENCE-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

      * the accrued interest ties the same way, against the
      * TECHACCR buckets of the eligible accounts

           MOVE 'ACCRUED INTEREST DUE ON THE SCV FILE' TO CL-LABEL
           MOVE 0 TO CL-COUNT
           MOVE ELIGIBLE-ACCRUED TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'ACCRUED INTEREST ON THE SCV FILE' TO CL-LABEL
           MOVE 0 TO CL-COUNT
           MOVE SCV-ACCRUED-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           COMPUTE DIFFERENCE-TOTAL =
                   ELIGIBLE-ACCRUED - SCV-ACCRUED-TOTAL

           MOVE 'DIFFERENCE' TO CL-LABEL
           MOVE 0 TO CL-COUNT
           MOVE DIFFERENCE-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'INSURED' TO CL-LABEL
           MOVE CUSTOMER-COUNT TO CL-COUNT
           MOVE SCV-INSURED-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'UNINSURED (CUSTOMERS OVER THE CAP)' TO CL-LABEL
           MOVE OVER-CAP-COUNT TO CL-COUNT
           MOVE SCV-UNINSURED-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-LINE SECTION.

           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-CONTROL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-SCV-RECORD SECTION.

           MOVE SCV-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("SCVFILE")
                   FROM(SCV-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-SCV-RECORD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("SCVRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
