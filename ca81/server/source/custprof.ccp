      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, customer profitability.
      *
      * For CICS v3
      *
      * Month-end customer profitability report. Every customer on
      * the TECHCUST master is costed across the accounts opened for
      * them (their accounts on the TECHCUX path) for the month the
      * business date falls in, from the first of the month to the
      * business date:
      *
      *   - average balance - each account's day-end balances over
      *     the month, rebuilt from the before and after images of
      *     its TECHAUDIT entries (read through the TECHAUX index) and
      *     averaged over the days elapsed; an account with nothing on
      *     file to rebuild from stands at its balance all month
      *   - credit interest paid - INTPOST's 'MONTHLY INTEREST' credits
      *     and TERMMAT's 'TERM INTEREST' at maturity
      *   - debit interest earned - the overdraft interest ACCRUE
      *     builds up and INTPOST capitalizes as a 'MONTHLY INTEREST'
      *     debit
      *   - fees earned - NSFFEE's 'NSF FEE' and SVCCHG's monthly
      *     'SERVICE CHARGE' on the customer's account
      *   - tax withheld - the TECHTAX year-to-date withholding for
      *     the calendar year, shown for information; it is the
      *     customer's tax, not the bank's income
      *   - net contribution - debit interest and fees earned, less
      *     the credit interest paid
      *
      * An account held in a foreign currency (its product's currency,
      * against the TECHPARM 'FXPARM' local currency) is costed in
      * local terms - its average balance, interest, fees and tax
      * converted at the currency's latest approved TECHFXR rate on
      * or before the business date, as TRIALBAL converts them -
      * before it is added to its customer. A currency with no
      * approved rate counts at zero and its accounts are counted on
      * the run totals.
      *
      * Internal (product type 'I') and closed accounts are left out,
      * and a joint account counts to the customer it was opened for,
      * so each account is costed once. A customer belongs to the
      * branch of the account carrying their largest average balance.
      * Within each branch the customers are ranked by net
      * contribution, best first, and a loss-making customer whose
      * average balance is at or over the review level (TECHPARM
      * 'PROFPARM', 50,000.00 when the record is missing) is flagged
      * for a pricing review. The report goes to the PROFRPT print
      * file. Run by NIGHTRUN at month end; not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
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

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * the account and balance out of the images - an image that is
      * not of this account (or not there at all) is not used

       01 BI-IMAGE.
        03 BI-ACCOUNTO                 PIC X(5).
        03 FILLER                      PIC X(70).
        03 BI-BALANCEO                 PIC S9(9)V99.
        03 FILLER                      PIC X(62).

       01 AI-IMAGE.
        03 AI-ACCOUNTO                 PIC X(5).
        03 FILLER                      PIC X(70).
        03 AI-BALANCEO                 PIC S9(9)V99.
        03 FILLER                      PIC X(62).

      * the account's TECHTAX year-to-date record - same layout
      * INTPOST keeps

       01 TAX-YTD-RECORD.
        03 TAX-KEY.
         05 TAX-ACCOUNT                PIC X(5).
         05 TAX-YEAR                   PIC X(4).
        03 TAX-INT-YTD                 PIC S9(9)V99.
        03 TAX-WHT-YTD                 PIC S9(9)V99.

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

      * the TECHPARM 'PROFPARM' record - the average balance from
      * which a loss-making customer is put up for a pricing review

       01 PROF-PARM-RECORD.
        03 PRFP-KEY                    PIC X(8).
        03 PRFP-REVIEW-BALANCE         PIC S9(9)V99.

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 TAX-REC-LEN                 PIC S9(4) VALUE 31.
        03 PRFP-REC-LEN                PIC S9(4) VALUE 19.
        03 PRFP-KEY-VALUE              PIC X(8) VALUE 'PROFPARM'.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 PERIOD-START                PIC X(8).
        03 PERIOD-DAYS                 PIC 9(2) VALUE 0.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 REVIEW-BALANCE              PIC S9(9)V99 VALUE 50000.00.
        03 CUST-BROWSE-KEY             PIC X(6).
        03 CUX-BROWSE-KEY              PIC X(6).
        03 AUX-ACCOUNT-KEY             PIC X(5).
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 SCAN-DONE-SW                PIC 9 VALUE 0.
          88 SCAN-DONE                         VALUE 1.
        03 AUX-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 AUX-SCAN-DONE                     VALUE 1.
        03 BALANCE-KNOWN-SW            PIC 9 VALUE 0.
          88 BALANCE-KNOWN                     VALUE 1.
        03 BEFORE-VALID-SW             PIC 9 VALUE 0.
          88 BEFORE-VALID                      VALUE 1.
        03 AFTER-VALID-SW              PIC 9 VALUE 0.
          88 AFTER-VALID                       VALUE 1.
        03 ENTRY-DAY                   PIC 9(2) VALUE 0.
        03 LAST-DAY                    PIC 9(2) VALUE 0.
        03 CURRENT-BALANCE             PIC S9(9)V99 VALUE 0.
        03 MOVEMENT                    PIC S9(9)V99 VALUE 0.
        03 BALANCE-DAYS                PIC S9(13)V99 COMP-3 VALUE 0.

      * the account being costed

       01 ACCOUNT-FIGURES.
        03 AF-AVG-BALANCE              PIC S9(11)V99 VALUE 0.
        03 AF-CREDIT-INT               PIC S9(9)V99 VALUE 0.
        03 AF-DEBIT-INT                PIC S9(9)V99 VALUE 0.
        03 AF-FEES                     PIC S9(9)V99 VALUE 0.
        03 AF-TAX                      PIC S9(9)V99 VALUE 0.

      * the customer being built - the branch of their largest
      * average balance goes with them

       01 CUSTOMER-FIGURES.
        03 CF-ACCOUNT-COUNT            PIC 9(3) VALUE 0.
        03 CF-BRANCH                   PIC X(4).
        03 CF-BRANCH-BALANCE           PIC S9(11)V99 VALUE 0.
        03 CF-AVG-BALANCE              PIC S9(11)V99 VALUE 0.
        03 CF-CREDIT-INT               PIC S9(9)V99 VALUE 0.
        03 CF-DEBIT-INT                PIC S9(9)V99 VALUE 0.
        03 CF-FEES                     PIC S9(9)V99 VALUE 0.
        03 CF-TAX                      PIC S9(9)V99 VALUE 0.

      * every costed customer, held until the branches are ranked

       01 CUSTOMER-TABLE.
        03 CT-COUNT                    PIC 9(4) VALUE 0.
        03 CT-ENTRY OCCURS 2000 TIMES.
         05 CT-CUST-NO                 PIC X(6).
         05 CT-BRANCH                  PIC X(4).
         05 CT-RANKED                  PIC X(1).
         05 CT-AVG-BALANCE             PIC S9(11)V99 COMP-3.
         05 CT-CREDIT-INT              PIC S9(9)V99 COMP-3.
         05 CT-DEBIT-INT               PIC S9(9)V99 COMP-3.
         05 CT-FEES                    PIC S9(9)V99 COMP-3.
         05 CT-TAX                     PIC S9(9)V99 COMP-3.
         05 CT-NET                     PIC S9(11)V99 COMP-3.

       01 BRANCH-TABLE.
        03 BR-COUNT                    PIC 9(3) VALUE 0.
        03 BR-ENTRY OCCURS 100 TIMES.
         05 BR-CODE                    PIC X(4).
         05 BR-DONE                    PIC X(1).

       01 RANK-VARS.
        03 CT-IX                       PIC 9(4) VALUE 0.
        03 BEST-IX                     PIC 9(4) VALUE 0.
        03 BR-IX                       PIC 9(3) VALUE 0.
        03 BEST-BR-IX                  PIC 9(3) VALUE 0.
        03 BRANCH-FOUND-SW             PIC 9 VALUE 0.
          88 BRANCH-FOUND                      VALUE 1.
        03 CUSTOMER-RANK               PIC 9(4) VALUE 0.
        03 RANK-BRANCH                 PIC X(4).
        03 NEXT-RANK-SW                PIC 9 VALUE 0.
          88 NO-MORE-TO-RANK                   VALUE 1.

       01 RUN-TOTALS.
        03 CUSTOMER-COUNT              PIC 9(7) VALUE 0.
        03 OVERFLOW-COUNT              PIC 9(7) VALUE 0.
        03 REVIEW-COUNT                PIC 9(7) VALUE 0.
        03 FOREIGN-COUNT               PIC 9(7) VALUE 0.
        03 UNRATED-COUNT               PIC 9(7) VALUE 0.
        03 BRANCH-CUSTOMERS            PIC 9(7) VALUE 0.
        03 BRANCH-AVG-BALANCE          PIC S9(13)V99 COMP-3 VALUE 0.
        03 BRANCH-NET                  PIC S9(13)V99 COMP-3 VALUE 0.
        03 BANK-AVG-BALANCE            PIC S9(13)V99 COMP-3 VALUE 0.
        03 BANK-CREDIT-INT             PIC S9(13)V99 COMP-3 VALUE 0.
        03 BANK-DEBIT-INT              PIC S9(13)V99 COMP-3 VALUE 0.
        03 BANK-FEES                   PIC S9(13)V99 COMP-3 VALUE 0.
        03 BANK-TAX                    PIC S9(13)V99 COMP-3 VALUE 0.
        03 BANK-NET                    PIC S9(13)V99 COMP-3 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(32)
                   VALUE 'CUSTOMER PROFITABILITY FROM'.
        03 HL-FROM                     PIC X(8).
        03 FILLER                      PIC X(4) VALUE ' TO'.
        03 HL-TO                       PIC X(8).
        03 FILLER                      PIC X(15) VALUE '  REVIEW OVER'.
        03 HL-REVIEW                   PIC Z(8)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.

       01 BRANCH-LINE.
        03 FILLER                      PIC X(7) VALUE 'BRANCH'.
        03 BL-BRANCH                   PIC X(4).
        03 FILLER                      PIC X(69) VALUE SPACES.

       01 COLUMN-LINE.
        03 FILLER                      PIC X(32)
                   VALUE 'RANK CUST       AVG BAL   CR INT'.
        03 FILLER                      PIC X(27)
                   VALUE '   DR INT     FEES  TAX YTD'.
        03 FILLER                      PIC X(21) VALUE '       NET'.

      * one ranked customer - REVIEW against a loss-maker carrying
      * the review balance or more

       01 DETAIL-LINE.
        03 DL-RANK                     PIC Z(3)9.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-CUST-NO                  PIC X(6).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-AVG-BALANCE              PIC -(7)9.99.
        03 DL-CREDIT-INT               PIC -(5)9.99.
        03 DL-DEBIT-INT                PIC -(5)9.99.
        03 DL-FEES                     PIC -(5)9.99.
        03 DL-TAX                      PIC -(5)9.99.
        03 DL-NET                      PIC -(6)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-FLAG                     PIC X(6).
        03 FILLER                      PIC X(4) VALUE SPACES.

      * a branch or run total - the label, how many customers, and
      * the amount

       01 TOTAL-LINE.
        03 TL-LABEL                    PIC X(40).
        03 TL-COUNT                    PIC Z(6)9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 TL-AMOUNT                   PIC -(13)9.99.
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

      * the month so far - the first of the month to the business
      * date, which at month end is the whole month

           MOVE RUN-DATE TO PERIOD-START
           MOVE '01' TO PERIOD-START(7:2)
           MOVE RUN-DATE(7:2) TO PERIOD-DAYS

           PERFORM LOAD-PARAMETERS

           PERFORM LOAD-PRODUCTS

           PERFORM LOAD-FX-RATES

           MOVE PERIOD-START TO HL-FROM
           MOVE RUN-DATE TO HL-TO
           MOVE REVIEW-BALANCE TO HL-REVIEW
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM COST-CUSTOMERS

           PERFORM LIST-BRANCHES

           PERFORM WRITE-RUN-TOTALS

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-PARAMETERS SECTION.

      * the pricing-review balance from the TECHPARM 'PROFPARM'
      * record; zero or a missing record leaves the compiled-in
      * fallback

           MOVE PRFP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(PROF-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PRFP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND PRFP-REVIEW-BALANCE NUMERIC
              AND PRFP-REVIEW-BALANCE > 0

            MOVE PRFP-REVIEW-BALANCE TO REVIEW-BALANCE

           END-IF

           .
       LOAD-PARAMETERS-EXIT.
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

      * the account's figures for the month in local terms - as they
      * stand for a local-currency account, at its currency's rate
      * for a foreign one. ACCOUNT-CURRENCY is the one
      * GET-PRODUCT-TYPE found.

           MOVE 0 TO CY-FOUND-IX

           IF ACCOUNT-CURRENCY NOT = SPACES

            PERFORM FIND-CURRENCY

           END-IF

           IF CY-FOUND-IX = 0

            GO TO CONVERT-TO-LOCAL-EXIT

           END-IF

           ADD 1 TO FOREIGN-COUNT

           IF CY-RATE(CY-FOUND-IX) = 0

            ADD 1 TO UNRATED-COUNT

           END-IF

           COMPUTE AF-AVG-BALANCE ROUNDED =
                   AF-AVG-BALANCE * CY-RATE(CY-FOUND-IX)

           COMPUTE AF-CREDIT-INT ROUNDED =
                   AF-CREDIT-INT * CY-RATE(CY-FOUND-IX)

           COMPUTE AF-DEBIT-INT ROUNDED =
                   AF-DEBIT-INT * CY-RATE(CY-FOUND-IX)

           COMPUTE AF-FEES ROUNDED =
                   AF-FEES * CY-RATE(CY-FOUND-IX)

           COMPUTE AF-TAX ROUNDED =
                   AF-TAX * CY-RATE(CY-FOUND-IX)

           .
       CONVERT-TO-LOCAL-EXIT.
           EXIT.
      *****************************************************************
       COST-CUSTOMERS SECTION.

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

           PERFORM COST-ONE-CUSTOMER UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHCUST")
                   NOHANDLE
                   END-EXEC

           .
       COST-CUSTOMERS-EXIT.
           EXIT.
      *****************************************************************
       COST-ONE-CUSTOMER SECTION.

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

            GO TO COST-ONE-CUSTOMER-EXIT

           END-IF

           MOVE 0 TO CF-ACCOUNT-COUNT
           MOVE SPACES TO CF-BRANCH
           MOVE 0 TO CF-BRANCH-BALANCE
           MOVE 0 TO CF-AVG-BALANCE
           MOVE 0 TO CF-CREDIT-INT
           MOVE 0 TO CF-DEBIT-INT
           MOVE 0 TO CF-FEES
           MOVE 0 TO CF-TAX

           PERFORM COLLECT-OWNED-ACCOUNTS

      * a customer with no open customer account has nothing to cost

           IF CF-ACCOUNT-COUNT = 0

            GO TO COST-ONE-CUSTOMER-EXIT

           END-IF

           ADD 1 TO CUSTOMER-COUNT

           PERFORM NOTE-BRANCH

           IF CT-COUNT = 2000 OR NOT BRANCH-FOUND

            ADD 1 TO OVERFLOW-COUNT

            GO TO COST-ONE-CUSTOMER-EXIT

           END-IF

           ADD 1 TO CT-COUNT
           MOVE CUST-NO TO CT-CUST-NO(CT-COUNT)
           MOVE CF-BRANCH TO CT-BRANCH(CT-COUNT)
           MOVE 'N' TO CT-RANKED(CT-COUNT)
           MOVE CF-AVG-BALANCE TO CT-AVG-BALANCE(CT-COUNT)
           MOVE CF-CREDIT-INT TO CT-CREDIT-INT(CT-COUNT)
           MOVE CF-DEBIT-INT TO CT-DEBIT-INT(CT-COUNT)
           MOVE CF-FEES TO CT-FEES(CT-COUNT)
           MOVE CF-TAX TO CT-TAX(CT-COUNT)
           COMPUTE CT-NET(CT-COUNT) =
                   CF-DEBIT-INT + CF-FEES - CF-CREDIT-INT

           .
       COST-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       NOTE-BRANCH SECTION.

      * the customer's branch onto the branch table, once - a
      * customer whose branch finds the table full cannot be ranked

           MOVE 0 TO BRANCH-FOUND-SW

           PERFORM FIND-BRANCH
                   VARYING BR-IX FROM 1 BY 1
                   UNTIL BR-IX > BR-COUNT OR BRANCH-FOUND

           IF NOT BRANCH-FOUND AND BR-COUNT < 100

            ADD 1 TO BR-COUNT
            MOVE CF-BRANCH TO BR-CODE(BR-COUNT)
            MOVE 'N' TO BR-DONE(BR-COUNT)
            MOVE 1 TO BRANCH-FOUND-SW

           END-IF

           GO TO NOTE-BRANCH-EXIT

           .
      *****************************************************************
       FIND-BRANCH.

           IF BR-CODE(BR-IX) = CF-BRANCH

            MOVE 1 TO BRANCH-FOUND-SW

           END-IF

           .
       NOTE-BRANCH-EXIT.
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

            PERFORM COST-ONE-ACCOUNT

           END-IF

           .
       COLLECT-OWNED-ACCOUNTS-EXIT.
           EXIT.
      *****************************************************************
       COST-ONE-ACCOUNT SECTION.

      * the account in TECHBASE-RECORD costed for the month and added
      * to its customer - internal and closed accounts are left out

           PERFORM GET-PRODUCT-TYPE

           IF ACCOUNT-PROD-TYPE = 'I' OR ACCOUNT-CLOSEDO

            GO TO COST-ONE-ACCOUNT-EXIT

           END-IF

           MOVE 0 TO AF-CREDIT-INT
           MOVE 0 TO AF-DEBIT-INT
           MOVE 0 TO AF-FEES
           MOVE 0 TO AF-TAX

           PERFORM SCAN-ACCOUNT-HISTORY

           PERFORM READ-TAX-WITHHELD

           PERFORM CONVERT-TO-LOCAL

           ADD 1 TO CF-ACCOUNT-COUNT
           ADD AF-AVG-BALANCE TO CF-AVG-BALANCE
           ADD AF-CREDIT-INT TO CF-CREDIT-INT
           ADD AF-DEBIT-INT TO CF-DEBIT-INT
           ADD AF-FEES TO CF-FEES
           ADD AF-TAX TO CF-TAX

           IF CF-ACCOUNT-COUNT = 1
              OR AF-AVG-BALANCE > CF-BRANCH-BALANCE

            MOVE BRANCH-CODEO TO CF-BRANCH
            MOVE AF-AVG-BALANCE TO CF-BRANCH-BALANCE

           END-IF

           .
       COST-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       SCAN-ACCOUNT-HISTORY SECTION.

      * the account's audit trail in sequence order through the
      * TECHAUX index. The last balance before the month opens it;
      * each entry in the month closes the days since the one before
      * at the running balance and moves the balance on to its after
      * image; entries after the business date are not this month's.
      * An account with nothing on file to go by has stood at its
      * present balance all month.

           MOVE 0 TO BALANCE-KNOWN-SW
           MOVE 0 TO CURRENT-BALANCE
           MOVE 0 TO BALANCE-DAYS
           MOVE 1 TO LAST-DAY

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

           PERFORM SCAN-ONE-AUX-ENTRY UNTIL AUX-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUX")
                   NOHANDLE
                   END-EXEC

           IF NOT BALANCE-KNOWN

            MOVE BALANCEO TO CURRENT-BALANCE

           END-IF

           COMPUTE BALANCE-DAYS = BALANCE-DAYS
                   + CURRENT-BALANCE * (PERIOD-DAYS + 1 - LAST-DAY)

           COMPUTE AF-AVG-BALANCE ROUNDED =
                   BALANCE-DAYS / PERIOD-DAYS

           GO TO SCAN-ACCOUNT-HISTORY-EXIT

           .
      *****************************************************************
       SCAN-ONE-AUX-ENTRY.

           EXEC CICS READNEXT
                   FILE("TECHAUX")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUX-ACCOUNT-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR AUDIT-ACCOUNT NOT = ACCOUNTO
              OR AUDIT-DATE > RUN-DATE

            MOVE 1 TO AUX-SCAN-DONE-SW

           ELSE

            PERFORM APPLY-AUX-ENTRY

           END-IF

           .
       SCAN-ACCOUNT-HISTORY-EXIT.
           EXIT.
      *****************************************************************
       APPLY-AUX-ENTRY SECTION.

           MOVE AUDIT-BEFORE-IMAGE TO BI-IMAGE
           MOVE AUDIT-AFTER-IMAGE TO AI-IMAGE

           MOVE 0 TO BEFORE-VALID-SW
           MOVE 0 TO AFTER-VALID-SW

           IF BI-ACCOUNTO = ACCOUNTO AND BI-BALANCEO NUMERIC

            MOVE 1 TO BEFORE-VALID-SW

           END-IF

           IF AI-ACCOUNTO = ACCOUNTO AND AI-BALANCEO NUMERIC

            MOVE 1 TO AFTER-VALID-SW

           END-IF

      * before the month - only the balance it left matters

           IF AUDIT-DATE < PERIOD-START

            IF AFTER-VALID

             MOVE AI-BALANCEO TO CURRENT-BALANCE
             MOVE 1 TO BALANCE-KNOWN-SW

            END-IF

            GO TO APPLY-AUX-ENTRY-EXIT

           END-IF

      * the first movement of an account with no earlier history
      * says what it stood at when the month opened

           IF NOT BALANCE-KNOWN AND BEFORE-VALID

            MOVE BI-BALANCEO TO CURRENT-BALANCE

           END-IF

           MOVE 1 TO BALANCE-KNOWN-SW

           MOVE AUDIT-DATE(7:2) TO ENTRY-DAY

           IF ENTRY-DAY > LAST-DAY

            COMPUTE BALANCE-DAYS = BALANCE-DAYS
                    + CURRENT-BALANCE * (ENTRY-DAY - LAST-DAY)

            MOVE ENTRY-DAY TO LAST-DAY

           END-IF

           IF AFTER-VALID

            MOVE AI-BALANCEO TO CURRENT-BALANCE

           END-IF

      * the income and expense entries, by the narrative the posting
      * jobs give them - the movement is the after balance less the
      * before

           IF NOT (BEFORE-VALID AND AFTER-VALID)

            GO TO APPLY-AUX-ENTRY-EXIT

           END-IF

           COMPUTE MOVEMENT = AI-BALANCEO - BI-BALANCEO

           EVALUATE TRUE

            WHEN AUDIT-NARRATIVE = 'MONTHLY INTEREST'
                 AND MOVEMENT > 0

             ADD MOVEMENT TO AF-CREDIT-INT

            WHEN AUDIT-NARRATIVE = 'MONTHLY INTEREST'

             SUBTRACT MOVEMENT FROM AF-DEBIT-INT

            WHEN AUDIT-NARRATIVE = 'TERM INTEREST'

             ADD MOVEMENT TO AF-CREDIT-INT

            WHEN AUDIT-NARRATIVE = 'NSF FEE'

             SUBTRACT MOVEMENT FROM AF-FEES

            WHEN AUDIT-NARRATIVE(1:15) = 'SERVICE CHARGE '
                 AND AUDIT-NARRATIVE(16:5) NOT = 'FROM '

             SUBTRACT MOVEMENT FROM AF-FEES

            WHEN OTHER

             CONTINUE

           END-EVALUATE

           .
       APPLY-AUX-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       READ-TAX-WITHHELD SECTION.

      * the tax INTPOST has withheld from the account this calendar
      * year, off its TECHTAX year-to-date record

           MOVE ACCOUNTO TO TAX-ACCOUNT
           MOVE RUN-DATE(1:4) TO TAX-YEAR

           MOVE TAX-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHTAX")
                   INTO(TAX-YTD-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TAX-KEY)
                   KEYLENGTH(9)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND TAX-WHT-YTD NUMERIC

            MOVE TAX-WHT-YTD TO AF-TAX

           END-IF

           .
       READ-TAX-WITHHELD-EXIT.
           EXIT.
      *****************************************************************
       LIST-BRANCHES SECTION.

      * the branches in branch-code order - each pass takes the
      * lowest branch not yet listed

           PERFORM LIST-NEXT-BRANCH BR-COUNT TIMES

           .
       LIST-BRANCHES-EXIT.
           EXIT.
      *****************************************************************
       LIST-NEXT-BRANCH SECTION.

           MOVE 0 TO BEST-BR-IX

           PERFORM PICK-LOWEST-BRANCH
                   VARYING BR-IX FROM 1 BY 1 UNTIL BR-IX > BR-COUNT

           IF BEST-BR-IX = 0

            GO TO LIST-NEXT-BRANCH-EXIT

           END-IF

           MOVE 'Y' TO BR-DONE(BEST-BR-IX)
           MOVE BR-CODE(BEST-BR-IX) TO RANK-BRANCH

           MOVE RANK-BRANCH TO BL-BRANCH
           MOVE BRANCH-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE COLUMN-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO CUSTOMER-RANK
           MOVE 0 TO BRANCH-CUSTOMERS
           MOVE 0 TO BRANCH-AVG-BALANCE
           MOVE 0 TO BRANCH-NET
           MOVE 0 TO NEXT-RANK-SW

           PERFORM RANK-NEXT-CUSTOMER UNTIL NO-MORE-TO-RANK

           MOVE 'BRANCH AVERAGE BALANCES' TO TL-LABEL
           MOVE BRANCH-CUSTOMERS TO TL-COUNT
           MOVE BRANCH-AVG-BALANCE TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE 'BRANCH NET CONTRIBUTION' TO TL-LABEL
           MOVE BRANCH-CUSTOMERS TO TL-COUNT
           MOVE BRANCH-NET TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           GO TO LIST-NEXT-BRANCH-EXIT

           .
      *****************************************************************
       PICK-LOWEST-BRANCH.

           IF BR-DONE(BR-IX) = 'N'

            IF BEST-BR-IX = 0

             MOVE BR-IX TO BEST-BR-IX

            ELSE

             IF BR-CODE(BR-IX) < BR-CODE(BEST-BR-IX)

              MOVE BR-IX TO BEST-BR-IX

             END-IF

            END-IF

           END-IF

           .
       LIST-NEXT-BRANCH-EXIT.
           EXIT.
      *****************************************************************
       RANK-NEXT-CUSTOMER SECTION.

      * straight selection within the branch - each pass takes the
      * best net contribution not yet ranked

           MOVE 0 TO BEST-IX

           PERFORM PICK-BEST-CUSTOMER
                   VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > CT-COUNT

           IF BEST-IX = 0

            MOVE 1 TO NEXT-RANK-SW

            GO TO RANK-NEXT-CUSTOMER-EXIT

           END-IF

           MOVE 'Y' TO CT-RANKED(BEST-IX)

           ADD 1 TO CUSTOMER-RANK
           ADD 1 TO BRANCH-CUSTOMERS
           ADD CT-AVG-BALANCE(BEST-IX) TO BRANCH-AVG-BALANCE
           ADD CT-NET(BEST-IX) TO BRANCH-NET

           ADD CT-AVG-BALANCE(BEST-IX) TO BANK-AVG-BALANCE
           ADD CT-CREDIT-INT(BEST-IX) TO BANK-CREDIT-INT
           ADD CT-DEBIT-INT(BEST-IX) TO BANK-DEBIT-INT
           ADD CT-FEES(BEST-IX) TO BANK-FEES
           ADD CT-TAX(BEST-IX) TO BANK-TAX
           ADD CT-NET(BEST-IX) TO BANK-NET

           MOVE CUSTOMER-RANK TO DL-RANK
           MOVE CT-CUST-NO(BEST-IX) TO DL-CUST-NO
           MOVE CT-AVG-BALANCE(BEST-IX) TO DL-AVG-BALANCE
           MOVE CT-CREDIT-INT(BEST-IX) TO DL-CREDIT-INT
           MOVE CT-DEBIT-INT(BEST-IX) TO DL-DEBIT-INT
           MOVE CT-FEES(BEST-IX) TO DL-FEES
           MOVE CT-TAX(BEST-IX) TO DL-TAX
           MOVE CT-NET(BEST-IX) TO DL-NET
           MOVE SPACES TO DL-FLAG

      * losing money on a customer who keeps this much with the bank
      * is a pricing question, not a credit one

           IF CT-NET(BEST-IX) < 0
              AND CT-AVG-BALANCE(BEST-IX) NOT < REVIEW-BALANCE

            MOVE 'REVIEW' TO DL-FLAG
            ADD 1 TO REVIEW-COUNT

           END-IF

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           GO TO RANK-NEXT-CUSTOMER-EXIT

           .
      *****************************************************************
       PICK-BEST-CUSTOMER.

           IF CT-RANKED(CT-IX) = 'N' AND CT-BRANCH(CT-IX) = RANK-BRANCH

            IF BEST-IX = 0

             MOVE CT-IX TO BEST-IX

            ELSE

             IF CT-NET(CT-IX) > CT-NET(BEST-IX)

              MOVE CT-IX TO BEST-IX

             END-IF

            END-IF

           END-IF

           .
       RANK-NEXT-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-RUN-TOTALS SECTION.

           MOVE 'CUSTOMERS COSTED' TO TL-LABEL
           MOVE CUSTOMER-COUNT TO TL-COUNT
           MOVE 0 TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           IF OVERFLOW-COUNT > 0

            MOVE 'CUSTOMERS NOT RANKED - TABLE FULL' TO TL-LABEL
            MOVE OVERFLOW-COUNT TO TL-COUNT
            MOVE 0 TO TL-AMOUNT
            PERFORM WRITE-TOTAL-LINE

           END-IF

           MOVE 'AVERAGE BALANCES' TO TL-LABEL
           MOVE CT-COUNT TO TL-COUNT
           MOVE BANK-AVG-BALANCE TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE 'CREDIT INTEREST PAID' TO TL-LABEL
           MOVE 0 TO TL-COUNT
           MOVE BANK-CREDIT-INT TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE 'DEBIT INTEREST EARNED' TO TL-LABEL
           MOVE 0 TO TL-COUNT
           MOVE BANK-DEBIT-INT TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE 'FEES EARNED' TO TL-LABEL
           MOVE 0 TO TL-COUNT
           MOVE BANK-FEES TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE 'NET CONTRIBUTION' TO TL-LABEL
           MOVE 0 TO TL-COUNT
           MOVE BANK-NET TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE 'TAX WITHHELD YEAR TO DATE' TO TL-LABEL
           MOVE 0 TO TL-COUNT
           MOVE BANK-TAX TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE 'FLAGGED FOR PRICING REVIEW' TO TL-LABEL
           MOVE REVIEW-COUNT TO TL-COUNT
           MOVE 0 TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE

           IF FOREIGN-COUNT > 0

            MOVE 'FOREIGN ACCOUNTS AT LOCAL EQUIVALENT' TO TL-LABEL
            MOVE FOREIGN-COUNT TO TL-COUNT
            MOVE 0 TO TL-AMOUNT
            PERFORM WRITE-TOTAL-LINE

           END-IF

           IF UNRATED-COUNT > 0

            MOVE 'FOREIGN ACCOUNTS WITH NO RATE (AT ZERO)' TO TL-LABEL
            MOVE UNRATED-COUNT TO TL-COUNT
            MOVE 0 TO TL-AMOUNT
            PERFORM WRITE-TOTAL-LINE

           END-IF

           .
       WRITE-RUN-TOTALS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-TOTAL-LINE SECTION.

           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-TOTAL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("PROFRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
