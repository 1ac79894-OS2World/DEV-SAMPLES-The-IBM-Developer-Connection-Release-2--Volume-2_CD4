      *
      * For CICS v3
      *
      * Accumulates one subtotal line per branch rather than one line
      * per account - ops wants branch totals for funding/liquidity
      * review, not the full account listing TRIALBAL already
      * produces. Each account's balance is added into a table of
      * branch and product figures kept in branch-code order (products
      * within a branch in the order they are first met), and at the
      * end of the run the table is printed with a control break on
      * the branch: the branch's account count and total on deposit,
      * its product lines beneath, and a final grand-total line
      * covering every branch. Earlier the report walked the TECHBR
      * alternate index in branch order; gathering the figures in a
      * table instead lets it take the accounts in any order.
      *
      * Each branch's count and total are also kept on the TECHBSUM
      * branch-totals file (one record per branch, replaced each run
      * and dated with the business date), so that GLRECON can hold
      * the ledger's returned deposit balances against the figures
      * the report printed.
      *
      * An account is held in its product's currency. Each product
      * line shows its total in that currency and, beside it, the
      * local equivalent at the latest approved TECHFXR rate; the
      * branch lines, the grand total and the TECHBSUM figures are
      * all in local terms, the sum of the product lines' local
      * equivalents.
      *
      * Nightly it runs as one of the functions of TBSWEEP's single
      * pass over TECHBASE, LINKed with each account in turn; it can
      * still be started as its own CICS transaction to rerun the
      * report, browsing TECHBASE for itself. Not called from
      * VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
        03 BRM-REGION                  PIC X(8).
        03 BRM-STATUS                  PIC X(1).

      * the TECHBSUM branch-totals record - what the branch line
      * printed, under the business date of the run

       01 BRANCH-TOTALS-RECORD.
        03 BST-BRANCH                  PIC X(4).
        03 BST-DATE                    PIC X(8).
        03 BST-ACCOUNTS                PIC 9(7).
        03 BST-TOTAL                   PIC S9(11)V99.

      * (BST-TOTAL is in the local currency)

       01 SAVED-BRANCH-TOTALS          PIC X(32).

      * TECHCTL 'BUSDATE' control record - the business date the
      * region is posting under

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 CONTROL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 BST-REC-LEN                 PIC S9(4) VALUE 32.
        03 RUN-ABSTIME                 PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).

      * per-branch, per-product figures, kept in branch-code order
      * as accounts are added (a branch's products in the order they
      * are first met); a combination beyond the table is counted in
      * the overflow figures (in local terms) and printed as one line

       01 BRANCH-PRODUCT-TABLE.
        03 BP-COUNT                    PIC 9(3) VALUE 0.
        03 BP-OVERFLOW-COUNT           PIC 9(5) VALUE 0.
        03 BP-OVERFLOW-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
        03 BP-ENTRY OCCURS 500 TIMES.
         05 BP-BRANCH                  PIC X(4).
         05 BP-PRODUCT                 PIC X(2).
         05 BP-ACCTS                   PIC 9(5).
         05 BP-TOTAL                   PIC S9(11)V99 COMP-3.
         05 BP-CURRENCY                PIC X(3).
         05 BP-LOCAL                   PIC S9(11)V99 COMP-3.

       01 BRANCH-PRODUCT-VARS.
        03 BP-IX                       PIC 9(3) VALUE 0.
        03 BP-SHIFT-IX                 PIC 9(3) VALUE 0.
        03 BP-GROUP-START              PIC 9(3) VALUE 0.
        03 BP-GROUP-END                PIC 9(3) VALUE 0.

       01 MISCEL-VARS.
        03 BRM-REC-LEN                 PIC S9(4) VALUE 33.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 CURRENT-BRANCH              PIC X(4) VALUE SPACES.
        03 BRANCH-ACCOUNT-COUNT        PIC 9(5) VALUE 0.
        03 BRANCH-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.
        03 GRAND-TOTAL                 PIC S9(11)V99 COMP-3 VALUE 0.
        03 BRANCH-COUNT                PIC 9(5) VALUE 0.

      * product table - TECHPROD loaded once at start of run, so
      * each account's currency is known without a file read

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
         05 PT-CURRENCY                PIC X(3).

       01 PRODUCT-VARS.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 PT-IX                       PIC 9(2) VALUE 0.
        03 PT-EOF-SW                   PIC 9 VALUE 0.
          88 PT-EOF                            VALUE 1.
        03 ACCOUNT-CURRENCY            PIC X(3).

      * currency table - one row per foreign currency a product is
      * held in (spaces is the local currency), with the latest
      * approved TECHFXR rate on or before the business date. A
      * currency with no approved rate converts at zero.

       01 CURRENCY-TABLE.
        03 CY-COUNT                    PIC 9(2) VALUE 0.
        03 CY-RUN-DATE                 PIC X(8).
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
        03 ACCOUNT-LOCAL-AMOUNT        PIC S9(11)V99.

      * where the next saved area starts in SWP-STATE

       01 SWEEP-VARS.
        03 SWEEP-OFFSET                PIC 9(5) COMP.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 PL-ACCTS                    PIC ZZZZ9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 PL-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 PL-CURRENCY                 PIC X(3).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 PL-LOCAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(25) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
        03 FILLER                      PIC X(20)
        03 GL-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.

       LINKAGE SECTION.

      * TBSWEEP's commarea - the phase, the account record in hand,
      * and this program's run totals and tables, carried in
      * SWP-STATE from one LINK to the next

       01 DFHCOMMAREA.
        03 SWP-PHASE                   PIC X(1).
          88 SWP-START-OF-RUN                  VALUE 'S'.
          88 SWP-ONE-ACCOUNT                   VALUE 'A'.
          88 SWP-END-OF-RUN                    VALUE 'E'.
        03 SWP-RECORD                  PIC X(148).
        03 SWP-STATE                   PIC X(16000).

       PROCEDURE DIVISION.

       MAINLINE SECTION.

      * LINKed by TBSWEEP the run comes a phase at a time (see
      * SWEEP-PHASE); started on its own, as for a rerun, it browses
      * TECHBASE itself and hands each record to the same section

           IF EIBCALEN NOT = 0

            PERFORM SWEEP-PHASE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           PERFORM START-OF-RUN

           MOVE LOW-VALUES TO ACCOUNTO

           EXEC CICS STARTBR
                   FILE("TECHBASE")
                   RIDFLD(ACCOUNTO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           PERFORM UNTIL END-OF-FILE

            EXEC CICS READNEXT
                    FILE("TECHBASE")
                    INTO(TECHBASE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(ACCOUNTO)
                    NOHANDLE
                    END-EXEC

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("TECHBASE")
                   NOHANDLE
                   END-EXEC

           PERFORM END-OF-RUN

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       SWEEP-PHASE SECTION.

      * TBSWEEP reads TECHBASE once for the nightly reporting jobs
      * and LINKs each of them with every record in turn. Working
      * storage does not outlive a LINK, so the run's totals and
      * tables go back in SWP-STATE at the end of each phase and
      * come out of it at the start of the next.

           IF NOT SWP-START-OF-RUN

            PERFORM RESTORE-SWEEP-STATE

           END-IF

           EVALUATE TRUE

            WHEN SWP-START-OF-RUN
             PERFORM START-OF-RUN

            WHEN SWP-ONE-ACCOUNT
             MOVE SWP-RECORD TO TECHBASE-RECORD
             PERFORM ACCUMULATE-ACCOUNT

            WHEN SWP-END-OF-RUN
             PERFORM END-OF-RUN

           END-EVALUATE

           PERFORM SAVE-SWEEP-STATE

           .
       SWEEP-PHASE-EXIT.
           EXIT.
      *****************************************************************
       SAVE-SWEEP-STATE SECTION.

           MOVE 1 TO SWEEP-OFFSET

           MOVE MISCEL-VARS
                TO SWP-STATE(SWEEP-OFFSET:LENGTH OF MISCEL-VARS)
           ADD LENGTH OF MISCEL-VARS TO SWEEP-OFFSET

           MOVE BRANCH-PRODUCT-TABLE
                TO SWP-STATE(SWEEP-OFFSET:
                             LENGTH OF BRANCH-PRODUCT-TABLE)
           ADD LENGTH OF BRANCH-PRODUCT-TABLE TO SWEEP-OFFSET

           MOVE PRODUCT-TABLE
                TO SWP-STATE(SWEEP-OFFSET:LENGTH OF PRODUCT-TABLE)
           ADD LENGTH OF PRODUCT-TABLE TO SWEEP-OFFSET

           MOVE CURRENCY-TABLE
                TO SWP-STATE(SWEEP-OFFSET:LENGTH OF CURRENCY-TABLE)
           ADD LENGTH OF CURRENCY-TABLE TO SWEEP-OFFSET

           .
       SAVE-SWEEP-STATE-EXIT.
           EXIT.
      *****************************************************************
       RESTORE-SWEEP-STATE SECTION.

           MOVE 1 TO SWEEP-OFFSET

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF MISCEL-VARS)
                TO MISCEL-VARS
           ADD LENGTH OF MISCEL-VARS TO SWEEP-OFFSET

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF BRANCH-PRODUCT-TABLE)
                TO BRANCH-PRODUCT-TABLE
           ADD LENGTH OF BRANCH-PRODUCT-TABLE TO SWEEP-OFFSET

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF PRODUCT-TABLE)
                TO PRODUCT-TABLE
           ADD LENGTH OF PRODUCT-TABLE TO SWEEP-OFFSET

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF CURRENCY-TABLE)
                TO CURRENCY-TABLE
           ADD LENGTH OF CURRENCY-TABLE TO SWEEP-OFFSET

           .
       RESTORE-SWEEP-STATE-EXIT.
           EXIT.
      *****************************************************************
       START-OF-RUN SECTION.

           PERFORM LOAD-PRODUCTS

           PERFORM GET-RUN-DATE

           MOVE RUN-DATE TO CY-RUN-DATE

           PERFORM LOAD-FX-RATES

           PERFORM WRITE-HEADER

           .
       START-OF-RUN-EXIT.
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
            MOVE PROD-CURRENCY TO PT-CURRENCY(PT-COUNT)

           END-IF

           .
       LOAD-PRODUCTS-EXIT.
           EXIT.
      *****************************************************************
       GET-ACCOUNT-CURRENCY SECTION.

      * the account's currency from the product table - spaces, the
      * local currency, when the account carries no product or an
      * unknown one

           MOVE SPACES TO ACCOUNT-CURRENCY

           PERFORM MATCH-ONE-PRODUCT
                   VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PT-COUNT

           GO TO GET-ACCOUNT-CURRENCY-EXIT

           .
      *****************************************************************
       MATCH-ONE-PRODUCT.

           IF PT-CODE(PT-IX) = PRODUCT-CODEO

            MOVE PT-CURRENCY(PT-IX) TO ACCOUNT-CURRENCY

           END-IF

           .
       GET-ACCOUNT-CURRENCY-EXIT.
           EXIT.
      *****************************************************************
       LOAD-FX-RATES SECTION.

      * the currency table - every foreign currency a product is
      * held in, each with the latest approved rate dated on or
      * before the business date. A product naming the local
      * currency (TECHPARM 'FXPARM') is treated as naming none.

           MOVE 0 TO CY-COUNT

           MOVE SPACES TO FXP-LOCAL-CCY

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
              OR FXR-DATE > CY-RUN-DATE

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

      * the account's balance in local terms into ACCOUNT-LOCAL-AMOUNT
      * - as it stands for a local-currency account, at its
      * currency's rate for a foreign one

           MOVE 0 TO CY-FOUND-IX

           IF ACCOUNT-CURRENCY NOT = SPACES

            PERFORM FIND-CURRENCY

           END-IF

           IF CY-FOUND-IX = 0

            MOVE BALANCEO TO ACCOUNT-LOCAL-AMOUNT

           ELSE

            COMPUTE ACCOUNT-LOCAL-AMOUNT ROUNDED =
                    BALANCEO * CY-RATE(CY-FOUND-IX)

           END-IF

           .
       CONVERT-TO-LOCAL-EXIT.
           EXIT.
      *****************************************************************
       END-OF-RUN SECTION.

      * the table is in branch order - one control break per branch,
      * then the overflow line (if any) and the grand total

           PERFORM GET-RUN-DATE

           MOVE 1 TO BP-IX

           PERFORM WRITE-BRANCH-GROUP
                   UNTIL BP-IX > BP-COUNT

           IF BP-OVERFLOW-COUNT NOT = 0

            MOVE '****' TO CURRENT-BRANCH
            MOVE BP-OVERFLOW-COUNT TO BRANCH-ACCOUNT-COUNT
            MOVE BP-OVERFLOW-TOTAL TO BRANCH-TOTAL
            MOVE 1 TO BP-GROUP-START
            MOVE 0 TO BP-GROUP-END

            PERFORM WRITE-BRANCH-LINE


           PERFORM WRITE-GRAND-TOTAL-LINE

           GO TO END-OF-RUN-EXIT

           .
      *****************************************************************
       WRITE-BRANCH-GROUP.

      * the run of table entries for one branch - totalled, then
      * printed as the branch line with its product lines under it

           MOVE BP-BRANCH(BP-IX) TO CURRENT-BRANCH
           MOVE BP-IX TO BP-GROUP-START

           PERFORM ADD-GROUP-ENTRY
                   UNTIL BP-IX > BP-COUNT
                   OR BP-BRANCH(BP-IX) NOT = CURRENT-BRANCH

           COMPUTE BP-GROUP-END = BP-IX - 1

           PERFORM WRITE-BRANCH-LINE

           .
      *****************************************************************
       ADD-GROUP-ENTRY.

           ADD BP-ACCTS(BP-IX) TO BRANCH-ACCOUNT-COUNT
           ADD BP-LOCAL(BP-IX) TO BRANCH-TOTAL

           ADD 1 TO BP-IX

           .
       END-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       ACCUMULATE-ACCOUNT SECTION.

      * find the account's branch and product in the table, or the
      * slot where it belongs - after the branch's other products,
      * before the next branch up. The product's figures are kept
      * in its currency and in local terms.

           PERFORM GET-ACCOUNT-CURRENCY

           PERFORM CONVERT-TO-LOCAL

           MOVE 1 TO BP-IX

           PERFORM FIND-BRANCH-PRODUCT-SLOT
                   UNTIL BP-IX > BP-COUNT
                   OR BP-BRANCH(BP-IX) > BRANCH-CODEO
                   OR (BP-BRANCH(BP-IX) = BRANCH-CODEO
                       AND BP-PRODUCT(BP-IX) = PRODUCT-CODEO)

           IF BP-IX NOT > BP-COUNT
              AND BP-BRANCH(BP-IX) = BRANCH-CODEO

            ADD 1 TO BP-ACCTS(BP-IX)
            ADD BALANCEO TO BP-TOTAL(BP-IX)
            ADD ACCOUNT-LOCAL-AMOUNT TO BP-LOCAL(BP-IX)

            GO TO ACCUMULATE-ACCOUNT-EXIT

           END-IF

           IF BP-COUNT = 500

            ADD 1 TO BP-OVERFLOW-COUNT
            ADD ACCOUNT-LOCAL-AMOUNT TO BP-OVERFLOW-TOTAL

            GO TO ACCUMULATE-ACCOUNT-EXIT

           END-IF

      * a new branch and product - open up its slot by moving the
      * entries above it one place along

           PERFORM SHIFT-BRANCH-PRODUCT-ENTRY
                   VARYING BP-SHIFT-IX FROM BP-COUNT BY -1
                   UNTIL BP-SHIFT-IX < BP-IX

           ADD 1 TO BP-COUNT

           MOVE BRANCH-CODEO TO BP-BRANCH(BP-IX)
           MOVE PRODUCT-CODEO TO BP-PRODUCT(BP-IX)
           MOVE 1 TO BP-ACCTS(BP-IX)
           MOVE BALANCEO TO BP-TOTAL(BP-IX)
           MOVE ACCOUNT-CURRENCY TO BP-CURRENCY(BP-IX)
           MOVE ACCOUNT-LOCAL-AMOUNT TO BP-LOCAL(BP-IX)

           GO TO ACCUMULATE-ACCOUNT-EXIT

           .
      *****************************************************************
       FIND-BRANCH-PRODUCT-SLOT.

           ADD 1 TO BP-IX

           .
      *****************************************************************
       SHIFT-BRANCH-PRODUCT-ENTRY.

           MOVE BP-ENTRY(BP-SHIFT-IX) TO BP-ENTRY(BP-SHIFT-IX + 1)

           .
       ACCUMULATE-ACCOUNT-EXIT.

            MOVE BRM-NAME TO BL-NAME

           ELSE
           IF CURRENT-BRANCH = '****'

            MOVE '(OTHER BRANCHES)' TO BL-NAME

           ELSE

            MOVE '(NOT ON BRANCH FILE)' TO BL-NAME

           END-IF
           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR


           PERFORM WRITE-PRODUCT-LINES

      * the overflow line is not a branch - nothing to keep for it

           IF CURRENT-BRANCH NOT = '****'

            PERFORM SAVE-BRANCH-TOTALS

           END-IF

           MOVE 0 TO BRANCH-ACCOUNT-COUNT
           MOVE 0 TO BRANCH-TOTAL

           .
       WRITE-BRANCH-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PRODUCT-LINES SECTION.

      * the branch's own run of table entries - none for the
      * overflow line

           PERFORM WRITE-ONE-PRODUCT-LINE
                   VARYING BP-SHIFT-IX FROM BP-GROUP-START BY 1
                   UNTIL BP-SHIFT-IX > BP-GROUP-END

           GO TO WRITE-PRODUCT-LINES-EXIT

      *****************************************************************
       WRITE-ONE-PRODUCT-LINE.

           IF BP-PRODUCT(BP-SHIFT-IX) = SPACES
              OR BP-PRODUCT(BP-SHIFT-IX) = LOW-VALUES

            MOVE '(NONE)' TO PL-PRODUCT

           ELSE

            MOVE BP-PRODUCT(BP-SHIFT-IX) TO PL-PRODUCT

           END-IF

           MOVE BP-ACCTS(BP-SHIFT-IX) TO PL-ACCTS
           MOVE BP-TOTAL(BP-SHIFT-IX) TO PL-TOTAL
           MOVE BP-CURRENCY(BP-SHIFT-IX) TO PL-CURRENCY
           MOVE BP-LOCAL(BP-SHIFT-IX) TO PL-LOCAL

           MOVE PRODUCT-LINE TO PRINT-LINE

       WRITE-GRAND-TOTAL-LINE-EXIT.
           EXIT.
      *****************************************************************
       GET-RUN-DATE SECTION.

      * the branch totals are dated with the business date the
      * region is posting under (TECHCTL 'BUSDATE', maintained by
      * EODROLL) - the date TRIALBAL's snapshot carries; a region
      * without the record falls back to the machine clock

           EXEC CICS ASKTIME
                   ABSTIME(RUN-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(RUN-ABSTIME)
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

           .
       GET-RUN-DATE-EXIT.
           EXIT.
      *****************************************************************
       SAVE-BRANCH-TOTALS SECTION.

      * one TECHBSUM record per branch - WRITE first, REWRITE over
      * the previous run's figures when the branch is already there

           MOVE CURRENT-BRANCH TO BST-BRANCH
           MOVE RUN-DATE TO BST-DATE
           MOVE BRANCH-ACCOUNT-COUNT TO BST-ACCOUNTS
           MOVE BRANCH-TOTAL TO BST-TOTAL

           MOVE BST-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHBSUM")
                   FROM(BRANCH-TOTALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BST-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE BRANCH-TOTALS-RECORD TO SAVED-BRANCH-TOTALS

            MOVE BST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBSUM")
                    INTO(BRANCH-TOTALS-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CURRENT-BRANCH)
                    KEYLENGTH(4)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE SAVED-BRANCH-TOTALS TO BRANCH-TOTALS-RECORD

            MOVE BST-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHBSUM")
                    FROM(BRANCH-TOTALS-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           .
       SAVE-BRANCH-TOTALS-EXIT.
           EXIT.
      *****************************************************************
