      * (GL-DR-CR = 'C') to the deposit-liability GL code; a single
      * trailing control record carries the account count and total
      * amount so the GL load can balance the batch before posting it.
      * The GLCTLRPT control report then gives one line per branch,
      * in branch-code order, with the branch name from the TECHBRM
      * reference file beside the code, plus a grand total - so the
      * batch's branch figures are readable without a lookup card.
      * The branch figures are gathered in a table as the accounts go
      * by, rather than by a second pass over the TECHBR alternate
      * index, so the branch lines always add up to the trailer.
      *
      * The GL is kept in the local currency. An account is held in
      * its product's currency, and a foreign-currency account posts
      * its balance's local equivalent at the latest approved
      * TECHFXR rate, with its currency code on the GL line (blank
      * for a local account); the trailer and branch figures are all
      * local, and the control report closes with a currency summary
      * showing how the batch total is made up.
      *
      * Runs nightly as one of the functions of TBSWEEP's single pass
      * over TECHBASE, LINKed with each account in turn after
      * TRIALBAL (and not at all if TRIALBAL fails); can also be
      * started as its own CICS transaction, browsing TECHBASE for
      * itself. Not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
          88 GL-IS-DEBIT                       VALUE 'D'.
          88 GL-IS-CREDIT                      VALUE 'C'.
        03 GL-AMOUNT                   PIC S9(9)V99.
        03 GL-CURRENCY                 PIC X(3).
        03 FILLER                      PIC X(6) VALUE SPACES.

       01 GL-TRAILER-RECORD.
        03 GL-TR-CODE                  PIC X(8) VALUE 'TRAILER '.

       01 CONTROL-REPORT-VARS.
        03 BRM-REC-LEN                 PIC S9(4) VALUE 33.
        03 CBT-IX                      PIC 9(3) VALUE 0.
        03 CBT-SHIFT-IX                PIC 9(3) VALUE 0.
        03 CTL-BRANCH                  PIC X(4).
        03 CTL-BRANCH-COUNT            PIC 9(5) VALUE 0.
        03 CTL-BRANCH-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.

      * per-branch figures for the control report, kept in branch
      * code order as branches are added; a branch beyond the table
      * is counted in the overflow figures and printed as one line

       01 CONTROL-BRANCH-TABLE.
        03 CBT-COUNT                   PIC 9(3) VALUE 0.
        03 CBT-OVERFLOW-COUNT          PIC 9(5) VALUE 0.
        03 CBT-OVERFLOW-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
        03 CBT-ENTRY OCCURS 200 TIMES.
         05 CBT-BRANCH                 PIC X(4).
         05 CBT-ACCOUNTS               PIC 9(5).
         05 CBT-TOTAL                  PIC S9(11)V99 COMP-3.

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
      * approved TECHFXR rate on or before the feed date and the
      * run's totals in the currency and in local terms. A currency
      * with no approved rate converts at zero and is flagged.

       01 CURRENCY-TABLE.
        03 CY-COUNT                    PIC 9(2) VALUE 0.
        03 CY-RUN-DATE                 PIC X(8).
        03 LOCAL-ACCTS                 PIC 9(7) VALUE 0.
        03 LOCAL-TOTAL                 PIC S9(11)V99 COMP-3 VALUE 0.
        03 CY-ENTRY OCCURS 20 TIMES.
         05 CY-CURRENCY                PIC X(3).
         05 CY-RATE                    PIC 9(5)V9(6).
         05 CY-RATE-DATE               PIC X(8).
         05 CY-ACCTS                   PIC 9(7).
         05 CY-TOTAL                   PIC S9(11)V99 COMP-3.
         05 CY-LOCAL                   PIC S9(11)V99 COMP-3.

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

       01 CTL-HEADER-LINE.
        03 CT-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(35) VALUE SPACES.

       01 CURRENCY-HEADING-LINE.
        03 FILLER                      PIC X(10) VALUE 'CURRENCY'.
        03 FILLER                      PIC X(10) VALUE 'ACCOUNTS'.
        03 FILLER                      PIC X(18) VALUE 'BALANCE'.
        03 FILLER                      PIC X(14) VALUE 'RATE'.
        03 FILLER                      PIC X(18)
                                        VALUE 'LOCAL EQUIVALENT'.
        03 FILLER                      PIC X(10) VALUE 'RATE DATE'.

       01 CURRENCY-LINE.
        03 CL-CURRENCY                 PIC X(10).
        03 CL-ACCTS                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 CL-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 CL-RATE                     PIC Z(4)9.9(6).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 CL-LOCAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 CL-RATE-DATE                PIC X(8).
        03 FILLER                      PIC X(4) VALUE SPACES.

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

           MOVE CUST-REC-LEN TO LENGTH-VAR

           PERFORM UNTIL END-OF-FILE

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

             PERFORM FEED-ONE-ACCOUNT

            END-IF

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
             PERFORM FEED-ONE-ACCOUNT

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

           MOVE CONTROL-BRANCH-TABLE
                TO SWP-STATE(SWEEP-OFFSET:
                             LENGTH OF CONTROL-BRANCH-TABLE)
           ADD LENGTH OF CONTROL-BRANCH-TABLE TO SWEEP-OFFSET

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

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF CONTROL-BRANCH-TABLE)
                TO CONTROL-BRANCH-TABLE
           ADD LENGTH OF CONTROL-BRANCH-TABLE TO SWEEP-OFFSET

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

           EXEC CICS ASKTIME
                   ABSTIME(FEED-ABSTIME)
                   NOHANDLE

           END-IF

           PERFORM LOAD-PRODUCTS

           MOVE FEED-DATE TO CY-RUN-DATE

           PERFORM LOAD-FX-RATES

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
      * before the feed date. A product naming the local currency
      * (TECHPARM 'FXPARM') is treated as naming none.

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
             MOVE 0 TO CY-ACCTS(CY-FOUND-IX)
             MOVE 0 TO CY-TOTAL(CY-FOUND-IX)
             MOVE 0 TO CY-LOCAL(CY-FOUND-IX)

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
      * currency's rate for a foreign one (CY-FOUND-IX left on its
      * row) - and into the run's currency totals

           MOVE 0 TO CY-FOUND-IX

           IF ACCOUNT-CURRENCY NOT = SPACES

            PERFORM FIND-CURRENCY

           END-IF

           IF CY-FOUND-IX = 0

            MOVE BALANCEO TO ACCOUNT-LOCAL-AMOUNT

            ADD 1 TO LOCAL-ACCTS
            ADD BALANCEO TO LOCAL-TOTAL

           ELSE

            COMPUTE ACCOUNT-LOCAL-AMOUNT ROUNDED =
                    BALANCEO * CY-RATE(CY-FOUND-IX)

            ADD 1 TO CY-ACCTS(CY-FOUND-IX)
            ADD BALANCEO TO CY-TOTAL(CY-FOUND-IX)
            ADD ACCOUNT-LOCAL-AMOUNT TO CY-LOCAL(CY-FOUND-IX)

           END-IF

           .
       CONVERT-TO-LOCAL-EXIT.
           EXIT.
      *****************************************************************
       FEED-ONE-ACCOUNT SECTION.

           PERFORM GET-ACCOUNT-CURRENCY

           PERFORM CONVERT-TO-LOCAL

           PERFORM WRITE-GL-DETAIL

           PERFORM ADD-TO-BRANCH-TABLE

           .
       FEED-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       END-OF-RUN SECTION.

           PERFORM WRITE-GL-TRAILER

           PERFORM WRITE-CONTROL-REPORT

           .
       END-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       WRITE-GL-DETAIL SECTION.
      * deposit balances are a bank liability, so every account posts
      * as a credit to the deposit-liability GL code regardless of
      * whether BALANCEO itself is currently positive or overdrawn.
      * The amount is the balance's local equivalent.

           ADD 1 TO ACCOUNT-COUNT

           ADD ACCOUNT-LOCAL-AMOUNT TO RUNNING-TOTAL

           MOVE FEED-DATE TO GL-DATE
           MOVE BRANCH-CODEO TO GL-BRANCH
           MOVE ACCOUNTO TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           MOVE ACCOUNT-LOCAL-AMOUNT TO GL-AMOUNT
           MOVE ACCOUNT-CURRENCY TO GL-CURRENCY

           EXEC CICS WRITE
                   FILE("GLFEED")
           .
       WRITE-GL-DETAIL-EXIT.
           EXIT.
      *****************************************************************
       ADD-TO-BRANCH-TABLE SECTION.

      * find the account's branch in the table, or the slot it
      * belongs in to keep the table in branch-code order

           MOVE 1 TO CBT-IX

           PERFORM FIND-BRANCH-SLOT
                   UNTIL CBT-IX > CBT-COUNT
                   OR CBT-BRANCH(CBT-IX) NOT < BRANCH-CODEO

           IF CBT-IX NOT > CBT-COUNT
              AND CBT-BRANCH(CBT-IX) = BRANCH-CODEO

            ADD 1 TO CBT-ACCOUNTS(CBT-IX)
            ADD ACCOUNT-LOCAL-AMOUNT TO CBT-TOTAL(CBT-IX)

            GO TO ADD-TO-BRANCH-TABLE-EXIT

           END-IF

           IF CBT-COUNT = 200

            ADD 1 TO CBT-OVERFLOW-COUNT
            ADD ACCOUNT-LOCAL-AMOUNT TO CBT-OVERFLOW-TOTAL

            GO TO ADD-TO-BRANCH-TABLE-EXIT

           END-IF

      * a new branch - open up its slot by moving the entries above
      * it one place along

           PERFORM SHIFT-BRANCH-ENTRY
                   VARYING CBT-SHIFT-IX FROM CBT-COUNT BY -1
                   UNTIL CBT-SHIFT-IX < CBT-IX

           ADD 1 TO CBT-COUNT

           MOVE BRANCH-CODEO TO CBT-BRANCH(CBT-IX)
           MOVE 1 TO CBT-ACCOUNTS(CBT-IX)
           MOVE ACCOUNT-LOCAL-AMOUNT TO CBT-TOTAL(CBT-IX)

           GO TO ADD-TO-BRANCH-TABLE-EXIT

           .
      *****************************************************************
       FIND-BRANCH-SLOT.

           ADD 1 TO CBT-IX

           .
      *****************************************************************
       SHIFT-BRANCH-ENTRY.

           MOVE CBT-ENTRY(CBT-SHIFT-IX) TO CBT-ENTRY(CBT-SHIFT-IX + 1)

           .
       ADD-TO-BRANCH-TABLE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-GL-TRAILER SECTION.

      *****************************************************************
       WRITE-CONTROL-REPORT SECTION.

      * per-branch figures for the batch just cut, in branch-code
      * order, with the branch name read from TECHBRM beside each
      * code, and a final line that matches the GL trailer so the
      * load can be balanced on paper too

           MOVE CTL-HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           PERFORM WRITE-TABLE-BRANCH
                   VARYING CBT-IX FROM 1 BY 1
                   UNTIL CBT-IX > CBT-COUNT

           IF CBT-OVERFLOW-COUNT NOT = 0

            MOVE '****' TO CTL-BRANCH
            MOVE CBT-OVERFLOW-COUNT TO CTL-BRANCH-COUNT
            MOVE CBT-OVERFLOW-TOTAL TO CTL-BRANCH-TOTAL

            PERFORM WRITE-CONTROL-BRANCH-LINE

           END-IF

           MOVE ACCOUNT-COUNT TO CT-COUNT
           MOVE RUNNING-TOTAL TO CT-TOTAL
           MOVE CTL-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

      * where some product is held in a foreign currency, how the
      * batch total is made up - the local accounts, and each
      * currency's balances at its rate

           IF CY-COUNT = 0

            GO TO WRITE-CONTROL-REPORT-EXIT

           END-IF

           MOVE 'CURRENCY SUMMARY' TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE CURRENCY-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE SPACES TO CURRENCY-LINE
           MOVE 'LOCAL' TO CL-CURRENCY
           MOVE LOCAL-ACCTS TO CL-ACCTS
           MOVE LOCAL-TOTAL TO CL-TOTAL
           MOVE 1 TO CL-RATE
           MOVE LOCAL-TOTAL TO CL-LOCAL
           MOVE CURRENCY-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           PERFORM WRITE-ONE-CURRENCY-ROW
                   VARYING CY-IX FROM 1 BY 1
                   UNTIL CY-IX > CY-COUNT

           GO TO WRITE-CONTROL-REPORT-EXIT

           .
      *****************************************************************
       WRITE-TABLE-BRANCH.

           MOVE CBT-BRANCH(CBT-IX) TO CTL-BRANCH
           MOVE CBT-ACCOUNTS(CBT-IX) TO CTL-BRANCH-COUNT
           MOVE CBT-TOTAL(CBT-IX) TO CTL-BRANCH-TOTAL

           PERFORM WRITE-CONTROL-BRANCH-LINE

           .
      *****************************************************************
       WRITE-ONE-CURRENCY-ROW.

           MOVE SPACES TO CURRENCY-LINE
           MOVE CY-CURRENCY(CY-IX) TO CL-CURRENCY
           MOVE CY-ACCTS(CY-IX) TO CL-ACCTS
           MOVE CY-TOTAL(CY-IX) TO CL-TOTAL
           MOVE CY-RATE(CY-IX) TO CL-RATE
           MOVE CY-LOCAL(CY-IX) TO CL-LOCAL

           IF CY-RATE(CY-IX) = 0

            MOVE 'NO RATE' TO CL-RATE-DATE

           ELSE

            MOVE CY-RATE-DATE(CY-IX) TO CL-RATE-DATE

           END-IF

           MOVE CURRENCY-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.

            MOVE BRM-NAME TO CB-NAME

           ELSE
           IF CTL-BRANCH = '****'

            MOVE '(OTHER BRANCHES)' TO CB-NAME

           ELSE

            MOVE '(NOT ON BRANCH FILE)' TO CB-NAME

           END-IF
           END-IF

           MOVE CTL-BRANCH TO CB-BRANCH
           MOVE CTL-BRANCH-COUNT TO CB-COUNT
