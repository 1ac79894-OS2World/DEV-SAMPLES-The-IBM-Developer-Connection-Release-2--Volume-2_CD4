      * against the audit entries written between those two sequence
      * numbers, so a posting stamped with tomorrow's business date
      * after the cutoff still proves in the night it was taken.
      * Nightly it runs as one of the functions of TBSWEEP's single
      * pass over TECHBASE, LINKed with each account in turn; it can
      * still be started as its own CICS transaction (e.g. operator
      * START) to rerun the report, browsing TECHBASE for itself.
      * Not called from VSAMSERV.
      *
      * An account is held in its product's currency. The running
      * total and the TBTOTAL snapshots stay the plain sum of the
      * balances, as DAYPROOF proves them against the audit trail;
      * each foreign-currency account's line is followed by its
      * local equivalent at the latest approved TECHFXR rate, and a
      * currency summary after the totals gives the book in local
      * terms, saved to the TECHCTL 'TBLOCAL1' record for GLRECON.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
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
      * approved TECHFXR rate on or before the business date and the
      * run's totals in the currency and in local terms. A currency
      * with no approved rate converts at zero and is flagged.

       01 CURRENCY-TABLE.
        03 CY-COUNT                    PIC 9(2) VALUE 0.
        03 CY-RUN-DATE                 PIC X(8).
        03 LOCAL-ACCTS                 PIC 9(7) VALUE 0.
        03 LOCAL-TOTAL                 PIC S9(11)V99 COMP-3 VALUE 0.
        03 FOREIGN-ACCTS               PIC 9(7) VALUE 0.
        03 UNRATED-ACCTS               PIC 9(7) VALUE 0.
        03 LOCAL-EQUIV-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
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


      * trial-balance totals control records - 'TBTOTAL1' is the

       01 SAVED-TB-RECORD              PIC X(43).

      * the run's local-currency figures - 'TBLOCAL1', the same shape
      * as a TBTOTAL record: the book's local equivalent, and how
      * many accounts are foreign and how many of those had no rate

       01 TB-LOCAL-RECORD.
        03 TBL-KEY                     PIC X(8).
        03 TBL-DATE                    PIC X(8).
        03 TBL-TOTAL                   PIC S9(11)V99.
        03 TBL-FOREIGN-COUNT           PIC 9(7).
        03 TBL-UNRATED-COUNT           PIC 9(7).

       01 TB-CONTROL-VARS.
        03 TBC-REC-LEN                 PIC S9(4) VALUE 43.
        03 TBC-KEY-LATEST              PIC X(8) VALUE 'TBTOTAL1'.
        03 TBC-KEY-PRIOR               PIC X(8) VALUE 'TBTOTAL0'.
        03 TBC-KEY-LOCAL               PIC X(8) VALUE 'TBLOCAL1'.
        03 RUN-ABSTIME                 PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).

        03 CTL-AUDSEQ-KEY              PIC X(8) VALUE 'AUDSEQ'.
        03 SNAPSHOT-AUDSEQ             PIC 9(7) VALUE 0.

      * where the next saved area starts in SWP-STATE

       01 SWEEP-VARS.
        03 SWEEP-OFFSET                PIC 9(5) COMP.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 TL-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(6) VALUE SPACES.

      * the line under a foreign-currency account's detail line

       01 FX-DETAIL-LINE.
        03 FILLER                      PIC X(10) VALUE SPACES.
        03 FDL-CURRENCY                PIC X(3).
        03 FILLER                      PIC X(3) VALUE ' @ '.
        03 FDL-RATE                    PIC Z(4)9.9(6).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 FDL-LOCAL                   PIC -(11)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 FDL-LABEL                   PIC X(16).
        03 FILLER                      PIC X(16) VALUE SPACES.

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
             PERFORM WRITE-DETAIL-LINE

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

           PERFORM LOAD-FX-RATES

           PERFORM WRITE-HEADER

           .
       START-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       END-OF-RUN SECTION.

           PERFORM WRITE-TOTAL-LINE

           PERFORM WRITE-INTERNAL-SECTION

           PERFORM WRITE-CURRENCY-SECTION

           PERFORM SAVE-RUN-TOTALS

           .
       END-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       LOAD-PRODUCTS SECTION.
      *****************************************************************
       LOAD-ONE-PRODUCT.

           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
            ADD 1 TO PT-COUNT
            MOVE PROD-CODE TO PT-CODE(PT-COUNT)
            MOVE PROD-TYPE TO PT-TYPE(PT-COUNT)
            MOVE PROD-CURRENCY TO PT-CURRENCY(PT-COUNT)

           END-IF

      *****************************************************************
       GET-PRODUCT-TYPE SECTION.

      * the account's product type and currency from the table -
      * spaces when the account carries no product or an unknown one

           MOVE SPACE TO ACCOUNT-PROD-TYPE
           MOVE SPACES TO ACCOUNT-CURRENCY

           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-COUNT

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
      * before the business date the region is posting under. A
      * product naming the local currency (TECHPARM 'FXPARM') is
      * treated as naming none.

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

           EXEC CICS ASKTIME
                   ABSTIME(RUN-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(RUN-ABSTIME)
                   YYYYMMDD(CY-RUN-DATE)
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

            MOVE CTL-CHAR-VALUE TO CY-RUN-DATE

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

            ADD 1 TO FOREIGN-ACCTS
            ADD 1 TO CY-ACCTS(CY-FOUND-IX)
            ADD BALANCEO TO CY-TOTAL(CY-FOUND-IX)
            ADD ACCOUNT-LOCAL-AMOUNT TO CY-LOCAL(CY-FOUND-IX)

            IF CY-RATE(CY-FOUND-IX) = 0

             ADD 1 TO UNRATED-ACCTS

            END-IF

           END-IF

           ADD ACCOUNT-LOCAL-AMOUNT TO LOCAL-EQUIV-TOTAL

           .
       CONVERT-TO-LOCAL-EXIT.
           EXIT.
      *****************************************************************
       WRITE-HEADER SECTION.


           PERFORM GET-PRODUCT-TYPE

           PERFORM CONVERT-TO-LOCAL

           IF ACCOUNT-PROD-TYPE = 'I'

            ADD 1 TO INT-ACCT-COUNT
                   NOHANDLE
                   END-EXEC

      * a foreign-currency account's local equivalent goes on the
      * line beneath it

           IF CY-FOUND-IX NOT = 0

            MOVE CY-CURRENCY(CY-FOUND-IX) TO FDL-CURRENCY
            MOVE CY-RATE(CY-FOUND-IX) TO FDL-RATE
            MOVE ACCOUNT-LOCAL-AMOUNT TO FDL-LOCAL

            IF CY-RATE(CY-FOUND-IX) = 0

             MOVE 'NO RATE' TO FDL-LABEL

            ELSE

             MOVE 'LOCAL EQUIVALENT' TO FDL-LABEL

            END-IF

            MOVE FX-DETAIL-LINE TO PRINT-LINE

            EXEC CICS WRITE
                    FILE("TRIALRPT")
                    FROM(PRINT-LINE)
                    LENGTH(LENGTH OF PRINT-LINE)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       WRITE-DETAIL-LINE-EXIT.
           EXIT.
           .
       WRITE-INTERNAL-SECTION-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CURRENCY-SECTION SECTION.

      * the book in local terms - the local-currency accounts, each
      * foreign currency at its rate, and the total local equivalent.
      * Printed only where some product is held in a foreign
      * currency; the lines add up to the total by construction.

           IF CY-COUNT = 0

            GO TO WRITE-CURRENCY-SECTION-EXIT

           END-IF

           MOVE 'CURRENCY SUMMARY' TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("TRIALRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           MOVE CURRENCY-HEADING-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("TRIALRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           MOVE SPACES TO CURRENCY-LINE
           MOVE 'LOCAL' TO CL-CURRENCY
           MOVE LOCAL-ACCTS TO CL-ACCTS
           MOVE LOCAL-TOTAL TO CL-TOTAL
           MOVE 1 TO CL-RATE
           MOVE LOCAL-TOTAL TO CL-LOCAL

           MOVE CURRENCY-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("TRIALRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           PERFORM WRITE-ONE-CURRENCY-ROW
                   VARYING CY-IX FROM 1 BY 1
                   UNTIL CY-IX > CY-COUNT

           MOVE SPACES TO CURRENCY-LINE
           MOVE 'TOTAL' TO CL-CURRENCY
           MOVE ACCOUNT-COUNT TO CL-ACCTS
           MOVE 0 TO CL-TOTAL
           MOVE 0 TO CL-RATE
           MOVE LOCAL-EQUIV-TOTAL TO CL-LOCAL

           IF UNRATED-ACCTS NOT = 0

            MOVE 'NO RATE' TO CL-RATE-DATE

           END-IF

           MOVE CURRENCY-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("TRIALRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           GO TO WRITE-CURRENCY-SECTION-EXIT

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

           EXEC CICS WRITE
                   FILE("TRIALRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-CURRENCY-SECTION-EXIT.
           EXIT.
      *****************************************************************
       SAVE-RUN-TOTALS SECTION.


           PERFORM PUT-TB-CONTROL

      * and the book's local equivalent beside it

           MOVE TBC-KEY-LOCAL TO TBL-KEY
           MOVE RUN-DATE TO TBL-DATE
           MOVE LOCAL-EQUIV-TOTAL TO TBL-TOTAL
           MOVE FOREIGN-ACCTS TO TBL-FOREIGN-COUNT
           MOVE UNRATED-ACCTS TO TBL-UNRATED-COUNT

           MOVE TB-LOCAL-RECORD TO TB-CONTROL-RECORD

           PERFORM PUT-TB-CONTROL

           .
       SAVE-RUN-TOTALS-EXIT.
           EXIT.
