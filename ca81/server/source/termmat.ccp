      * business date, 'P' releases the funds (the TECHTERM record
      * is marked released, so DEBIT/TRANSFER work again). Closed or
      * frozen accounts are reported and left for the next run.
      * A deposit held in a foreign currency (its product's currency,
      * against the TECHPARM 'FXPARM' local currency) is paid its
      * interest in its own currency, but the run total - and so the
      * interest-expense contra, a local internal account - takes the
      * local equivalent at the currency's latest approved TECHFXR
      * rate on or before the business date, as TRIALBAL converts. A
      * deposit whose currency has no approved rate is reported and
      * left for the next run.
      * Results go to the TERMRPT print file. Intended to be started
      * nightly, inside the scheduler's posting hold, as its own
      * CICS transaction, not called from VSAMSERV.
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

      * the TECHPROD record - only the currency a deposit's product
      * is held in is used here

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
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 ACCOUNT-CURRENCY            PIC X(3).
        03 ACCOUNT-RATE                PIC 9(5)V9(6) VALUE 0.
        03 LOCAL-AMOUNT                PIC S9(9)V99 VALUE 0.

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 TD-REC-LEN                  PIC S9(4) VALUE 31.

           END-IF

           PERFORM LOAD-FX-PARM

           MOVE RUN-DATE TO HL-RUN-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           END-IF

      * a foreign deposit whose currency has no approved rate cannot
      * be contra'd at its local value - it waits for a run that has
      * one

           PERFORM GET-ACCOUNT-RATE

           IF ACCOUNT-RATE = 0

            ADD 1 TO SKIPPED-COUNT

            MOVE 'NO FX RATE' TO DL-RESULT
            MOVE DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO MATURE-ONE-DEPOSIT-EXIT

           END-IF

           MOVE TECHBASE-RECORD TO BEFORE-IMAGE

      * the agreed annual rate, prorated over the agreed term
           END-IF

           ADD 1 TO MATURED-COUNT

           COMPUTE LOCAL-AMOUNT ROUNDED = INTEREST-AMOUNT * ACCOUNT-RATE

           ADD LOCAL-AMOUNT TO TOTAL-INTEREST-POSTED

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE TD-ACCOUNT TO AUDIT-ACCOUNT
           .
       RELEASE-THE-DEPOSIT-EXIT.
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
       GET-ACCOUNT-RATE SECTION.

      * the local value of one unit of the deposit's currency into
      * ACCOUNT-RATE - 1 for a local-currency product (or one not on
      * TECHPROD), the latest approved rate for a foreign one, zero
      * when that currency has none. Each currency's rate is looked
      * up once a run and kept in the currency table.

           MOVE 1 TO ACCOUNT-RATE
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

           IF PROD-CURRENCY = SPACES

            GO TO GET-ACCOUNT-RATE-EXIT

           END-IF

           MOVE PROD-CURRENCY TO ACCOUNT-CURRENCY

           PERFORM FIND-CURRENCY

           IF CY-FOUND-IX = 0

            IF CY-COUNT < 20

             ADD 1 TO CY-COUNT
             MOVE CY-COUNT TO CY-FOUND-IX
             MOVE ACCOUNT-CURRENCY TO CY-CURRENCY(CY-FOUND-IX)

             PERFORM GET-LATEST-RATE

            ELSE

             MOVE 0 TO ACCOUNT-RATE

             GO TO GET-ACCOUNT-RATE-EXIT

            END-IF

           END-IF

           MOVE CY-RATE(CY-FOUND-IX) TO ACCOUNT-RATE

           .
       GET-ACCOUNT-RATE-EXIT.
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
       WRITE-AUDIT-RECORD SECTION.

