      * certificates. A region without the TAXPARM record withholds
      * nothing and behaves exactly as before.
      *
      * An account held in a foreign currency (its product's
      * currency, against the TECHPARM 'FXPARM' local currency) is
      * credited its interest, and has its tax withheld, in its own
      * currency, but the run totals - and so the interest-expense
      * contra and the tax remittance, both local internal accounts
      * - take the local equivalent at the currency's latest
      * approved TECHFXR rate on or before the business date, as
      * TRIALBAL converts. An account whose currency has no approved
      * rate is not capitalized this run (its bucket keeps growing)
      * and is counted on the report.
      *
      * A completed run stamps its business date on the TECHCTL
      * 'INTCAP' record, the earliest value date VSAMSERV will then
      * accept for a back-valued posting.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTPOST.
        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

       01 CONTRA-VARS.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.
        03 CONTRA-ACCT                 PIC X(5).
        03 CONTRA-AMOUNT               PIC S9(11)V99 COMP-3 VALUE 0.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-AUDSEQ-KEY              PIC X(8) VALUE 'AUDSEQ'.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 CTL-INTCAP-KEY              PIC X(8) VALUE 'INTCAP'.
        03 SEED-AUDIT-SEQNO            PIC 9(7).
        03 SEED-AUDIT-RECORD           PIC X(365).

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
        03 ACCOUNT-RATE                PIC 9(5)V9(6) VALUE 0.
        03 LOCAL-AMOUNT                PIC S9(9)V99 VALUE 0.
        03 FOREIGN-ACCOUNT-COUNT       PIC 9(5) VALUE 0.
        03 UNRATED-ACCOUNT-COUNT       PIC 9(5) VALUE 0.

       01 PRINT-LINE                   PIC X(80).

        03 SL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(40) VALUE SPACES.

       01 FOREIGN-LINE.
        03 FL-LABEL                    PIC X(35).
        03 FL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM LOAD-CHECKPOINT

           PERFORM LOAD-FX-RATES

           PERFORM WRITE-HEADER

           IF CYCLE-ALREADY-DONE

           PERFORM FINISH-CHECKPOINT

           PERFORM STAMP-CAPITALIZATION

      * the interest credited to customers is an expense - the run
      * total comes out of the interest-expense internal account,
      * so every interest credit has its other side

            PERFORM GET-PRODUCT-RATES

            PERFORM GET-ACCOUNT-RATE

            IF ACCOUNT-CLOSEDO OR ACCOUNT-FROZENO

      * closed and frozen accounts do not accrue or post interest -
             ADD 1 TO SKIPPED-ACCOUNT-COUNT

            ELSE
            IF ACCOUNT-RATE = 0

      * a foreign account whose currency has no approved rate
      * cannot be contra'd at its local value - it waits for a run
      * that has one

             ADD 1 TO UNRATED-ACCOUNT-COUNT

            ELSE

      * the accrued bucket is what the account actually earned day
      * by day - capitalize it. Only an account never touched by
             END-IF

             ADD INTEREST-AMOUNT TO BALANCEO

             COMPUTE LOCAL-AMOUNT ROUNDED =
                     INTEREST-AMOUNT * ACCOUNT-RATE

             ADD LOCAL-AMOUNT TO TOTAL-INTEREST-POSTED

             IF ACCOUNT-CURRENCY NOT = SPACES

              ADD 1 TO FOREIGN-ACCOUNT-COUNT

             END-IF

             MOVE INTEREST-AMOUNT TO DL-INTEREST
             MOVE BALANCEO TO DL-NEW-BALANCE

            END-IF
            END-IF
            END-IF

           END-IF

            MOVE 'TAX WITHHELD' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            COMPUTE LOCAL-AMOUNT ROUNDED = TAX-AMOUNT * ACCOUNT-RATE

            ADD LOCAL-AMOUNT TO TOTAL-TAX-WITHHELD
            MOVE BALANCEO TO DL-NEW-BALANCE

            PERFORM PUT-TAX-YTD
           .
       FINISH-CHECKPOINT-EXIT.
           EXIT.
      *****************************************************************
       STAMP-CAPITALIZATION SECTION.

      * the business date interest was last capitalized on goes to
      * TECHCTL 'INTCAP' - VSAMSERV will not back-value a posting to
      * before it, as the days it would adjust are already paid out

           MOVE CTL-INTCAP-KEY TO CTL-KEY
           MOVE 0 TO CTL-NUM-VALUE
           MOVE RUN-DATE TO CTL-CHAR-VALUE

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHCTL")
                   FROM(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCTL")
                    INTO(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-INTCAP-KEY)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE CTL-INTCAP-KEY TO CTL-KEY
            MOVE 0 TO CTL-NUM-VALUE
            MOVE RUN-DATE TO CTL-CHAR-VALUE

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       STAMP-CAPITALIZATION-EXIT.
           EXIT.
      *****************************************************************
       PUT-CHECKPOINT SECTION.

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
      * spaces when the account carries no product or an unknown
      * one, which callers treat as the pre-product behavior

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
       GET-ACCOUNT-RATE SECTION.

      * the local value of one unit of the account's currency into
      * ACCOUNT-RATE - 1 for a local-currency account, its
      * currency's rate from the table for a foreign one, zero when
      * that currency has no approved rate. GET-PRODUCT-TYPE sets
      * ACCOUNT-CURRENCY.

           MOVE 1 TO ACCOUNT-RATE
           MOVE 0 TO CY-FOUND-IX

           IF ACCOUNT-CURRENCY NOT = SPACES

            PERFORM FIND-CURRENCY

           END-IF

           IF CY-FOUND-IX NOT = 0

            MOVE CY-RATE(CY-FOUND-IX) TO ACCOUNT-RATE

           END-IF

           .
       GET-ACCOUNT-RATE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-PARAMETERS SECTION.

                   NOHANDLE
                   END-EXEC

      * the totals above are local money - say how many foreign
      * accounts went into them, and how many waited for a rate

           IF FOREIGN-ACCOUNT-COUNT NOT = 0

            MOVE 'FOREIGN ACCOUNTS AT LOCAL VALUE:' TO FL-LABEL
            MOVE FOREIGN-ACCOUNT-COUNT TO FL-COUNT

            MOVE FOREIGN-LINE TO PRINT-LINE

            EXEC CICS WRITE
                    FILE("INTPRPT")
                    FROM(PRINT-LINE)
                    LENGTH(LENGTH OF PRINT-LINE)
                    NOHANDLE
                    END-EXEC

           END-IF

           IF UNRATED-ACCOUNT-COUNT NOT = 0

            MOVE 'ACCOUNTS SKIPPED (NO FX RATE):' TO FL-LABEL
            MOVE UNRATED-ACCOUNT-COUNT TO FL-COUNT

            MOVE FOREIGN-LINE TO PRINT-LINE

            EXEC CICS WRITE
                    FILE("INTPRPT")
                    FROM(PRINT-LINE)
                    LENGTH(LENGTH OF PRINT-LINE)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       WRITE-TOTAL-LINE-EXIT.
           EXIT.
