      * READPREV sequence-number assignment INTPOST's WRITE-AUDIT-RECORD
      * uses. Posted as AUDIT-OP-UPDATE since an NSF fee is just another
      * balance update. Intended to be started nightly as its own CICS
      * transaction, not called from VSAMSERV. The fee and threshold
      * are local-currency figures and the fee-income account is held
      * in the local currency (TECHPARM 'FXPARM'), so an account whose
      * product is held in another currency is skipped and counted on
      * its own total line.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
          88 END-OF-FILE                       VALUE 1.
        03 ACCOUNT-COUNT               PIC 9(5) VALUE 0.
        03 SKIPPED-ACCOUNT-COUNT       PIC 9(5) VALUE 0.
        03 FOREIGN-ACCOUNT-COUNT       PIC 9(5) VALUE 0.
        03 NSF-THRESHOLD               PIC S9(9)V99 VALUE 0.
        03 NSF-FEE-AMOUNT              PIC S9(9)V99 VALUE 25.00.

        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

       01 CONTRA-VARS.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.
        03 CONTRA-ACCT                 PIC X(5).
        03 CONTRA-AMOUNT               PIC S9(11)V99 COMP-3 VALUE 0.
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
        03 ACCOUNT-PROD-CURRENCY       PIC X(3).

      * the TECHPARM 'FXPARM' record - the local currency code

       01 FX-PARM-RECORD.
        03 FXP-KEY                     PIC X(8).
        03 FXP-LOCAL-CCY               PIC X(3).
        03 FXP-SPREAD                  PIC 9V9(4).

       01 CURRENCY-VARS.
        03 FXP-REC-LEN                 PIC S9(4) VALUE 16.
        03 FXP-KEY-VALUE               PIC X(8) VALUE 'FXPARM'.


      * the TECHEVT notification event record and its TECHPARM
        03 SL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(40) VALUE SPACES.

       01 FOREIGN-LINE.
        03 FILLER                      PIC X(35)
                   VALUE 'ACCOUNTS SKIPPED (FOREIGN CCY):'.
        03 FL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

            ADD 1 TO SKIPPED-ACCOUNT-COUNT

           ELSE
           IF ACCOUNT-PROD-CURRENCY NOT = SPACES

      * a fee in the local currency cannot be taken from an account
      * held in another one

            ADD 1 TO FOREIGN-ACCOUNT-COUNT

           ELSE

            COMPUTE PROJECTED-BALANCE = BALANCEO - NSF-FEE-AMOUNT

           END-IF
           END-IF
           END-IF

           .
       CHARGE-NSF-FEE-EXIT.
       LOAD-PRODUCTS SECTION.

      * read the whole (small) TECHPROD file into the product table
      * once, instead of a file read per account. A product's currency
      * is kept as spaces when it names none or names the local one.

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
      *****************************************************************
       LOAD-ONE-PRODUCT.

           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
            MOVE PROD-CODE TO PT-CODE(PT-COUNT)
            MOVE PROD-TYPE TO PT-TYPE(PT-COUNT)

            IF PROD-CURRENCY = LOW-VALUES
               OR PROD-CURRENCY = FXP-LOCAL-CCY

             MOVE SPACES TO PROD-CURRENCY

            END-IF

            MOVE PROD-CURRENCY TO PT-CURRENCY(PT-COUNT)

           END-IF

           .
      * treat as the pre-product behavior

           MOVE SPACE TO ACCOUNT-PROD-TYPE
           MOVE SPACES TO ACCOUNT-PROD-CURRENCY

           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-COUNT

            IF PT-CODE(PT-IX) = PRODUCT-CODEO

             MOVE PT-TYPE(PT-IX) TO ACCOUNT-PROD-TYPE
             MOVE PT-CURRENCY(PT-IX) TO ACCOUNT-PROD-CURRENCY
             MOVE PT-COUNT TO PT-IX

            END-IF

           MOVE SKIPPED-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("NSFFRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           MOVE FOREIGN-ACCOUNT-COUNT TO FL-COUNT

           MOVE FOREIGN-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("NSFFRPT")
                   FROM(PRINT-LINE)
