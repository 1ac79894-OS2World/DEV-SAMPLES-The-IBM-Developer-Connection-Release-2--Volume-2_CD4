      * posting hold, as its own CICS transaction, not called from
      * VSAMSERV.
      *
      * After the accrual browse the run works off the TECHBVAL
      * register of back-valued postings VSAMSERV writes. For each
      * entry still pending, the days from its value date up to the
      * day before it was posted are the days the item should have
      * been earning (or costing) interest on and was not; the
      * adjustment is that many days of the difference between one
      * day's interest on the balance the item found and on that
      * balance with the item on it, at the account's own rates.
      * The intervening days are taken to have run on the balance
      * held when the item was posted - the accrual job keeps no
      * daily balance history to do better. The adjustment goes into
      * the TECHACCR bucket (INTPOST capitalizes it with the rest of
      * the month's accrual; VSAMSERV refuses a value date before
      * the last capitalization), the entry is marked adjusted with
      * the date and amount so a rerun never adjusts twice, and
      * ACCRRPT gets one line per entry and a total. Accounts and
      * products the nightly accrual passes over get no adjustment.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUE.
        03 ACR-ACCRUED                 PIC S9(9)V99.
        03 ACR-LAST-DATE               PIC X(8).

      * the TECHBVAL back-value register - same layout VSAMSERV's
      * WRITE-BACK-VALUE-ENTRY writes

       01 BACK-VALUE-RECORD.
        03 BV-KEY.
         05 BV-ACCOUNT                 PIC X(5).
         05 BV-SEQNO                   PIC 9(7).
        03 BV-VALUE-DATE               PIC X(8).
        03 BV-POST-DATE                PIC X(8).
        03 BV-AMOUNT                   PIC S9(9)V99.
        03 BV-BALANCE-BEFORE           PIC S9(9)V99.
        03 BV-STATUS                   PIC X(1).
          88 BV-PENDING                        VALUE 'P'.
        03 BV-ADJ-DATE                 PIC X(8).
        03 BV-ADJ-AMOUNT               PIC S9(9)V99.
        03 BV-DAYS                     PIC 9(3).

      * back-value adjustment working fields - a pass collects up to
      * 20 pending entries with the TECHBVAL browse ended, then
      * adjusts them (see ADJUST-ONE-PASS)

       01 BACK-VALUE-VARS.
        03 BV-REC-LEN                  PIC S9(4) VALUE 73.
        03 BVB-BROWSE-KEY              PIC X(12).
        03 BVB-LAST-KEY                PIC X(12).
        03 BVB-DONE-SW                 PIC 9 VALUE 0.
          88 BVB-DONE                          VALUE 1.
        03 BVQ-COUNT                   PIC 9(2) VALUE 0.
        03 BVQ-IX                      PIC 9(2) VALUE 0.
        03 BVQ-ENTRY OCCURS 20 TIMES.
         05 BVQ-KEY                    PIC X(12).
        03 BV-DATE-PARTS.
         05 BV-YYYY                    PIC 9(4).
         05 BV-MM                      PIC 9(2).
         05 BV-DD                      PIC 9(2).
        03 BV-MONTH-DAYS-TEXT          PIC X(24)
                   VALUE '312831303130313130313031'.
        03 BV-MONTH-DAYS-TABLE REDEFINES BV-MONTH-DAYS-TEXT.
         05 BV-MONTH-DAY-COUNT OCCURS 12 PIC 9(2).
        03 BV-MONTH-END                PIC 9(2).
        03 BV-LEAP-QUOT                PIC 9(4).
        03 BV-LEAP-REM                 PIC 9(4).
        03 BV-DAY-WITHOUT              PIC S9(9)V99.
        03 BV-NOTE                     PIC X(18).
        03 ADJUSTED-COUNT              PIC 9(7) VALUE 0.
        03 TOTAL-ADJUSTED              PIC S9(11)V99 COMP-3 VALUE 0.

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 ACR-REC-LEN                 PIC S9(4) VALUE 24.
        03 GBL-CR3-RATE                PIC S9V9(4).
        03 GBL-DB-RATE                 PIC S9V9(4).
        03 DAILY-INTEREST              PIC S9(9)V99.
        03 INTEREST-BALANCE            PIC S9(9)V99.
        03 TOTAL-ACCRUED               PIC S9(11)V99 COMP-3 VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
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
         05 PT-TYPE                    PIC X(1).

       01 PRODUCT-VARS.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 PT-IX                       PIC 9(2) VALUE 0.
        03 PT-EOF-SW                   PIC 9 VALUE 0.
          88 PT-EOF                            VALUE 1.
        03 TL-TOTAL                    PIC -(11)9.99.
        03 FILLER                      PIC X(7) VALUE SPACES.

       01 ADJUST-HEADER-LINE.
        03 FILLER                      PIC X(40)
                   VALUE 'BACK-VALUE INTEREST ADJUSTMENTS'.
        03 FILLER                      PIC X(40) VALUE SPACES.

       01 ADJUST-TITLE-LINE.
        03 FILLER                      PIC X(34)
                   VALUE 'ACCT   VALUE DT  POSTED   DAYS'.
        03 FILLER                      PIC X(28)
                   VALUE '     AMOUNT     ADJUSTMENT'.
        03 FILLER                      PIC X(18) VALUE SPACES.

       01 ADJUST-DETAIL-LINE.
        03 AL-ACCOUNT                  PIC X(5).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 AL-VALUE-DATE               PIC X(8).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 AL-POST-DATE                PIC X(8).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 AL-DAYS                     PIC ZZ9.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 AL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 AL-ADJUSTMENT               PIC -(9)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 AL-NOTE                     PIC X(18).

       01 ADJUST-TOTAL-LINE.
        03 FILLER                      PIC X(22)
                                        VALUE 'BACK-VALUES ADJUSTED:'.
        03 ATL-ADJUSTED                PIC ZZZZZZ9.
        03 FILLER                      PIC X(19)
                                        VALUE ' TOTAL ADJUSTMENT:'.
        03 ATL-TOTAL                   PIC -(11)9.99.
        03 FILLER                      PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * then the back-valued postings still waiting on their
      * interest adjustment

           MOVE ADJUST-HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ADJUST-TITLE-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOW-VALUES TO BVB-LAST-KEY
           MOVE 20 TO BVQ-COUNT

           PERFORM ADJUST-ONE-PASS UNTIL BVQ-COUNT < 20

           MOVE ADJUSTED-COUNT TO ATL-ADJUSTED
           MOVE TOTAL-ADJUSTED TO ATL-TOTAL
           MOVE ADJUST-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC


           END-IF

           MOVE BALANCEO TO INTEREST-BALANCE

           PERFORM COMPUTE-DAY-INTEREST

           MOVE ACR-REC-LEN TO LENGTH-VAR

           .
       ACCRUE-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-DAY-INTEREST SECTION.

      * one day of the annual rate on INTEREST-BALANCE into
      * DAILY-INTEREST - debit interest on an overdrawn balance,
      * otherwise the credit tier its balance band selects

           EVALUATE TRUE

            WHEN INTEREST-BALANCE < 0

             COMPUTE DAILY-INTEREST ROUNDED =
                     INTEREST-BALANCE * DEBIT-RATE / 365

            WHEN INTEREST-BALANCE NOT > CR-TIER1-LIMIT

             COMPUTE DAILY-INTEREST ROUNDED =
                     INTEREST-BALANCE * CR-TIER1-RATE / 365

            WHEN INTEREST-BALANCE NOT > CR-TIER2-LIMIT

             COMPUTE DAILY-INTEREST ROUNDED =
                     INTEREST-BALANCE * CR-TIER2-RATE / 365

            WHEN OTHER

             COMPUTE DAILY-INTEREST ROUNDED =
                     INTEREST-BALANCE * CR-TIER3-RATE / 365

           END-EVALUATE

           .
       COMPUTE-DAY-INTEREST-EXIT.
           EXIT.
      *****************************************************************
       ADJUST-ONE-PASS SECTION.

      * a pass restarts the TECHBVAL browse at the last entry the
      * previous pass collected (skipping that entry itself) and
      * collects up to 20 pending entries; a full pass means there
      * may be more

           MOVE 0 TO BVQ-COUNT
           MOVE 0 TO BVB-DONE-SW
           MOVE BVB-LAST-KEY TO BVB-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHBVAL")
                   RIDFLD(BVB-BROWSE-KEY)
                   KEYLENGTH(12)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO ADJUST-ONE-PASS-EXIT

           END-IF

           PERFORM COLLECT-PENDING-ENTRY UNTIL BVB-DONE

           EXEC CICS ENDBR
                   FILE("TECHBVAL")
                   NOHANDLE
                   END-EXEC

           PERFORM ADJUST-ONE-ENTRY
                   VARYING BVQ-IX FROM 1 BY 1
                   UNTIL BVQ-IX > BVQ-COUNT

           .
       ADJUST-ONE-PASS-EXIT.
           EXIT.
      *****************************************************************
       COLLECT-PENDING-ENTRY SECTION.

           MOVE BV-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBVAL")
                   INTO(BACK-VALUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BVB-BROWSE-KEY)
                   KEYLENGTH(12)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BVB-DONE-SW

            GO TO COLLECT-PENDING-ENTRY-EXIT

           END-IF

           IF BV-KEY = BVB-LAST-KEY OR NOT BV-PENDING

            GO TO COLLECT-PENDING-ENTRY-EXIT

           END-IF

           ADD 1 TO BVQ-COUNT
           MOVE BV-KEY TO BVQ-KEY(BVQ-COUNT)
           MOVE BV-KEY TO BVB-LAST-KEY

           IF BVQ-COUNT = 20

            MOVE 1 TO BVB-DONE-SW

           END-IF

           .
       COLLECT-PENDING-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       ADJUST-ONE-ENTRY SECTION.

      * re-read under UPDATE - an entry some other run has adjusted
      * since it was collected is left alone

           MOVE BV-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBVAL")
                   INTO(BACK-VALUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BVQ-KEY(BVQ-IX))
                   KEYLENGTH(12)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO ADJUST-ONE-ENTRY-EXIT

           END-IF

           IF NOT BV-PENDING

            EXEC CICS UNLOCK
                    FILE("TECHBVAL")
                    NOHANDLE
                    END-EXEC

            GO TO ADJUST-ONE-ENTRY-EXIT

           END-IF

      * the missed days - value date up to the day before posting

           MOVE 0 TO BV-DAYS
           MOVE BV-VALUE-DATE TO BV-DATE-PARTS

           PERFORM BV-FORWARD-ONE-DAY
                   UNTIL BV-DATE-PARTS NOT < BV-POST-DATE
                      OR BV-DAYS = 999

           MOVE 0 TO BV-ADJ-AMOUNT
           MOVE SPACES TO BV-NOTE

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BV-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'ACCOUNT NOT FOUND' TO BV-NOTE

           ELSE

            PERFORM GET-PRODUCT-TYPE

            PERFORM GET-PRODUCT-RATES

            IF ACCOUNT-CLOSEDO OR ACCOUNT-FROZENO
               OR ACCOUNT-PROD-TYPE = 'T'
               OR ACCOUNT-PROD-TYPE = 'F'
               OR ACCOUNT-PROD-TYPE = 'L'
               OR ACCOUNT-PROD-TYPE = 'I'

             MOVE 'DOES NOT ACCRUE' TO BV-NOTE

            ELSE

      * a day's interest with the item on the balance, less a day's
      * interest without it, for every missed day

             MOVE BV-BALANCE-BEFORE TO INTEREST-BALANCE

             PERFORM COMPUTE-DAY-INTEREST

             MOVE DAILY-INTEREST TO BV-DAY-WITHOUT

             COMPUTE INTEREST-BALANCE =
                     BV-BALANCE-BEFORE + BV-AMOUNT

             PERFORM COMPUTE-DAY-INTEREST

             COMPUTE BV-ADJ-AMOUNT =
                     (DAILY-INTEREST - BV-DAY-WITHOUT) * BV-DAYS

            END-IF

           END-IF

           IF BV-ADJ-AMOUNT NOT = 0

            PERFORM APPLY-ACCRUAL-ADJUSTMENT

      * the bucket could not be updated - the entry stays pending
      * for the next run

            IF EIBRESP NOT = 0

             EXEC CICS UNLOCK
                     FILE("TECHBVAL")
                     NOHANDLE
                     END-EXEC

             GO TO ADJUST-ONE-ENTRY-EXIT

            END-IF

           END-IF

           MOVE 'A' TO BV-STATUS
           MOVE RUN-DATE TO BV-ADJ-DATE

           MOVE BV-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBVAL")
                   FROM(BACK-VALUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           ADD 1 TO ADJUSTED-COUNT
           ADD BV-ADJ-AMOUNT TO TOTAL-ADJUSTED

           MOVE BV-ACCOUNT TO AL-ACCOUNT
           MOVE BV-VALUE-DATE TO AL-VALUE-DATE
           MOVE BV-POST-DATE TO AL-POST-DATE
           MOVE BV-DAYS TO AL-DAYS
           MOVE BV-AMOUNT TO AL-AMOUNT
           MOVE BV-ADJ-AMOUNT TO AL-ADJUSTMENT
           MOVE BV-NOTE TO AL-NOTE
           MOVE ADJUST-DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           GO TO ADJUST-ONE-ENTRY-EXIT

           .
      *****************************************************************
       BV-FORWARD-ONE-DAY.

           ADD 1 TO BV-DAYS
           ADD 1 TO BV-DD

           MOVE BV-MONTH-DAY-COUNT(BV-MM) TO BV-MONTH-END

           IF BV-MM = 2

            DIVIDE BV-YYYY BY 4
                   GIVING BV-LEAP-QUOT
                   REMAINDER BV-LEAP-REM

            IF BV-LEAP-REM = 0

             MOVE 29 TO BV-MONTH-END

            END-IF

           END-IF

           IF BV-DD > BV-MONTH-END

            MOVE 1 TO BV-DD
            ADD 1 TO BV-MM

            IF BV-MM > 12

             MOVE 1 TO BV-MM
             ADD 1 TO BV-YYYY

            END-IF

           END-IF

           .
       ADJUST-ONE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       APPLY-ACCRUAL-ADJUSTMENT SECTION.

      * BV-ADJ-AMOUNT into the account's TECHACCR bucket - a bucket
      * started here is left unstamped, so the account's own nightly
      * accrual still runs. Leaves EIBRESP 0 on success.

           MOVE ACR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHACCR")
                   INTO(ACCRUAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BV-ACCOUNT)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE BV-ACCOUNT TO ACR-ACCOUNT
            MOVE BV-ADJ-AMOUNT TO ACR-ACCRUED
            MOVE SPACES TO ACR-LAST-DATE

            MOVE ACR-REC-LEN TO LENGTH-VAR

            EXEC CICS WRITE
                    FILE("TECHACCR")
                    FROM(ACCRUAL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(ACR-ACCOUNT)
                    KEYLENGTH(5)
                    NOHANDLE
                    END-EXEC

            GO TO APPLY-ACCRUAL-ADJUSTMENT-EXIT

           END-IF

           IF EIBRESP NOT = 0

            GO TO APPLY-ACCRUAL-ADJUSTMENT-EXIT

           END-IF

           IF ACR-ACCRUED NOT NUMERIC

            MOVE 0 TO ACR-ACCRUED

           END-IF

           ADD BV-ADJ-AMOUNT TO ACR-ACCRUED

           MOVE ACR-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHACCR")
                   FROM(ACCRUAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           .
       APPLY-ACCRUAL-ADJUSTMENT-EXIT.
           EXIT.
      *****************************************************************
       LOAD-PRODUCTS SECTION.

