      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, monthly credit-bureau extract.
      *
      * For CICS v3
      *
      * Builds the month's credit-bureau file (BUREXT): one
      * fixed-format record for every customer on every credit
      * facility the bank has out.
      *
      *   - loans - every loan on the TECHLNS schedule whose loan
      *     account is still open on TECHBASE, with the installments
      *     scheduled, fallen due, paid and in arrears as LOANRUN
      *     leaves them (an installment still 'D' on or before the
      *     business date is one LOANRUN could not collect), the
      *     amount in arrears and the balance outstanding; the
      *     arrears days run from the oldest installment still unpaid
      *   - overdrafts - every account on the TECHODA side file
      *     ODAGING keeps that is still overdrawn, with its limit,
      *     the amount drawn and the days it has been overdrawn (from
      *     the date ODAGING first saw it negative); the amount drawn
      *     beyond the limit is its arrears. Loan accounts are left to
      *     the loan records - a loan runs its account negative by
      *     design - and closed and internal (type 'I') accounts are
      *     not credit
      *
      * The customer it was opened for and each co-owner on TECHJNT
      * get a record of their own for the facility - joint borrowers
      * are each liable for the whole - with their name, address and
      * date of birth from TECHCUST (an owner missing from TECHCUST
      * is reported under the names on the account and counted on
      * the control report). Each record's status comes from its
      * arrears days: 0 up to date, 1 under 30 days, 2 30+, 3 60+,
      * 4 90+, 5 120+, 6 180 days or more.
      *
      * The BUREXT file is a header record, the facility records and
      * a trailer carrying the record count and each facility type's
      * count and balance. The control report (BURRPT) ties those
      * totals back to TECHBASE, walked end to end: its open loan
      * accounts and what they owe, its overdrawn accounts and what
      * they are drawn, each against the extract - the difference
      * line is zero when every facility made the file. Runs at
      * month end from NIGHTRUN, after LOANRUN and ODAGING; can also
      * be started as its own CICS transaction.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREXT.
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

      * the TECHLNS loan-schedule record - same layout LOANRUN works

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

      * the TECHODA record - when ODAGING first saw the account
      * overdrawn

       01 OVERDRAWN-RECORD.
        03 ODA-ACCOUNT                 PIC X(5).
        03 ODA-NEG-DATE                PIC X(8).

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
         05 CUST-DEATH-DATE            PIC X(8).
         05 CUST-DEATH-RECORDED-BY     PIC X(8).
         05 CUST-ESTATE-SETTLED-DATE   PIC X(8).
         05 CUST-EXECUTOR-ACCOUNT      PIC X(5).
        03 CUST-PERSONAL-DATA.
         05 CUST-BIRTH-DATE            PIC X(8).
        03 CUST-MAIL-DATA.
         05 CUST-MAIL-STATUS           PIC X(1).
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
         05 JNT-REVIEW-DATE            PIC X(8).
         05 JNT-REVIEW-DECEASED        PIC X(6).

      * product table - TECHPROD loaded once at start of run, so
      * loan (type 'L') and internal (type 'I') accounts can be
      * told apart

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

       01 PRODUCT-VARS.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 PT-IX                       PIC 9(2) VALUE 0.
        03 PT-EOF-SW                   PIC 9 VALUE 0.
          88 PT-EOF                            VALUE 1.
        03 ACCOUNT-PROD-TYPE           PIC X(1).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

      * the bureau file record - the bureau's fixed layout, a
      * header, one record per customer per facility and a trailer,
      * told apart by the record type in the first byte. Amounts
      * are signed zoned decimal with two implied decimal places,
      * balances owed shown positive.

       01 BUREAU-RECORD.
        03 BUR-RECORD-TYPE             PIC X(1).
          88 BUR-HEADER                        VALUE 'H'.
          88 BUR-FACILITY                      VALUE 'D'.
          88 BUR-TRAILER                       VALUE 'T'.
        03 BUR-FACILITY-TYPE           PIC X(1).
          88 BUR-LOAN                          VALUE 'L'.
          88 BUR-OVERDRAFT                     VALUE 'O'.
        03 BUR-ACCOUNT                 PIC X(5).
        03 BUR-OWNERSHIP               PIC X(1).
          88 BUR-SOLE                          VALUE 'I'.
          88 BUR-JOINT                         VALUE 'J'.
        03 BUR-CUST-NO                 PIC X(6).
        03 BUR-SURNAME                 PIC X(15).
        03 BUR-FIRST-NAME              PIC X(10).
        03 BUR-ADDRESS                 PIC X(45).
        03 BUR-BIRTH-DATE              PIC X(8).
        03 BUR-BRANCH                  PIC X(4).
        03 BUR-CREDIT-LIMIT            PIC S9(9)V99.
        03 BUR-BALANCE                 PIC S9(9)V99.
        03 BUR-INSTALLMENT-AMOUNT      PIC S9(9)V99.
        03 BUR-INSTALLMENTS-TOTAL      PIC 9(3).
        03 BUR-INSTALLMENTS-DUE        PIC 9(3).
        03 BUR-INSTALLMENTS-PAID       PIC 9(3).
        03 BUR-INSTALLMENTS-ARREARS    PIC 9(3).
        03 BUR-ARREARS-AMOUNT          PIC S9(9)V99.
        03 BUR-ARREARS-SINCE           PIC X(8).
        03 BUR-ARREARS-DAYS            PIC 9(3).
        03 BUR-STATUS                  PIC X(1).
        03 BUR-STATUS-DIGIT REDEFINES BUR-STATUS
                                       PIC 9(1).
        03 FILLER                      PIC X(36).

       01 BUREAU-HEADER-VIEW REDEFINES BUREAU-RECORD.
        03 FILLER                      PIC X(1).
        03 BURH-FILE-DATE              PIC X(8).
        03 BURH-PERIOD                 PIC X(6).
        03 FILLER                      PIC X(185).

       01 BUREAU-TRAILER-VIEW REDEFINES BUREAU-RECORD.
        03 FILLER                      PIC X(1).
        03 BURT-RECORD-COUNT           PIC 9(7).
        03 BURT-LOAN-COUNT             PIC 9(7).
        03 BURT-LOAN-BALANCE           PIC S9(13)V99.
        03 BURT-OD-COUNT               PIC 9(7).
        03 BURT-OD-BALANCE             PIC S9(13)V99.
        03 BURT-ARREARS-AMOUNT         PIC S9(13)V99.
        03 FILLER                      PIC X(133).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 LS-REC-LEN                  PIC S9(4) VALUE 33.
        03 ODA-REC-LEN                 PIC S9(4) VALUE 13.
        03 JNT-REC-LEN                 PIC S9(4) VALUE 41.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 BUR-REC-LEN                 PIC S9(4) VALUE 200.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 ODA-BROWSE-KEY              PIC X(5).
        03 JNT-BROWSE-KEY              PIC X(11).
        03 CHECK-CUST                  PIC X(6).
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 JNT-DONE-SW                 PIC 9 VALUE 0.
          88 JNT-DONE                          VALUE 1.

      * the loan being gathered off its TECHLNS schedule

       01 LOAN-VARS.
        03 LN-ACCOUNT                  PIC X(5) VALUE SPACES.
        03 LN-INSTALLMENT-AMOUNT       PIC S9(9)V99 VALUE 0.
        03 LN-TOTAL                    PIC 9(3) VALUE 0.
        03 LN-DUE                      PIC 9(3) VALUE 0.
        03 LN-PAID                     PIC 9(3) VALUE 0.
        03 LN-ARREARS                  PIC 9(3) VALUE 0.
        03 LN-ARREARS-AMOUNT           PIC S9(9)V99 VALUE 0.
        03 LN-OLDEST-UNPAID            PIC X(8) VALUE SPACES.

      * arrears days - counted a day at a time from the date the
      * arrears began up to the business date, capped at 999

       01 ARREARS-VARS.
        03 ARR-DAYS                    PIC 9(3) VALUE 0.
        03 ARR-DATE-PARTS.
         05 ARR-YYYY                   PIC 9(4).
         05 ARR-MM                     PIC 9(2).
         05 ARR-DD                     PIC 9(2).
        03 ARR-MONTH-DAYS-TEXT         PIC X(24)
                   VALUE '312831303130313130313031'.
        03 ARR-MONTH-DAYS-TABLE REDEFINES ARR-MONTH-DAYS-TEXT.
         05 ARR-MONTH-DAY-COUNT OCCURS 12 PIC 9(2).
        03 ARR-MONTH-END               PIC 9(2).
        03 ARR-LEAP-QUOT               PIC 9(4).
        03 ARR-LEAP-REM                PIC 9(4).

      * the extract's totals, and the TECHBASE walk's figures they
      * are tied back to

       01 RUN-TOTALS.
        03 RECORD-COUNT                PIC 9(7) VALUE 0.
        03 LOAN-COUNT                  PIC 9(7) VALUE 0.
        03 LOAN-BALANCE-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
        03 OD-COUNT                    PIC 9(7) VALUE 0.
        03 OD-BALANCE-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
        03 ARREARS-AMOUNT-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
        03 UNKNOWN-OWNER-COUNT         PIC 9(7) VALUE 0.
        03 ORPHAN-SCHEDULE-COUNT       PIC 9(7) VALUE 0.
        03 BASE-LOAN-COUNT             PIC 9(7) VALUE 0.
        03 BASE-LOAN-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
        03 BASE-OD-COUNT               PIC 9(7) VALUE 0.
        03 BASE-OD-TOTAL               PIC S9(13)V99 COMP-3 VALUE 0.
        03 DIFFERENCE-COUNT            PIC S9(7) VALUE 0.
        03 DIFFERENCE-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
        03 STATUS-COUNT OCCURS 7 TIMES PIC 9(7).
        03 STATUS-IX                   PIC 9(2) VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(40)
                   VALUE 'CREDIT BUREAU EXTRACT CONTROL REPORT'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(22) VALUE SPACES.

      * one reconciling step of the control report - the label, how
      * many facilities or records, and the amount

       01 CONTROL-LINE.
        03 CL-LABEL                    PIC X(40).
        03 CL-COUNT                    PIC -(6)9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 CL-AMOUNT                   PIC -(13)9.99.
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 STATUS-LINE.
        03 FILLER                      PIC X(20)
                   VALUE '  RECORDS AT STATUS'.
        03 SL-STATUS                   PIC 9.
        03 FILLER                      PIC X(19) VALUE SPACES.
        03 SL-COUNT                    PIC Z(6)9.
        03 FILLER                      PIC X(33) VALUE SPACES.

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

           MOVE RUN-DATE TO HL-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-PRODUCTS

           PERFORM CLEAR-STATUS-COUNT
                   VARYING STATUS-IX FROM 1 BY 1
                   UNTIL STATUS-IX > 7

           MOVE SPACES TO BUREAU-RECORD
           MOVE 'H' TO BUR-RECORD-TYPE
           MOVE RUN-DATE TO BURH-FILE-DATE
           MOVE RUN-DATE(1:6) TO BURH-PERIOD
           PERFORM WRITE-BUREAU-RECORD

           PERFORM EXTRACT-LOANS

           PERFORM EXTRACT-OVERDRAFTS

           MOVE SPACES TO BUREAU-RECORD
           MOVE 'T' TO BUR-RECORD-TYPE
           MOVE RECORD-COUNT TO BURT-RECORD-COUNT
           MOVE LOAN-COUNT TO BURT-LOAN-COUNT
           MOVE LOAN-BALANCE-TOTAL TO BURT-LOAN-BALANCE
           MOVE OD-COUNT TO BURT-OD-COUNT
           MOVE OD-BALANCE-TOTAL TO BURT-OD-BALANCE
           MOVE ARREARS-AMOUNT-TOTAL TO BURT-ARREARS-AMOUNT
           PERFORM WRITE-BUREAU-RECORD

           PERFORM RECONCILE-ACCOUNTS

           PERFORM WRITE-CONTROL-REPORT

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       CLEAR-STATUS-COUNT SECTION.

           MOVE 0 TO STATUS-COUNT(STATUS-IX)

           .
       CLEAR-STATUS-COUNT-EXIT.
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

           END-IF

           .
       LOAD-PRODUCTS-EXIT.
           EXIT.
      *****************************************************************
       GET-PRODUCT-TYPE SECTION.

      * the account's product type from the table - space when the
      * account carries no product or an unknown one

           MOVE SPACE TO ACCOUNT-PROD-TYPE

           PERFORM FIND-PRODUCT-TYPE
                   VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-COUNT

           GO TO GET-PRODUCT-TYPE-EXIT

           .
      *****************************************************************
       FIND-PRODUCT-TYPE.

           IF PT-CODE(PT-IX) = PRODUCT-CODEO

            MOVE PT-TYPE(PT-IX) TO ACCOUNT-PROD-TYPE
            MOVE PT-COUNT TO PT-IX

           END-IF

           .
       GET-PRODUCT-TYPE-EXIT.
           EXIT.
      *****************************************************************
       EXTRACT-LOANS SECTION.

      * TECHLNS end to end - its account-led key brings each loan's
      * installments together, and each change of account closes
      * off the loan before it

           MOVE SPACES TO LN-ACCOUNT
           MOVE 0 TO END-OF-FILE-SW
           MOVE LOW-VALUES TO LS-KEY

           EXEC CICS STARTBR
                   FILE("TECHLNS")
                   RIDFLD(LS-KEY)
                   KEYLENGTH(8)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM GATHER-ONE-INSTALLMENT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHLNS")
                   NOHANDLE
                   END-EXEC

      * the last loan on the file never saw a change of account

           IF LN-ACCOUNT NOT = SPACES

            PERFORM REPORT-ONE-LOAN

           END-IF

           .
       EXTRACT-LOANS-EXIT.
           EXIT.
      *****************************************************************
       GATHER-ONE-INSTALLMENT SECTION.

           MOVE LS-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHLNS")
                   INTO(LOAN-SCHEDULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LS-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO GATHER-ONE-INSTALLMENT-EXIT

           END-IF

           IF LS-ACCOUNT NOT = LN-ACCOUNT

            IF LN-ACCOUNT NOT = SPACES

             PERFORM REPORT-ONE-LOAN

            END-IF

            MOVE LS-ACCOUNT TO LN-ACCOUNT
            MOVE 0 TO LN-INSTALLMENT-AMOUNT
            MOVE 0 TO LN-TOTAL
            MOVE 0 TO LN-DUE
            MOVE 0 TO LN-PAID
            MOVE 0 TO LN-ARREARS
            MOVE 0 TO LN-ARREARS-AMOUNT
            MOVE SPACES TO LN-OLDEST-UNPAID

           END-IF

      * installments an early settlement closed off are no longer
      * owed and not counted; every other one is scheduled, and has
      * fallen due once its date is reached

           IF LS-INSTALLMENT-SETTLED

            GO TO GATHER-ONE-INSTALLMENT-EXIT

           END-IF

           ADD 1 TO LN-TOTAL
           MOVE LS-AMOUNT TO LN-INSTALLMENT-AMOUNT

           IF LS-INSTALLMENT-PAID

            ADD 1 TO LN-PAID

           END-IF

           IF LS-DUE-DATE NOT > RUN-DATE

            ADD 1 TO LN-DUE

      * still 'D' on or after its date - LOANRUN could not collect
      * it; the schedule is in date order, so the first one met is
      * the oldest

            IF LS-INSTALLMENT-DUE

             ADD 1 TO LN-ARREARS
             ADD LS-AMOUNT TO LN-ARREARS-AMOUNT

             IF LN-OLDEST-UNPAID = SPACES

              MOVE LS-DUE-DATE TO LN-OLDEST-UNPAID

             END-IF

            END-IF

           END-IF

           .
       GATHER-ONE-INSTALLMENT-EXIT.
           EXIT.
      *****************************************************************
       REPORT-ONE-LOAN SECTION.

      * the loan account itself for the balance, limit and owner - a
      * schedule whose account is gone or closed is no longer a
      * facility, and is only counted

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LN-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR ACCOUNT-CLOSEDO

            ADD 1 TO ORPHAN-SCHEDULE-COUNT

            GO TO REPORT-ONE-LOAN-EXIT

           END-IF

           MOVE SPACES TO BUREAU-RECORD
           MOVE 'D' TO BUR-RECORD-TYPE
           MOVE 'L' TO BUR-FACILITY-TYPE
           MOVE ACCOUNTO TO BUR-ACCOUNT
           MOVE BRANCH-CODEO TO BUR-BRANCH
           MOVE OVERDRAFT-LIMITO TO BUR-CREDIT-LIMIT

      * the loan account runs negative by what is still owed

           IF BALANCEO < 0

            COMPUTE BUR-BALANCE = 0 - BALANCEO

           ELSE

            MOVE 0 TO BUR-BALANCE

           END-IF

           MOVE LN-INSTALLMENT-AMOUNT TO BUR-INSTALLMENT-AMOUNT
           MOVE LN-TOTAL TO BUR-INSTALLMENTS-TOTAL
           MOVE LN-DUE TO BUR-INSTALLMENTS-DUE
           MOVE LN-PAID TO BUR-INSTALLMENTS-PAID
           MOVE LN-ARREARS TO BUR-INSTALLMENTS-ARREARS
           MOVE LN-ARREARS-AMOUNT TO BUR-ARREARS-AMOUNT
           MOVE LN-OLDEST-UNPAID TO BUR-ARREARS-SINCE

           MOVE 0 TO ARR-DAYS

           IF LN-OLDEST-UNPAID NOT = SPACES

            MOVE LN-OLDEST-UNPAID TO ARR-DATE-PARTS

            PERFORM COUNT-ARREARS-DAYS

           END-IF

           PERFORM SET-BUREAU-STATUS

           ADD 1 TO LOAN-COUNT
           ADD BUR-BALANCE TO LOAN-BALANCE-TOTAL
           ADD BUR-ARREARS-AMOUNT TO ARREARS-AMOUNT-TOTAL

           PERFORM WRITE-FACILITY-OWNERS

           .
       REPORT-ONE-LOAN-EXIT.
           EXIT.
      *****************************************************************
       EXTRACT-OVERDRAFTS SECTION.

      * TECHODA end to end - the accounts ODAGING has seen go
      * overdrawn and not yet come good

           MOVE 0 TO END-OF-FILE-SW
           MOVE LOW-VALUES TO ODA-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHODA")
                   RIDFLD(ODA-BROWSE-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM REPORT-ONE-OVERDRAFT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHODA")
                   NOHANDLE
                   END-EXEC

           .
       EXTRACT-OVERDRAFTS-EXIT.
           EXIT.
      *****************************************************************
       REPORT-ONE-OVERDRAFT SECTION.

           MOVE ODA-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHODA")
                   INTO(OVERDRAWN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ODA-BROWSE-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO REPORT-ONE-OVERDRAFT-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ODA-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR ACCOUNT-CLOSEDO OR BALANCEO NOT < 0

            GO TO REPORT-ONE-OVERDRAFT-EXIT

           END-IF

           PERFORM GET-PRODUCT-TYPE

           IF ACCOUNT-PROD-TYPE = 'L' OR ACCOUNT-PROD-TYPE = 'I'

            GO TO REPORT-ONE-OVERDRAFT-EXIT

           END-IF

           MOVE SPACES TO BUREAU-RECORD
           MOVE 'D' TO BUR-RECORD-TYPE
           MOVE 'O' TO BUR-FACILITY-TYPE
           MOVE ACCOUNTO TO BUR-ACCOUNT
           MOVE BRANCH-CODEO TO BUR-BRANCH
           MOVE OVERDRAFT-LIMITO TO BUR-CREDIT-LIMIT
           COMPUTE BUR-BALANCE = 0 - BALANCEO
           MOVE 0 TO BUR-INSTALLMENT-AMOUNT
           MOVE 0 TO BUR-INSTALLMENTS-TOTAL
           MOVE 0 TO BUR-INSTALLMENTS-DUE
           MOVE 0 TO BUR-INSTALLMENTS-PAID
           MOVE 0 TO BUR-INSTALLMENTS-ARREARS

      * what is drawn beyond the limit is the arrears; the days are
      * the days overdrawn, the age ODAGING bands the account by

           IF BUR-BALANCE > OVERDRAFT-LIMITO

            COMPUTE BUR-ARREARS-AMOUNT =
                    BUR-BALANCE - OVERDRAFT-LIMITO

           ELSE

            MOVE 0 TO BUR-ARREARS-AMOUNT

           END-IF

           MOVE 0 TO ARR-DAYS

           IF ODA-NEG-DATE NUMERIC

            MOVE ODA-NEG-DATE TO BUR-ARREARS-SINCE
            MOVE ODA-NEG-DATE TO ARR-DATE-PARTS

            PERFORM COUNT-ARREARS-DAYS

           END-IF

           PERFORM SET-BUREAU-STATUS

           ADD 1 TO OD-COUNT
           ADD BUR-BALANCE TO OD-BALANCE-TOTAL
           ADD BUR-ARREARS-AMOUNT TO ARREARS-AMOUNT-TOTAL

           PERFORM WRITE-FACILITY-OWNERS

           .
       REPORT-ONE-OVERDRAFT-EXIT.
           EXIT.
      *****************************************************************
       COUNT-ARREARS-DAYS SECTION.

      * ARR-DATE-PARTS holds the date the arrears began - stepped a
      * day at a time up to the business date

           PERFORM ARR-FORWARD-ONE-DAY
                   UNTIL ARR-DATE-PARTS NOT < RUN-DATE
                      OR ARR-DAYS = 999

           GO TO COUNT-ARREARS-DAYS-EXIT

           .
      *****************************************************************
       ARR-FORWARD-ONE-DAY.

           ADD 1 TO ARR-DAYS
           ADD 1 TO ARR-DD

           MOVE ARR-MONTH-DAY-COUNT(ARR-MM) TO ARR-MONTH-END

           IF ARR-MM = 2

            DIVIDE ARR-YYYY BY 4
                   GIVING ARR-LEAP-QUOT
                   REMAINDER ARR-LEAP-REM

            IF ARR-LEAP-REM = 0

             MOVE 29 TO ARR-MONTH-END

            END-IF

           END-IF

           IF ARR-DD > ARR-MONTH-END

            MOVE 1 TO ARR-DD
            ADD 1 TO ARR-MM

            IF ARR-MM > 12

             MOVE 1 TO ARR-MM
             ADD 1 TO ARR-YYYY

            END-IF

           END-IF

           .
       COUNT-ARREARS-DAYS-EXIT.
           EXIT.
      *****************************************************************
       SET-BUREAU-STATUS SECTION.

      * the bureau's status from the arrears days - an arrears not
      * yet a day old is still up to date

           MOVE ARR-DAYS TO BUR-ARREARS-DAYS

           EVALUATE TRUE

            WHEN ARR-DAYS = 0

             MOVE '0' TO BUR-STATUS

            WHEN ARR-DAYS < 30

             MOVE '1' TO BUR-STATUS

            WHEN ARR-DAYS < 60

             MOVE '2' TO BUR-STATUS

            WHEN ARR-DAYS < 90

             MOVE '3' TO BUR-STATUS

            WHEN ARR-DAYS < 120

             MOVE '4' TO BUR-STATUS

            WHEN ARR-DAYS < 180

             MOVE '5' TO BUR-STATUS

            WHEN OTHER

             MOVE '6' TO BUR-STATUS

           END-EVALUATE

           .
       SET-BUREAU-STATUS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-FACILITY-OWNERS SECTION.

      * the facility in BUREAU-RECORD once for the customer it was
      * opened for, then once for each co-owner on TECHJNT

           MOVE 'I' TO BUR-OWNERSHIP
           MOVE CUSTOMER-NOO TO CHECK-CUST
           MOVE SURNAMEO TO BUR-SURNAME
           MOVE FIRST-NAMEO TO BUR-FIRST-NAME

           MOVE LOW-VALUES TO JNT-BROWSE-KEY
           MOVE ACCOUNTO TO JNT-BROWSE-KEY(1:5)

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHJNT")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JNT-BROWSE-KEY)
                   KEYLENGTH(11)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND JNT-ACCOUNT = ACCOUNTO

            MOVE 'J' TO BUR-OWNERSHIP

           END-IF

           PERFORM WRITE-OWNER-RECORD

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

           PERFORM WRITE-NEXT-CO-OWNER UNTIL JNT-DONE

           EXEC CICS ENDBR
                   FILE("TECHJNT")
                   NOHANDLE
                   END-EXEC

           GO TO WRITE-FACILITY-OWNERS-EXIT

           .
      *****************************************************************
       WRITE-NEXT-CO-OWNER.

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
            MOVE JNT-SURNAME TO BUR-SURNAME
            MOVE SPACES TO BUR-FIRST-NAME

            PERFORM WRITE-OWNER-RECORD

           END-IF

           .
       WRITE-FACILITY-OWNERS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-OWNER-RECORD SECTION.

      * the owner's identity from TECHCUST - one missing from it
      * goes under the names already in the record, with no address
      * or date of birth, and is counted for the control report

           MOVE CHECK-CUST TO BUR-CUST-NO
           MOVE SPACES TO BUR-ADDRESS
           MOVE SPACES TO BUR-BIRTH-DATE

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE 1 TO EIBRESP

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

           END-IF

           IF EIBRESP = 0

            MOVE CUST-SURNAME TO BUR-SURNAME
            MOVE CUST-FIRST-NAME TO BUR-FIRST-NAME
            MOVE CUST-ADDRESS TO BUR-ADDRESS
            MOVE CUST-BIRTH-DATE TO BUR-BIRTH-DATE

           ELSE

            ADD 1 TO UNKNOWN-OWNER-COUNT

           END-IF

           PERFORM WRITE-BUREAU-RECORD

           ADD 1 TO RECORD-COUNT

           IF BUR-STATUS NUMERIC

            COMPUTE STATUS-IX = BUR-STATUS-DIGIT + 1
            ADD 1 TO STATUS-COUNT(STATUS-IX)

           END-IF

           .
       WRITE-OWNER-RECORD-EXIT.
           EXIT.
      *****************************************************************
       RECONCILE-ACCOUNTS SECTION.

      * TECHBASE end to end - every open loan account and what it
      * owes, and every other overdrawn account and what it is
      * drawn, the way the extract should have found them

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

            IF NOT ACCOUNT-CLOSEDO

             PERFORM GET-PRODUCT-TYPE

             EVALUATE TRUE

              WHEN ACCOUNT-PROD-TYPE = 'I'

               CONTINUE

              WHEN ACCOUNT-PROD-TYPE = 'L'

               ADD 1 TO BASE-LOAN-COUNT

               IF BALANCEO < 0

                SUBTRACT BALANCEO FROM BASE-LOAN-TOTAL

               END-IF

              WHEN BALANCEO < 0

               ADD 1 TO BASE-OD-COUNT
               SUBTRACT BALANCEO FROM BASE-OD-TOTAL

             END-EVALUATE

            END-IF

           END-IF

           .
       RECONCILE-ACCOUNTS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-REPORT SECTION.

      * each facility type on TECHBASE against the extract - the
      * counts are facilities, not records, since a joint facility
      * has a record per owner

           MOVE 'OPEN LOAN ACCOUNTS ON TECHBASE' TO CL-LABEL
           MOVE BASE-LOAN-COUNT TO CL-COUNT
           MOVE BASE-LOAN-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'LOANS ON THE EXTRACT' TO CL-LABEL
           MOVE LOAN-COUNT TO CL-COUNT
           MOVE LOAN-BALANCE-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           COMPUTE DIFFERENCE-COUNT = BASE-LOAN-COUNT - LOAN-COUNT
           COMPUTE DIFFERENCE-TOTAL =
                   BASE-LOAN-TOTAL - LOAN-BALANCE-TOTAL

           MOVE 'DIFFERENCE' TO CL-LABEL
           MOVE DIFFERENCE-COUNT TO CL-COUNT
           MOVE DIFFERENCE-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'OVERDRAWN ACCOUNTS ON TECHBASE' TO CL-LABEL
           MOVE BASE-OD-COUNT TO CL-COUNT
           MOVE BASE-OD-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'OVERDRAFTS ON THE EXTRACT' TO CL-LABEL
           MOVE OD-COUNT TO CL-COUNT
           MOVE OD-BALANCE-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           COMPUTE DIFFERENCE-COUNT = BASE-OD-COUNT - OD-COUNT
           COMPUTE DIFFERENCE-TOTAL = BASE-OD-TOTAL - OD-BALANCE-TOTAL

           MOVE 'DIFFERENCE' TO CL-LABEL
           MOVE DIFFERENCE-COUNT TO CL-COUNT
           MOVE DIFFERENCE-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'ARREARS ON THE EXTRACT' TO CL-LABEL
           COMPUTE DIFFERENCE-COUNT = LOAN-COUNT + OD-COUNT
           MOVE DIFFERENCE-COUNT TO CL-COUNT
           MOVE ARREARS-AMOUNT-TOTAL TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'RECORDS ON THE EXTRACT' TO CL-LABEL
           MOVE RECORD-COUNT TO CL-COUNT
           MOVE 0 TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           PERFORM WRITE-STATUS-LINE
                   VARYING STATUS-IX FROM 1 BY 1
                   UNTIL STATUS-IX > 7

           MOVE 'OWNERS NOT ON TECHCUST' TO CL-LABEL
           MOVE UNKNOWN-OWNER-COUNT TO CL-COUNT
           MOVE 0 TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           MOVE 'LOAN SCHEDULES WITH NO OPEN ACCOUNT' TO CL-LABEL
           MOVE ORPHAN-SCHEDULE-COUNT TO CL-COUNT
           MOVE 0 TO CL-AMOUNT
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-STATUS-LINE SECTION.

           COMPUTE SL-STATUS = STATUS-IX - 1
           MOVE STATUS-COUNT(STATUS-IX) TO SL-COUNT
           MOVE STATUS-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-STATUS-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-LINE SECTION.

           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-CONTROL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-BUREAU-RECORD SECTION.

           MOVE BUR-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("BUREXT")
                   FROM(BUREAU-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-BUREAU-RECORD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("BURRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
