      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, KYC review due list.
      *
      * For CICS v3
      *
      * Every customer on the TECHCUST master carries a risk rating
      * set at opening and the date their next periodic KYC review
      * falls due - a high-risk customer yearly, a low-risk one every
      * five years, the intervals and the grace period sitting on the
      * TECHPARM 'KYCPARM' record (VSAMSERV's KYCREVW records the
      * reviews and stamps the next due date). This job lists, branch
      * by branch, the customers the branches have to see:
      *
      *   DUE           the review falls due before the end of the
      *                 coming month
      *   OVERDUE       the due date has passed
      *   BLOCKED       overdue past the grace period - VSAMSERV
      *                 already refuses new debits on all their
      *                 accounts until the review is recorded
      *   NOT REVIEWED  a customer from before risk ratings existed,
      *                 never yet rated or reviewed
      *
      * TECHBASE is browsed in branch order via the TECHBR alternate
      * index (as BRANCHSUM does) and each open account's owner and
      * co-owners (TECHJNT) are checked, so a customer is listed
      * under every branch holding an account of theirs, once per
      * branch. Output goes to the KYCRPT print file. Intended to be
      * started at month end as its own CICS transaction, not called
      * from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCDUE.
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

      * the TECHBRM branch reference record - the branch headings
      * carry the branch name beside the code

       01 BRANCH-MASTER-RECORD.
        03 BRM-CODE                    PIC X(4).
        03 BRM-NAME                    PIC X(20).
        03 BRM-REGION                  PIC X(8).
        03 BRM-STATUS                  PIC X(1).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

      * the TECHPARM 'KYCPARM' record - same layout VSAMSERV reads;
      * only the grace period is used here

       01 KYC-PARM-RECORD.
        03 KYP-KEY                     PIC X(8).
        03 KYP-HIGH-MONTHS             PIC 9(3).
        03 KYP-MEDIUM-MONTHS           PIC 9(3).
        03 KYP-LOW-MONTHS              PIC 9(3).
        03 KYP-GRACE-DAYS              PIC 9(3).

      * the customers already looked at within the branch being
      * listed - reset at every branch break

       01 SEEN-TABLE.
        03 SEEN-COUNT                  PIC 9(4) VALUE 0.
        03 SEEN-CUST-NO OCCURS 2000 TIMES
                                       PIC X(6).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 JNT-REC-LEN                 PIC S9(4) VALUE 41.
        03 BRM-REC-LEN                 PIC S9(4) VALUE 33.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 KYP-REC-LEN                 PIC S9(4) VALUE 20.
        03 KYP-KEY-VALUE               PIC X(8) VALUE 'KYCPARM'.
        03 KYC-GRACE-DAYS              PIC 9(3) VALUE 30.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 BLOCK-CUTOFF                PIC X(8).
        03 DUE-HORIZON                 PIC X(8).
        03 CURRENT-BRANCH              PIC X(4) VALUE LOW-VALUES.
        03 CHECK-CUST                  PIC X(6).
        03 JNT-BROWSE-KEY              PIC X(11).
        03 SEEN-IX                     PIC 9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 JNT-DONE-SW                 PIC 9 VALUE 0.
          88 JNT-DONE                          VALUE 1.
        03 SEEN-SW                     PIC 9 VALUE 0.
          88 ALREADY-SEEN                      VALUE 1.
        03 BRANCH-HEADED-SW            PIC 9 VALUE 0.
          88 BRANCH-HEADED                     VALUE 1.
        03 STANDING                    PIC X(13).
        03 BRANCH-LISTED-COUNT         PIC 9(5) VALUE 0.
        03 DUE-COUNT                   PIC 9(5) VALUE 0.
        03 OVERDUE-COUNT               PIC 9(5) VALUE 0.
        03 BLOCKED-COUNT               PIC 9(5) VALUE 0.
        03 UNREVIEWED-COUNT            PIC 9(5) VALUE 0.

        03 DATE-PARTS.
         05 DATE-YYYY                  PIC 9(4).
         05 DATE-MM                    PIC 9(2).
         05 DATE-DD                    PIC 9(2).

        03 MONTH-DAYS-TEXT             PIC X(24)
                   VALUE '312831303130313130313031'.
        03 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-TEXT.
         05 MONTH-DAY-COUNT OCCURS 12  PIC 9(2).

        03 WORK-DAYS                   PIC 9(2).
        03 LEAP-QUOT                   PIC 9(4).
        03 LEAP-REM                    PIC 9(4).

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'KYC REVIEWS DUE BY BRANCH'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(14) VALUE '  DUE BY:'.
        03 HL-HORIZON                  PIC X(8).
        03 FILLER                      PIC X(10) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'CUSTNO'.
        03 FILLER                      PIC X(16) VALUE 'SURNAME'.
        03 FILLER                      PIC X(11) VALUE 'FIRST NAME'.
        03 FILLER                      PIC X(5) VALUE 'RISK'.
        03 FILLER                      PIC X(9) VALUE 'REVIEWED'.
        03 FILLER                      PIC X(9) VALUE 'BY'.
        03 FILLER                      PIC X(9) VALUE 'DUE'.
        03 FILLER                      PIC X(13) VALUE 'STANDING'.

       01 BRANCH-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'BRANCH:'.
        03 BHL-CODE                    PIC X(6).
        03 BHL-NAME                    PIC X(20).
        03 FILLER                      PIC X(46) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-CUSTNO                   PIC X(8).
        03 DL-SURNAME                  PIC X(16).
        03 DL-FIRST-NAME               PIC X(11).
        03 DL-RATING                   PIC X(5).
        03 DL-LAST-DATE                PIC X(9).
        03 DL-BY                       PIC X(9).
        03 DL-DUE-DATE                 PIC X(9).
        03 DL-STANDING                 PIC X(13).

       01 BRANCH-TOTAL-LINE.
        03 FILLER                      PIC X(30)
                   VALUE '  CUSTOMERS LISTED FOR BRANCH'.
        03 BTL-CODE                    PIC X(6).
        03 BTL-COUNT                   PIC ZZZZ9.
        03 FILLER                      PIC X(39) VALUE SPACES.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(5) VALUE 'DUE:'.
        03 TL-DUE                      PIC ZZZZ9.
        03 FILLER                      PIC X(11) VALUE '  OVERDUE:'.
        03 TL-OVERDUE                  PIC ZZZZ9.
        03 FILLER                      PIC X(11) VALUE '  BLOCKED:'.
        03 TL-BLOCKED                  PIC ZZZZ9.
        03 FILLER                      PIC X(16)
                                        VALUE '  NOT REVIEWED:'.
        03 TL-UNREVIEWED               PIC ZZZZ9.
        03 FILLER                      PIC X(17) VALUE SPACES.

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

           PERFORM COMPUTE-KYC-DATES

           MOVE RUN-DATE TO HL-DATE
           MOVE DUE-HORIZON TO HL-HORIZON
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOW-VALUES TO BRANCH-CODEO

           EXEC CICS STARTBR
                   FILE("TECHBR")
                   RIDFLD(BRANCH-CODEO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM EXAMINE-ONE-ACCOUNT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHBR")
                   NOHANDLE
                   END-EXEC

      * the last branch seen never hit the change-of-branch test, so
      * its total still needs writing here

           PERFORM CLOSE-BRANCH

           MOVE DUE-COUNT TO TL-DUE
           MOVE OVERDUE-COUNT TO TL-OVERDUE
           MOVE BLOCKED-COUNT TO TL-BLOCKED
           MOVE UNREVIEWED-COUNT TO TL-UNREVIEWED
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       EXAMINE-ONE-ACCOUNT SECTION.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBR")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BRANCH-CODEO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO EXAMINE-ONE-ACCOUNT-EXIT

           END-IF

           IF BRANCH-CODEO NOT = CURRENT-BRANCH

            PERFORM CLOSE-BRANCH

            MOVE BRANCH-CODEO TO CURRENT-BRANCH

           END-IF

           IF ACCOUNT-CLOSEDO

            GO TO EXAMINE-ONE-ACCOUNT-EXIT

           END-IF

           MOVE CUSTOMER-NOO TO CHECK-CUST

           PERFORM CHECK-CUSTOMER

      * and the account's co-owners, who answer for it as fully as
      * the customer it was opened for

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

           .
       EXAMINE-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       CHECK-NEXT-CO-OWNER SECTION.

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

            GO TO CHECK-NEXT-CO-OWNER-EXIT

           END-IF

           MOVE JNT-CUST-NO TO CHECK-CUST

           PERFORM CHECK-CUSTOMER

           .
       CHECK-NEXT-CO-OWNER-EXIT.
           EXIT.
      *****************************************************************
       CHECK-CUSTOMER SECTION.

      * each customer is looked at once per branch - a full table
      * only means a customer may be listed twice for the branch

           IF CHECK-CUST = SPACES OR CHECK-CUST = LOW-VALUES

            GO TO CHECK-CUSTOMER-EXIT

           END-IF

           MOVE 0 TO SEEN-SW

           PERFORM FIND-SEEN-CUSTOMER
                   VARYING SEEN-IX FROM 1 BY 1
                   UNTIL SEEN-IX > SEEN-COUNT OR ALREADY-SEEN

           IF ALREADY-SEEN

            GO TO CHECK-CUSTOMER-EXIT

           END-IF

           IF SEEN-COUNT < 2000

            ADD 1 TO SEEN-COUNT
            MOVE CHECK-CUST TO SEEN-CUST-NO(SEEN-COUNT)

           END-IF

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CHECK-CUST)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO CHECK-CUSTOMER-EXIT

           END-IF

           IF CUST-KYC-DUE-DATE NOT NUMERIC

            MOVE 'NOT REVIEWED' TO STANDING
            ADD 1 TO UNREVIEWED-COUNT

           ELSE IF CUST-KYC-DUE-DATE < BLOCK-CUTOFF

            MOVE 'BLOCKED' TO STANDING
            ADD 1 TO BLOCKED-COUNT

           ELSE IF CUST-KYC-DUE-DATE < RUN-DATE

            MOVE 'OVERDUE' TO STANDING
            ADD 1 TO OVERDUE-COUNT

           ELSE IF CUST-KYC-DUE-DATE NOT > DUE-HORIZON

            MOVE 'DUE' TO STANDING
            ADD 1 TO DUE-COUNT

           ELSE

            GO TO CHECK-CUSTOMER-EXIT

           END-IF

           IF NOT BRANCH-HEADED

            PERFORM WRITE-BRANCH-HEADING

           END-IF

           MOVE CUST-NO TO DL-CUSTNO
           MOVE CUST-SURNAME TO DL-SURNAME
           MOVE CUST-FIRST-NAME TO DL-FIRST-NAME
           MOVE CUST-RISK-RATING TO DL-RATING
           MOVE CUST-KYC-LAST-DATE TO DL-LAST-DATE
           MOVE CUST-KYC-BY TO DL-BY
           MOVE CUST-KYC-DUE-DATE TO DL-DUE-DATE
           MOVE STANDING TO DL-STANDING
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO BRANCH-LISTED-COUNT

           .
       CHECK-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       FIND-SEEN-CUSTOMER SECTION.

           IF SEEN-CUST-NO(SEEN-IX) = CHECK-CUST

            MOVE 1 TO SEEN-SW

           END-IF

           .
       FIND-SEEN-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-BRANCH-HEADING SECTION.

      * a code with no TECHBRM record (pre-validation data) shows as
      * such rather than being dropped

           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CURRENT-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE '(NOT ON TECHBRM)' TO BRM-NAME

           END-IF

           MOVE CURRENT-BRANCH TO BHL-CODE
           MOVE BRM-NAME TO BHL-NAME
           MOVE BRANCH-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO BRANCH-HEADED-SW

           .
       WRITE-BRANCH-HEADING-EXIT.
           EXIT.
      *****************************************************************
       CLOSE-BRANCH SECTION.

      * a branch with nobody to list prints nothing at all

           IF BRANCH-LISTED-COUNT NOT = 0

            MOVE CURRENT-BRANCH TO BTL-CODE
            MOVE BRANCH-LISTED-COUNT TO BTL-COUNT
            MOVE BRANCH-TOTAL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           MOVE 0 TO BRANCH-LISTED-COUNT
           MOVE 0 TO BRANCH-HEADED-SW
           MOVE 0 TO SEEN-COUNT

           .
       CLOSE-BRANCH-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-KYC-DATES SECTION.

      * the grace period from the TECHPARM 'KYCPARM' record (30 days
      * when it is missing or zero) gives the blocking cutoff - a
      * review that fell due before it is what VSAMSERV refuses
      * debits on - and the coming month gives the horizon for the
      * reviews to list as due

           MOVE KYP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(KYC-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(KYP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND KYP-GRACE-DAYS NUMERIC AND KYP-GRACE-DAYS NOT = 0

            MOVE KYP-GRACE-DAYS TO KYC-GRACE-DAYS

           END-IF

           MOVE RUN-DATE TO DATE-PARTS

           PERFORM BACK-ONE-DAY KYC-GRACE-DAYS TIMES

           MOVE DATE-PARTS TO BLOCK-CUTOFF

      * one month on, the day clamped to the month's length

           MOVE RUN-DATE TO DATE-PARTS

           ADD 1 TO DATE-MM

           IF DATE-MM > 12

            MOVE 1 TO DATE-MM
            ADD 1 TO DATE-YYYY

           END-IF

           MOVE MONTH-DAY-COUNT(DATE-MM) TO WORK-DAYS

           PERFORM CHECK-LEAP-FEBRUARY

           IF DATE-DD > WORK-DAYS

            MOVE WORK-DAYS TO DATE-DD

           END-IF

           MOVE DATE-PARTS TO DUE-HORIZON

           GO TO COMPUTE-KYC-DATES-EXIT

           .
      *****************************************************************
       BACK-ONE-DAY.

           SUBTRACT 1 FROM DATE-DD

           IF DATE-DD = 0

            SUBTRACT 1 FROM DATE-MM

            IF DATE-MM = 0

             MOVE 12 TO DATE-MM
             SUBTRACT 1 FROM DATE-YYYY

            END-IF

            MOVE MONTH-DAY-COUNT(DATE-MM) TO WORK-DAYS

            PERFORM CHECK-LEAP-FEBRUARY

            MOVE WORK-DAYS TO DATE-DD

           END-IF

           .
      *****************************************************************
       CHECK-LEAP-FEBRUARY.

           IF DATE-MM = 2

            DIVIDE DATE-YYYY BY 4
                   GIVING LEAP-QUOT
                   REMAINDER LEAP-REM

            IF LEAP-REM = 0

             MOVE 29 TO WORK-DAYS

            END-IF

           END-IF

           .
       COMPUTE-KYC-DATES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("KYCRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
