      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, returned-mail worklist.
      *
      * For CICS v3
      *
      * Post that the post office sends back as "addressee unknown"
      * is flagged on the customer's TECHCUST master (VSAMSERV's
      * RETMAIL at the counter, or the RTMLOAD job from the post
      * office's returned-mail file), and from then on STMTRUN and
      * NOTIFY post them nothing. Nothing will reach them until the
      * branch finds them and gets a good address, so this job lists,
      * branch by branch, every customer whose mail is flagged as
      * returned - the date it came back, who recorded it, and the
      * phone number and channel to try them on. The flag clears
      * when the new address or contact details are approved, and
      * the customer drops off the list.
      *
      * TECHBASE is browsed in branch order via the TECHBR alternate
      * index (as KYCDUE does) and each open account's owner and
      * co-owners (TECHJNT) are checked, so a customer is listed
      * under every branch holding an account of theirs, once per
      * branch. Customers recorded as deceased are left to the
      * estate process and not listed. Output goes to the RTMWRPT
      * print file. Intended to be started nightly as its own CICS
      * transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTMLIST.
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
          88 CUST-DELIVER-EMAIL                VALUE 'E'.
          88 CUST-DELIVER-PHONE                VALUE 'T'.
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
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
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
        03 BRANCH-LISTED-COUNT         PIC 9(5) VALUE 0.
        03 LISTED-COUNT                PIC 9(5) VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'RETURNED MAIL BY BRANCH'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(32) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'CUSTNO'.
        03 FILLER                      PIC X(16) VALUE 'SURNAME'.
        03 FILLER                      PIC X(11) VALUE 'FIRST NAME'.
        03 FILLER                      PIC X(9) VALUE 'RETURNED'.
        03 FILLER                      PIC X(9) VALUE 'BY'.
        03 FILLER                      PIC X(16) VALUE 'PHONE'.
        03 FILLER                      PIC X(11) VALUE 'CHANNEL'.

       01 BRANCH-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'BRANCH:'.
        03 BHL-CODE                    PIC X(6).
        03 BHL-NAME                    PIC X(20).
        03 FILLER                      PIC X(46) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-CUSTNO                   PIC X(8).
        03 DL-SURNAME                  PIC X(16).
        03 DL-FIRST-NAME               PIC X(11).
        03 DL-RETURNED-DATE            PIC X(9).
        03 DL-BY                       PIC X(9).
        03 DL-PHONE                    PIC X(16).
        03 DL-CHANNEL                  PIC X(11).

       01 BRANCH-TOTAL-LINE.
        03 FILLER                      PIC X(30)
                   VALUE '  CUSTOMERS LISTED FOR BRANCH'.
        03 BTL-CODE                    PIC X(6).
        03 BTL-COUNT                   PIC ZZZZ9.
        03 FILLER                      PIC X(39) VALUE SPACES.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'CUSTOMER LINES LISTED:'.
        03 TL-LISTED                   PIC ZZZZ9.
        03 FILLER                      PIC X(45) VALUE SPACES.

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

           MOVE LISTED-COUNT TO TL-LISTED
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

      * and the account's co-owners - the statements for it go to
      * them as well

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

           IF NOT CUST-MAIL-RETURNED OR CUST-DECEASED

            GO TO CHECK-CUSTOMER-EXIT

           END-IF

           IF NOT BRANCH-HEADED

            PERFORM WRITE-BRANCH-HEADING

           END-IF

           MOVE CUST-NO TO DL-CUSTNO
           MOVE CUST-SURNAME TO DL-SURNAME
           MOVE CUST-FIRST-NAME TO DL-FIRST-NAME
           MOVE CUST-MAIL-RETURNED-DATE TO DL-RETURNED-DATE
           MOVE CUST-MAIL-RETURNED-BY TO DL-BY
           MOVE CUST-PHONE TO DL-PHONE

           IF CUST-DELIVER-EMAIL

            MOVE 'E-MAIL' TO DL-CHANNEL

           ELSE IF CUST-DELIVER-PHONE

            MOVE 'TELEPHONE' TO DL-CHANNEL

           ELSE

            MOVE 'POST' TO DL-CHANNEL

           END-IF
           END-IF

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO BRANCH-LISTED-COUNT
           ADD 1 TO LISTED-COUNT

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
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("RTMWRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
