      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, deceased estates outstanding.
      *
      * For CICS v3
      *
      * When a customer dies VSAMSERV's DECEASED function marks the
      * TECHCUST master 'D' with the date of death and the supervisor
      * who recorded it, freezes the sole accounts and puts the joint
      * ones under survivor review; ESTSETL later pays the sole
      * accounts out to the executor and stamps the settlement on
      * the master. This job lists every deceased customer who still
      * has an account that is not closed, so nothing sits frozen and
      * forgotten:
      *
      *   - the customer, the date of death and who recorded it, and
      *     the settlement date and executor's account once settled
      *   - under them each open or frozen account they own (the
      *     TECHCUX path) or co-own (the TECHJNTC path over TECHJNT),
      *     with its status, balance, whether it is sole or joint and
      *     whether the joint link is under survivor review
      *
      * A joint account still running after settlement is the
      * survivors' to regularise, and stays listed until they do.
      * The totals count the customers and accounts listed and the
      * balance still held. Output goes to the ESTRPT print file.
      * Intended to be started nightly as its own CICS transaction,
      * not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE.
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
          88 ACCOUNT-FROZENO                   VALUE 'F'.
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

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 JNT-REC-LEN                 PIC S9(4) VALUE 41.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 CUST-BROWSE-KEY             PIC X(6).
        03 CUX-BROWSE-KEY              PIC X(6).
        03 JNTC-BROWSE-KEY             PIC X(6).
        03 JNT-BROWSE-KEY              PIC X(11).
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 CUX-DONE-SW                 PIC 9 VALUE 0.
          88 CUX-DONE                          VALUE 1.
        03 JNTC-DONE-SW                PIC 9 VALUE 0.
          88 JNTC-DONE                         VALUE 1.
        03 CUST-HEADED-SW              PIC 9 VALUE 0.
          88 CUST-HEADED                       VALUE 1.
        03 ACCT-OWNERSHIP              PIC X(5).
        03 ACCT-REVIEW                 PIC X(1).
        03 CUSTOMER-COUNT              PIC 9(5) VALUE 0.
        03 ACCOUNT-COUNT               PIC 9(5) VALUE 0.
        03 BALANCE-TOTAL               PIC S9(11)V99 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'DECEASED ESTATES OUTSTANDING'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(32) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 FILLER                      PIC X(8) VALUE 'ACCOUNT'.
        03 FILLER                      PIC X(8) VALUE 'STATUS'.
        03 FILLER                      PIC X(16)
                                        VALUE '       BALANCE'.
        03 FILLER                      PIC X(7) VALUE 'OWNER'.
        03 FILLER                      PIC X(15) VALUE 'JOINT LINK'.
        03 FILLER                      PIC X(22) VALUE SPACES.

       01 CUSTOMER-LINE.
        03 FILLER                      PIC X(9) VALUE 'CUSTOMER'.
        03 CL-CUSTNO                   PIC X(7).
        03 CL-SURNAME                  PIC X(16).
        03 CL-FIRST-NAME               PIC X(11).
        03 FILLER                      PIC X(6) VALUE 'DIED'.
        03 CL-DEATH-DATE               PIC X(9).
        03 FILLER                      PIC X(3) VALUE 'BY'.
        03 CL-RECORDED-BY              PIC X(8).
        03 FILLER                      PIC X(11) VALUE SPACES.

       01 ESTATE-LINE.
        03 FILLER                      PIC X(9) VALUE SPACES.
        03 FILLER                      PIC X(17)
                                        VALUE 'ESTATE SETTLED:'.
        03 EL-SETTLED                  PIC X(10).
        03 FILLER                      PIC X(11) VALUE 'EXECUTOR:'.
        03 EL-EXECUTOR                 PIC X(5).
        03 FILLER                      PIC X(28) VALUE SPACES.

       01 ACCOUNT-LINE.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 AL-ACCOUNT                  PIC X(8).
        03 AL-STATUS                   PIC X(8).
        03 AL-BALANCE                  PIC -(10)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 AL-OWNERSHIP                PIC X(7).
        03 AL-REVIEW                   PIC X(15).
        03 FILLER                      PIC X(22) VALUE SPACES.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(11) VALUE 'CUSTOMERS:'.
        03 TL-CUSTOMERS                PIC ZZZZ9.
        03 FILLER                      PIC X(12) VALUE '  ACCOUNTS:'.
        03 TL-ACCOUNTS                 PIC ZZZZ9.
        03 FILLER                      PIC X(11) VALUE '  BALANCE:'.
        03 TL-BALANCE                  PIC -(11)9.99.
        03 FILLER                      PIC X(21) VALUE SPACES.

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

           MOVE LOW-VALUES TO CUST-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHCUST")
                   RIDFLD(CUST-BROWSE-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM EXAMINE-ONE-CUSTOMER UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHCUST")
                   NOHANDLE
                   END-EXEC

           MOVE CUSTOMER-COUNT TO TL-CUSTOMERS
           MOVE ACCOUNT-COUNT TO TL-ACCOUNTS
           MOVE BALANCE-TOTAL TO TL-BALANCE
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       EXAMINE-ONE-CUSTOMER SECTION.

      * a master written before the estate data existed comes back
      * short - the group is cleared first so it reads as living

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUST-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO EXAMINE-ONE-CUSTOMER-EXIT

           END-IF

           IF NOT CUST-DECEASED

            GO TO EXAMINE-ONE-CUSTOMER-EXIT

           END-IF

           MOVE 0 TO CUST-HEADED-SW

      * the accounts opened for the customer

           MOVE CUST-NO TO CUX-BROWSE-KEY
           MOVE 0 TO CUX-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHCUX")
                   RIDFLD(CUX-BROWSE-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO CUX-DONE-SW

           END-IF

           PERFORM LIST-OWN-ACCOUNT UNTIL CUX-DONE

           EXEC CICS ENDBR
                   FILE("TECHCUX")
                   NOHANDLE
                   END-EXEC

      * and the accounts the customer was a co-owner on

           MOVE CUST-NO TO JNTC-BROWSE-KEY
           MOVE 0 TO JNTC-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHJNTC")
                   RIDFLD(JNTC-BROWSE-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO JNTC-DONE-SW

           END-IF

           PERFORM LIST-CO-OWNED-ACCOUNT UNTIL JNTC-DONE

           EXEC CICS ENDBR
                   FILE("TECHJNTC")
                   NOHANDLE
                   END-EXEC

           IF CUST-HEADED

            ADD 1 TO CUSTOMER-COUNT

           END-IF

           .
       EXAMINE-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       LIST-OWN-ACCOUNT SECTION.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUX")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUX-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR CUSTOMER-NOO NOT = CUST-NO

            MOVE 1 TO CUX-DONE-SW

            GO TO LIST-OWN-ACCOUNT-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            GO TO LIST-OWN-ACCOUNT-EXIT

           END-IF

      * joint when any co-owner is linked to it - the review flag
      * is the same on every link of the account

           MOVE 'SOLE' TO ACCT-OWNERSHIP
           MOVE SPACES TO ACCT-REVIEW

           MOVE LOW-VALUES TO JNT-BROWSE-KEY
           MOVE ACCOUNTO TO JNT-BROWSE-KEY(1:5)

           EXEC CICS STARTBR
                   FILE("TECHJNT")
                   RIDFLD(JNT-BROWSE-KEY)
                   KEYLENGTH(11)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE SPACES TO JNT-REVIEW-DATA

            MOVE JNT-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("TECHJNT")
                    INTO(JOINT-LINK-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(JNT-BROWSE-KEY)
                    KEYLENGTH(11)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND JNT-ACCOUNT = ACCOUNTO

             MOVE 'JOINT' TO ACCT-OWNERSHIP
             MOVE JNT-REVIEW-STATUS TO ACCT-REVIEW

            END-IF

            EXEC CICS ENDBR
                    FILE("TECHJNT")
                    NOHANDLE
                    END-EXEC

           END-IF

           PERFORM WRITE-ACCOUNT-LINE

           .
       LIST-OWN-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       LIST-CO-OWNED-ACCOUNT SECTION.

           MOVE SPACES TO JNT-REVIEW-DATA

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNTC")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JNTC-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR JNT-CUST-NO NOT = CUST-NO

            MOVE 1 TO JNTC-DONE-SW

            GO TO LIST-CO-OWNED-ACCOUNT-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JNT-ACCOUNT)
                   NOHANDLE
                   END-EXEC

      * an account also opened for the customer (a hand edit) was
      * listed on the TECHCUX walk already

           IF EIBRESP NOT = 0 OR ACCOUNT-CLOSEDO
              OR CUSTOMER-NOO = CUST-NO

            GO TO LIST-CO-OWNED-ACCOUNT-EXIT

           END-IF

           MOVE 'JOINT' TO ACCT-OWNERSHIP
           MOVE JNT-REVIEW-STATUS TO ACCT-REVIEW

           PERFORM WRITE-ACCOUNT-LINE

           .
       LIST-CO-OWNED-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-ACCOUNT-LINE SECTION.

      * the customer's heading goes out with their first account, so
      * a deceased customer with nothing left open prints nothing

           IF NOT CUST-HEADED

            PERFORM WRITE-CUSTOMER-HEADING

           END-IF

           MOVE ACCOUNTO TO AL-ACCOUNT

           IF ACCOUNT-FROZENO

            MOVE 'FROZEN' TO AL-STATUS

           ELSE

            MOVE 'OPEN' TO AL-STATUS

           END-IF

           MOVE BALANCEO TO AL-BALANCE
           MOVE ACCT-OWNERSHIP TO AL-OWNERSHIP

           IF ACCT-REVIEW = 'R'

            MOVE 'UNDER REVIEW' TO AL-REVIEW

           ELSE

            MOVE SPACES TO AL-REVIEW

           END-IF

           MOVE ACCOUNT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO ACCOUNT-COUNT
           ADD BALANCEO TO BALANCE-TOTAL

           .
       WRITE-ACCOUNT-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CUSTOMER-HEADING SECTION.

           MOVE CUST-NO TO CL-CUSTNO
           MOVE CUST-SURNAME TO CL-SURNAME
           MOVE CUST-FIRST-NAME TO CL-FIRST-NAME
           MOVE CUST-DEATH-DATE TO CL-DEATH-DATE
           MOVE CUST-DEATH-RECORDED-BY TO CL-RECORDED-BY
           MOVE CUSTOMER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF CUST-ESTATE-SETTLED-DATE = SPACES

            MOVE 'NOT YET' TO EL-SETTLED

           ELSE

            MOVE CUST-ESTATE-SETTLED-DATE TO EL-SETTLED

           END-IF

           MOVE CUST-EXECUTOR-ACCOUNT TO EL-EXECUTOR
           MOVE ESTATE-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO CUST-HEADED-SW

           .
       WRITE-CUSTOMER-HEADING-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("ESTRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
