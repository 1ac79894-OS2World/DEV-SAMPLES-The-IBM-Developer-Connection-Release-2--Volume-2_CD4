      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, nightly loan application
      * pipeline report.
      *
      * For CICS v3
      *
      * The TECHLAPP register VSAMSERV's LOANAPP keeps holds every
      * loan application from the day it was taken to the day it
      * was declined or booked through LOANSET. This run prints on
      * LAPPRPT every application still open - pending ('P') or
      * referred ('R') and waiting on an approver, or approved ('A')
      * and not yet booked - with its number, customer, the date it
      * was taken, amount, term, status and the checks it failed
      * (arrears, overdraft, account status - 'Y' failed), flagging
      * one taken 30 or more days ago as waiting too long. Then the
      * count and value of the applications in each status on the
      * whole register - pending, referred, approved, declined and
      * booked - and how many were taken, decided and booked on the
      * run date. The 30-day cutoff is derived the same ABSTIME way
      * DRAFTREC derives its bands. Runs nightly from NIGHTRUN
      * after the posting jobs; can also be started as its own CICS
      * transaction.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPIPE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 LOAN-APPLICATION-RECORD.
        03 LAPP-NUMBER                 PIC 9(7).
        03 LAPP-CUST-NO                PIC X(6).
        03 LAPP-AMOUNT                 PIC S9(9)V99.
        03 LAPP-TERM                   PIC 9(3).
        03 LAPP-PURPOSE                PIC X(16).
        03 LAPP-INCOME                 PIC S9(7)V99.
        03 LAPP-POS-COUNT              PIC 9(2).
        03 LAPP-POS-TOTAL              PIC S9(11)V99.
        03 LAPP-POS-HOLD-TOTAL         PIC S9(11)V99.
        03 LAPP-POS-SO-COUNT           PIC 9(3).
        03 LAPP-CHECKS                 PIC X(3).
        03 LAPP-STATUS                 PIC X(1).
          88 LAPP-PENDING                      VALUE 'P'.
          88 LAPP-REFERRED                     VALUE 'R'.
          88 LAPP-APPROVED                     VALUE 'A'.
          88 LAPP-DECLINED                     VALUE 'D'.
          88 LAPP-BOOKED                       VALUE 'B'.
        03 LAPP-ENTERED-BY             PIC X(8).
        03 LAPP-ENTERED-DATE           PIC X(8).
        03 LAPP-DECIDED-BY             PIC X(8).
        03 LAPP-DECIDED-DATE           PIC X(8).
        03 LAPP-REASON                 PIC X(16).
        03 LAPP-LOAN-ACCT              PIC X(5).
        03 LAPP-BOOKED-DATE            PIC X(8).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 MISCEL-VARS.
        03 LAPP-REC-LEN                PIC S9(4) VALUE 148.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 CUTOFF-ABSTIME              PIC S9(15) COMP-3.
        03 DAYS-IN-ABSTIME-UNITS       PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).
        03 BAND30-DATE                 PIC X(8).
        03 PENDING-COUNT               PIC 9(5) VALUE 0.
        03 REFERRED-COUNT              PIC 9(5) VALUE 0.
        03 APPROVED-COUNT              PIC 9(5) VALUE 0.
        03 DECLINED-COUNT              PIC 9(5) VALUE 0.
        03 BOOKED-COUNT                PIC 9(5) VALUE 0.
        03 PENDING-VALUE               PIC S9(11)V99 VALUE 0.
        03 REFERRED-VALUE              PIC S9(11)V99 VALUE 0.
        03 APPROVED-VALUE              PIC S9(11)V99 VALUE 0.
        03 DECLINED-VALUE              PIC S9(11)V99 VALUE 0.
        03 BOOKED-VALUE                PIC S9(11)V99 VALUE 0.
        03 TAKEN-TODAY-COUNT           PIC 9(5) VALUE 0.
        03 DECIDED-TODAY-COUNT         PIC 9(5) VALUE 0.
        03 BOOKED-TODAY-COUNT          PIC 9(5) VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(34)
                   VALUE 'LOAN APPLICATION PIPELINE REPORT'.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(36) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-NUMBER                   PIC 9(7).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-CUST-NO                  PIC X(7).
        03 DL-DATE                     PIC X(9).
        03 DL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-TERM                     PIC ZZ9.
        03 FILLER                      PIC X(5) VALUE ' MTH '.
        03 DL-STATUS                   PIC X(9).
        03 DL-CHECKS                   PIC X(4).
        03 DL-FLAG                     PIC X(21).

       01 STATUS-TOTAL-LINE.
        03 ST-LABEL                    PIC X(12).
        03 FILLER                      PIC X(14) VALUE 'APPLICATIONS:'.
        03 ST-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(9) VALUE '  VALUE:'.
        03 ST-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(25) VALUE SPACES.

       01 TODAY-LINE.
        03 FILLER                      PIC X(14) VALUE 'TODAY - TAKEN:'.
        03 TL-TAKEN                    PIC ZZZZ9.
        03 FILLER                      PIC X(11) VALUE '  DECIDED:'.
        03 TL-DECIDED                  PIC ZZZZ9.
        03 FILLER                      PIC X(10) VALUE '  BOOKED:'.
        03 TL-BOOKED                   PIC ZZZZ9.
        03 FILLER                      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM ESTABLISH-RUN-DATES

           MOVE RUN-DATE TO HL-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO LAPP-NUMBER

           EXEC CICS STARTBR
                   FILE("TECHLAPP")
                   RIDFLD(LAPP-NUMBER)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM REPORT-ONE-APPLICATION UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHLAPP")
                   NOHANDLE
                   END-EXEC

           MOVE 'PENDING' TO ST-LABEL
           MOVE PENDING-COUNT TO ST-COUNT
           MOVE PENDING-VALUE TO ST-VALUE
           MOVE STATUS-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'REFERRED' TO ST-LABEL
           MOVE REFERRED-COUNT TO ST-COUNT
           MOVE REFERRED-VALUE TO ST-VALUE
           MOVE STATUS-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'APPROVED' TO ST-LABEL
           MOVE APPROVED-COUNT TO ST-COUNT
           MOVE APPROVED-VALUE TO ST-VALUE
           MOVE STATUS-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'DECLINED' TO ST-LABEL
           MOVE DECLINED-COUNT TO ST-COUNT
           MOVE DECLINED-VALUE TO ST-VALUE
           MOVE STATUS-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'BOOKED' TO ST-LABEL
           MOVE BOOKED-COUNT TO ST-COUNT
           MOVE BOOKED-VALUE TO ST-VALUE
           MOVE STATUS-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TAKEN-TODAY-COUNT TO TL-TAKEN
           MOVE DECIDED-TODAY-COUNT TO TL-DECIDED
           MOVE BOOKED-TODAY-COUNT TO TL-BOOKED
           MOVE TODAY-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       REPORT-ONE-APPLICATION SECTION.

           MOVE LAPP-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHLAPP")
                   INTO(LOAN-APPLICATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LAPP-NUMBER)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO REPORT-ONE-APPLICATION-EXIT

           END-IF

           IF LAPP-ENTERED-DATE = RUN-DATE

            ADD 1 TO TAKEN-TODAY-COUNT

           END-IF

           IF LAPP-DECIDED-DATE = RUN-DATE

            ADD 1 TO DECIDED-TODAY-COUNT

           END-IF

           IF LAPP-BOOKED-DATE = RUN-DATE

            ADD 1 TO BOOKED-TODAY-COUNT

           END-IF

           EVALUATE TRUE

            WHEN LAPP-PENDING

             ADD 1 TO PENDING-COUNT
             ADD LAPP-AMOUNT TO PENDING-VALUE
             MOVE 'PENDING' TO DL-STATUS

            WHEN LAPP-REFERRED

             ADD 1 TO REFERRED-COUNT
             ADD LAPP-AMOUNT TO REFERRED-VALUE
             MOVE 'REFERRED' TO DL-STATUS

            WHEN LAPP-APPROVED

             ADD 1 TO APPROVED-COUNT
             ADD LAPP-AMOUNT TO APPROVED-VALUE
             MOVE 'APPROVED' TO DL-STATUS

            WHEN LAPP-DECLINED

             ADD 1 TO DECLINED-COUNT
             ADD LAPP-AMOUNT TO DECLINED-VALUE

             GO TO REPORT-ONE-APPLICATION-EXIT

            WHEN OTHER

             ADD 1 TO BOOKED-COUNT
             ADD LAPP-AMOUNT TO BOOKED-VALUE

             GO TO REPORT-ONE-APPLICATION-EXIT

           END-EVALUATE

      * only what is still open is listed - a decline or a booking
      * is finished business and shows in the totals alone

           MOVE LAPP-NUMBER TO DL-NUMBER
           MOVE LAPP-CUST-NO TO DL-CUST-NO
           MOVE LAPP-ENTERED-DATE TO DL-DATE
           MOVE LAPP-AMOUNT TO DL-AMOUNT
           MOVE LAPP-TERM TO DL-TERM
           MOVE LAPP-CHECKS TO DL-CHECKS
           MOVE SPACES TO DL-FLAG

           IF LAPP-ENTERED-DATE NOT > BAND30-DATE

            MOVE '*** 30+ DAYS OPEN ***' TO DL-FLAG

           END-IF

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       REPORT-ONE-APPLICATION-EXIT.
           EXIT.
      *****************************************************************
       ESTABLISH-RUN-DATES SECTION.

      * the run is dated with the business date the region is
      * posting under (TECHCTL 'BUSDATE', maintained by EODROLL); a
      * region without the record falls back to the machine clock.
      * The 30-day cutoff comes off the clock the same ABSTIME way
      * DRAFTREC derives its bands.

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(NOW-ABSTIME)
                   YYYYMMDD(RUN-DATE)
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

            MOVE CTL-CHAR-VALUE TO RUN-DATE

           END-IF

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   30 * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(BAND30-DATE)
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           .
       ESTABLISH-RUN-DATES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("LAPPRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
