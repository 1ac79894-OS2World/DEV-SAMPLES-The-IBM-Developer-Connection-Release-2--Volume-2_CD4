      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, nightly suspense ageing and
      * proof report.
      *
      * For CICS v3
      *
      * The suspense internal account (IAP-SUSP-ACCT on the TECHPARM
      * 'INTACCTS' record) is one balance; the TECHSUSP register
      * says what it is made of - every wage SALCRED rejected, every
      * item ATMPOST declined after the network paid it, every till
      * difference TILLPROF posted. This run prints every item still
      * open on SUSPRPT with its source job, original reference,
      * date, amount, intended account and age band (UNDER 7 / 7+ /
      * 30+ / 90+ DAYS, the cutoffs derived the same ABSTIME way
      * DSPAGING derives its own), then the count and value in each
      * band and the items already resolved or returned. It closes
      * with the proof: the open items summed against the suspense
      * account's balance on TECHBASE, and the difference flagged
      * when they do not agree. A difference means money went into
      * or out of the account without an item behind it - an
      * employer's cover or a switch settlement not yet applied, a
      * manual posting to the account - and is for someone to
      * explain, not for this run to correct. Runs nightly from
      * NIGHTRUN after the posting jobs; can also be started as its
      * own CICS transaction.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 SUSPENSE-ITEM-RECORD.
        03 SUS-REF                     PIC 9(7).
        03 SUS-SOURCE                  PIC X(8).
        03 SUS-ORIG-REF                PIC X(20).
        03 SUS-DATE                    PIC X(8).
        03 SUS-AMOUNT                  PIC S9(9)V99.
        03 SUS-ACCOUNT                 PIC X(5).
        03 SUS-REASON                  PIC X(16).
        03 SUS-STATUS                  PIC X(1).
          88 SUS-OPEN                          VALUE 'O'.
          88 SUS-RESOLVED                      VALUE 'A'.
          88 SUS-RETURNED                      VALUE 'R'.
        03 SUS-RESOLVED-DATE           PIC X(8).
        03 SUS-RESOLVED-TO             PIC X(5).
        03 SUS-RESOLVED-BY             PIC X(8).

       01 TECHBASE-RECORD.
        03 ACCOUNTO                    PIC X(5).
        03 SURNAMEO                    PIC X(15).
        03 FIRST-NAMEO                 PIC X(10).
        03 ADDRESSO                    PIC X(45).
        03 BALANCEO                    PIC S9(9)V99.
        03 OVERDRAFT-LIMITO            PIC S9(9)V99.
        03 ACCOUNT-STATUSO             PIC X(1).
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 DAY-DEBIT-DATEO             PIC X(8).
        03 DAY-DEBIT-TOTALO            PIC S9(9)V99.
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

      * the TECHPARM 'INTACCTS' record - the suspense account the
      * register is proved against

       01 INTERNAL-ACCTS-RECORD.
        03 IAP-KEY                     PIC X(8).
        03 IAP-FEE-ACCT                PIC X(5).
        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 MISCEL-VARS.
        03 SUS-REC-LEN                 PIC S9(4) VALUE 97.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 CUTOFF-ABSTIME              PIC S9(15) COMP-3.
        03 DAYS-IN-ABSTIME-UNITS       PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).
        03 BAND7-DATE                  PIC X(8).
        03 BAND30-DATE                 PIC X(8).
        03 BAND90-DATE                 PIC X(8).
        03 BAND-LABEL                  PIC X(9).
        03 OPEN-COUNT                  PIC 9(5) VALUE 0.
        03 UNDER7-COUNT                PIC 9(5) VALUE 0.
        03 OVER7-COUNT                 PIC 9(5) VALUE 0.
        03 OVER30-COUNT                PIC 9(5) VALUE 0.
        03 OVER90-COUNT                PIC 9(5) VALUE 0.
        03 RESOLVED-COUNT              PIC 9(5) VALUE 0.
        03 RETURNED-COUNT              PIC 9(5) VALUE 0.
        03 OPEN-VALUE                  PIC S9(11)V99 VALUE 0.
        03 UNDER7-VALUE                PIC S9(11)V99 VALUE 0.
        03 OVER7-VALUE                 PIC S9(11)V99 VALUE 0.
        03 OVER30-VALUE                PIC S9(11)V99 VALUE 0.
        03 OVER90-VALUE                PIC S9(11)V99 VALUE 0.
        03 SUSP-BALANCE                PIC S9(11)V99 VALUE 0.
        03 PROOF-DIFFERENCE            PIC S9(11)V99 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(32)
                   VALUE 'SUSPENSE AGEING AND PROOF REPORT'.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(38) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-REF                      PIC 9(7).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-SOURCE                   PIC X(9).
        03 DL-ORIG-REF                 PIC X(21).
        03 DL-DATE                     PIC X(9).
        03 DL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-ACCOUNT                  PIC X(6).
        03 DL-BAND                     PIC X(9).
        03 FILLER                      PIC X(4) VALUE SPACES.

       01 BAND-TOTAL-LINE.
        03 BT-LABEL                    PIC X(12).
        03 FILLER                      PIC X(7) VALUE 'ITEMS:'.
        03 BT-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(9) VALUE '  VALUE:'.
        03 BT-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(32) VALUE SPACES.

       01 CLOSED-TOTAL-LINE.
        03 FILLER                      PIC X(10)
                                        VALUE 'RESOLVED:'.
        03 CT-RESOLVED                 PIC ZZZZ9.
        03 FILLER                      PIC X(11)
                                        VALUE ' RETURNED:'.
        03 CT-RETURNED                 PIC ZZZZ9.
        03 FILLER                      PIC X(49) VALUE SPACES.

       01 PROOF-LINE.
        03 PL-LABEL                    PIC X(28).
        03 PL-ACCOUNT                  PIC X(6).
        03 PL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 PL-FLAG                     PIC X(29).

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM ESTABLISH-RUN-DATES

           MOVE RUN-DATE TO HL-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO SUS-REF

           EXEC CICS STARTBR
                   FILE("TECHSUSP")
                   RIDFLD(SUS-REF)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM AGE-ONE-ITEM UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHSUSP")
                   NOHANDLE
                   END-EXEC

           MOVE 'UNDER 7' TO BT-LABEL
           MOVE UNDER7-COUNT TO BT-COUNT
           MOVE UNDER7-VALUE TO BT-VALUE
           MOVE BAND-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE '7+ DAYS' TO BT-LABEL
           MOVE OVER7-COUNT TO BT-COUNT
           MOVE OVER7-VALUE TO BT-VALUE
           MOVE BAND-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE '30+ DAYS' TO BT-LABEL
           MOVE OVER30-COUNT TO BT-COUNT
           MOVE OVER30-VALUE TO BT-VALUE
           MOVE BAND-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE '90+ DAYS' TO BT-LABEL
           MOVE OVER90-COUNT TO BT-COUNT
           MOVE OVER90-VALUE TO BT-VALUE
           MOVE BAND-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'ALL OPEN' TO BT-LABEL
           MOVE OPEN-COUNT TO BT-COUNT
           MOVE OPEN-VALUE TO BT-VALUE
           MOVE BAND-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RESOLVED-COUNT TO CT-RESOLVED
           MOVE RETURNED-COUNT TO CT-RETURNED
           MOVE CLOSED-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM PROVE-SUSPENSE-BALANCE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       AGE-ONE-ITEM SECTION.

           MOVE SUS-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHSUSP")
                   INTO(SUSPENSE-ITEM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SUS-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO AGE-ONE-ITEM-EXIT

           END-IF

           IF SUS-RESOLVED

            ADD 1 TO RESOLVED-COUNT

            GO TO AGE-ONE-ITEM-EXIT

           END-IF

           IF SUS-RETURNED

            ADD 1 TO RETURNED-COUNT

            GO TO AGE-ONE-ITEM-EXIT

           END-IF

           ADD 1 TO OPEN-COUNT
           ADD SUS-AMOUNT TO OPEN-VALUE

      * the band reads straight off the item date against the
      * precomputed cutoffs, as in DSPAGING

           EVALUATE TRUE

            WHEN SUS-DATE NOT > BAND90-DATE

             MOVE '90+ DAYS' TO BAND-LABEL
             ADD 1 TO OVER90-COUNT
             ADD SUS-AMOUNT TO OVER90-VALUE

            WHEN SUS-DATE NOT > BAND30-DATE

             MOVE '30+ DAYS' TO BAND-LABEL
             ADD 1 TO OVER30-COUNT
             ADD SUS-AMOUNT TO OVER30-VALUE

            WHEN SUS-DATE NOT > BAND7-DATE

             MOVE '7+ DAYS' TO BAND-LABEL
             ADD 1 TO OVER7-COUNT
             ADD SUS-AMOUNT TO OVER7-VALUE

            WHEN OTHER

             MOVE 'UNDER 7' TO BAND-LABEL
             ADD 1 TO UNDER7-COUNT
             ADD SUS-AMOUNT TO UNDER7-VALUE

           END-EVALUATE

           MOVE SUS-REF TO DL-REF
           MOVE SUS-SOURCE TO DL-SOURCE
           MOVE SUS-ORIG-REF TO DL-ORIG-REF
           MOVE SUS-DATE TO DL-DATE
           MOVE SUS-AMOUNT TO DL-AMOUNT
           MOVE SUS-ACCOUNT TO DL-ACCOUNT
           MOVE BAND-LABEL TO DL-BAND

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       AGE-ONE-ITEM-EXIT.
           EXIT.
      *****************************************************************
       PROVE-SUSPENSE-BALANCE SECTION.

      * the open items against what the suspense account actually
      * holds. No suspense account named, or none on file, is
      * itself reported - there is nothing to prove against.

           MOVE SPACES TO INTERNAL-ACCTS-RECORD

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND IAP-SUSP-ACCT NOT = SPACES
              AND IAP-SUSP-ACCT NOT = LOW-VALUES

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBASE")
                    INTO(TECHBASE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(IAP-SUSP-ACCT)
                    NOHANDLE
                    END-EXEC

           ELSE

            MOVE 13 TO EIBRESP

           END-IF

           IF EIBRESP NOT = 0

            MOVE SPACES TO PROOF-LINE
            MOVE 'SUSPENSE ACCOUNT NOT FOUND' TO PL-LABEL
            MOVE IAP-SUSP-ACCT TO PL-ACCOUNT
            MOVE '*** NO PROOF POSSIBLE ***' TO PL-FLAG
            MOVE PROOF-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO PROVE-SUSPENSE-BALANCE-EXIT

           END-IF

           MOVE BALANCEO TO SUSP-BALANCE

           COMPUTE PROOF-DIFFERENCE = SUSP-BALANCE - OPEN-VALUE

           MOVE SPACES TO PROOF-LINE
           MOVE 'OPEN ITEMS ON REGISTER' TO PL-LABEL
           MOVE OPEN-VALUE TO PL-VALUE
           MOVE PROOF-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PROOF-LINE
           MOVE 'SUSPENSE ACCOUNT BALANCE' TO PL-LABEL
           MOVE IAP-SUSP-ACCT TO PL-ACCOUNT
           MOVE SUSP-BALANCE TO PL-VALUE
           MOVE PROOF-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PROOF-LINE
           MOVE 'DIFFERENCE' TO PL-LABEL
           MOVE PROOF-DIFFERENCE TO PL-VALUE

           IF PROOF-DIFFERENCE = 0

            MOVE 'IN BALANCE' TO PL-FLAG

           ELSE

            MOVE '*** OUT OF BALANCE ***' TO PL-FLAG

           END-IF

           MOVE PROOF-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       PROVE-SUSPENSE-BALANCE-EXIT.
           EXIT.
      *****************************************************************
       ESTABLISH-RUN-DATES SECTION.

      * the run is dated with the business date the region is
      * posting under (TECHCTL 'BUSDATE', maintained by EODROLL); a
      * region without the record falls back to the machine clock.
      * The band cutoffs come off the clock the same ABSTIME way
      * DSPAGING derives its own.

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
                   7 * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(BAND7-DATE)
                   NOHANDLE
                   END-EXEC

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   30 * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(BAND30-DATE)
                   NOHANDLE
                   END-EXEC

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   90 * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(BAND90-DATE)
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           .
       ESTABLISH-RUN-DATES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("SUSPRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
