      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, nightly bank draft
      * reconciliation and ageing report.
      *
      * For CICS v3
      *
      * The drafts-outstanding internal account (DFP-OUTST-ACCT on
      * the TECHPARM 'DRAFTS' record) is one balance; the TECHDRFT
      * register VSAMSERV's DRAFT keeps says what it is made of -
      * every bank draft written and not yet presented. This run
      * prints every draft still outstanding on DRAFTRPT with its
      * number, issuing account, payee, issue date, amount and age
      * band (UNDER 30 / 30+ / 90+ DAYS, and 180+ DAYS STALE - a
      * draft that old is out of date and wants following up with
      * the buyer), then the count and value in each band and the
      * drafts already paid. The bands are derived the same ABSTIME
      * way SUSPAGE derives its own. It closes with the proof: the
      * outstanding drafts summed against the drafts account's
      * balance on TECHBASE, and the difference flagged when they
      * do not agree. A difference means money went into or out of
      * the account without a draft behind it - a manual posting to
      * the account - and is for someone to explain, not for this
      * run to correct. Runs nightly from NIGHTRUN after the posting
      * jobs; can also be started as its own CICS transaction.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAFTREC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 BANK-DRAFT-RECORD.
        03 DFT-NUMBER                  PIC 9(7).
        03 DFT-ACCOUNT                 PIC X(5).
        03 DFT-BRANCH                  PIC X(4).
        03 DFT-PAYEE                   PIC X(30).
        03 DFT-AMOUNT                  PIC S9(9)V99.
        03 DFT-FEE                     PIC S9(7)V99.
        03 DFT-STATUS                  PIC X(1).
          88 DFT-OUTSTANDING                   VALUE 'O'.
          88 DFT-PAID                          VALUE 'P'.
        03 DFT-ISSUE-DATE              PIC X(8).
        03 DFT-ISSUED-BY               PIC X(8).
        03 DFT-PAID-DATE               PIC X(8).
        03 DFT-PAID-TO                 PIC X(5).
        03 DFT-PAID-BY                 PIC X(8).

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

      * the TECHPARM 'DRAFTS' record - the drafts account the
      * register is proved against

       01 DRAFT-PARM-RECORD.
        03 DFP-KEY                     PIC X(8).
        03 DFP-OUTST-ACCT              PIC X(5).
        03 DFP-FEE                     PIC S9(7)V99.

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 MISCEL-VARS.
        03 DFT-REC-LEN                 PIC S9(4) VALUE 104.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 DFP-REC-LEN                 PIC S9(4) VALUE 22.
        03 DFP-KEY-VALUE               PIC X(8) VALUE 'DRAFTS'.
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
        03 BAND90-DATE                 PIC X(8).
        03 BAND180-DATE                PIC X(8).
        03 BAND-LABEL                  PIC X(9).
        03 OPEN-COUNT                  PIC 9(5) VALUE 0.
        03 UNDER30-COUNT               PIC 9(5) VALUE 0.
        03 OVER30-COUNT                PIC 9(5) VALUE 0.
        03 OVER90-COUNT                PIC 9(5) VALUE 0.
        03 OVER180-COUNT               PIC 9(5) VALUE 0.
        03 PAID-COUNT                  PIC 9(5) VALUE 0.
        03 OPEN-VALUE                  PIC S9(11)V99 VALUE 0.
        03 UNDER30-VALUE               PIC S9(11)V99 VALUE 0.
        03 OVER30-VALUE                PIC S9(11)V99 VALUE 0.
        03 OVER90-VALUE                PIC S9(11)V99 VALUE 0.
        03 OVER180-VALUE               PIC S9(11)V99 VALUE 0.
        03 DRAFTS-BALANCE              PIC S9(11)V99 VALUE 0.
        03 PROOF-DIFFERENCE            PIC S9(11)V99 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(36)
                   VALUE 'BANK DRAFT RECONCILIATION AND AGEING'.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(34) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-NUMBER                   PIC 9(7).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-ACCOUNT                  PIC X(6).
        03 DL-PAYEE                    PIC X(21).
        03 DL-DATE                     PIC X(9).
        03 DL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-BAND                     PIC X(16).
        03 FILLER                      PIC X(6) VALUE SPACES.

       01 BAND-TOTAL-LINE.
        03 BT-LABEL                    PIC X(12).
        03 FILLER                      PIC X(8) VALUE 'DRAFTS:'.
        03 BT-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(9) VALUE '  VALUE:'.
        03 BT-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(31) VALUE SPACES.

       01 PAID-TOTAL-LINE.
        03 FILLER                      PIC X(10)
                                        VALUE 'PAID:'.
        03 PT-PAID                     PIC ZZZZ9.
        03 FILLER                      PIC X(65) VALUE SPACES.

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

           MOVE 0 TO DFT-NUMBER

           EXEC CICS STARTBR
                   FILE("TECHDRFT")
                   RIDFLD(DFT-NUMBER)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM AGE-ONE-DRAFT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHDRFT")
                   NOHANDLE
                   END-EXEC

           MOVE 'UNDER 30' TO BT-LABEL
           MOVE UNDER30-COUNT TO BT-COUNT
           MOVE UNDER30-VALUE TO BT-VALUE
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

           MOVE '180+ STALE' TO BT-LABEL
           MOVE OVER180-COUNT TO BT-COUNT
           MOVE OVER180-VALUE TO BT-VALUE
           MOVE BAND-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'OUTSTANDING' TO BT-LABEL
           MOVE OPEN-COUNT TO BT-COUNT
           MOVE OPEN-VALUE TO BT-VALUE
           MOVE BAND-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE PAID-COUNT TO PT-PAID
           MOVE PAID-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM PROVE-DRAFTS-BALANCE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       AGE-ONE-DRAFT SECTION.

           MOVE DFT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHDRFT")
                   INTO(BANK-DRAFT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DFT-NUMBER)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO AGE-ONE-DRAFT-EXIT

           END-IF

           IF NOT DFT-OUTSTANDING

            ADD 1 TO PAID-COUNT

            GO TO AGE-ONE-DRAFT-EXIT

           END-IF

           ADD 1 TO OPEN-COUNT
           ADD DFT-AMOUNT TO OPEN-VALUE

      * the band reads straight off the issue date against the
      * precomputed cutoffs, as in SUSPAGE

           EVALUATE TRUE

            WHEN DFT-ISSUE-DATE NOT > BAND180-DATE

             MOVE '180+ DAYS' TO BAND-LABEL
             ADD 1 TO OVER180-COUNT
             ADD DFT-AMOUNT TO OVER180-VALUE

            WHEN DFT-ISSUE-DATE NOT > BAND90-DATE

             MOVE '90+ DAYS' TO BAND-LABEL
             ADD 1 TO OVER90-COUNT
             ADD DFT-AMOUNT TO OVER90-VALUE

            WHEN DFT-ISSUE-DATE NOT > BAND30-DATE

             MOVE '30+ DAYS' TO BAND-LABEL
             ADD 1 TO OVER30-COUNT
             ADD DFT-AMOUNT TO OVER30-VALUE

            WHEN OTHER

             MOVE 'UNDER 30' TO BAND-LABEL
             ADD 1 TO UNDER30-COUNT
             ADD DFT-AMOUNT TO UNDER30-VALUE

           END-EVALUATE

           MOVE DFT-NUMBER TO DL-NUMBER
           MOVE DFT-ACCOUNT TO DL-ACCOUNT
           MOVE DFT-PAYEE TO DL-PAYEE
           MOVE DFT-ISSUE-DATE TO DL-DATE
           MOVE DFT-AMOUNT TO DL-AMOUNT
           MOVE SPACES TO DL-BAND

           IF BAND-LABEL = '180+ DAYS'

            MOVE '180+ DAYS STALE' TO DL-BAND

           ELSE

            MOVE BAND-LABEL TO DL-BAND

           END-IF

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       AGE-ONE-DRAFT-EXIT.
           EXIT.
      *****************************************************************
       PROVE-DRAFTS-BALANCE SECTION.

      * the outstanding drafts against what the drafts account
      * actually holds. No drafts account named, or none on file,
      * is itself reported - there is nothing to prove against.

           MOVE SPACES TO DRAFT-PARM-RECORD

           MOVE DFP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(DRAFT-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DFP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND DFP-OUTST-ACCT NOT = SPACES
              AND DFP-OUTST-ACCT NOT = LOW-VALUES

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBASE")
                    INTO(TECHBASE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(DFP-OUTST-ACCT)
                    NOHANDLE
                    END-EXEC

           ELSE

            MOVE 13 TO EIBRESP

           END-IF

           IF EIBRESP NOT = 0

            MOVE SPACES TO PROOF-LINE
            MOVE 'DRAFTS ACCOUNT NOT FOUND' TO PL-LABEL
            MOVE DFP-OUTST-ACCT TO PL-ACCOUNT
            MOVE '*** NO PROOF POSSIBLE ***' TO PL-FLAG
            MOVE PROOF-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO PROVE-DRAFTS-BALANCE-EXIT

           END-IF

           MOVE BALANCEO TO DRAFTS-BALANCE

           COMPUTE PROOF-DIFFERENCE = DRAFTS-BALANCE - OPEN-VALUE

           MOVE SPACES TO PROOF-LINE
           MOVE 'DRAFTS OUTSTANDING' TO PL-LABEL
           MOVE OPEN-VALUE TO PL-VALUE
           MOVE PROOF-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PROOF-LINE
           MOVE 'DRAFTS ACCOUNT BALANCE' TO PL-LABEL
           MOVE DFP-OUTST-ACCT TO PL-ACCOUNT
           MOVE DRAFTS-BALANCE TO PL-VALUE
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
       PROVE-DRAFTS-BALANCE-EXIT.
           EXIT.
      *****************************************************************
       ESTABLISH-RUN-DATES SECTION.

      * the run is dated with the business date the region is
      * posting under (TECHCTL 'BUSDATE', maintained by EODROLL); a
      * region without the record falls back to the machine clock.
      * The band cutoffs come off the clock the same ABSTIME way
      * SUSPAGE derives its own.

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

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   90 * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(BAND90-DATE)
                   NOHANDLE
                   END-EXEC

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   180 * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(BAND180-DATE)
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           .
       ESTABLISH-RUN-DATES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("DRAFTRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
