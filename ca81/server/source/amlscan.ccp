      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, suspicious-activity scan.
      *
      * For CICS v3
      *
      * CASHCTR catches the large cash movements and the cash
      * structuring; the other patterns compliance looks for were
      * still being found by trawling statement prints. This job
      * walks the day's TECHAUDIT entries (the same trial-balance
      * sequence bracket DAYPROOF uses, date fallback for
      * pre-bracket snapshots) and builds per-account totals of the
      * customer movements - DEBIT, CREDIT and both legs of a
      * TRANSFER, on any account other than the internal ones on the
      * TECHPARM 'INTACCTS' record. Four rules are then applied:
      *
      *   RI  credited and withdrawn again - the day's debits reach
      *       the rule percentage of the credits taken in over the
      *       last few days (entries dated back to the rapid-window
      *       cutoff count for the credit side), when those credits
      *       reach the rule minimum
      *   DR  a debit at or over the rule amount on an account that
      *       came out of dormancy inside that window - a posting
      *       whose before-image carries a last-activity date older
      *       than the bank's dormancy cutoff (the TECHPARM 'RATES'
      *       dormant days DORMANT reports on) woke it
      *   MP  transfers in from at least the rule number of different
      *       paying accounts in the day (the paying leg is the entry
      *       just before the receiving one - a transfer audits its
      *       FROM side first)
      *   RS  at least the rule number of transfers out in the day
      *       that are exact multiples of the round-sum unit
      *
      * The thresholds sit on the TECHPARM 'AMLPARM' record, each
      * zero or missing value leaving its compiled-in fallback. Each
      * hit opens a case on the TECHAML register, numbered off the
      * TECHCTL 'AMLID' counter and audited as an 'M' entry - unless
      * the account already has an open case for the same rule, in
      * which case the hit is only reported against it. Compliance
      * works the cases through VSAMSERV's AMLMAINT. Output goes to
      * the AMLRPT print file. Intended to be started nightly, after
      * TRIALBAL, as its own CICS transaction, not called from
      * VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSCAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-DEBIT                    VALUE 'B'.
          88 AUDIT-OP-CREDIT                   VALUE 'R'.
          88 AUDIT-OP-TRANSFER                 VALUE 'T'.
          88 AUDIT-OP-ADMIN                    VALUE 'M'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 BI-IMAGE REDEFINES AUDIT-BEFORE-IMAGE.
          05 FILLER                     PIC X(75).
          05 BI-BALANCEO                PIC S9(9)V99.
          05 FILLER                     PIC X(16).
          05 BI-LAST-ACTIVITY           PIC X(8).
          05 FILLER                     PIC X(38).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AI-IMAGE REDEFINES AUDIT-AFTER-IMAGE.
          05 FILLER                     PIC X(75).
          05 AI-BALANCEO                PIC S9(9)V99.
          05 FILLER                     PIC X(24).
          05 AI-CUSTNO                  PIC X(6).
          05 FILLER                     PIC X(32).
        03 AUDIT-NARRATIVE              PIC X(30).

       01 TB-CONTROL-RECORD.
        03 TBC-KEY                     PIC X(8).
        03 TBC-DATE                    PIC X(8).
        03 TBC-TOTAL                   PIC S9(11)V99.
        03 TBC-COUNT                   PIC 9(7).
        03 TBC-AUDSEQ                  PIC 9(7).

      * TECHCTL control records - the audit sequence and case
      * number counters

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 CONTROL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-AUDSEQ-KEY              PIC X(8) VALUE 'AUDSEQ'.
        03 CTL-AMLID-KEY               PIC X(8) VALUE 'AMLID'.
        03 SEED-AUDIT-SEQNO            PIC 9(7).
        03 SEED-AUDIT-RECORD           PIC X(365).
        03 SEED-AMC-ID                 PIC X(5).
        03 SEED-AMC-RECORD             PIC X(93).

      * the TECHPARM 'AMLPARM' record - the rule thresholds

       01 AML-PARM-RECORD.
        03 AMLP-KEY                    PIC X(8).
        03 AMLP-RAPID-MIN              PIC S9(9)V99.
        03 AMLP-RAPID-PCT              PIC 9(3).
        03 AMLP-RAPID-DAYS             PIC 9(2).
        03 AMLP-DORM-DEBIT             PIC S9(9)V99.
        03 AMLP-PAYERS                 PIC 9(3).
        03 AMLP-ROUND-UNIT             PIC S9(7)V99.
        03 AMLP-ROUND-COUNT            PIC 9(3).

      * the TECHPARM 'RATES' record - same layout VSAMSERV's PARMMAINT
      * maintains; only the dormant days are used here

       01 RATE-PARM-RECORD.
        03 PARM-KEY                    PIC X(8).
        03 PARM-CR-TIER1-LIMIT         PIC S9(9)V99.
        03 PARM-CR-TIER1-RATE          PIC S9V9(4).
        03 PARM-CR-TIER2-LIMIT         PIC S9(9)V99.
        03 PARM-CR-TIER2-RATE          PIC S9V9(4).
        03 PARM-CR-TIER3-RATE          PIC S9V9(4).
        03 PARM-DB-RATE                PIC S9V9(4).
        03 PARM-NSF-THRESHOLD          PIC S9(9)V99.
        03 PARM-NSF-FEE                PIC S9(9)V99.
        03 PARM-DORMANT-DAYS           PIC 9(4).
        03 PARM-DAILY-DEBIT-CAP        PIC S9(9)V99.
        03 PARM-AUDIT-RETAIN-DAYS      PIC 9(4).
        03 PARM-LOCKOUT-MAX            PIC 9(2).
        03 PARM-CUTOFF-HHMM            PIC 9(4).
        03 PARM-ACCT-RETAIN-DAYS       PIC 9(4).
        03 PARM-HOLD-DAYS              PIC 9(2).

      * the TECHPARM 'INTACCTS' record - the bank's own accounts,
      * which are not scanned

       01 INTERNAL-ACCTS-RECORD.
        03 IAP-KEY                     PIC X(8).
        03 IAP-FEE-ACCT                PIC X(5).
        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

      * the TECHAML case register - same layout VSAMSERV's AMLMAINT
      * maintains

       01 AML-CASE-RECORD.
        03 AMC-ID                      PIC X(5).
        03 AMC-ACCOUNT                 PIC X(5).
        03 AMC-RULE                    PIC X(2).
        03 AMC-STATUS                  PIC X(1).
          88 AMC-OPEN                          VALUE 'O'.
          88 AMC-CLEARED                       VALUE 'C'.
          88 AMC-REPORTED                      VALUE 'R'.
        03 AMC-OPEN-DATE               PIC X(8).
        03 AMC-AMOUNT                  PIC S9(9)V99.
        03 AMC-ITEMS                   PIC 9(3).
        03 AMC-NOTE-COUNT              PIC 9(2).
        03 AMC-NOTE                    PIC X(40).
        03 AMC-UPD-DATE                PIC X(8).
        03 AMC-UPD-BY                  PIC X(8).

      * per-account totals over the window, for the rule pass

       01 ACC-TABLE.
        03 ACC-COUNT                   PIC 9(3) VALUE 0.
        03 ACC-ENTRY OCCURS 500 TIMES.
         05 ACC-ACCOUNT                PIC X(5).
         05 ACC-CUSTNO                 PIC X(6).
         05 ACC-WIN-CREDITS            PIC S9(11)V99 COMP-3.
         05 ACC-DAY-DEBITS             PIC S9(11)V99 COMP-3.
         05 ACC-DAY-ITEMS              PIC 9(3).
         05 ACC-LARGEST-DEBIT          PIC S9(9)V99 COMP-3.
         05 ACC-WOKE-SW                PIC 9.
         05 ACC-PAYERS                 PIC 9(3).
         05 ACC-PAYIN-TOTAL            PIC S9(11)V99 COMP-3.
         05 ACC-ROUND-COUNT            PIC 9(3).
         05 ACC-ROUND-TOTAL            PIC S9(11)V99 COMP-3.

      * the different paying accounts seen for each receiving one

       01 PAYER-TABLE.
        03 PYR-COUNT                   PIC 9(4) VALUE 0.
        03 PYR-ENTRY OCCURS 1000 TIMES.
         05 PYR-PAYEE                  PIC X(5).
         05 PYR-PAYER                  PIC X(5).

       01 MISCEL-VARS.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 TBC-REC-LEN                 PIC S9(4) VALUE 43.
        03 AMLP-REC-LEN                PIC S9(4) VALUE 50.
        03 AMLP-KEY-VALUE              PIC X(8) VALUE 'AMLPARM'.
        03 PARM-REC-LEN                PIC S9(4) VALUE 103.
        03 PARM-KEY-VALUE              PIC X(8) VALUE 'RATES'.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.
        03 AMC-REC-LEN                 PIC S9(4) VALUE 93.
        03 AMC-BROWSE-KEY              PIC X(5).
        03 AMC-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 AMC-SCAN-DONE                     VALUE 1.
        03 CASE-FOUND-SW               PIC 9 VALUE 0.
          88 CASE-ALREADY-OPEN                 VALUE 1.
        03 CASE-ID-NUM                 PIC 9(5).
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 TBC-KEY-LATEST              PIC X(8) VALUE 'TBTOTAL1'.
        03 TBC-KEY-PRIOR               PIC X(8) VALUE 'TBTOTAL0'.
        03 REPORT-DATE                 PIC X(8).
        03 LATEST-AUDSEQ               PIC 9(7) VALUE 0.
        03 PRIOR-AUDSEQ                PIC 9(7) VALUE 0.
        03 SEQ-BRACKET-SW              PIC 9 VALUE 0.
          88 SEQ-BRACKET                       VALUE 1.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 IN-DAY-SW                   PIC 9 VALUE 0.
          88 IN-THE-DAY                        VALUE 1.
        03 PAYER-KNOWN-SW              PIC 9 VALUE 0.
          88 PAYER-KNOWN                       VALUE 1.
        03 PYR-FOUND-SW                PIC 9 VALUE 0.
          88 PYR-SLOT-FOUND                    VALUE 1.
        03 ACC-FOUND-SW                PIC 9 VALUE 0.
          88 ACC-SLOT-FOUND                    VALUE 1.
        03 ACC-IX                      PIC 9(3) VALUE 0.
        03 OUT-IX                      PIC 9(3) VALUE 0.
        03 PYR-IX                      PIC 9(4) VALUE 0.

      * the rule thresholds - fallbacks when AMLPARM is not loaded

        03 RAPID-MIN                   PIC S9(9)V99 VALUE 5000.00.
        03 RAPID-PCT                   PIC 9(3) VALUE 80.
        03 RAPID-DAYS                  PIC 9(2) VALUE 2.
        03 DORM-DEBIT                  PIC S9(9)V99 VALUE 5000.00.
        03 DORMANT-CUTOFF-DAYS         PIC 9(4) VALUE 90.
        03 PAYER-LIMIT                 PIC 9(3) VALUE 5.
        03 ROUND-UNIT                  PIC S9(7)V99 VALUE 1000.00.
        03 ROUND-LIMIT                 PIC 9(3) VALUE 3.

        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 CUTOFF-ABSTIME              PIC S9(15) COMP-3.
        03 DAYS-IN-ABSTIME-UNITS       PIC S9(15) COMP-3.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 RAPID-CUTOFF-DATE           PIC X(8).
        03 DORM-CUTOFF-DATE            PIC X(8).
        03 ENTRY-MOVEMENT              PIC S9(9)V99.
        03 DEBIT-AMOUNT                PIC S9(9)V99.
        03 ROUND-QUOTIENT              PIC 9(9).
        03 PREV-SEQNO                  PIC 9(7) VALUE 0.
        03 PREV-ACCOUNT                PIC X(5).
        03 PREV-OPERATION              PIC X(1).
        03 PREV-MOVEMENT               PIC S9(9)V99 VALUE 0.
        03 ENTRY-PAYER                 PIC X(5).
        03 HIT-RULE                    PIC X(2).
        03 HIT-AMOUNT                  PIC S9(11)V99 COMP-3.
        03 HIT-ITEMS                   PIC 9(3).
        03 HIT-TEXT                    PIC X(40).
        03 OPENED-COUNT                PIC 9(5) VALUE 0.
        03 REPEAT-COUNT                PIC 9(5) VALUE 0.
        03 OVERFLOW-COUNT              PIC 9(5) VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'SUSPICIOUS ACTIVITY SCAN'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(14) VALUE ' WINDOW FROM:'.
        03 HL-WINDOW                   PIC X(8).
        03 FILLER                      PIC X(10) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'ACCOUNT'.
        03 FILLER                      PIC X(8) VALUE 'CUSTNO'.
        03 FILLER                      PIC X(6) VALUE 'RULE'.
        03 FILLER                      PIC X(17) VALUE '       AMOUNT'.
        03 FILLER                      PIC X(7) VALUE 'ITEMS'.
        03 FILLER                      PIC X(34) VALUE 'CASE'.

       01 DETAIL-LINE.
        03 DL-ACCOUNT                  PIC X(8).
        03 DL-CUSTNO                   PIC X(8).
        03 DL-RULE                     PIC X(6).
        03 DL-AMOUNT                   PIC -(11)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-ITEMS                    PIC ZZ9.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 DL-CASE                     PIC X(5).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-OUTCOME                  PIC X(28).

       01 TOTAL-LINE.
        03 FILLER                      PIC X(20)
                                        VALUE 'CASES OPENED:'.
        03 TL-OPENED                   PIC ZZZZ9.
        03 FILLER                      PIC X(25)
                                        VALUE '  HITS ON OPEN CASES:'.
        03 TL-REPEAT                   PIC ZZZZ9.
        03 FILLER                      PIC X(20)
                                        VALUE '  UNSCANNED ACCTS:'.
        03 TL-OVERFLOW                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           MOVE 0 TO TBC-AUDSEQ

           MOVE TBC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(TB-CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TBC-KEY-LATEST)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'NO TRIAL-BALANCE TOTALS ON FILE - RUN TRIALBAL'
              TO PRINT-LINE

            PERFORM WRITE-REPORT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE TBC-DATE TO REPORT-DATE

           IF TBC-AUDSEQ NUMERIC AND TBC-AUDSEQ > 0

            MOVE TBC-AUDSEQ TO LATEST-AUDSEQ
            MOVE 1 TO SEQ-BRACKET-SW

           END-IF

           MOVE 0 TO TBC-AUDSEQ

           MOVE TBC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(TB-CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TBC-KEY-PRIOR)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND TBC-AUDSEQ NUMERIC AND TBC-AUDSEQ > 0

            MOVE TBC-AUDSEQ TO PRIOR-AUDSEQ

           ELSE

            MOVE 0 TO SEQ-BRACKET-SW

           END-IF

           PERFORM LOAD-PARAMETERS

           PERFORM LOAD-INTERNAL-ACCTS

           PERFORM COMPUTE-CUTOFF-DATES

           MOVE REPORT-DATE TO HL-DATE
           MOVE RAPID-CUTOFF-DATE TO HL-WINDOW
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOW-VALUES TO AUDIT-SEQNO

           EXEC CICS STARTBR
                   FILE("TECHAUDIT")
                   RIDFLD(AUDIT-SEQNO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM EXAMINE-ONE-ENTRY UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHAUDIT")
                   NOHANDLE
                   END-EXEC

      * the rule pass - cases are opened only once the audit browse
      * is closed, since opening one writes to TECHAUDIT itself

           PERFORM APPLY-THE-RULES
                   VARYING OUT-IX FROM 1 BY 1
                   UNTIL OUT-IX > ACC-COUNT

           MOVE OPENED-COUNT TO TL-OPENED
           MOVE REPEAT-COUNT TO TL-REPEAT
           MOVE OVERFLOW-COUNT TO TL-OVERFLOW
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       EXAMINE-ONE-ENTRY SECTION.

           EXEC CICS READNEXT
                   FILE("TECHAUDIT")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO EXAMINE-ONE-ENTRY-EXIT

           END-IF

           IF SEQ-BRACKET AND AUDIT-SEQNO > LATEST-AUDSEQ

            MOVE 1 TO END-OF-FILE-SW

            GO TO EXAMINE-ONE-ENTRY-EXIT

           END-IF

      * customer movements only - and a movement is only read off
      * images that carry real balances

           IF NOT AUDIT-OP-DEBIT AND NOT AUDIT-OP-CREDIT
              AND NOT AUDIT-OP-TRANSFER

            GO TO EXAMINE-ONE-ENTRY-EXIT

           END-IF

           IF BI-BALANCEO NOT NUMERIC OR AI-BALANCEO NOT NUMERIC

            GO TO EXAMINE-ONE-ENTRY-EXIT

           END-IF

           COMPUTE ENTRY-MOVEMENT = AI-BALANCEO - BI-BALANCEO

      * the receiving leg of a transfer follows its paying leg at
      * the very next sequence number, for the same amount the
      * other way

           MOVE 0 TO PAYER-KNOWN-SW

           IF AUDIT-OP-TRANSFER AND ENTRY-MOVEMENT > 0
              AND PREV-OPERATION = 'T'
              AND PREV-SEQNO + 1 = AUDIT-SEQNO
              AND PREV-MOVEMENT + ENTRY-MOVEMENT = 0

            MOVE PREV-ACCOUNT TO ENTRY-PAYER
            MOVE 1 TO PAYER-KNOWN-SW

           END-IF

           MOVE AUDIT-SEQNO TO PREV-SEQNO
           MOVE AUDIT-ACCOUNT TO PREV-ACCOUNT
           MOVE AUDIT-OPERATION TO PREV-OPERATION
           MOVE ENTRY-MOVEMENT TO PREV-MOVEMENT

           MOVE 0 TO IN-DAY-SW

           IF (SEQ-BRACKET AND AUDIT-SEQNO > PRIOR-AUDSEQ)
              OR (NOT SEQ-BRACKET AND AUDIT-DATE = REPORT-DATE)

            MOVE 1 TO IN-DAY-SW

           END-IF

      * before the day, only the rapid window is of interest

           IF NOT IN-THE-DAY

            IF AUDIT-DATE < RAPID-CUTOFF-DATE
               OR AUDIT-DATE > REPORT-DATE

             GO TO EXAMINE-ONE-ENTRY-EXIT

            END-IF

           END-IF

           IF AUDIT-ACCOUNT = IAP-FEE-ACCT
              OR AUDIT-ACCOUNT = IAP-INTEXP-ACCT
              OR AUDIT-ACCOUNT = IAP-SUSP-ACCT
              OR AUDIT-ACCOUNT = IAP-UNCL-ACCT
              OR AUDIT-ACCOUNT = IAP-CLEAR-ACCT

            GO TO EXAMINE-ONE-ENTRY-EXIT

           END-IF

           PERFORM LOCATE-ACCOUNT-SLOT

           IF NOT ACC-SLOT-FOUND

            GO TO EXAMINE-ONE-ENTRY-EXIT

           END-IF

           IF ENTRY-MOVEMENT > 0

            ADD ENTRY-MOVEMENT TO ACC-WIN-CREDITS(ACC-IX)

           END-IF

      * a last-activity date older than the dormancy cutoff before
      * this posting means this posting woke the account (a date
      * never stamped is not a wake-up - that is a new account)

           IF BI-LAST-ACTIVITY NUMERIC
              AND BI-LAST-ACTIVITY < DORM-CUTOFF-DATE

            MOVE 1 TO ACC-WOKE-SW(ACC-IX)

           END-IF

           IF NOT IN-THE-DAY

            GO TO EXAMINE-ONE-ENTRY-EXIT

           END-IF

           ADD 1 TO ACC-DAY-ITEMS(ACC-IX)

           IF ENTRY-MOVEMENT < 0

            COMPUTE DEBIT-AMOUNT = 0 - ENTRY-MOVEMENT

            ADD DEBIT-AMOUNT TO ACC-DAY-DEBITS(ACC-IX)

            IF DEBIT-AMOUNT > ACC-LARGEST-DEBIT(ACC-IX)

             MOVE DEBIT-AMOUNT TO ACC-LARGEST-DEBIT(ACC-IX)

            END-IF

            IF AUDIT-OP-TRANSFER

             COMPUTE ROUND-QUOTIENT = DEBIT-AMOUNT / ROUND-UNIT

             IF ROUND-QUOTIENT * ROUND-UNIT = DEBIT-AMOUNT

              ADD 1 TO ACC-ROUND-COUNT(ACC-IX)
              ADD DEBIT-AMOUNT TO ACC-ROUND-TOTAL(ACC-IX)

             END-IF

            END-IF

           ELSE

            IF PAYER-KNOWN

             ADD ENTRY-MOVEMENT TO ACC-PAYIN-TOTAL(ACC-IX)

             PERFORM NOTE-THE-PAYER

            END-IF

           END-IF

           .
       EXAMINE-ONE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       LOCATE-ACCOUNT-SLOT SECTION.

      * ACC-IX left on the account's slot, a new one taken if there
      * is room; a full table counts the account as unscanned

           MOVE 0 TO ACC-FOUND-SW

           PERFORM FIND-ACC-SLOT
                   VARYING ACC-IX FROM 1 BY 1
                   UNTIL ACC-IX > ACC-COUNT OR ACC-SLOT-FOUND

           IF ACC-SLOT-FOUND

            SUBTRACT 1 FROM ACC-IX

            GO TO LOCATE-ACCOUNT-SLOT-EXIT

           END-IF

           IF ACC-COUNT < 500

            ADD 1 TO ACC-COUNT
            MOVE ACC-COUNT TO ACC-IX
            MOVE AUDIT-ACCOUNT TO ACC-ACCOUNT(ACC-IX)
            MOVE AI-CUSTNO TO ACC-CUSTNO(ACC-IX)
            MOVE 0 TO ACC-WIN-CREDITS(ACC-IX)
            MOVE 0 TO ACC-DAY-DEBITS(ACC-IX)
            MOVE 0 TO ACC-DAY-ITEMS(ACC-IX)
            MOVE 0 TO ACC-LARGEST-DEBIT(ACC-IX)
            MOVE 0 TO ACC-WOKE-SW(ACC-IX)
            MOVE 0 TO ACC-PAYERS(ACC-IX)
            MOVE 0 TO ACC-PAYIN-TOTAL(ACC-IX)
            MOVE 0 TO ACC-ROUND-COUNT(ACC-IX)
            MOVE 0 TO ACC-ROUND-TOTAL(ACC-IX)
            MOVE 1 TO ACC-FOUND-SW

           ELSE

            ADD 1 TO OVERFLOW-COUNT

           END-IF

           GO TO LOCATE-ACCOUNT-SLOT-EXIT

           .
      *****************************************************************
       FIND-ACC-SLOT.

           IF ACC-ACCOUNT(ACC-IX) = AUDIT-ACCOUNT

            MOVE 1 TO ACC-FOUND-SW

           END-IF

           .
       LOCATE-ACCOUNT-SLOT-EXIT.
           EXIT.
      *****************************************************************
       NOTE-THE-PAYER SECTION.

      * one entry per receiving and paying account pair - the
      * receiving account's payer count only rises for a new pair

           MOVE 0 TO PYR-FOUND-SW

           PERFORM FIND-PYR-SLOT
                   VARYING PYR-IX FROM 1 BY 1
                   UNTIL PYR-IX > PYR-COUNT OR PYR-SLOT-FOUND

           IF NOT PYR-SLOT-FOUND AND PYR-COUNT < 1000

            ADD 1 TO PYR-COUNT
            MOVE AUDIT-ACCOUNT TO PYR-PAYEE(PYR-COUNT)
            MOVE ENTRY-PAYER TO PYR-PAYER(PYR-COUNT)

            ADD 1 TO ACC-PAYERS(ACC-IX)

           END-IF

           GO TO NOTE-THE-PAYER-EXIT

           .
      *****************************************************************
       FIND-PYR-SLOT.

           IF PYR-PAYEE(PYR-IX) = AUDIT-ACCOUNT
              AND PYR-PAYER(PYR-IX) = ENTRY-PAYER

            MOVE 1 TO PYR-FOUND-SW

           END-IF

           .
       NOTE-THE-PAYER-EXIT.
           EXIT.
      *****************************************************************
       APPLY-THE-RULES SECTION.

      * RI - the day's debits took out most of what came in over
      * the window

           IF ACC-WIN-CREDITS(OUT-IX) NOT < RAPID-MIN
              AND ACC-DAY-DEBITS(OUT-IX) > 0
              AND ACC-DAY-DEBITS(OUT-IX) * 100 NOT <
                  ACC-WIN-CREDITS(OUT-IX) * RAPID-PCT

            MOVE 'RI' TO HIT-RULE
            MOVE ACC-DAY-DEBITS(OUT-IX) TO HIT-AMOUNT
            MOVE ACC-DAY-ITEMS(OUT-IX) TO HIT-ITEMS
            MOVE 'CREDITED AND WITHDRAWN AGAIN' TO HIT-TEXT
            PERFORM RAISE-THE-CASE

           END-IF

      * DR - a large debit on an account just out of dormancy

           IF ACC-WOKE-SW(OUT-IX) = 1
              AND ACC-LARGEST-DEBIT(OUT-IX) NOT < DORM-DEBIT

            MOVE 'DR' TO HIT-RULE
            MOVE ACC-LARGEST-DEBIT(OUT-IX) TO HIT-AMOUNT
            MOVE ACC-DAY-ITEMS(OUT-IX) TO HIT-ITEMS
            MOVE 'LARGE DEBIT AFTER DORMANCY' TO HIT-TEXT
            PERFORM RAISE-THE-CASE

           END-IF

      * MP - many different accounts paying in

           IF ACC-PAYERS(OUT-IX) NOT < PAYER-LIMIT

            MOVE 'MP' TO HIT-RULE
            MOVE ACC-PAYIN-TOTAL(OUT-IX) TO HIT-AMOUNT
            MOVE ACC-PAYERS(OUT-IX) TO HIT-ITEMS
            MOVE 'MANY DIFFERENT PAYERS' TO HIT-TEXT
            PERFORM RAISE-THE-CASE

           END-IF

      * RS - repeated round-sum transfers out

           IF ACC-ROUND-COUNT(OUT-IX) NOT < ROUND-LIMIT

            MOVE 'RS' TO HIT-RULE
            MOVE ACC-ROUND-TOTAL(OUT-IX) TO HIT-AMOUNT
            MOVE ACC-ROUND-COUNT(OUT-IX) TO HIT-ITEMS
            MOVE 'REPEATED ROUND-SUM TRANSFERS' TO HIT-TEXT
            PERFORM RAISE-THE-CASE

           END-IF

           .
       APPLY-THE-RULES-EXIT.
           EXIT.
      *****************************************************************
       RAISE-THE-CASE SECTION.

      * a hit on an account that already has an open case for the
      * same rule is reported against that case, not opened again

           MOVE ACC-ACCOUNT(OUT-IX) TO DL-ACCOUNT
           MOVE ACC-CUSTNO(OUT-IX) TO DL-CUSTNO
           MOVE HIT-RULE TO DL-RULE
           MOVE HIT-AMOUNT TO DL-AMOUNT
           MOVE HIT-ITEMS TO DL-ITEMS

           PERFORM CHECK-OPEN-CASE

           IF CASE-ALREADY-OPEN

            ADD 1 TO REPEAT-COUNT

            MOVE AMC-ID TO DL-CASE
            MOVE 'ALREADY OPEN' TO DL-OUTCOME
            MOVE DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO RAISE-THE-CASE-EXIT

           END-IF

           PERFORM GET-NEXT-CASE-ID

           MOVE ACC-ACCOUNT(OUT-IX) TO AMC-ACCOUNT
           MOVE HIT-RULE TO AMC-RULE
           MOVE 'O' TO AMC-STATUS
           MOVE REPORT-DATE TO AMC-OPEN-DATE
           MOVE HIT-AMOUNT TO AMC-AMOUNT
           MOVE HIT-ITEMS TO AMC-ITEMS
           MOVE 0 TO AMC-NOTE-COUNT
           MOVE HIT-TEXT TO AMC-NOTE
           MOVE REPORT-DATE TO AMC-UPD-DATE
           MOVE 'AMLSCAN' TO AMC-UPD-BY

           MOVE AMC-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHAML")
                   FROM(AML-CASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(AMC-ID)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           MOVE AMC-ID TO DL-CASE

           IF EIBRESP NOT = 0

            MOVE 'CASE NOT WRITTEN' TO DL-OUTCOME
            MOVE DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO RAISE-THE-CASE-EXIT

           END-IF

           ADD 1 TO OPENED-COUNT

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE AMC-ACCOUNT TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE AML-CASE-RECORD TO AUDIT-AFTER-IMAGE(1:93)
           MOVE 'AML CASE OPENED' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE HIT-TEXT TO DL-OUTCOME
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       RAISE-THE-CASE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-OPEN-CASE SECTION.

      * the (small) register scanned once for an open case on the
      * same account and rule, the way VSAMSERV scans its dispute
      * register for a statement marker

           MOVE 0 TO CASE-FOUND-SW
           MOVE 0 TO AMC-SCAN-DONE-SW

           MOVE LOW-VALUES TO AMC-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHAML")
                   RIDFLD(AMC-BROWSE-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO AMC-SCAN-DONE-SW

           END-IF

           PERFORM CHECK-NEXT-CASE UNTIL AMC-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAML")
                   NOHANDLE
                   END-EXEC

           GO TO CHECK-OPEN-CASE-EXIT

           .
      *****************************************************************
       CHECK-NEXT-CASE.

           MOVE AMC-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHAML")
                   INTO(AML-CASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(AMC-BROWSE-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO AMC-SCAN-DONE-SW

           ELSE

            IF AMC-ACCOUNT = ACC-ACCOUNT(OUT-IX)
               AND AMC-RULE = HIT-RULE
               AND AMC-OPEN

             MOVE 1 TO CASE-FOUND-SW
             MOVE 1 TO AMC-SCAN-DONE-SW

            END-IF

           END-IF

           .
       CHECK-OPEN-CASE-EXIT.
           EXIT.
      *****************************************************************
       GET-NEXT-CASE-ID SECTION.

      * next case number from the TECHCTL 'AMLID' control record -
      * same counter pattern VSAMSERV keeps its dispute numbers on,
      * seeded once from an end-of-file browse

           MOVE CTL-AMLID-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-AMLID-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE HIGH-VALUES TO SEED-AMC-ID

            EXEC CICS STARTBR
                    FILE("TECHAML")
                    RIDFLD(SEED-AMC-ID)
                    GTEQ
                    NOHANDLE
                    END-EXEC

            MOVE AMC-REC-LEN TO LENGTH-VAR

            EXEC CICS READPREV
                    FILE("TECHAML")
                    INTO(SEED-AMC-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(SEED-AMC-ID)
                    NOHANDLE
                    END-EXEC

            EXEC CICS ENDBR
                    FILE("TECHAML")
                    NOHANDLE
                    END-EXEC

            IF SEED-AMC-ID = HIGH-VALUES
               OR SEED-AMC-ID NOT NUMERIC

             MOVE 0 TO CTL-NUM-VALUE

            ELSE

             MOVE SEED-AMC-ID TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-AMLID-KEY TO CTL-KEY
            MOVE SPACES TO CTL-CHAR-VALUE

            ADD 1 TO CTL-NUM-VALUE

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS WRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

           ELSE

            ADD 1 TO CTL-NUM-VALUE

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO CASE-ID-NUM
           MOVE CASE-ID-NUM TO AMC-ID

           .
       GET-NEXT-CASE-ID-EXIT.
           EXIT.
      *****************************************************************
       LOAD-PARAMETERS SECTION.

      * the rule thresholds from the TECHPARM 'AMLPARM' record, and
      * the dormant days from 'RATES'; a missing record or a zero
      * value leaves the compiled-in fallback

           MOVE AMLP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(AML-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(AMLP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            IF AMLP-RAPID-MIN NUMERIC AND AMLP-RAPID-MIN > 0

             MOVE AMLP-RAPID-MIN TO RAPID-MIN

            END-IF

            IF AMLP-RAPID-PCT NUMERIC AND AMLP-RAPID-PCT > 0

             MOVE AMLP-RAPID-PCT TO RAPID-PCT

            END-IF

            IF AMLP-RAPID-DAYS NUMERIC AND AMLP-RAPID-DAYS > 0

             MOVE AMLP-RAPID-DAYS TO RAPID-DAYS

            END-IF

            IF AMLP-DORM-DEBIT NUMERIC AND AMLP-DORM-DEBIT > 0

             MOVE AMLP-DORM-DEBIT TO DORM-DEBIT

            END-IF

            IF AMLP-PAYERS NUMERIC AND AMLP-PAYERS > 0

             MOVE AMLP-PAYERS TO PAYER-LIMIT

            END-IF

            IF AMLP-ROUND-UNIT NUMERIC AND AMLP-ROUND-UNIT > 0

             MOVE AMLP-ROUND-UNIT TO ROUND-UNIT

            END-IF

            IF AMLP-ROUND-COUNT NUMERIC AND AMLP-ROUND-COUNT > 0

             MOVE AMLP-ROUND-COUNT TO ROUND-LIMIT

            END-IF

           END-IF

           MOVE PARM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(RATE-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PARM-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND PARM-DORMANT-DAYS NUMERIC
              AND PARM-DORMANT-DAYS > 0

            MOVE PARM-DORMANT-DAYS TO DORMANT-CUTOFF-DAYS

           END-IF

           .
       LOAD-PARAMETERS-EXIT.
           EXIT.
      *****************************************************************
       LOAD-INTERNAL-ACCTS SECTION.

      * a region without the record scans every account

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE HIGH-VALUES TO INTERNAL-ACCTS-RECORD

           END-IF

           .
       LOAD-INTERNAL-ACCTS-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-CUTOFF-DATES SECTION.

      * the rapid-window start and the dormancy cutoff, both by the
      * same ABSTIME subtraction DORMANT uses

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   RAPID-DAYS * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(RAPID-CUTOFF-DATE)
                   NOHANDLE
                   END-EXEC

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   DORMANT-CUTOFF-DAYS * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(DORM-CUTOFF-DATE)
                   NOHANDLE
                   END-EXEC

           .
       COMPUTE-CUTOFF-DATES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

      * sequence number from the TECHCTL 'AUDSEQ' control record -
      * same persisted counter VSAMSERV maintains; case entries
      * carry the date the scan covered

           PERFORM GET-NEXT-AUDIT-SEQNO

           EXEC CICS ASKTIME
                   ABSTIME(AUDIT-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(AUDIT-ABSTIME)
                   TIME(AUDIT-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE REPORT-DATE TO AUDIT-DATE

           MOVE EIBUSERID TO AUDIT-USERID
           MOVE EIBTRMID TO AUDIT-TERMID

           EXEC CICS WRITE
                   FILE("TECHAUDIT")
                   FROM(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.
      *****************************************************************
       GET-NEXT-AUDIT-SEQNO SECTION.

      * next sequence number from the TECHCTL 'AUDSEQ' control record,
      * read-for-update and incremented in place - same counter
      * VSAMSERV's GET-NEXT-AUDIT-SEQNO maintains, seeded once from a
      * final end-of-file browse on a region without its control
      * record, and wrapping back to 1 above 9999990 (see AUDARCH).

           MOVE CTL-AUDSEQ-KEY TO CTL-KEY

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-AUDSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            PERFORM SEED-AUDIT-SEQNO-COUNTER

            MOVE CTL-AUDSEQ-KEY TO CTL-KEY
            MOVE SPACES TO CTL-CHAR-VALUE

            ADD 1 TO CTL-NUM-VALUE

            IF CTL-NUM-VALUE > 9999990

             MOVE 1 TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS WRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

           ELSE

            ADD 1 TO CTL-NUM-VALUE

            IF CTL-NUM-VALUE > 9999990

             MOVE 1 TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO AUDIT-SEQNO

           .
       GET-NEXT-AUDIT-SEQNO-EXIT.
           EXIT.
      *****************************************************************
       SEED-AUDIT-SEQNO-COUNTER SECTION.

      * one-time seeding - find the current maximum, into scratch
      * fields so the pending audit entry is not disturbed

           MOVE HIGH-VALUES TO SEED-AUDIT-SEQNO

           EXEC CICS STARTBR
                   FILE("TECHAUDIT")
                   RIDFLD(SEED-AUDIT-SEQNO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           EXEC CICS READPREV
                   FILE("TECHAUDIT")
                   INTO(SEED-AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(SEED-AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           EXEC CICS ENDBR
                   FILE("TECHAUDIT")
                   NOHANDLE
                   END-EXEC

           IF SEED-AUDIT-SEQNO = HIGH-VALUES
              OR SEED-AUDIT-SEQNO NOT NUMERIC

            MOVE 0 TO CTL-NUM-VALUE

           ELSE

            MOVE SEED-AUDIT-SEQNO TO CTL-NUM-VALUE

           END-IF

           .
       SEED-AUDIT-SEQNO-COUNTER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("AMLRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
