      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, nightly balance sweeps.
      *
      * For CICS v3
      *
      * Business customers keep their current account at a working
      * balance and park the rest in savings. Instead of a teller
      * moving the money by hand every morning, each customer's
      * standing sweep instruction (the TECHSWP register, maintained
      * through VSAMSERV's SWPMAINT) is worked here against the
      * end-of-day balances. Browses TECHSWP end-to-end (STARTBR at
      * LOW-VALUES / READNEXT to end-of-file, same as STORDRUN over
      * TECHSORD) and, for every active instruction:
      *
      *   'O' or 'B' - anything on the current account above the
      *   target balance (less funds still on uncleared hold) is
      *   swept out to the savings account;
      *
      *   'I' or 'B' - a current account below the floor (an
      *   overdraft, with a floor of zero) is topped back up to the
      *   floor from savings, as far as the savings account's own
      *   cleared balance will go - savings is never overdrawn to do
      *   it, and a part cover is reported as such.
      *
      * Each sweep posts as a transfer - the same two READ UPDATE /
      * two REWRITE unit of work, with the same back-out of the first
      * leg when the second fails, that TRANSFER-RECORD performs in
      * VSAMSERV, and the same per-side before/after TECHAUDIT
      * entries (AUDIT-OPERATION 'T'). The instruction is stamped
      * with the night's date and amount, so a rerun the same night
      * leaves it alone and can never sweep twice. Every sweep and
      * every refusal is reported to the SWEEPRPT print file. A pair
      * whose two accounts are held in different currencies (their
      * TECHPROD products' currencies, against the TECHPARM 'FXPARM'
      * local currency) is never swept - SWPMAINT no longer accepts
      * one, and any already on the register is refused and reported
      * as MIXED CURRENCY for the branch to cancel.
      * NIGHTRUN starts it after the posting jobs and before NSFFEE
      * and ACCRUE, so a covered overdraft is neither charged a fee
      * nor accrues debit interest. Intended to be started nightly as
      * its own CICS transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPRUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * the TECHSWP balance-sweep register (see VSAMSERV's SWPMAINT)
      * - keyed on the current account plus the savings account

       01 SWEEP-RECORD.
        03 SWP-KEY.
         05 SWP-CURRENT                PIC X(5).
         05 SWP-SAVINGS                PIC X(5).
        03 SWP-TARGET                  PIC S9(9)V99.
        03 SWP-FLOOR                   PIC S9(9)V99.
        03 SWP-DIRECTION               PIC X(1).
          88 SWP-SWEEPS-OUT                    VALUE 'O' 'B'.
          88 SWP-SWEEPS-IN                     VALUE 'I' 'B'.
        03 SWP-STATUS                  PIC X(1).
          88 SWP-ACTIVE                        VALUE 'A'.
          88 SWP-CANCELLED                     VALUE 'C'.
        03 SWP-START-DATE              PIC X(8).
        03 SWP-CREATED-BY              PIC X(8).
        03 SWP-CANCEL-DATE             PIC X(8).
        03 SWP-LAST-DATE               PIC X(8).
        03 SWP-LAST-AMOUNT             PIC S9(9)V99.

       01 CUR-RECORD.
        03 CUR-ACCOUNTO                PIC X(5).
        03 CUR-SURNAMEO                PIC X(15).
        03 CUR-FIRST-NAMEO             PIC X(10).
        03 CUR-ADDRESSO                PIC X(45).
        03 CUR-BALANCEO                PIC S9(9)V99.
        03 CUR-OVERDRAFT-LIMITO        PIC S9(9)V99.
        03 CUR-ACCOUNT-STATUSO         PIC X(1).
          88 CUR-CLOSEDO                       VALUE 'C'.
          88 CUR-FROZENO                       VALUE 'F'.
        03 CUR-BRANCH-CODEO            PIC X(4).
        03 CUR-LAST-ACTIVITY-DATEO     PIC X(8).
        03 CUR-CUSTOMER-NOO            PIC X(6).
        03 CUR-DAY-DEBIT-DATEO         PIC X(8).
        03 CUR-DAY-DEBIT-TOTALO        PIC S9(9)V99.
        03 CUR-PRODUCT-CODEO           PIC X(2).
        03 CUR-HOLD-AMOUNTO            PIC S9(9)V99.

       01 SAV-RECORD.
        03 SAV-ACCOUNTO                PIC X(5).
        03 SAV-SURNAMEO                PIC X(15).
        03 SAV-FIRST-NAMEO             PIC X(10).
        03 SAV-ADDRESSO                PIC X(45).
        03 SAV-BALANCEO                PIC S9(9)V99.
        03 SAV-OVERDRAFT-LIMITO        PIC S9(9)V99.
        03 SAV-ACCOUNT-STATUSO         PIC X(1).
          88 SAV-CLOSEDO                       VALUE 'C'.
          88 SAV-FROZENO                       VALUE 'F'.
        03 SAV-BRANCH-CODEO            PIC X(4).
        03 SAV-LAST-ACTIVITY-DATEO     PIC X(8).
        03 SAV-CUSTOMER-NOO            PIC X(6).
        03 SAV-DAY-DEBIT-DATEO         PIC X(8).
        03 SAV-DAY-DEBIT-TOTALO        PIC S9(9)V99.
        03 SAV-PRODUCT-CODEO           PIC X(2).
        03 SAV-HOLD-AMOUNTO            PIC S9(9)V99.

      * the TECHPROD product record - only the currency is wanted,
      * to keep a sweep between two accounts of the same currency

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

      * the TECHPARM 'FXPARM' record - the local currency code

       01 FX-PARM-RECORD.
        03 FXP-KEY                     PIC X(8).
        03 FXP-LOCAL-CCY               PIC X(3).
        03 FXP-SPREAD                  PIC 9V9(4).

       01 CUR-BEFORE                   PIC X(148).
       01 SAV-BEFORE                   PIC X(148).

      * the narrative both legs of a sweep carry on their TECHAUDIT
      * entries - names the other account, so each statement says
      * where the money went or came from

       01 SW-NARRATIVE-BUILD.
        03 FILLER                      PIC X(14)
                   VALUE 'BALANCE SWEEP '.
        03 SW-NARR-WAY                 PIC X(5).
        03 SW-NARR-ACCOUNT             PIC X(5).
        03 FILLER                      PIC X(6) VALUE SPACES.

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-TRANSFER                 VALUE 'T'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 SWP-REC-LEN                 PIC S9(4) VALUE 77.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 FXP-REC-LEN                 PIC S9(4) VALUE 16.
        03 FXP-KEY-VALUE               PIC X(8) VALUE 'FXPARM'.
        03 CUR-CURRENCY                PIC X(3).
        03 SAV-CURRENCY                PIC X(3).
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 SWEEP-WAY-SW                PIC X(1) VALUE SPACE.
          88 SWEEP-OUT                         VALUE 'O'.
          88 SWEEP-IN                          VALUE 'I'.
        03 OUT-COUNT                   PIC 9(5) VALUE 0.
        03 IN-COUNT                    PIC 9(5) VALUE 0.
        03 REFUSED-COUNT               PIC 9(5) VALUE 0.
        03 OUT-TOTAL                   PIC S9(11)V99 COMP-3 VALUE 0.
        03 IN-TOTAL                    PIC S9(11)V99 COMP-3 VALUE 0.
        03 SWEEP-AMOUNT                PIC S9(9)V99.
        03 CLEARED-SURPLUS             PIC S9(9)V99.
        03 SAVINGS-AVAILABLE           PIC S9(9)V99.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 TODAY-DATE                  PIC X(8).
        03 TODAY-TIME                  PIC X(6).

      * TECHCTL 'AUDSEQ' control record - the persisted audit
      * sequence counter VSAMSERV's GET-NEXT-AUDIT-SEQNO also uses

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 CONTROL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-AUDSEQ-KEY              PIC X(8) VALUE 'AUDSEQ'.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 SEED-AUDIT-SEQNO            PIC 9(7).
        03 SEED-AUDIT-RECORD           PIC X(365).

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(25)
                   VALUE 'BALANCE SWEEP RUN'.
        03 FILLER                      PIC X(10) VALUE 'RUN DATE:'.
        03 HL-RUN-DATE                 PIC X(8).
        03 FILLER                      PIC X(37) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(9) VALUE 'CURRENT'.
        03 FILLER                      PIC X(9) VALUE 'SAVINGS'.
        03 FILLER                      PIC X(4) VALUE 'DIR'.
        03 FILLER                      PIC X(15) VALUE 'BALANCE'.
        03 FILLER                      PIC X(15) VALUE 'SWEPT'.
        03 FILLER                      PIC X(15) VALUE 'RESULT'.
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-CURRENT                  PIC X(9).
        03 DL-SAVINGS                  PIC X(9).
        03 DL-DIR                      PIC X(4).
        03 DL-BALANCE                  PIC -(9)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-RESULT                   PIC X(15).
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 TOTAL-LINE.
        03 TL-LABEL                    PIC X(20).
        03 TL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 TL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(NOW-ABSTIME)
                   YYYYMMDD(TODAY-DATE)
                   TIME(TODAY-TIME)
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

            MOVE CTL-CHAR-VALUE TO TODAY-DATE

           END-IF

      * the local currency, so a product naming it compares equal to
      * one naming no currency at all

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

           PERFORM WRITE-HEADER

           MOVE LOW-VALUES TO SWP-KEY

           EXEC CICS STARTBR
                   FILE("TECHSWP")
                   RIDFLD(SWP-KEY)
                   KEYLENGTH(10)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

      * LENGTH-VAR is shared with the posting and audit I/O a sweep
      * performs - restore the record length before every READNEXT

            MOVE SWP-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("TECHSWP")
                    INTO(SWEEP-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(SWP-KEY)
                    KEYLENGTH(10)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

      * an instruction already swept under tonight's date was done
      * by an earlier run of this job - a rerun leaves it alone

             IF SWP-ACTIVE AND SWP-LAST-DATE NOT = TODAY-DATE

              PERFORM EXECUTE-SWEEP

             END-IF

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("TECHSWP")
                   NOHANDLE
                   END-EXEC

           PERFORM WRITE-TOTAL-LINES

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       EXECUTE-SWEEP SECTION.

      * work one instruction against the end-of-day balances. Both
      * accounts are read for update up front, the amount worked
      * out, and the sweep posted as one transfer; a pair already
      * at its target (or above its floor) moves nothing and is not
      * reported.

           MOVE SWP-CURRENT TO DL-CURRENT
           MOVE SWP-SAVINGS TO DL-SAVINGS
           MOVE SWP-DIRECTION TO DL-DIR
           MOVE 0 TO DL-BALANCE
           MOVE 0 TO DL-AMOUNT

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(CUR-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SWP-CURRENT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'CURR NOT FOUND' TO DL-RESULT

            PERFORM WRITE-REFUSAL-LINE

            GO TO EXECUTE-SWEEP-EXIT

           END-IF

           MOVE CUR-BALANCEO TO DL-BALANCE

           IF CUR-CLOSEDO OR CUR-FROZENO

            MOVE 'CURR CLSD/FRZN' TO DL-RESULT

            PERFORM WRITE-REFUSAL-LINE

            GO TO EXECUTE-SWEEP-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SAV-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SWP-SAVINGS)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'SAVS NOT FOUND' TO DL-RESULT

            PERFORM WRITE-REFUSAL-LINE

            GO TO EXECUTE-SWEEP-EXIT

           END-IF

           IF SAV-CLOSEDO OR SAV-FROZENO

            MOVE 'SAVS CLSD/FRZN' TO DL-RESULT

            PERFORM WRITE-REFUSAL-LINE

            GO TO EXECUTE-SWEEP-EXIT

           END-IF

      * a sweep moves the same amount out of one account and into
      * the other - only meaningful between accounts held in the
      * same currency

           MOVE CUR-PRODUCT-CODEO TO PROD-CODE
           PERFORM GET-PRODUCT-CURRENCY
           MOVE PROD-CURRENCY TO CUR-CURRENCY

           MOVE SAV-PRODUCT-CODEO TO PROD-CODE
           PERFORM GET-PRODUCT-CURRENCY
           MOVE PROD-CURRENCY TO SAV-CURRENCY

           IF CUR-CURRENCY NOT = SAV-CURRENCY

            MOVE 'MIXED CURRENCY' TO DL-RESULT

            PERFORM WRITE-REFUSAL-LINE

            GO TO EXECUTE-SWEEP-EXIT

           END-IF

           MOVE SPACE TO SWEEP-WAY-SW
           MOVE 0 TO SWEEP-AMOUNT

      * surplus out - only cleared money above the target leaves the
      * current account; funds still on uncleared hold stay put

           IF SWP-SWEEPS-OUT AND CUR-BALANCEO > SWP-TARGET

            COMPUTE SWEEP-AMOUNT = CUR-BALANCEO - SWP-TARGET

            IF CUR-HOLD-AMOUNTO NUMERIC
               AND CUR-HOLD-AMOUNTO > 0

             COMPUTE CLEARED-SURPLUS = CUR-BALANCEO
                     - CUR-HOLD-AMOUNTO - SWP-TARGET

             IF CLEARED-SURPLUS < SWEEP-AMOUNT

              MOVE CLEARED-SURPLUS TO SWEEP-AMOUNT

             END-IF

            END-IF

            MOVE 'SWEPT OUT' TO DL-RESULT
            SET SWEEP-OUT TO TRUE

           END-IF

      * cover in - back up to the floor from savings, as far as the
      * savings account's cleared balance goes without overdrawing it

           IF SWP-SWEEPS-IN AND CUR-BALANCEO < SWP-FLOOR

            COMPUTE SWEEP-AMOUNT = SWP-FLOOR - CUR-BALANCEO

            MOVE SAV-BALANCEO TO SAVINGS-AVAILABLE

            IF SAV-HOLD-AMOUNTO NUMERIC
               AND SAV-HOLD-AMOUNTO > 0

             SUBTRACT SAV-HOLD-AMOUNTO FROM SAVINGS-AVAILABLE

            END-IF

            IF SAVINGS-AVAILABLE NOT > 0

             MOVE 'NO SAVINGS FUND' TO DL-RESULT

             PERFORM WRITE-REFUSAL-LINE

             GO TO EXECUTE-SWEEP-EXIT

            END-IF

            MOVE 'COVERED' TO DL-RESULT

            IF SAVINGS-AVAILABLE < SWEEP-AMOUNT

             MOVE SAVINGS-AVAILABLE TO SWEEP-AMOUNT
             MOVE 'PART COVERED' TO DL-RESULT

            END-IF

            SET SWEEP-IN TO TRUE

           END-IF

           IF SWEEP-AMOUNT NOT > 0

            GO TO EXECUTE-SWEEP-EXIT

           END-IF

           MOVE SWEEP-AMOUNT TO DL-AMOUNT

           MOVE CUR-RECORD TO CUR-BEFORE
           MOVE SAV-RECORD TO SAV-BEFORE

           IF SWEEP-OUT

            SUBTRACT SWEEP-AMOUNT FROM CUR-BALANCEO
            ADD SWEEP-AMOUNT TO SAV-BALANCEO

           ELSE

            ADD SWEEP-AMOUNT TO CUR-BALANCEO
            SUBTRACT SWEEP-AMOUNT FROM SAV-BALANCEO

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(CUR-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'REWRITE FAILED' TO DL-RESULT

            PERFORM WRITE-REFUSAL-LINE

            GO TO EXECUTE-SWEEP-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SAV-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

      * the savings leg failed - back out the current-account leg
      * already posted, same as TRANSFER-RECORD

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                     FILE("TECHBASE")
                     FROM(CUR-BEFORE)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

            MOVE 'REWRITE FAILED' TO DL-RESULT

            PERFORM WRITE-REFUSAL-LINE

            GO TO EXECUTE-SWEEP-EXIT

           END-IF

      * both legs posted - one audit entry per side, each naming
      * the other account

           IF SWEEP-OUT

            MOVE 'TO   ' TO SW-NARR-WAY

           ELSE

            MOVE 'FROM ' TO SW-NARR-WAY

           END-IF

           MOVE SWP-SAVINGS TO SW-NARR-ACCOUNT
           MOVE SW-NARRATIVE-BUILD TO AUDIT-NARRATIVE

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE SWP-CURRENT TO AUDIT-ACCOUNT
           MOVE CUR-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE CUR-RECORD TO AUDIT-AFTER-IMAGE
           PERFORM WRITE-AUDIT-RECORD

           IF SWEEP-OUT

            MOVE 'FROM ' TO SW-NARR-WAY

           ELSE

            MOVE 'TO   ' TO SW-NARR-WAY

           END-IF

           MOVE SWP-CURRENT TO SW-NARR-ACCOUNT
           MOVE SW-NARRATIVE-BUILD TO AUDIT-NARRATIVE

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE SWP-SAVINGS TO AUDIT-ACCOUNT
           MOVE SAV-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE SAV-RECORD TO AUDIT-AFTER-IMAGE
           PERFORM WRITE-AUDIT-RECORD

           PERFORM STAMP-SWEEP

           IF SWEEP-OUT

            ADD 1 TO OUT-COUNT
            ADD SWEEP-AMOUNT TO OUT-TOTAL

           ELSE

            ADD 1 TO IN-COUNT
            ADD SWEEP-AMOUNT TO IN-TOTAL

           END-IF

           PERFORM WRITE-DETAIL-LINE

           .
       EXECUTE-SWEEP-EXIT.
           EXIT.
      *****************************************************************
       GET-PRODUCT-CURRENCY SECTION.

      * the currency of product PROD-CODE, returned in PROD-CURRENCY
      * - spaces for the local currency, whether the product names
      * it, names none, or is not on file

           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PROD-CODE)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR PROD-CURRENCY = LOW-VALUES
              OR PROD-CURRENCY = FXP-LOCAL-CCY

            MOVE SPACES TO PROD-CURRENCY

           END-IF

           .
       GET-PRODUCT-CURRENCY-EXIT.
           EXIT.
      *****************************************************************
       STAMP-SWEEP SECTION.

      * the instruction remembers the night it last moved money and
      * how much (positive out to savings, negative in from it) -
      * also what stops a rerun sweeping the pair twice

           MOVE SWP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHSWP")
                   INTO(SWEEP-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SWP-KEY)
                   KEYLENGTH(10)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO STAMP-SWEEP-EXIT

           END-IF

           MOVE TODAY-DATE TO SWP-LAST-DATE

           IF SWEEP-OUT

            MOVE SWEEP-AMOUNT TO SWP-LAST-AMOUNT

           ELSE

            COMPUTE SWP-LAST-AMOUNT = 0 - SWEEP-AMOUNT

           END-IF

           MOVE SWP-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHSWP")
                   FROM(SWEEP-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           .
       STAMP-SWEEP-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

      * sequence number from the TECHCTL 'AUDSEQ' control record -
      * same persisted counter VSAMSERV maintains (see
      * GET-NEXT-AUDIT-SEQNO below), replacing the old end-of-file
      * browse.

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

      * entries carry the business date established at start of run

           MOVE TODAY-DATE TO AUDIT-DATE

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

      * one-time seeding - find the current maximum the way the old
      * code found it on every write, into scratch fields so the
      * pending audit entry is not disturbed

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
       WRITE-HEADER SECTION.

           MOVE TODAY-DATE TO HL-RUN-DATE

           MOVE HEADER-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("SWEEPRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("SWEEPRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-HEADER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-DETAIL-LINE SECTION.

           MOVE DETAIL-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("SWEEPRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-DETAIL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REFUSAL-LINE SECTION.

      * the pair is left exactly as it was and tried again tomorrow
      * night - the refusal is on the report for the branch to chase

           ADD 1 TO REFUSED-COUNT

           PERFORM WRITE-DETAIL-LINE

           .
       WRITE-REFUSAL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-TOTAL-LINES SECTION.

           MOVE 'SWEPT OUT:' TO TL-LABEL
           MOVE OUT-COUNT TO TL-COUNT
           MOVE OUT-TOTAL TO TL-VALUE
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           MOVE 'COVERED IN:' TO TL-LABEL
           MOVE IN-COUNT TO TL-COUNT
           MOVE IN-TOTAL TO TL-VALUE
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           MOVE 'REFUSED:' TO TL-LABEL
           MOVE REFUSED-COUNT TO TL-COUNT
           MOVE 0 TO TL-VALUE
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           .
       WRITE-TOTAL-LINES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PRINT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("SWEEPRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-PRINT-LINE-EXIT.
           EXIT.
