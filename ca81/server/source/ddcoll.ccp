      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, biller direct-debit collection.
      *
      * For CICS v3
      *
      * Utilities and insurers collect their bills from our
      * customers by direct debit, under the mandates the customers
      * gave them (the TECHMAND register, maintained through
      * VSAMSERV's MNDMAINT). Each biller's collection file is loaded
      * into the DDCIN input file (one record per bill - account,
      * the biller's mandate reference, amount) before the run, the
      * same staged-input way SALINF is loaded for SALCRED. This job
      * reads DDCIN end-to-end and checks each item against an
      * active mandate for that account and reference (and under the
      * mandate's ceiling, where the customer set one), then applies
      * the rules the online DEBIT-RECORD applies to a withdrawal
      * (account on file, not closed or frozen, inside the overdraft
      * limit and the available balance). Good items post as debits
      * with a TECHAUDIT entry whose narrative carries the biller's
      * reference, and the mandate is stamped with the date and
      * amount of its last collection. Every item that cannot be
      * paid - no mandate, a cancelled mandate, over the ceiling,
      * insufficient funds and the rest - goes to the DDCUNP
      * unpaid-returns file with a reason code, for return to the
      * biller, instead of just being refused. Each input item is
      * marked posted or unpaid in place, so a rerun finds nothing
      * left to do and can never collect twice. The day's
      * collections are owed to the billers, so the posted total is
      * credited to the clearing internal account on the TECHPARM
      * 'INTACCTS' record as one contra, and the DDCRPT control
      * report proves the batch: items and value in, paid and
      * unpaid. Intended to be started nightly, inside the posting
      * window, as its own CICS transaction, not called from
      * VSAMSERV. A bill on an account held in a foreign currency is
      * returned unpaid (FOREIGN-CCY) - the bill, and the clearing
      * account it settles through, are local money.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOLL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 COLLECTION-IN-RECORD.
        03 DDC-SEQ                     PIC 9(7).
        03 DDC-ACCOUNT                 PIC X(5).
        03 DDC-REF                     PIC X(16).
        03 DDC-AMOUNT                  PIC S9(9)V99.
        03 DDC-STATUS                  PIC X(1).
          88 DDC-PENDING                       VALUE ' '.
          88 DDC-POSTED                        VALUE 'P'.
          88 DDC-UNPAID                        VALUE 'R'.

       01 UNPAID-RETURN-RECORD.
        03 UNP-SEQ                     PIC 9(7).
        03 UNP-ACCOUNT                 PIC X(5).
        03 UNP-REF                     PIC X(16).
        03 UNP-AMOUNT                  PIC S9(9)V99.
        03 UNP-REASON                  PIC X(12).

      * the TECHMAND direct-debit mandate register (see VSAMSERV's
      * MNDMAINT) - keyed on account plus the biller's reference

       01 MANDATE-RECORD.
        03 MND-KEY.
         05 MND-ACCOUNT                PIC X(5).
         05 MND-REF                    PIC X(16).
        03 MND-BILLER                  PIC X(20).
        03 MND-LIMIT                   PIC S9(9)V99.
        03 MND-STATUS                  PIC X(1).
          88 MND-ACTIVE                        VALUE 'A'.
          88 MND-CANCELLED                     VALUE 'C'.
        03 MND-START-DATE              PIC X(8).
        03 MND-CREATED-BY              PIC X(8).
        03 MND-CANCEL-DATE             PIC X(8).
        03 MND-LAST-DATE               PIC X(8).
        03 MND-LAST-AMOUNT             PIC S9(9)V99.

       01 TECHBASE-RECORD.
        03 ACCOUNTO                    PIC X(5).
        03 SURNAMEO                    PIC X(15).
        03 FIRST-NAMEO                 PIC X(10).
        03 ADDRESSO                    PIC X(45).
        03 BALANCEO                    PIC S9(9)V99.
        03 OVERDRAFT-LIMITO            PIC S9(9)V99.
        03 ACCOUNT-STATUSO             PIC X(1).
          88 ACCOUNT-OPENO                     VALUE 'O'.
          88 ACCOUNT-CLOSEDO                   VALUE 'C'.
          88 ACCOUNT-FROZENO                   VALUE 'F'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 DAY-DEBIT-DATEO             PIC X(8).
        03 DAY-DEBIT-TOTALO            PIC S9(9)V99.
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

       01 BEFORE-IMAGE                 PIC X(148).

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-DEBIT                    VALUE 'B'.
          88 AUDIT-OP-UPDATE                   VALUE 'U'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * the narrative every collected bill carries - the biller's
      * own mandate reference, so the statement says whose bill
      * this was

       01 DDC-NARRATIVE-BUILD.
        03 FILLER                      PIC X(13) VALUE 'DIRECT DEBIT '.
        03 DDC-NARR-REFERENCE          PIC X(16).
        03 FILLER                      PIC X(1) VALUE SPACES.

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


      * the TECHPARM 'INTACCTS' record - the clearing internal
      * account the run's contra posts against (see
      * POST-CONTRA-MOVEMENT)

       01 INTERNAL-ACCTS-RECORD.
        03 IAP-KEY                     PIC X(8).
        03 IAP-FEE-ACCT                PIC X(5).
        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

       01 CONTRA-VARS.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.
        03 CONTRA-ACCT                 PIC X(5).
        03 CONTRA-AMOUNT               PIC S9(11)V99 COMP-3 VALUE 0.
        03 CONTRA-NARR                 PIC X(30).

      * the TECHPROD record - only the currency the account's
      * product is held in is used here

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

       01 CURRENCY-VARS.
        03 FXP-REC-LEN                 PIC S9(4) VALUE 16.
        03 FXP-KEY-VALUE               PIC X(8) VALUE 'FXPARM'.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 ACCOUNT-CURRENCY            PIC X(3).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 DDC-REC-LEN                 PIC S9(4) VALUE 40.
        03 UNP-REC-LEN                 PIC S9(4) VALUE 51.
        03 MND-REC-LEN                 PIC S9(4) VALUE 96.
        03 PROJECTED-BALANCE           PIC S9(9)V99.
        03 AVAILABLE-AFTER             PIC S9(9)V99.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 ITEMS-IN-COUNT              PIC 9(7) VALUE 0.
        03 POSTED-COUNT                PIC 9(7) VALUE 0.
        03 REJECTED-COUNT              PIC 9(7) VALUE 0.
        03 VALUE-IN-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
        03 POSTED-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.
        03 REJECTED-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 REJECT-REASON               PIC X(12).
        03 ITEM-MARK                   PIC X(1).


      * account-number check-digit working fields - the same
      * weighted mod-11 the online side enforces (see VSAMSERV's
      * CHECK-ACCOUNT-DIGIT), armed by the TECHCTL 'CHKDIGIT'
      * record

       01 CHKDIG-VARS.
        03 CHKDIG-ENABLED-SW           PIC 9 VALUE 0.
          88 CHKDIG-ENABLED                    VALUE 1.
        03 CHKDIG-ACCOUNT              PIC 9(5).
        03 CHKDIG-DIGITS REDEFINES CHKDIG-ACCOUNT.
         05 CHKDIG-D OCCURS 5          PIC 9.
        03 CHKDIG-SUM                  PIC 9(3).
        03 CHKDIG-QUOT                 PIC 9(3).
        03 CHKDIG-REM                  PIC 9(2).
        03 CHKDIG-EXPECTED             PIC 9(2).
        03 CHKDIG-OK-SW                PIC 9 VALUE 0.
          88 CHKDIG-OK                         VALUE 1.
        03 CTL-CHKDIGIT-KEY            PIC X(8) VALUE 'CHKDIGIT'.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(25)
                   VALUE 'DIRECT-DEBIT COLLECTION'.
        03 FILLER                      PIC X(10) VALUE 'RUN DATE:'.
        03 HL-RUN-DATE                 PIC X(8).
        03 FILLER                      PIC X(37) VALUE SPACES.

       01 CONTROL-LINE.
        03 CL-LABEL                    PIC X(22).
        03 CL-COUNT                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 CL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(33) VALUE SPACES.

       01 SETTLEMENT-LINE.
        03 FILLER                      PIC X(34)
                   VALUE 'BILLER SETTLEMENT (ONE TOTAL):'.
        03 SL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(31) VALUE SPACES.

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

           PERFORM LOAD-CHKDIGIT-SWITCH

           PERFORM LOAD-FX-PARM

           MOVE RUN-DATE TO HL-RUN-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE LOW-VALUES TO DDC-SEQ

           EXEC CICS STARTBR
                   FILE("DDCIN")
                   RIDFLD(DDC-SEQ)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

      * LENGTH-VAR is shared with the posting, mandate and audit
      * I/O a collected bill performs - restore the record length
      * before every READNEXT

            MOVE DDC-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("DDCIN")
                    INTO(COLLECTION-IN-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(DDC-SEQ)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

      * items a prior run already collected or returned unpaid stay
      * exactly as they are - reruns can never collect twice

             IF DDC-PENDING

              PERFORM COLLECT-ONE-DEBIT

             END-IF

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("DDCIN")
                   NOHANDLE
                   END-EXEC

      * the batch settles as one movement - the collected total
      * is owed to the billers, so it goes into the clearing
      * internal account the outgoing settlement is paid from

           PERFORM LOAD-INTERNAL-ACCTS

           MOVE IAP-CLEAR-ACCT TO CONTRA-ACCT
           MOVE POSTED-TOTAL TO CONTRA-AMOUNT
           MOVE 'CLEARING - DIRECT DEBITS' TO CONTRA-NARR

           PERFORM POST-CONTRA-MOVEMENT

           PERFORM WRITE-CONTROL-REPORT

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       POST-CONTRA-MOVEMENT SECTION.

      * the other side of the run's non-customer movement - one
      * posting of the run total against the internal account named
      * on the TECHPARM 'INTACCTS' record, so the books carry both
      * sides instead of money appearing from nowhere. A region
      * whose internal accounts were never named keeps the old
      * single-sided behavior, flagged on the report so the proof
      * reviewers know.

           IF CONTRA-AMOUNT = 0

            GO TO POST-CONTRA-MOVEMENT-EXIT

           END-IF

           IF CONTRA-ACCT = SPACES OR CONTRA-ACCT = LOW-VALUES

            MOVE 'NO INTERNAL ACCOUNT NAMED - CONTRA NOT POSTED'
              TO PRINT-LINE

            PERFORM WRITE-CONTRA-NOTE

            GO TO POST-CONTRA-MOVEMENT-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CONTRA-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'INTERNAL ACCOUNT NOT ON FILE - CONTRA NOT POSTED'
              TO PRINT-LINE

            PERFORM WRITE-CONTRA-NOTE

            GO TO POST-CONTRA-MOVEMENT-EXIT

           END-IF

           MOVE TECHBASE-RECORD TO BEFORE-IMAGE

           ADD CONTRA-AMOUNT TO BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBASE")
                   FROM(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE CONTRA-ACCT TO AUDIT-ACCOUNT
            MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
            MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
            MOVE CONTRA-NARR TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

           END-IF

           .
       POST-CONTRA-MOVEMENT-EXIT.
           EXIT.
      *****************************************************************
       LOAD-INTERNAL-ACCTS SECTION.

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

           IF EIBRESP NOT = 0

            MOVE SPACES TO INTERNAL-ACCTS-RECORD

           END-IF

           .
       LOAD-INTERNAL-ACCTS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTRA-NOTE SECTION.

           EXEC CICS WRITE
                   FILE("DDCRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-CONTRA-NOTE-EXIT.
           EXIT.
      *****************************************************************
       COLLECT-ONE-DEBIT SECTION.

      * one bill - checked against the customer's mandate, then
      * validated the way DEBIT-RECORD validates a withdrawal and
      * posted with the biller's reference in the audit narrative.
      * The first rule broken names the unpaid reason.

           ADD 1 TO ITEMS-IN-COUNT
           ADD DDC-AMOUNT TO VALUE-IN-TOTAL

           MOVE SPACES TO REJECT-REASON

           IF DDC-AMOUNT NOT > 0

            MOVE 'BAD-AMOUNT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

      * a transposed account number in the biller's file bounces
      * on its check digit before the file is even touched - same
      * test the online side makes

           IF CHKDIG-ENABLED

            IF DDC-ACCOUNT NOT NUMERIC

             MOVE 'BAD-CHECKDIG' TO REJECT-REASON

             PERFORM REJECT-THE-ITEM

             GO TO COLLECT-ONE-DEBIT-EXIT

            END-IF

            MOVE DDC-ACCOUNT TO CHKDIG-ACCOUNT

            PERFORM CHECK-ACCOUNT-DIGIT

            IF NOT CHKDIG-OK

             MOVE 'BAD-CHECKDIG' TO REJECT-REASON

             PERFORM REJECT-THE-ITEM

             GO TO COLLECT-ONE-DEBIT-EXIT

            END-IF

           END-IF

      * no money leaves without the customer's say-so - the biller
      * must hold a live mandate on this account under this
      * reference, and the bill must sit inside any ceiling the
      * customer put on it

           MOVE DDC-ACCOUNT TO MND-ACCOUNT
           MOVE DDC-REF TO MND-REF

           MOVE MND-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHMAND")
                   INTO(MANDATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(MND-KEY)
                   KEYLENGTH(21)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'NO-MANDATE' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

           IF NOT MND-ACTIVE

            MOVE 'CANCELLED' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

           IF MND-LIMIT > 0
              AND DDC-AMOUNT > MND-LIMIT

            MOVE 'OVER-LIMIT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DDC-ACCOUNT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'NO-ACCOUNT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 'CLOSED' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

           IF ACCOUNT-FROZENO

            MOVE 'FROZEN' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

      * the bill is local money and settles through a local
      * clearing account - it cannot be taken at face value from an
      * account held in another currency

           PERFORM GET-ACCOUNT-CURRENCY

           IF ACCOUNT-CURRENCY NOT = SPACES

            MOVE 'FOREIGN-CCY' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

           COMPUTE PROJECTED-BALANCE = BALANCEO - DDC-AMOUNT

           IF PROJECTED-BALANCE < 0
              AND PROJECTED-BALANCE < (0 - OVERDRAFT-LIMITO)

            MOVE 'INSUFF-FUNDS' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

      * uncleared deposits are spendable only once their holds
      * mature - the same available-balance floor DEBIT-RECORD
      * applies through CHECK-AVAILABLE-FUNDS

           IF HOLD-AMOUNTO NUMERIC
              AND HOLD-AMOUNTO > 0

            COMPUTE AVAILABLE-AFTER = BALANCEO
                    - DDC-AMOUNT - HOLD-AMOUNTO

            IF AVAILABLE-AFTER < 0
               AND AVAILABLE-AFTER < (0 - OVERDRAFT-LIMITO)

             MOVE 'INSUFF-FUNDS' TO REJECT-REASON

             PERFORM REJECT-THE-ITEM

             GO TO COLLECT-ONE-DEBIT-EXIT

            END-IF

           END-IF

           MOVE TECHBASE-RECORD TO BEFORE-IMAGE

           SUBTRACT DDC-AMOUNT FROM BALANCEO
           MOVE RUN-DATE TO LAST-ACTIVITY-DATEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBASE")
                   FROM(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'REWRITE-FAIL' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO COLLECT-ONE-DEBIT-EXIT

           END-IF

           SET AUDIT-OP-DEBIT TO TRUE
           MOVE DDC-ACCOUNT TO AUDIT-ACCOUNT
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
           MOVE DDC-REF TO DDC-NARR-REFERENCE
           MOVE DDC-NARRATIVE-BUILD TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           PERFORM STAMP-MANDATE

           ADD 1 TO POSTED-COUNT
           ADD DDC-AMOUNT TO POSTED-TOTAL

           MOVE 'P' TO ITEM-MARK
           PERFORM MARK-INPUT-ITEM

           .
       COLLECT-ONE-DEBIT-EXIT.
           EXIT.
      *****************************************************************
       STAMP-MANDATE SECTION.

      * the mandate remembers its last collection, so the customer
      * (and the teller listing their mandates) can see when a
      * biller last took money and how much

           MOVE DDC-ACCOUNT TO MND-ACCOUNT
           MOVE DDC-REF TO MND-REF

           MOVE MND-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHMAND")
                   INTO(MANDATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(MND-KEY)
                   KEYLENGTH(21)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE RUN-DATE TO MND-LAST-DATE
            MOVE DDC-AMOUNT TO MND-LAST-AMOUNT

            MOVE MND-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHMAND")
                    FROM(MANDATE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       STAMP-MANDATE-EXIT.
           EXIT.
      *****************************************************************
       REJECT-THE-ITEM SECTION.

      * one record on the unpaid-returns file the biller gets back,
      * and the input item marked unpaid so a rerun leaves it alone

           ADD 1 TO REJECTED-COUNT
           ADD DDC-AMOUNT TO REJECTED-TOTAL

           MOVE DDC-SEQ TO UNP-SEQ
           MOVE DDC-ACCOUNT TO UNP-ACCOUNT
           MOVE DDC-REF TO UNP-REF
           MOVE DDC-AMOUNT TO UNP-AMOUNT
           MOVE REJECT-REASON TO UNP-REASON

           MOVE UNP-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("DDCUNP")
                   FROM(UNPAID-RETURN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(UNP-SEQ)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           MOVE 'R' TO ITEM-MARK
           PERFORM MARK-INPUT-ITEM

           .
       REJECT-THE-ITEM-EXIT.
           EXIT.
      *****************************************************************
       MARK-INPUT-ITEM SECTION.

      * ITEM-MARK carries the disposition to stamp; the rest of
      * the record is rewritten exactly as it came in

           MOVE DDC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("DDCIN")
                   INTO(COLLECTION-IN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DDC-SEQ)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE ITEM-MARK TO DDC-STATUS

            MOVE DDC-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("DDCIN")
                    FROM(COLLECTION-IN-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       MARK-INPUT-ITEM-EXIT.
           EXIT.
      *****************************************************************
       LOAD-CHKDIGIT-SWITCH SECTION.

           MOVE 0 TO CHKDIG-ENABLED-SW

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-CHKDIGIT-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND CTL-CHAR-VALUE(1:1) = 'Y'

            MOVE 1 TO CHKDIG-ENABLED-SW

           END-IF

           .
       LOAD-CHKDIGIT-SWITCH-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ACCOUNT-DIGIT SECTION.

      * weighted mod-11 over the first four digits of
      * CHKDIG-ACCOUNT; the fifth must equal the computed check.
      * Leaves CHKDIG-OK-SW.

           MOVE 0 TO CHKDIG-OK-SW

           COMPUTE CHKDIG-SUM = CHKDIG-D(1) * 5
                              + CHKDIG-D(2) * 4
                              + CHKDIG-D(3) * 3
                              + CHKDIG-D(4) * 2

           DIVIDE CHKDIG-SUM BY 11
                  GIVING CHKDIG-QUOT
                  REMAINDER CHKDIG-REM

           COMPUTE CHKDIG-EXPECTED = 11 - CHKDIG-REM

           IF CHKDIG-EXPECTED = 11

            MOVE 0 TO CHKDIG-EXPECTED

           END-IF

           IF CHKDIG-EXPECTED < 10
              AND CHKDIG-D(5) = CHKDIG-EXPECTED

            MOVE 1 TO CHKDIG-OK-SW

           END-IF

           .
       CHECK-ACCOUNT-DIGIT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-REPORT SECTION.

      * in = paid + unpaid, item for item and cent for cent -
      * if these lines do not cross-foot the run is investigated
      * before the settlement is funded

           MOVE 'ITEMS IN:' TO CL-LABEL
           MOVE ITEMS-IN-COUNT TO CL-COUNT
           MOVE VALUE-IN-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'ITEMS PAID:' TO CL-LABEL
           MOVE POSTED-COUNT TO CL-COUNT
           MOVE POSTED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'ITEMS UNPAID:' TO CL-LABEL
           MOVE REJECTED-COUNT TO CL-COUNT
           MOVE REJECTED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

      * the billers are settled (and the clearing account takes
      * its contra) as one total for the whole batch, never per
      * bill

           MOVE POSTED-TOTAL TO SL-VALUE
           MOVE SETTLEMENT-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      *****************************************************************
       LOAD-FX-PARM SECTION.

      * the local currency code (TECHPARM 'FXPARM') - a region
      * without the record treats every product as local

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

           .
       LOAD-FX-PARM-EXIT.
           EXIT.
      *****************************************************************
       GET-ACCOUNT-CURRENCY SECTION.

      * the currency the account's product is held in, into
      * ACCOUNT-CURRENCY - spaces for the local currency, for a
      * product naming none and for one not on TECHPROD

           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PRODUCT-CODEO)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR PROD-CURRENCY = LOW-VALUES
              OR PROD-CURRENCY = FXP-LOCAL-CCY

            MOVE SPACES TO PROD-CURRENCY

           END-IF

           MOVE PROD-CURRENCY TO ACCOUNT-CURRENCY

           .
       GET-ACCOUNT-CURRENCY-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

      * sequence number from the TECHCTL 'AUDSEQ' control record -
      * same persisted counter VSAMSERV maintains; entries carry the
      * business date established at start of run

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

           MOVE RUN-DATE TO AUDIT-DATE

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
       WRITE-CONTROL-LINE SECTION.

           EXEC CICS WRITE
                   FILE("DDCRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-CONTROL-LINE-EXIT.
           EXIT.
      *****************************************************************
