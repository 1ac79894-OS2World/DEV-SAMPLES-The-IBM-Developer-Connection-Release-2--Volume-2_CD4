      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, outward-payment returns.
      *
      * For CICS v3
      *
      * The payments network hands back every outward payment the
      * beneficiary's bank would not take (account closed, unknown,
      * name mismatch) on a returns file, loaded into the CLRRTN
      * input file (one record per return - the payment reference
      * OPAYCLR sent, the amount and the network's reason code)
      * before the run. This job reads CLRRTN end-to-end, matches
      * each return to its TECHOPAY payment (on file, sent, same
      * amount), and puts the money back on the customer's account
      * with a TECHAUDIT entry whose narrative carries the reference
      * and a TECHEVT notification so the customer is told. The
      * payment is marked returned with the date and reason, and each
      * input item is marked posted or rejected in place, so a rerun
      * finds nothing left to do and can never credit twice. A frozen
      * account still takes its money back - it was never the
      * beneficiary's to keep - but a closed one cannot, and is left
      * on the report for the branch. The whole run's re-credits come
      * out of the clearing internal account on the TECHPARM
      * 'INTACCTS' record as one contra, and the RTNRPT control
      * report proves the batch: returns in, re-credited and
      * rejected. Intended to be started nightly, inside the posting
      * window, as its own CICS transaction, not called from
      * VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPAYRTN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 RETURN-IN-RECORD.
        03 RTN-SEQ                     PIC 9(7).
        03 RTN-REF                     PIC 9(7).
        03 RTN-AMOUNT                  PIC S9(9)V99.
        03 RTN-REASON                  PIC X(2).
        03 RTN-STATUS                  PIC X(1).
          88 RTN-PENDING                       VALUE ' '.
          88 RTN-POSTED                        VALUE 'P'.
          88 RTN-REJECTED                      VALUE 'R'.

      * the TECHOPAY outward-payments record (see OPAYCLR)

       01 OUTWARD-PAYMENT-RECORD.
        03 OPY-REF                     PIC 9(7).
        03 OPY-ACCOUNT                 PIC X(5).
        03 OPY-FROM-NAME               PIC X(15).
        03 OPY-AMOUNT                  PIC S9(9)V99.
        03 OPY-BENE-BANK               PIC X(6).
        03 OPY-BENE-ACCT               PIC X(16).
        03 OPY-BENE-NAME               PIC X(20).
        03 OPY-STATUS                  PIC X(1).
          88 OPY-PENDING                       VALUE 'P'.
          88 OPY-SENT                          VALUE 'S'.
          88 OPY-RETURNED                      VALUE 'R'.
          88 OPY-CANCELLED                     VALUE 'X'.
        03 OPY-ENTRY-DATE              PIC X(8).
        03 OPY-ENTERED-BY              PIC X(8).
        03 OPY-SENT-DATE               PIC X(8).
        03 OPY-RETURN-DATE             PIC X(8).
        03 OPY-RETURN-REASON           PIC X(2).

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
          88 AUDIT-OP-CREDIT                   VALUE 'R'.
          88 AUDIT-OP-UPDATE                   VALUE 'U'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * the narrative every re-credit carries - the payment
      * reference the customer was given and the network's reason

       01 RTN-NARRATIVE-BUILD.
        03 FILLER                      PIC X(15)
                   VALUE 'OUTPAY RETURN '.
        03 RTN-NARR-REF                PIC 9(7).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 RTN-NARR-REASON             PIC X(2).
        03 FILLER                      PIC X(5) VALUE SPACES.

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


      * the TECHEVT notification event record and its TECHPARM
      * 'NOTPARM' selection record (see WRITE-EVENT-RECORD)

       01 EVENT-RECORD.
        03 EV-SEQNO                    PIC 9(9).
        03 EV-DATE                     PIC X(8).
        03 EV-ACCOUNT                  PIC X(5).
        03 EV-CUSTNO                   PIC X(6).
        03 EV-CODE                     PIC X(2).
        03 EV-AMOUNT                   PIC S9(9)V99.
        03 EV-TEXT                     PIC X(30).

       01 NOTIFY-PARM-RECORD.
        03 NOT-KEY                     PIC X(8).
        03 NOT-THRESHOLD               PIC S9(9)V99.
        03 NOT-DEBIT-FLAG              PIC X(1).
        03 NOT-FEE-FLAG                PIC X(1).
        03 NOT-SOFAIL-FLAG             PIC X(1).
        03 NOT-FREEZE-FLAG             PIC X(1).

       01 EVENT-VARS.
        03 EV-REC-LEN                  PIC S9(4) VALUE 71.
        03 CTL-EVTSEQ-KEY              PIC X(8) VALUE 'EVTSEQ'.
        03 NOT-REC-LEN                 PIC S9(4) VALUE 23.
        03 NOT-KEY-VALUE               PIC X(8) VALUE 'NOTPARM'.

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 RTN-REC-LEN                 PIC S9(4) VALUE 28.
        03 OPY-REC-LEN                 PIC S9(4) VALUE 115.
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

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(25)
                   VALUE 'OUTWARD-PAYMENT RETURNS'.
        03 FILLER                      PIC X(10) VALUE 'RUN DATE:'.
        03 HL-RUN-DATE                 PIC X(8).
        03 FILLER                      PIC X(37) VALUE SPACES.

       01 REJECT-LINE.
        03 RL-SEQ                      PIC 9(7).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 RL-REF                      PIC 9(7).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 RL-ACCOUNT                  PIC X(5).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 RL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 RL-REASON                   PIC X(12).
        03 FILLER                      PIC X(28) VALUE SPACES.

       01 CONTROL-LINE.
        03 CL-LABEL                    PIC X(22).
        03 CL-COUNT                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 CL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(33) VALUE SPACES.

       01 SETTLEMENT-LINE.
        03 FILLER                      PIC X(34)
                   VALUE 'CLEARING CONTRA (ONE TOTAL):'.
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

           MOVE RUN-DATE TO HL-RUN-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE LOW-VALUES TO RTN-SEQ

           EXEC CICS STARTBR
                   FILE("CLRRTN")
                   RIDFLD(RTN-SEQ)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

      * LENGTH-VAR is shared with the posting and audit I/O a
      * re-credit performs - restore the record length before every
      * READNEXT

            MOVE RTN-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("CLRRTN")
                    INTO(RETURN-IN-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(RTN-SEQ)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

      * items a prior run already posted or rejected stay exactly
      * as they are - reruns can never credit twice

             IF RTN-PENDING

              PERFORM RETURN-ONE-PAYMENT

             END-IF

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("CLRRTN")
                   NOHANDLE
                   END-EXEC

      * the re-credits come back out of the clearing account as one
      * movement - it was holding the money for the network

           PERFORM LOAD-INTERNAL-ACCTS

           MOVE IAP-CLEAR-ACCT TO CONTRA-ACCT
           COMPUTE CONTRA-AMOUNT = 0 - POSTED-TOTAL
           MOVE 'CLEARING - PAYMENT RETURNS' TO CONTRA-NARR

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

            PERFORM WRITE-CONTROL-LINE

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

            PERFORM WRITE-CONTROL-LINE

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
       RETURN-ONE-PAYMENT SECTION.

      * one return - matched to the payment it claims to be, then
      * the money goes back where it came from. The first rule
      * broken names the reject.

           ADD 1 TO ITEMS-IN-COUNT
           ADD RTN-AMOUNT TO VALUE-IN-TOTAL

           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO OPY-ACCOUNT

           MOVE RTN-REF TO OPY-REF

           MOVE OPY-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHOPAY")
                   INTO(OUTWARD-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(OPY-REF)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO OPY-ACCOUNT
            MOVE 'NO-PAYMENT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-PAYMENT-EXIT

           END-IF

      * only a payment that actually went out can come back - a
      * pending or cancelled one never left, a returned one is
      * already home

           IF NOT OPY-SENT

            MOVE 'NOT-SENT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-PAYMENT-EXIT

           END-IF

           IF RTN-AMOUNT NOT = OPY-AMOUNT

            MOVE 'BAD-AMOUNT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-PAYMENT-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(OPY-ACCOUNT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'NO-ACCOUNT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-PAYMENT-EXIT

           END-IF

      * a frozen account still takes its own money back; a closed
      * one has nowhere to put it - the branch settles it by hand

           IF ACCOUNT-CLOSEDO

            MOVE 'CLOSED' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-PAYMENT-EXIT

           END-IF

           MOVE TECHBASE-RECORD TO BEFORE-IMAGE

           ADD RTN-AMOUNT TO BALANCEO
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

            GO TO RETURN-ONE-PAYMENT-EXIT

           END-IF

           SET AUDIT-OP-CREDIT TO TRUE
           MOVE OPY-ACCOUNT TO AUDIT-ACCOUNT
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
           MOVE RTN-REF TO RTN-NARR-REF
           MOVE RTN-REASON TO RTN-NARR-REASON
           MOVE RTN-NARRATIVE-BUILD TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE ACCOUNTO TO EV-ACCOUNT
           MOVE CUSTOMER-NOO TO EV-CUSTNO
           MOVE 'PR' TO EV-CODE
           MOVE RTN-AMOUNT TO EV-AMOUNT
           MOVE 'OUTWARD PAYMENT RETURNED' TO EV-TEXT
           PERFORM WRITE-EVENT-RECORD

      * the payment is closed off as returned - TECHOPAY is still
      * held for update from the match above

           SET OPY-RETURNED TO TRUE
           MOVE RUN-DATE TO OPY-RETURN-DATE
           MOVE RTN-REASON TO OPY-RETURN-REASON

           MOVE OPY-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHOPAY")
                   FROM(OUTWARD-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           ADD 1 TO POSTED-COUNT
           ADD RTN-AMOUNT TO POSTED-TOTAL

           MOVE 'P' TO ITEM-MARK
           PERFORM MARK-INPUT-ITEM

           .
       RETURN-ONE-PAYMENT-EXIT.
           EXIT.
      *****************************************************************
       REJECT-THE-ITEM SECTION.

      * one line on the report for the payments desk to chase, and
      * the input item marked rejected so a rerun leaves it alone

           ADD 1 TO REJECTED-COUNT
           ADD RTN-AMOUNT TO REJECTED-TOTAL

           MOVE RTN-SEQ TO RL-SEQ
           MOVE RTN-REF TO RL-REF
           MOVE OPY-ACCOUNT TO RL-ACCOUNT
           MOVE RTN-AMOUNT TO RL-AMOUNT
           MOVE REJECT-REASON TO RL-REASON
           MOVE REJECT-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'R' TO ITEM-MARK
           PERFORM MARK-INPUT-ITEM

           .
       REJECT-THE-ITEM-EXIT.
           EXIT.
      *****************************************************************
       MARK-INPUT-ITEM SECTION.

      * ITEM-MARK carries the disposition to stamp; the rest of
      * the record is rewritten exactly as it came in

           MOVE RTN-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("CLRRTN")
                   INTO(RETURN-IN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RTN-SEQ)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE ITEM-MARK TO RTN-STATUS

            MOVE RTN-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("CLRRTN")
                    FROM(RETURN-IN-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       MARK-INPUT-ITEM-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-REPORT SECTION.

      * in = re-credited + rejected, item for item and cent for
      * cent - if these lines do not cross-foot the run is
      * investigated before the clearing account is settled

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'RETURNS IN:' TO CL-LABEL
           MOVE ITEMS-IN-COUNT TO CL-COUNT
           MOVE VALUE-IN-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'RETURNS RE-CREDITED:' TO CL-LABEL
           MOVE POSTED-COUNT TO CL-COUNT
           MOVE POSTED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'RETURNS REJECTED:' TO CL-LABEL
           MOVE REJECTED-COUNT TO CL-COUNT
           MOVE REJECTED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE POSTED-TOTAL TO SL-VALUE
           MOVE SETTLEMENT-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EVENT-RECORD SECTION.

      * one TECHEVT record for the nightly NOTIFY letters run,
      * numbered from the TECHCTL 'EVTSEQ' counter - the caller
      * fills EV-CODE, EV-TEXT, EV-AMOUNT, EV-ACCOUNT and
      * EV-CUSTNO. An unconfigured region (no TECHPARM 'NOTPARM'
      * record) writes nothing; a returned payment is always worth
      * a letter once notifications are on.

           MOVE NOT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(NOTIFY-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(NOT-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO WRITE-EVENT-RECORD-EXIT

           END-IF

           MOVE CTL-EVTSEQ-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-EVTSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-EVTSEQ-KEY TO CTL-KEY
            MOVE 1 TO CTL-NUM-VALUE
            MOVE SPACES TO CTL-CHAR-VALUE

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

           MOVE CTL-NUM-VALUE TO EV-SEQNO
           MOVE RUN-DATE TO EV-DATE

           MOVE EV-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHEVT")
                   FROM(EVENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(EV-SEQNO)
                   KEYLENGTH(9)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-EVENT-RECORD-EXIT.
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
                   FILE("RTNRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-CONTROL-LINE-EXIT.
           EXIT.
      *****************************************************************
