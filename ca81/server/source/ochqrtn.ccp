      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, returned cheque chargebacks.
      *
      * For CICS v3
      *
      * The clearing house hands back every cheque OCHQCLR presented
      * that the drawee bank would not pay (no funds, stopped,
      * account closed, signature) as unpaid items, loaded into the
      * OCQRTN input file (one record per item - the item reference
      * OCHQCLR sent, the amount and the clearing house's reason
      * code) before the run. This job reads OCQRTN end-to-end,
      * matches each item to its TECHOCHQ register entry (on file,
      * sent, same amount) and charges it back to the customer who
      * paid it in:
      *
      *   - the credit is reversed out of the account with a
      *     TECHAUDIT entry whose narrative carries the reference
      *     and the reason - overdrawing it if need be, the money
      *     was never the customer's to spend
      *   - the deposit hold the cheque went under, while its
      *     TECHHOLD detail is still outstanding, is lifted in the
      *     same rewrite (the detail deleted, HOLD-AMOUNTO reduced)
      *     so the account is not held twice for the same money
      *   - the TECHPARM 'RCHQFEE' returned-cheque fee is charged as
      *     its own audited posting, under NSFFEE's rule that a fee
      *     never takes an account past its overdraft limit
      *   - a TECHEVT notification is raised so the customer is told
      *
      * The item is marked returned with the date and reason, and
      * each input item is marked posted or rejected in place, so a
      * rerun finds nothing left to do and can never charge back
      * twice. A frozen account is still charged back; a closed one
      * cannot be, and is left on the report for the branch. The
      * whole run's chargebacks go back into the clearing internal
      * account on the TECHPARM 'INTACCTS' record, and the fees to
      * the fee-income account, as one contra each. The OCQRRPT
      * returns report lists the items branch by branch (the
      * account's BRANCH-CODEO), with a total per branch, followed by
      * the control totals that prove the batch: items in, charged
      * back and rejected. Intended to be started nightly, inside
      * the posting window, as its own CICS transaction, not called
      * from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCHQRTN.
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

      * the TECHOCHQ outward-items record (see OCHQCLR)

       01 OUTWARD-CHEQUE-RECORD.
        03 OCQ-REF                     PIC 9(7).
        03 OCQ-ACCOUNT                 PIC X(5).
        03 OCQ-AMOUNT                  PIC S9(9)V99.
        03 OCQ-DRAWEE-BANK             PIC X(6).
        03 OCQ-CHEQUE-NO               PIC X(10).
        03 OCQ-HOLD-SEQ                PIC 9(3).
        03 OCQ-HOLD-AMOUNT             PIC S9(9)V99.
        03 OCQ-HOLD-DATE               PIC X(8).
        03 OCQ-STATUS                  PIC X(1).
          88 OCQ-PENDING                       VALUE 'P'.
          88 OCQ-SENT                          VALUE 'S'.
          88 OCQ-RETURNED                      VALUE 'R'.
          88 OCQ-CANCELLED                     VALUE 'X'.
        03 OCQ-DEPOSIT-DATE            PIC X(8).
        03 OCQ-ENTERED-BY              PIC X(8).
        03 OCQ-SENT-DATE               PIC X(8).
        03 OCQ-RETURN-DATE             PIC X(8).
        03 OCQ-RETURN-REASON           PIC X(2).

      * the TECHHOLD deposit-hold detail (see VSAMSERV's
      * ADD-DEPOSIT-HOLD and HOLDREL)

       01 DEPOSIT-HOLD-RECORD.
        03 DH-KEY.
         05 DH-ACCOUNT                 PIC X(5).
         05 DH-SEQ                     PIC 9(3).
        03 DH-AMOUNT                   PIC S9(9)V99.
        03 DH-RELEASE-DATE             PIC X(8).

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

      * the account as it stands between the chargeback and the
      * fee - the after-image of the one and the before-image of
      * the other, so each audit entry carries its own delta

       01 MIDDLE-IMAGE                 PIC X(148).

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

      * the narrative every chargeback carries - the item reference
      * the customer was given and the clearing house's reason

       01 RTN-NARRATIVE-BUILD.
        03 FILLER                      PIC X(14)
                   VALUE 'CHEQUE RETURN '.
        03 RTN-NARR-REF                PIC 9(7).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 RTN-NARR-REASON             PIC X(2).
        03 FILLER                      PIC X(6) VALUE SPACES.

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


      * the TECHPARM 'INTACCTS' record - the clearing and fee-income
      * internal accounts the run's contras post against (see
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

      * the TECHPARM 'RCHQFEE' record - the returned-cheque fee,
      * maintained through VSAMSERV's PARMMAINT. No record charges
      * nothing.

       01 RETURNED-CHEQUE-FEE-RECORD.
        03 RCF-KEY                     PIC X(8).
        03 RCF-FEE                     PIC S9(7)V99.

       01 FEE-VARS.
        03 RCF-REC-LEN                 PIC S9(4) VALUE 17.
        03 RCF-KEY-VALUE               PIC X(8) VALUE 'RCHQFEE'.
        03 FEE-AMOUNT                  PIC S9(7)V99 VALUE 0.
        03 FEE-TAKEN                   PIC S9(7)V99 VALUE 0.


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

      * the TECHBRM branch reference record - the branch headings
      * carry the branch name beside the code

       01 BRANCH-MASTER-RECORD.
        03 BRM-CODE                    PIC X(4).
        03 BRM-NAME                    PIC X(20).
        03 BRM-REGION                  PIC X(8).
        03 BRM-STATUS                  PIC X(1).

      * the night's items, kept in branch order as they are worked
      * (arrival order within a branch) so the report can be
      * printed branch by branch once the input is exhausted

       01 REPORT-TABLE.
        03 RT-COUNT                    PIC 9(4) COMP VALUE 0.
        03 RT-ENTRY OCCURS 1000 TIMES.
         05 RT-BRANCH                  PIC X(4).
         05 RT-CHARGED                 PIC X(1).
         05 RT-AMOUNT                  PIC S9(9)V99.
         05 RT-FEE                     PIC S9(7)V99.
         05 RT-TEXT                    PIC X(80).

       01 REPORT-VARS.
        03 RT-IX                       PIC 9(4) COMP VALUE 0.
        03 RT-TO-IX                    PIC 9(4) COMP VALUE 0.
        03 RT-PLACED-SW                PIC 9 VALUE 0.
          88 RT-PLACED                         VALUE 1.
        03 RT-FULL-SW                  PIC 9 VALUE 0.
          88 RT-FULL-NOTED                     VALUE 1.
        03 NEW-BRANCH                  PIC X(4).
        03 NEW-CHARGED                 PIC X(1).
        03 CURRENT-BRANCH              PIC X(4).
        03 BRANCH-CHARGED-COUNT        PIC 9(5) VALUE 0.
        03 BRANCH-CHARGED-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
        03 BRANCH-FEE-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 RTN-REC-LEN                 PIC S9(4) VALUE 28.
        03 OCQ-REC-LEN                 PIC S9(4) VALUE 96.
        03 DH-REC-LEN                  PIC S9(4) VALUE 27.
        03 BRM-REC-LEN                 PIC S9(4) VALUE 33.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 HOLD-FOUND-SW               PIC 9 VALUE 0.
          88 HOLD-FOUND                        VALUE 1.
        03 ITEMS-IN-COUNT              PIC 9(7) VALUE 0.
        03 POSTED-COUNT                PIC 9(7) VALUE 0.
        03 REJECTED-COUNT              PIC 9(7) VALUE 0.
        03 HOLDS-LIFTED-COUNT          PIC 9(7) VALUE 0.
        03 FEES-COUNT                  PIC 9(7) VALUE 0.
        03 FEES-WAIVED-COUNT           PIC 9(7) VALUE 0.
        03 VALUE-IN-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
        03 POSTED-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.
        03 REJECTED-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
        03 HOLDS-LIFTED-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
        03 FEES-TOTAL                  PIC S9(11)V99 COMP-3 VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 REJECT-REASON               PIC X(12).
        03 ITEM-MARK                   PIC X(1).
        03 HOLD-LIFTED                 PIC S9(9)V99 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(25)
                   VALUE 'RETURNED CHEQUES'.
        03 FILLER                      PIC X(10) VALUE 'RUN DATE:'.
        03 HL-RUN-DATE                 PIC X(8).
        03 FILLER                      PIC X(37) VALUE SPACES.

       01 BRANCH-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'BRANCH:'.
        03 BHL-CODE                    PIC X(6).
        03 BHL-NAME                    PIC X(20).
        03 FILLER                      PIC X(46) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(41)
                   VALUE 'REF     ACCT  BANK   CHEQUE'.
        03 FILLER                      PIC X(39)
                   VALUE 'AMOUNT    HOLD LIFTED    FEE NOTE'.

       01 DETAIL-LINE.
        03 DL-REF                      PIC 9(7).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-ACCOUNT                  PIC X(5).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-DRAWEE-BANK              PIC X(6).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-CHEQUE-NO                PIC X(10).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-HOLD                     PIC -(7)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-FEE                      PIC -(5)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-NOTE                     PIC X(12).

       01 BRANCH-TOTAL-LINE.
        03 FILLER                      PIC X(22)
                   VALUE '  CHARGED BACK BRANCH'.
        03 BTL-CODE                    PIC X(5).
        03 BTL-COUNT                   PIC ZZZZ9.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 BTL-VALUE                   PIC -(11)9.99.
        03 FILLER                      PIC X(7) VALUE '  FEES '.
        03 BTL-FEES                    PIC -(9)9.99.
        03 FILLER                      PIC X(12) VALUE SPACES.

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

           PERFORM LOAD-RETURN-FEE

           MOVE LOW-VALUES TO RTN-SEQ

           EXEC CICS STARTBR
                   FILE("OCQRTN")
                   RIDFLD(RTN-SEQ)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

      * LENGTH-VAR is shared with the posting and audit I/O a
      * chargeback performs - restore the record length before every
      * READNEXT

            MOVE RTN-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("OCQRTN")
                    INTO(RETURN-IN-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(RTN-SEQ)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

      * items a prior run already posted or rejected stay exactly
      * as they are - reruns can never charge back twice

             IF RTN-PENDING

              PERFORM RETURN-ONE-CHEQUE

             END-IF

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("OCQRTN")
                   NOHANDLE
                   END-EXEC

           PERFORM PRINT-BRANCH-REPORT

      * the chargebacks go back into the clearing account as one
      * movement - it was carrying what the drawee banks owed us -
      * and the fees to fee income as another

           PERFORM LOAD-INTERNAL-ACCTS

           MOVE IAP-CLEAR-ACCT TO CONTRA-ACCT
           MOVE POSTED-TOTAL TO CONTRA-AMOUNT
           MOVE 'CLEARING - CHEQUE RETURNS' TO CONTRA-NARR

           PERFORM POST-CONTRA-MOVEMENT

           MOVE IAP-FEE-ACCT TO CONTRA-ACCT
           MOVE FEES-TOTAL TO CONTRA-AMOUNT
           MOVE 'FEE INCOME - RETURNED CHEQUES' TO CONTRA-NARR

           PERFORM POST-CONTRA-MOVEMENT

           PERFORM WRITE-CONTROL-REPORT

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-RETURN-FEE SECTION.

      * the fee is read once at start of run, like NSFFEE's rates;
      * a region that never set one charges nothing

           MOVE 0 TO FEE-AMOUNT

           MOVE RCF-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(RETURNED-CHEQUE-FEE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RCF-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND RCF-FEE NUMERIC AND RCF-FEE > 0

            MOVE RCF-FEE TO FEE-AMOUNT

           END-IF

           .
       LOAD-RETURN-FEE-EXIT.
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
       RETURN-ONE-CHEQUE SECTION.

      * one unpaid item - matched to the cheque it claims to be,
      * then charged back to the account it was paid into. The
      * first rule broken names the reject.

           ADD 1 TO ITEMS-IN-COUNT
           ADD RTN-AMOUNT TO VALUE-IN-TOTAL

           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO NEW-BRANCH
           MOVE 0 TO HOLD-LIFTED
           MOVE 0 TO FEE-TAKEN

           MOVE SPACES TO OUTWARD-CHEQUE-RECORD
           MOVE RTN-REF TO OCQ-REF

           MOVE OCQ-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHOCHQ")
                   INTO(OUTWARD-CHEQUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(OCQ-REF)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO OUTWARD-CHEQUE-RECORD
            MOVE RTN-REF TO OCQ-REF
            MOVE 'NO-ITEM' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-CHEQUE-EXIT

           END-IF

      * only an item that was actually presented can come back - a
      * pending or cancelled one never left, a returned one has
      * already been charged back

           IF NOT OCQ-SENT

            MOVE 'NOT-SENT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-CHEQUE-EXIT

           END-IF

           IF RTN-AMOUNT NOT = OCQ-AMOUNT

            MOVE 'BAD-AMOUNT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-CHEQUE-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(OCQ-ACCOUNT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'NO-ACCOUNT' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-CHEQUE-EXIT

           END-IF

           MOVE BRANCH-CODEO TO NEW-BRANCH

      * a frozen account is still charged back - the money was never
      * the customer's; a closed one has nowhere to take it from -
      * the branch settles it by hand

           IF ACCOUNT-CLOSEDO

            MOVE 'CLOSED' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-CHEQUE-EXIT

           END-IF

           PERFORM FIND-CHEQUE-HOLD

           MOVE TECHBASE-RECORD TO BEFORE-IMAGE

      * the chargeback - the credit comes back out, and the hold
      * still sitting on it with it. Whatever a court order captured
      * of the deposit stays with the order.

           SUBTRACT OCQ-AMOUNT FROM BALANCEO
           MOVE RUN-DATE TO LAST-ACTIVITY-DATEO

           IF HOLD-FOUND

            MOVE DH-AMOUNT TO HOLD-LIFTED

            IF HOLD-AMOUNTO NUMERIC

             SUBTRACT HOLD-LIFTED FROM HOLD-AMOUNTO

             IF HOLD-AMOUNTO < 0

              MOVE 0 TO HOLD-AMOUNTO

             END-IF

            END-IF

           END-IF

           MOVE TECHBASE-RECORD TO MIDDLE-IMAGE

      * the fee only where it leaves the account within its
      * overdraft limit - NSFFEE's rule

           IF FEE-AMOUNT > 0

            IF BALANCEO - FEE-AMOUNT < 0 - OVERDRAFT-LIMITO

             ADD 1 TO FEES-WAIVED-COUNT

            ELSE

             SUBTRACT FEE-AMOUNT FROM BALANCEO
             MOVE FEE-AMOUNT TO FEE-TAKEN

            END-IF

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBASE")
                   FROM(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 0 TO HOLD-LIFTED
            MOVE 0 TO FEE-TAKEN
            MOVE 'REWRITE-FAIL' TO REJECT-REASON

            PERFORM REJECT-THE-ITEM

            GO TO RETURN-ONE-CHEQUE-EXIT

           END-IF

      * the balance is down - only now does the hold detail go, so
      * a failed rewrite never leaves an account with its detail
      * deleted but its held total untouched

           IF HOLD-FOUND

            EXEC CICS DELETE
                    FILE("TECHHOLD")
                    NOHANDLE
                    END-EXEC

            ADD 1 TO HOLDS-LIFTED-COUNT
            ADD HOLD-LIFTED TO HOLDS-LIFTED-TOTAL

           END-IF

           SET AUDIT-OP-DEBIT TO TRUE
           MOVE OCQ-ACCOUNT TO AUDIT-ACCOUNT
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE MIDDLE-IMAGE TO AUDIT-AFTER-IMAGE
           MOVE RTN-REF TO RTN-NARR-REF
           MOVE RTN-REASON TO RTN-NARR-REASON
           MOVE RTN-NARRATIVE-BUILD TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           IF FEE-TAKEN > 0

            SET AUDIT-OP-DEBIT TO TRUE
            MOVE OCQ-ACCOUNT TO AUDIT-ACCOUNT
            MOVE MIDDLE-IMAGE TO AUDIT-BEFORE-IMAGE
            MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'RETURNED CHEQUE FEE' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            ADD 1 TO FEES-COUNT
            ADD FEE-TAKEN TO FEES-TOTAL

           END-IF

           MOVE ACCOUNTO TO EV-ACCOUNT
           MOVE CUSTOMER-NOO TO EV-CUSTNO
           MOVE 'CR' TO EV-CODE
           MOVE RTN-AMOUNT TO EV-AMOUNT
           MOVE 'CHEQUE PAID IN RETURNED UNPAID' TO EV-TEXT
           PERFORM WRITE-EVENT-RECORD

      * the item is closed off as returned - TECHOCHQ is still held
      * for update from the match above

           SET OCQ-RETURNED TO TRUE
           MOVE RUN-DATE TO OCQ-RETURN-DATE
           MOVE RTN-REASON TO OCQ-RETURN-REASON

           MOVE OCQ-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHOCHQ")
                   FROM(OUTWARD-CHEQUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           ADD 1 TO POSTED-COUNT
           ADD RTN-AMOUNT TO POSTED-TOTAL

           MOVE SPACES TO DL-NOTE
           STRING 'REASON ' RTN-REASON
                  DELIMITED BY SIZE
                  INTO DL-NOTE
           END-STRING

           IF FEE-AMOUNT > 0 AND FEE-TAKEN = 0

            MOVE 'FEE OVER LIM' TO DL-NOTE

           END-IF

           MOVE 'Y' TO NEW-CHARGED
           PERFORM ADD-REPORT-ENTRY

           MOVE 'P' TO ITEM-MARK
           PERFORM MARK-INPUT-ITEM

           .
       RETURN-ONE-CHEQUE-EXIT.
           EXIT.
      *****************************************************************
       FIND-CHEQUE-HOLD SECTION.

      * the hold is only this cheque's while the TECHHOLD detail
      * under its key still carries the amount and release date it
      * went on with - HOLDREL may have released it at maturity, and
      * the sequence since been given to a later deposit. Read for
      * update; the caller deletes it once the balance is down.

           MOVE 0 TO HOLD-FOUND-SW

           IF OCQ-HOLD-SEQ NOT NUMERIC OR OCQ-HOLD-SEQ = 0

            GO TO FIND-CHEQUE-HOLD-EXIT

           END-IF

           MOVE OCQ-ACCOUNT TO DH-ACCOUNT
           MOVE OCQ-HOLD-SEQ TO DH-SEQ

           MOVE DH-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHHOLD")
                   INTO(DEPOSIT-HOLD-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DH-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND DH-AMOUNT = OCQ-HOLD-AMOUNT
              AND DH-RELEASE-DATE = OCQ-HOLD-DATE

            MOVE 1 TO HOLD-FOUND-SW

           END-IF

           .
       FIND-CHEQUE-HOLD-EXIT.
           EXIT.
      *****************************************************************
       REJECT-THE-ITEM SECTION.

      * one line on the report for the branch to chase, and the
      * input item marked rejected so a rerun leaves it alone

           ADD 1 TO REJECTED-COUNT
           ADD RTN-AMOUNT TO REJECTED-TOTAL

           MOVE REJECT-REASON TO DL-NOTE
           MOVE 'N' TO NEW-CHARGED
           PERFORM ADD-REPORT-ENTRY

           MOVE 'R' TO ITEM-MARK
           PERFORM MARK-INPUT-ITEM

           .
       REJECT-THE-ITEM-EXIT.
           EXIT.
      *****************************************************************
       ADD-REPORT-ENTRY SECTION.

      * the detail line is built now, while the item is in hand, and
      * slotted into the table after the last entry of its branch.
      * A night too big for the table lists the overflow straight
      * away, ungrouped, under a warning - nothing goes unreported.

           MOVE RTN-REF TO DL-REF
           MOVE OCQ-ACCOUNT TO DL-ACCOUNT
           MOVE OCQ-DRAWEE-BANK TO DL-DRAWEE-BANK
           MOVE OCQ-CHEQUE-NO TO DL-CHEQUE-NO
           MOVE RTN-AMOUNT TO DL-AMOUNT
           MOVE HOLD-LIFTED TO DL-HOLD
           MOVE FEE-TAKEN TO DL-FEE

           IF RT-COUNT NOT < 1000

            IF NOT RT-FULL-NOTED

             MOVE 'REPORT TABLE FULL - ITEMS BELOW NOT IN BRANCH ORDER'
               TO PRINT-LINE
             PERFORM WRITE-CONTROL-LINE

             MOVE 1 TO RT-FULL-SW

            END-IF

            MOVE DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-CONTROL-LINE

            GO TO ADD-REPORT-ENTRY-EXIT

           END-IF

           MOVE RT-COUNT TO RT-IX
           MOVE 0 TO RT-PLACED-SW

           PERFORM SHIFT-ONE-ENTRY UNTIL RT-PLACED

           ADD 1 TO RT-IX
           ADD 1 TO RT-COUNT

           MOVE NEW-BRANCH TO RT-BRANCH(RT-IX)
           MOVE NEW-CHARGED TO RT-CHARGED(RT-IX)
           MOVE RTN-AMOUNT TO RT-AMOUNT(RT-IX)
           MOVE FEE-TAKEN TO RT-FEE(RT-IX)
           MOVE DETAIL-LINE TO RT-TEXT(RT-IX)

           GO TO ADD-REPORT-ENTRY-EXIT

           .
      *****************************************************************
       SHIFT-ONE-ENTRY.

      * entries of a later branch move down one to make room

           IF RT-IX = 0

            MOVE 1 TO RT-PLACED-SW

           ELSE

            IF RT-BRANCH(RT-IX) > NEW-BRANCH

             COMPUTE RT-TO-IX = RT-IX + 1
             MOVE RT-ENTRY(RT-IX) TO RT-ENTRY(RT-TO-IX)
             SUBTRACT 1 FROM RT-IX

            ELSE

             MOVE 1 TO RT-PLACED-SW

            END-IF

           END-IF

           .
       ADD-REPORT-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       PRINT-BRANCH-REPORT SECTION.

      * one block per branch - heading with the TECHBRM name, the
      * column heading, its items, and what was charged back there

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           IF RT-COUNT = 0

            MOVE 'NO CHEQUES RETURNED' TO PRINT-LINE
            PERFORM WRITE-CONTROL-LINE

            GO TO PRINT-BRANCH-REPORT-EXIT

           END-IF

           PERFORM PRINT-ONE-ENTRY
                   VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RT-COUNT

           PERFORM CLOSE-BRANCH

           GO TO PRINT-BRANCH-REPORT-EXIT

           .
      *****************************************************************
       PRINT-ONE-ENTRY.

           IF RT-IX = 1 OR RT-BRANCH(RT-IX) NOT = CURRENT-BRANCH

            IF RT-IX > 1

             PERFORM CLOSE-BRANCH

            END-IF

            MOVE RT-BRANCH(RT-IX) TO CURRENT-BRANCH

            PERFORM WRITE-BRANCH-HEADING

           END-IF

           MOVE RT-TEXT(RT-IX) TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           IF RT-CHARGED(RT-IX) = 'Y'

            ADD 1 TO BRANCH-CHARGED-COUNT
            ADD RT-AMOUNT(RT-IX) TO BRANCH-CHARGED-TOTAL
            ADD RT-FEE(RT-IX) TO BRANCH-FEE-TOTAL

           END-IF

           .
       PRINT-BRANCH-REPORT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-BRANCH-HEADING SECTION.

      * a code with no TECHBRM record shows as such rather than
      * being dropped; an item whose account could not be found has
      * no branch at all and heads the report

           MOVE SPACES TO BRANCH-MASTER-RECORD

           IF CURRENT-BRANCH = SPACES

            MOVE '(NO ACCOUNT FOUND)' TO BRM-NAME

           ELSE

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

           END-IF

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE CURRENT-BRANCH TO BHL-CODE
           MOVE BRM-NAME TO BHL-NAME
           MOVE BRANCH-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-BRANCH-HEADING-EXIT.
           EXIT.
      *****************************************************************
       CLOSE-BRANCH SECTION.

           MOVE CURRENT-BRANCH TO BTL-CODE
           MOVE BRANCH-CHARGED-COUNT TO BTL-COUNT
           MOVE BRANCH-CHARGED-TOTAL TO BTL-VALUE
           MOVE BRANCH-FEE-TOTAL TO BTL-FEES
           MOVE BRANCH-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 0 TO BRANCH-CHARGED-COUNT
           MOVE 0 TO BRANCH-CHARGED-TOTAL
           MOVE 0 TO BRANCH-FEE-TOTAL

           .
       CLOSE-BRANCH-EXIT.
           EXIT.
      *****************************************************************
       MARK-INPUT-ITEM SECTION.

      * ITEM-MARK carries the disposition to stamp; the rest of
      * the record is rewritten exactly as it came in

           MOVE RTN-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("OCQRTN")
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
                    FILE("OCQRTN")
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

      * in = charged back + rejected, item for item and cent for
      * cent - if these lines do not cross-foot the run is
      * investigated before the clearing account is settled

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'ITEMS IN:' TO CL-LABEL
           MOVE ITEMS-IN-COUNT TO CL-COUNT
           MOVE VALUE-IN-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'ITEMS CHARGED BACK:' TO CL-LABEL
           MOVE POSTED-COUNT TO CL-COUNT
           MOVE POSTED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'ITEMS REJECTED:' TO CL-LABEL
           MOVE REJECTED-COUNT TO CL-COUNT
           MOVE REJECTED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'HOLDS LIFTED:' TO CL-LABEL
           MOVE HOLDS-LIFTED-COUNT TO CL-COUNT
           MOVE HOLDS-LIFTED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'FEES CHARGED:' TO CL-LABEL
           MOVE FEES-COUNT TO CL-COUNT
           MOVE FEES-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'FEES OVER LIMIT:' TO CL-LABEL
           MOVE FEES-WAIVED-COUNT TO CL-COUNT
           MOVE 0 TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           IF FEE-AMOUNT = 0

            MOVE 'NO RETURNED-CHEQUE FEE ON TECHPARM - NONE CHARGED'
              TO PRINT-LINE
            PERFORM WRITE-CONTROL-LINE

           END-IF

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
      * record) writes nothing; a returned cheque is always worth
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
                   FILE("OCQRRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-CONTROL-LINE-EXIT.
           EXIT.
      *****************************************************************
