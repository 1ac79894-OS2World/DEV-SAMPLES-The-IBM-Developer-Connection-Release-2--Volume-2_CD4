      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, GL returned-balance
      * reconciliation.
      *
      * For CICS v3
      *
      * GLFEED and GLJRNL send the general ledger our figures, but
      * nothing checked what the ledger actually booked - a GL batch
      * it rejected could go unnoticed for days. Each morning the GL
      * system sends back the GLRETN file: one balance per GL code
      * and branch as the ledger holds it after last night's feed.
      * This job holds every line against our own figure for the
      * same night:
      *  - 'DEPLIA' deposit liability, branch by branch, against the
      *    branch total BRANCHSUM kept on TECHBSUM under the date of
      *    the TECHCTL 'TBTOTAL1' trial-balance snapshot, and the
      *    ledger's DEPLIA lines added up against the snapshot total
      *    itself - in local terms, the 'TBLOCAL1' total TRIALBAL
      *    saved beside it, as GLFEED sends foreign-currency balances
      *    at their local equivalent; a branch BRANCHSUM counted that
      *    the ledger did not send back is a break of its own
      *  - the contra codes the journal posts against - 'FEEINC' fee
      *    income, 'INTEXP' interest expense, 'SUSPNS' suspense,
      *    'UNCLMD' unclaimed and 'CLRING' clearing - added up over
      *    all branches against the balance on TECHBASE of the
      *    internal account the TECHPARM 'INTACCTS' record names for
      *    each (read as the job runs, so it belongs before the day's
      *    posting starts)
      * A difference larger than the tolerance on the TECHPARM
      * 'GLRECON' record (set through PARMMAINT; none means any
      * difference at all) is a break, and is listed with the
      * GLJRNL movements behind it - the same movement types
      * decoded from the same TECHAUDIT bracket between the
      * 'TBTOTAL0' and 'TBTOTAL1' audit sequence numbers: for a
      * DEPLIA break the branch's movements (every branch for the
      * total), for a contra code the movement types the journal
      * posts against it. A code we do not keep at all is a break
      * whenever the ledger holds a balance on it.
      *
      * The outcome goes on the TECHCTL 'GLRECON' control record -
      * the snapshot date reconciled, and the number of breaks (0
      * for a reconciled day, 999999999 when no usable file came
      * back) - so that PREFLT can warn the following night. The
      * report goes to the GLRRPT print file.
      *
      * Like the other inbound files, GLRETN carries a header record
      * (key 00000 - originator, file date, file sequence number)
      * and a trailer (key 99999 - line count, and the hash total of
      * the balances); a file that does not agree with its trailer,
      * or that the INFREG inbound-file register refuses as a repeat
      * or out of sequence, reconciles nothing and leaves the day
      * marked not reconciled. A file dated other than the snapshot
      * is reconciled all the same, but cannot reconcile the day.
      * Intended to be started each morning, once the GL's file has
      * been loaded, as its own CICS transaction, not called from
      * VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * one GLRETN line - the ledger's balance on one GL code at one
      * branch, in the subledger's sign (a credit balance positive)

       01 GL-RETURN-RECORD.
        03 GR-SEQ                      PIC X(5).
          88 GR-FILE-HEADER                    VALUE '00000'.
          88 GR-FILE-TRAILER                   VALUE '99999'.
        03 GR-GL-CODE                  PIC X(6).
        03 GR-BRANCH                   PIC X(4).
        03 GR-BALANCE                  PIC S9(11)V99.
        03 FILLER                      PIC X(2).

      * the file's own control records - the header at the lowest
      * key (who sent the file, its date, and the sender's file
      * sequence number) and the trailer at the highest (the count
      * of lines between them, and the hash total of the balances)

       01 GL-RETURN-HEADER REDEFINES GL-RETURN-RECORD.
        03 FILLER                      PIC X(5).
        03 GRH-ORIGINATOR              PIC X(8).
        03 GRH-FILE-DATE               PIC X(8).
        03 GRH-FILE-SEQNO              PIC 9(6).
        03 FILLER                      PIC X(3).

       01 GL-RETURN-TRAILER REDEFINES GL-RETURN-RECORD.
        03 FILLER                      PIC X(5).
        03 GRT-ITEM-COUNT              PIC 9(7).
        03 GRT-HASH-TOTAL              PIC S9(13)V99.
        03 FILLER                      PIC X(3).

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

      * the TECHBSUM branch-totals record BRANCHSUM keeps - what its
      * branch line printed, under the business date of the run

       01 BRANCH-TOTALS-RECORD.
        03 BST-BRANCH                  PIC X(4).
        03 BST-DATE                    PIC X(8).
        03 BST-ACCOUNTS                PIC 9(7).
        03 BST-TOTAL                   PIC S9(11)V99.

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-CREATE                   VALUE 'C'.
          88 AUDIT-OP-UPDATE                   VALUE 'U'.
          88 AUDIT-OP-DELETE                   VALUE 'D'.
          88 AUDIT-OP-DEBIT                    VALUE 'B'.
          88 AUDIT-OP-CREDIT                   VALUE 'R'.
          88 AUDIT-OP-TRANSFER                 VALUE 'T'.
          88 AUDIT-OP-ADMIN                    VALUE 'M'.
          88 AUDIT-OP-QUEUED                   VALUE 'Q'.
          88 AUDIT-OP-ARCHIVED                 VALUE 'X'.
          88 AUDIT-OP-RESTORED                 VALUE 'S'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 BI-IMAGE REDEFINES AUDIT-BEFORE-IMAGE.
          05 FILLER                     PIC X(75).
          05 BI-BALANCEO                PIC S9(9)V99.
          05 FILLER                     PIC X(12).
          05 BI-BRANCHO                 PIC X(4).
          05 FILLER                     PIC X(46).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AI-IMAGE REDEFINES AUDIT-AFTER-IMAGE.
          05 FILLER                     PIC X(75).
          05 AI-BALANCEO                PIC S9(9)V99.
          05 FILLER                     PIC X(12).
          05 AI-BRANCHO                 PIC X(4).
          05 FILLER                     PIC X(46).
        03 AUDIT-NARRATIVE              PIC X(30).

       01 TB-CONTROL-RECORD.
        03 TBC-KEY                     PIC X(8).
        03 TBC-DATE                    PIC X(8).
        03 TBC-TOTAL                   PIC S9(11)V99.
        03 TBC-COUNT                   PIC 9(7).
        03 TBC-AUDSEQ                  PIC 9(7).

      * TECHCTL control records - the 'BUSDATE' business date, and
      * the 'GLRECON' outcome this job leaves for PREFLT

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 SAVED-CONTROL-RECORD         PIC X(25).

      * the TECHPARM 'GLRECON' record - the difference allowed
      * before a line is a break - and the 'INTACCTS' record naming
      * the bank's own accounts

       01 GL-RECON-PARM-RECORD.
        03 GRP-KEY                     PIC X(8).
        03 GRP-TOLERANCE               PIC 9(7)V99.

       01 INTERNAL-ACCOUNTS-RECORD.
        03 IAP-KEY                     PIC X(8).
        03 IAP-FEE-ACCT                PIC X(5).
        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

      * the contra codes the ledger sends back, each with the
      * GLJRNL movement types posted against it (in INTACCTS order,
      * so the internal account for each lines up in INTERNAL-CODES)

       01 GL-CODE-TABLE.
        03 FILLER                      PIC X(14) VALUE 'FEEINCFE'.
        03 FILLER                      PIC X(14) VALUE 'INTEXPIN'.
        03 FILLER                      PIC X(14)
                                        VALUE 'SUSPNSOPRSCLOT'.
        03 FILLER                      PIC X(14) VALUE 'UNCLMDAR'.
        03 FILLER                      PIC X(14) VALUE 'CLRINGCQ'.

       01 GL-CODE-VIEW REDEFINES GL-CODE-TABLE.
        03 GCT-ENTRY OCCURS 5 TIMES.
         05 GCT-CODE                   PIC X(6).
         05 GCT-TYPE OCCURS 4 TIMES    PIC X(2).

      * what the ledger returned on each contra code, and the
      * internal account that holds our side of it

       01 INTERNAL-CODES.
        03 IC-ENTRY OCCURS 5 TIMES.
         05 IC-ACCOUNT                 PIC X(5).
         05 IC-GL-LINES                PIC 9(5).
         05 IC-GL-TOTAL                PIC S9(11)V99 COMP-3.

      * the branches the ledger returned a DEPLIA line for

       01 RETURNED-BRANCH-TABLE.
        03 RB-COUNT                    PIC 9(3) VALUE 0.
        03 RB-BRANCH OCCURS 500 TIMES  PIC X(4).

      * the journal accumulator - one slot per branch + movement
      * type seen in the bracket, as GLJRNL builds it

       01 JOURNAL-TABLE.
        03 JT-COUNT                    PIC 9(3) VALUE 0.
        03 JT-ENTRY OCCURS 120 TIMES.
         05 JT-BRANCH                  PIC X(4).
         05 JT-TYPE                    PIC X(2).
         05 JT-ITEMS                   PIC 9(7).
         05 JT-VALUE                   PIC S9(11)V99 COMP-3.

       01 MISCEL-VARS.
        03 GR-REC-LEN                  PIC S9(4) VALUE 30.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 BST-REC-LEN                 PIC S9(4) VALUE 32.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 TBC-REC-LEN                 PIC S9(4) VALUE 43.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 GRP-REC-LEN                 PIC S9(4) VALUE 17.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 TBC-KEY-LATEST              PIC X(8) VALUE 'TBTOTAL1'.
        03 TBC-KEY-PRIOR               PIC X(8) VALUE 'TBTOTAL0'.
        03 TBC-KEY-LOCAL               PIC X(8) VALUE 'TBLOCAL1'.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 CTL-GLRECON-KEY             PIC X(8) VALUE 'GLRECON'.
        03 GRP-KEY-VALUE               PIC X(8) VALUE 'GLRECON'.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).
        03 SNAPSHOT-DATE               PIC X(8).
        03 SNAPSHOT-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
        03 LATEST-AUDSEQ               PIC 9(7) VALUE 0.
        03 PRIOR-AUDSEQ                PIC 9(7) VALUE 0.
        03 SEQ-BRACKET-SW              PIC 9 VALUE 0.
          88 SEQ-BRACKET                       VALUE 1.
        03 TOLERANCE                   PIC 9(7)V99 VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 ENTRY-DELTA                 PIC S9(11)V99 COMP-3 VALUE 0.
        03 ENTRY-TYPE                  PIC X(2).
        03 ENTRY-BRANCH                PIC X(4).
        03 JT-IX                       PIC 9(3) VALUE 0.
        03 JT-FOUND-SW                 PIC 9 VALUE 0.
          88 JT-SLOT-FOUND                     VALUE 1.
        03 OUT-IX                      PIC 9(3) VALUE 0.
        03 GC-IX                       PIC 9(2) VALUE 0.
        03 GC-FOUND-SW                 PIC 9 VALUE 0.
          88 GC-FOUND                          VALUE 1.
        03 RB-IX                       PIC 9(3) VALUE 0.
        03 RB-FOUND-SW                 PIC 9 VALUE 0.
          88 RB-FOUND                          VALUE 1.
        03 LINE-COUNT                  PIC 9(7) VALUE 0.
        03 BREAK-COUNT                 PIC 9(9) VALUE 0.
        03 NO-FILE-BREAKS              PIC 9(9) VALUE 999999999.
        03 GL-DEPLIA-LINES             PIC 9(7) VALUE 0.
        03 GL-DEPLIA-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.

      * the comparison in hand - the code and branch, the two
      * figures, and what to call a break when it is not simply a
      * difference in amount

        03 CHECK-CODE                  PIC X(6).
        03 CHECK-BRANCH                PIC X(4).
        03 CHECK-GC-IX                 PIC 9(2) VALUE 0.
        03 GL-FIGURE                   PIC S9(11)V99 COMP-3 VALUE 0.
        03 SUB-FIGURE                  PIC S9(11)V99 COMP-3 VALUE 0.
        03 DIFFERENCE                  PIC S9(11)V99 COMP-3 VALUE 0.
        03 BREAK-QUALIFIER             PIC X(16).
        03 MOVEMENT-COUNT              PIC 9(3) VALUE 0.
        03 MOVEMENT-MATCH-SW           PIC 9 VALUE 0.
          88 MOVEMENT-MATCHES                  VALUE 1.

      * INFREG's parameter block - the inbound-file register that
      * refuses a repeated or out-of-sequence file and journals what
      * became of it on TECHJRNL (see INFREG)

       01 INFREG-PARMS.
        03 IRP-FUNCTION                PIC X(1).
        03 IRP-FILE                    PIC X(8).
        03 IRP-ORIGINATOR              PIC X(8).
        03 IRP-FILE-DATE               PIC X(8).
        03 IRP-FILE-SEQNO              PIC 9(6).
        03 IRP-ITEM-COUNT              PIC 9(7).
        03 IRP-HASH-TOTAL              PIC S9(13)V99.
        03 IRP-RESULT                  PIC X(1).
          88 IRP-ACCEPTED                      VALUE 'A'.
          88 IRP-RESUMED                       VALUE 'R'.
          88 IRP-REFUSED                       VALUE 'X'.
        03 IRP-REASON                  PIC X(20).
        03 IRP-LAST-SEQNO              PIC 9(6).

       01 INBOUND-VARS.
        03 INBOUND-STATE-SW            PIC 9 VALUE 0.
          88 INBOUND-ABSENT                    VALUE 0.
          88 INBOUND-VERIFIED                  VALUE 1.
          88 INBOUND-REJECTED                  VALUE 2.
        03 HEADER-SEEN-SW              PIC 9 VALUE 0.
          88 HEADER-SEEN                       VALUE 1.
        03 TRAILER-SEEN-SW             PIC 9 VALUE 0.
          88 TRAILER-SEEN                      VALUE 1.
        03 COUNTED-ITEMS               PIC 9(7) VALUE 0.
        03 COUNTED-HASH                PIC S9(13)V99 VALUE 0.
        03 TRAILER-ITEMS               PIC 9(7) VALUE 0.
        03 TRAILER-HASH                PIC S9(13)V99 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(35)
                   VALUE 'GL RETURNED-BALANCE RECONCILIATION'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(27) VALUE SPACES.

       01 TOLERANCE-LINE.
        03 FILLER                      PIC X(12) VALUE 'TOLERANCE:'.
        03 TOL-AMOUNT                  PIC Z(6)9.99.
        03 FILLER                      PIC X(58) VALUE SPACES.

       01 FILE-DATE-LINE.
        03 FILLER                      PIC X(14)
                                        VALUE 'GL FILE DATE'.
        03 FDL-FILE-DATE               PIC X(9).
        03 FILLER                      PIC X(36)
                   VALUE 'IS NOT THE SNAPSHOT DATE - BREAK'.
        03 FILLER                      PIC X(21) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(7) VALUE 'CODE'.
        03 FILLER                      PIC X(6) VALUE 'BRNCH'.
        03 FILLER                      PIC X(17) VALUE 'GL BALANCE'.
        03 FILLER                      PIC X(17) VALUE 'SUBLEDGER'.
        03 FILLER                      PIC X(17) VALUE 'DIFFERENCE'.
        03 FILLER                      PIC X(16) VALUE 'RESULT'.

       01 RECON-LINE.
        03 RL-CODE                     PIC X(7).
        03 RL-BRANCH                   PIC X(6).
        03 RL-GL                       PIC -(11)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 RL-SUB                      PIC -(11)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 RL-DIFF                     PIC -(11)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 RL-RESULT                   PIC X(16).

       01 MOVEMENT-LINE.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 ML-BRANCH                   PIC X(6).
        03 ML-TYPE-NAME                PIC X(18).
        03 ML-ITEMS                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 ML-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 ML-CONTRA                   PIC X(27).

       01 NO-MOVEMENT-LINE.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 FILLER                      PIC X(50)
           VALUE 'NO GLJRNL MOVEMENTS FOR THIS CODE IN THE BRACKET'.
        03 FILLER                      PIC X(26) VALUE SPACES.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(16)
                                        VALUE 'LINES RETURNED:'.
        03 TL-LINES                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(11) VALUE '  BREAKS:'.
        03 TL-BREAKS                   PIC ZZZZZZ9.
        03 FILLER                      PIC X(39) VALUE SPACES.

       01 VERDICT-LINE.
        03 FILLER                      PIC X(18)
                                        VALUE 'RECONCILIATION:'.
        03 VL-VERDICT                  PIC X(40).
        03 FILLER                      PIC X(22) VALUE SPACES.

       01 INBOUND-LINE.
        03 IL-FILE                     PIC X(9).
        03 IL-ORIGINATOR               PIC X(9).
        03 IL-FILE-DATE                PIC X(9).
        03 FILLER                      PIC X(4) VALUE 'SEQ'.
        03 IL-FILE-SEQNO               PIC Z(5)9.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 IL-RESULT                   PIC X(20).
        03 FILLER                      PIC X(21) VALUE SPACES.

       01 INBOUND-TOTALS-LINE.
        03 FILLER                      PIC X(9) VALUE 'TRAILER'.
        03 ITL-TRAILER-ITEMS           PIC ZZZZZZ9.
        03 ITL-TRAILER-HASH            PIC -(13)9.99.
        03 FILLER                      PIC X(10) VALUE '  COUNTED'.
        03 ITL-COUNTED-ITEMS           PIC ZZZZZZ9.
        03 ITL-COUNTED-HASH            PIC -(13)9.99.
        03 FILLER                      PIC X(13) VALUE SPACES.

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

      * the latest trial-balance snapshot is the night the ledger's
      * balances should match - without one there is nothing to
      * reconcile against

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

            MOVE RUN-DATE TO HL-DATE
            MOVE HEADER-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE 'NO TRIAL-BALANCE TOTALS ON FILE - RUN TRIALBAL'
              TO PRINT-LINE

            PERFORM WRITE-REPORT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE TBC-DATE TO SNAPSHOT-DATE
           MOVE TBC-TOTAL TO SNAPSHOT-TOTAL

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

           IF EIBRESP = 0 AND TBC-AUDSEQ NUMERIC AND TBC-AUDSEQ > 0

            MOVE TBC-AUDSEQ TO PRIOR-AUDSEQ

           ELSE

            MOVE 0 TO SEQ-BRACKET-SW

           END-IF

      * the ledger holds the deposit book in local terms - where the
      * snapshot's night saved a local-equivalent total, that is
      * the figure the DEPLIA lines add up to (a night run before
      * it was kept, or with no foreign currency, has it the same)

           MOVE TBC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(TB-CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TBC-KEY-LOCAL)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND TBC-DATE = SNAPSHOT-DATE
              AND TBC-TOTAL NUMERIC

            MOVE TBC-TOTAL TO SNAPSHOT-TOTAL

           END-IF

           MOVE SNAPSHOT-DATE TO HL-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-RECON-PARMS

           MOVE TOLERANCE TO TOL-AMOUNT
           MOVE TOLERANCE-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * a file that does not prove - or no file at all - reconciles
      * nothing, and the day stays unreconciled

           PERFORM VERIFY-INBOUND-FILE

           IF NOT INBOUND-VERIFIED

            MOVE 'NOT RECONCILED - NO USABLE GL FILE' TO VL-VERDICT
            MOVE VERDICT-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE NO-FILE-BREAKS TO BREAK-COUNT

            PERFORM RECORD-THE-OUTCOME

            EXEC CICS RETURN
                    END-EXEC

           END-IF

      * balances for some other night may well agree line by line,
      * but they do not reconcile this one

           IF IRP-FILE-DATE NOT = SNAPSHOT-DATE

            MOVE IRP-FILE-DATE TO FDL-FILE-DATE
            MOVE FILE-DATE-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            ADD 1 TO BREAK-COUNT

           END-IF

           PERFORM WALK-THE-BRACKET

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM RECONCILE-RETURNED-LINES

           PERFORM CHECK-UNRETURNED-BRANCHES

           PERFORM RECONCILE-INTERNAL-CODE
                   VARYING GC-IX FROM 1 BY 1
                   UNTIL GC-IX > 5

           PERFORM RECONCILE-DEPLIA-TOTAL

           MOVE LINE-COUNT TO TL-LINES
           MOVE BREAK-COUNT TO TL-BREAKS
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF BREAK-COUNT = 0

            MOVE 'DAY RECONCILED' TO VL-VERDICT

           ELSE

            MOVE '*** NOT RECONCILED ***' TO VL-VERDICT

           END-IF

           MOVE VERDICT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM RECORD-THE-OUTCOME

           PERFORM COMPLETE-INBOUND-FILE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-RECON-PARMS SECTION.

      * the tolerance - none set means none allowed

           MOVE 0 TO TOLERANCE

           MOVE GRP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(GL-RECON-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(GRP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND GRP-TOLERANCE NUMERIC

            MOVE GRP-TOLERANCE TO TOLERANCE

           END-IF

      * and the internal accounts behind the contra codes - a
      * region without the record holds none of them

           MOVE SPACES TO INTERNAL-ACCOUNTS-RECORD

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCOUNTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO INTERNAL-ACCOUNTS-RECORD

           END-IF

           MOVE IAP-FEE-ACCT TO IC-ACCOUNT(1)
           MOVE IAP-INTEXP-ACCT TO IC-ACCOUNT(2)
           MOVE IAP-SUSP-ACCT TO IC-ACCOUNT(3)
           MOVE IAP-UNCL-ACCT TO IC-ACCOUNT(4)
           MOVE IAP-CLEAR-ACCT TO IC-ACCOUNT(5)

           PERFORM CLEAR-INTERNAL-CODE
                   VARYING GC-IX FROM 1 BY 1
                   UNTIL GC-IX > 5

           GO TO LOAD-RECON-PARMS-EXIT

           .
      *****************************************************************
       CLEAR-INTERNAL-CODE.

           MOVE 0 TO IC-GL-LINES(GC-IX)
           MOVE 0 TO IC-GL-TOTAL(GC-IX)

           .
       LOAD-RECON-PARMS-EXIT.
           EXIT.
      *****************************************************************
       VERIFY-INBOUND-FILE SECTION.

      * nothing on the file is reconciled until the whole file
      * proves - the header and trailer must both be there, the
      * lines between them must count and hash to what the trailer
      * says, and the register (INFREG) must take it as the
      * sender's next file

           MOVE 0 TO INBOUND-STATE-SW
           MOVE 0 TO HEADER-SEEN-SW
           MOVE 0 TO TRAILER-SEEN-SW
           MOVE 0 TO COUNTED-ITEMS
           MOVE 0 TO COUNTED-HASH
           MOVE 0 TO TRAILER-ITEMS
           MOVE 0 TO TRAILER-HASH
           MOVE 0 TO END-OF-FILE-SW
           MOVE 'GLRETN' TO IRP-FILE
           MOVE SPACES TO IRP-ORIGINATOR
           MOVE SPACES TO IRP-FILE-DATE
           MOVE 0 TO IRP-FILE-SEQNO
           MOVE LOW-VALUES TO GR-SEQ

           EXEC CICS STARTBR
                   FILE("GLRETN")
                   RIDFLD(GR-SEQ)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM VERIFY-ONE-RECORD UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("GLRETN")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO END-OF-FILE-SW

      * an empty file is simply no delivery - nothing to journal,
      * but nothing reconciled either

           IF NOT HEADER-SEEN AND NOT TRAILER-SEEN
              AND COUNTED-ITEMS = 0

            MOVE 'NO FILE RECEIVED' TO IL-RESULT
            PERFORM WRITE-INBOUND-LINE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           MOVE TRAILER-ITEMS TO ITL-TRAILER-ITEMS
           MOVE TRAILER-HASH TO ITL-TRAILER-HASH
           MOVE COUNTED-ITEMS TO ITL-COUNTED-ITEMS
           MOVE COUNTED-HASH TO ITL-COUNTED-HASH
           MOVE INBOUND-TOTALS-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF NOT HEADER-SEEN

            MOVE 'NO HEADER RECORD' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           IF NOT TRAILER-SEEN

            MOVE 'NO TRAILER RECORD' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           IF COUNTED-ITEMS NOT = TRAILER-ITEMS

            MOVE 'ITEM COUNT MISMATCH' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           IF COUNTED-HASH NOT = TRAILER-HASH

            MOVE 'HASH TOTAL MISMATCH' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           MOVE 'A' TO IRP-FUNCTION
           MOVE COUNTED-ITEMS TO IRP-ITEM-COUNT
           MOVE COUNTED-HASH TO IRP-HASH-TOTAL
           PERFORM LINK-INBOUND-REGISTER

           IF IRP-REFUSED

            MOVE 2 TO INBOUND-STATE-SW
            MOVE IRP-REASON TO IL-RESULT
            PERFORM WRITE-INBOUND-LINE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

      * a resumed file is one an earlier run accepted and never
      * finished - reconciling it again changes nothing on file but
      * the outcome record

           MOVE 1 TO INBOUND-STATE-SW

           IF IRP-RESUMED

            MOVE 'FILE RESUMED' TO IL-RESULT

           ELSE

            MOVE 'FILE ACCEPTED' TO IL-RESULT

           END-IF

           PERFORM WRITE-INBOUND-LINE

           GO TO VERIFY-INBOUND-FILE-EXIT

           .
      *****************************************************************
       VERIFY-ONE-RECORD.

           MOVE GR-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("GLRETN")
                   INTO(GL-RETURN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(GR-SEQ)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE

            EVALUATE TRUE

             WHEN GR-FILE-HEADER
              MOVE 1 TO HEADER-SEEN-SW
              MOVE GRH-ORIGINATOR TO IRP-ORIGINATOR
              MOVE GRH-FILE-DATE TO IRP-FILE-DATE
              MOVE GRH-FILE-SEQNO TO IRP-FILE-SEQNO

             WHEN GR-FILE-TRAILER
              MOVE 1 TO TRAILER-SEEN-SW
              MOVE GRT-ITEM-COUNT TO TRAILER-ITEMS
              MOVE GRT-HASH-TOTAL TO TRAILER-HASH

             WHEN OTHER
              ADD 1 TO COUNTED-ITEMS

      * the balances are what the hash sums

              IF GR-BALANCE NUMERIC

               ADD GR-BALANCE TO COUNTED-HASH

              END-IF

            END-EVALUATE

           END-IF

           .
       VERIFY-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       REJECT-INBOUND-FILE SECTION.

      * IRP-REASON says why - the whole file is refused, and the
      * refusal is journalled for the morning report

           MOVE 2 TO INBOUND-STATE-SW
           MOVE IRP-REASON TO IL-RESULT
           PERFORM WRITE-INBOUND-LINE

           MOVE 'R' TO IRP-FUNCTION
           MOVE COUNTED-ITEMS TO IRP-ITEM-COUNT
           MOVE COUNTED-HASH TO IRP-HASH-TOTAL
           PERFORM LINK-INBOUND-REGISTER

           .
       REJECT-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       COMPLETE-INBOUND-FILE SECTION.

      * every line has been reconciled - the register marks the file
      * complete, so a second delivery of it is a duplicate

           MOVE 'C' TO IRP-FUNCTION
           PERFORM LINK-INBOUND-REGISTER

           .
       COMPLETE-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       LINK-INBOUND-REGISTER SECTION.

           EXEC CICS LINK
                   PROGRAM('INFREG')
                   COMMAREA(INFREG-PARMS)
                   LENGTH(LENGTH OF INFREG-PARMS)
                   NOHANDLE
                   END-EXEC

      * a register that cannot be reached cannot vouch for the file

           IF EIBRESP NOT = 0

            MOVE 'X' TO IRP-RESULT
            MOVE 'REGISTER UNAVAILABLE' TO IRP-REASON

           END-IF

           .
       LINK-INBOUND-REGISTER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-INBOUND-LINE SECTION.

           MOVE IRP-FILE TO IL-FILE
           MOVE IRP-ORIGINATOR TO IL-ORIGINATOR
           MOVE IRP-FILE-DATE TO IL-FILE-DATE
           MOVE IRP-FILE-SEQNO TO IL-FILE-SEQNO
           MOVE INBOUND-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-INBOUND-LINE-EXIT.
           EXIT.
      *****************************************************************
       WALK-THE-BRACKET SECTION.

      * the night's movements, decoded exactly as GLJRNL decodes
      * them, so a break can be listed with what moved the account

           MOVE LOW-VALUES TO AUDIT-SEQNO
           MOVE 0 TO END-OF-FILE-SW

           EXEC CICS STARTBR
                   FILE("TECHAUDIT")
                   RIDFLD(AUDIT-SEQNO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM JOURNAL-ONE-ENTRY UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHAUDIT")
                   NOHANDLE
                   END-EXEC

           GO TO WALK-THE-BRACKET-EXIT

           .
      *****************************************************************
       JOURNAL-ONE-ENTRY.

           EXEC CICS READNEXT
                   FILE("TECHAUDIT")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE

            IF SEQ-BRACKET AND AUDIT-SEQNO > LATEST-AUDSEQ

             MOVE 1 TO END-OF-FILE-SW

            ELSE

            IF (SEQ-BRACKET AND AUDIT-SEQNO > PRIOR-AUDSEQ
                AND AUDIT-SEQNO <= LATEST-AUDSEQ)
               OR (NOT SEQ-BRACKET AND AUDIT-DATE = SNAPSHOT-DATE)

      * user-administration entries carry credential images, and a
      * queued name change never moved money - neither journals

             IF AUDIT-OP-ADMIN OR AUDIT-OP-QUEUED

              CONTINUE

             ELSE

              PERFORM CLASSIFY-THE-ENTRY

              PERFORM ACCUMULATE-THE-ENTRY

             END-IF

            END-IF

            END-IF

           END-IF

           .
       WALK-THE-BRACKET-EXIT.
           EXIT.
      *****************************************************************
       CLASSIFY-THE-ENTRY SECTION.

      * the movement type from the operation byte plus the narrative
      * the writer stamped, and the balance delta the entry posted -
      * the same decoding GLJRNL applies

           EVALUATE TRUE

            WHEN AUDIT-OP-CREATE

             MOVE 'OP' TO ENTRY-TYPE
             MOVE AI-BALANCEO TO ENTRY-DELTA
             MOVE AI-BRANCHO TO ENTRY-BRANCH

            WHEN AUDIT-OP-RESTORED

             MOVE 'RS' TO ENTRY-TYPE
             MOVE AI-BALANCEO TO ENTRY-DELTA
             MOVE AI-BRANCHO TO ENTRY-BRANCH

            WHEN AUDIT-OP-DELETE

             MOVE 'CL' TO ENTRY-TYPE
             COMPUTE ENTRY-DELTA = 0 - BI-BALANCEO
             MOVE BI-BRANCHO TO ENTRY-BRANCH

            WHEN AUDIT-OP-ARCHIVED

             MOVE 'AR' TO ENTRY-TYPE
             COMPUTE ENTRY-DELTA = 0 - BI-BALANCEO
             MOVE BI-BRANCHO TO ENTRY-BRANCH

            WHEN OTHER

             COMPUTE ENTRY-DELTA = AI-BALANCEO - BI-BALANCEO
             MOVE AI-BRANCHO TO ENTRY-BRANCH

             EVALUATE TRUE

              WHEN AUDIT-OP-DEBIT
                   AND AUDIT-NARRATIVE(1:6) = 'CHEQUE'

               MOVE 'CQ' TO ENTRY-TYPE

              WHEN AUDIT-OP-DEBIT

               MOVE 'WD' TO ENTRY-TYPE

              WHEN AUDIT-OP-CREDIT
                   AND AUDIT-NARRATIVE(1:6) = 'SALARY'

               MOVE 'SL' TO ENTRY-TYPE

              WHEN AUDIT-OP-CREDIT

               MOVE 'DP' TO ENTRY-TYPE

              WHEN AUDIT-OP-TRANSFER
                   AND AUDIT-NARRATIVE(1:14) = 'STANDING ORDER'

               MOVE 'SO' TO ENTRY-TYPE

              WHEN AUDIT-OP-TRANSFER
                   AND AUDIT-NARRATIVE(1:4) = 'LOAN'

               MOVE 'LN' TO ENTRY-TYPE

              WHEN AUDIT-OP-TRANSFER
                   AND AUDIT-NARRATIVE(1:14) = 'FUTURE PAYMENT'

               MOVE 'FP' TO ENTRY-TYPE

              WHEN AUDIT-OP-TRANSFER

               MOVE 'TR' TO ENTRY-TYPE

              WHEN AUDIT-NARRATIVE(1:16) = 'MONTHLY INTEREST'

               MOVE 'IN' TO ENTRY-TYPE

              WHEN AUDIT-NARRATIVE(1:13) = 'TERM INTEREST'

               MOVE 'IN' TO ENTRY-TYPE

              WHEN AUDIT-NARRATIVE(1:7) = 'NSF FEE'

               MOVE 'FE' TO ENTRY-TYPE

              WHEN AUDIT-NARRATIVE(1:8) = 'REVERSAL'

               MOVE 'RV' TO ENTRY-TYPE

              WHEN OTHER

               MOVE 'OT' TO ENTRY-TYPE

             END-EVALUATE

           END-EVALUATE

           .
       CLASSIFY-THE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       ACCUMULATE-THE-ENTRY SECTION.

           MOVE 0 TO JT-FOUND-SW

           PERFORM FIND-JOURNAL-SLOT
                   VARYING JT-IX FROM 1 BY 1
                   UNTIL JT-IX > JT-COUNT OR JT-SLOT-FOUND

           IF NOT JT-SLOT-FOUND

            IF JT-COUNT < 120

             ADD 1 TO JT-COUNT
             MOVE ENTRY-BRANCH TO JT-BRANCH(JT-COUNT)
             MOVE ENTRY-TYPE TO JT-TYPE(JT-COUNT)
             MOVE 1 TO JT-ITEMS(JT-COUNT)
             MOVE ENTRY-DELTA TO JT-VALUE(JT-COUNT)

            END-IF

           END-IF

           GO TO ACCUMULATE-THE-ENTRY-EXIT

           .
      *****************************************************************
       FIND-JOURNAL-SLOT.

           IF JT-BRANCH(JT-IX) = ENTRY-BRANCH
              AND JT-TYPE(JT-IX) = ENTRY-TYPE

            ADD 1 TO JT-ITEMS(JT-IX)
            ADD ENTRY-DELTA TO JT-VALUE(JT-IX)
            MOVE 1 TO JT-FOUND-SW

           END-IF

           .
       ACCUMULATE-THE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       RECONCILE-RETURNED-LINES SECTION.

           MOVE 0 TO END-OF-FILE-SW
           MOVE LOW-VALUES TO GR-SEQ

           EXEC CICS STARTBR
                   FILE("GLRETN")
                   RIDFLD(GR-SEQ)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM RECONCILE-ONE-RECORD UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("GLRETN")
                   NOHANDLE
                   END-EXEC

           GO TO RECONCILE-RETURNED-LINES-EXIT

           .
      *****************************************************************
       RECONCILE-ONE-RECORD.

           MOVE GR-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("GLRETN")
                   INTO(GL-RETURN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(GR-SEQ)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE
           IF NOT GR-FILE-HEADER AND NOT GR-FILE-TRAILER

            PERFORM RECONCILE-RETURNED-LINE

           END-IF
           END-IF

           .
       RECONCILE-RETURNED-LINES-EXIT.
           EXIT.
      *****************************************************************
       RECONCILE-RETURNED-LINE SECTION.

           ADD 1 TO LINE-COUNT

           IF GR-BALANCE NUMERIC

            MOVE GR-BALANCE TO GL-FIGURE

           ELSE

            MOVE 0 TO GL-FIGURE

           END-IF

      * deposit liability is held branch by branch against what
      * BRANCHSUM counted the same night; a branch it has no figure
      * for that night holds nothing

           IF GR-GL-CODE = 'DEPLIA'

            ADD 1 TO GL-DEPLIA-LINES
            ADD GL-FIGURE TO GL-DEPLIA-TOTAL

            MOVE GR-BRANCH TO CHECK-BRANCH

            PERFORM NOTE-RETURNED-BRANCH

            MOVE 0 TO SUB-FIGURE

            MOVE BST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBSUM")
                    INTO(BRANCH-TOTALS-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(GR-BRANCH)
                    KEYLENGTH(4)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND BST-DATE = SNAPSHOT-DATE

             MOVE BST-TOTAL TO SUB-FIGURE

            END-IF

            MOVE 'DEPLIA' TO CHECK-CODE
            MOVE GR-BRANCH TO CHECK-BRANCH
            MOVE 0 TO CHECK-GC-IX
            MOVE SPACES TO BREAK-QUALIFIER

            PERFORM COMPARE-FIGURES

            GO TO RECONCILE-RETURNED-LINE-EXIT

           END-IF

      * a contra code is added up over the branches and held against
      * its internal account once the whole file is in

           MOVE 0 TO GC-FOUND-SW

           PERFORM FIND-GL-CODE
                   VARYING GC-IX FROM 1 BY 1
                   UNTIL GC-IX > 5 OR GC-FOUND

           IF GC-FOUND

            GO TO RECONCILE-RETURNED-LINE-EXIT

           END-IF

      * a code we keep nothing on - whatever the ledger holds on it
      * is a difference from our zero

           MOVE 0 TO SUB-FIGURE
           MOVE GR-GL-CODE TO CHECK-CODE
           MOVE GR-BRANCH TO CHECK-BRANCH
           MOVE 0 TO CHECK-GC-IX
           MOVE 'NOT IN SUBLEDGER' TO BREAK-QUALIFIER

           PERFORM COMPARE-FIGURES

           GO TO RECONCILE-RETURNED-LINE-EXIT

           .
      *****************************************************************
       FIND-GL-CODE.

           IF GCT-CODE(GC-IX) = GR-GL-CODE

            ADD 1 TO IC-GL-LINES(GC-IX)
            ADD GL-FIGURE TO IC-GL-TOTAL(GC-IX)
            MOVE 1 TO GC-FOUND-SW

           END-IF

           .
       RECONCILE-RETURNED-LINE-EXIT.
           EXIT.
      *****************************************************************
       NOTE-RETURNED-BRANCH SECTION.

      * remembered so the branches the ledger left out can be found
      * afterwards

           MOVE 0 TO RB-FOUND-SW

           PERFORM FIND-RETURNED-BRANCH
                   VARYING RB-IX FROM 1 BY 1
                   UNTIL RB-IX > RB-COUNT OR RB-FOUND

           IF NOT RB-FOUND AND RB-COUNT < 500

            ADD 1 TO RB-COUNT
            MOVE GR-BRANCH TO RB-BRANCH(RB-COUNT)

           END-IF

           GO TO NOTE-RETURNED-BRANCH-EXIT

           .
      *****************************************************************
       FIND-RETURNED-BRANCH.

           IF RB-BRANCH(RB-IX) = CHECK-BRANCH

            MOVE 1 TO RB-FOUND-SW

           END-IF

           .
       NOTE-RETURNED-BRANCH-EXIT.
           EXIT.
      *****************************************************************
       CHECK-UNRETURNED-BRANCHES SECTION.

      * every branch BRANCHSUM counted that night must have come back
      * from the ledger - one it left out is held against zero

           MOVE 0 TO END-OF-FILE-SW
           MOVE LOW-VALUES TO BST-BRANCH

           EXEC CICS STARTBR
                   FILE("TECHBSUM")
                   RIDFLD(BST-BRANCH)
                   KEYLENGTH(4)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM CHECK-ONE-BRANCH-TOTAL UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHBSUM")
                   NOHANDLE
                   END-EXEC

           GO TO CHECK-UNRETURNED-BRANCHES-EXIT

           .
      *****************************************************************
       CHECK-ONE-BRANCH-TOTAL.

           MOVE BST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBSUM")
                   INTO(BRANCH-TOTALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BST-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE
           IF BST-DATE = SNAPSHOT-DATE

            MOVE BST-BRANCH TO CHECK-BRANCH
            MOVE 0 TO RB-FOUND-SW

            PERFORM FIND-RETURNED-BRANCH
                    VARYING RB-IX FROM 1 BY 1
                    UNTIL RB-IX > RB-COUNT OR RB-FOUND

            IF NOT RB-FOUND

             MOVE 'DEPLIA' TO CHECK-CODE
             MOVE 0 TO CHECK-GC-IX
             MOVE 0 TO GL-FIGURE
             MOVE BST-TOTAL TO SUB-FIGURE
             MOVE 'NOT RETURNED' TO BREAK-QUALIFIER

             PERFORM COMPARE-FIGURES

            END-IF

           END-IF
           END-IF

           .
       CHECK-UNRETURNED-BRANCHES-EXIT.
           EXIT.
      *****************************************************************
       RECONCILE-INTERNAL-CODE SECTION.

      * one line per contra code - the ledger's lines added up over
      * the branches against the balance on the internal account.
      * A code with neither an account nor a ledger line is not in
      * use at all.

           IF (IC-ACCOUNT(GC-IX) = SPACES
               OR IC-ACCOUNT(GC-IX) = LOW-VALUES)
              AND IC-GL-LINES(GC-IX) = 0

            GO TO RECONCILE-INTERNAL-CODE-EXIT

           END-IF

           MOVE GCT-CODE(GC-IX) TO CHECK-CODE
           MOVE SPACES TO CHECK-BRANCH
           MOVE GC-IX TO CHECK-GC-IX
           MOVE IC-GL-TOTAL(GC-IX) TO GL-FIGURE
           MOVE 0 TO SUB-FIGURE
           MOVE SPACES TO BREAK-QUALIFIER

           IF IC-ACCOUNT(GC-IX) = SPACES
              OR IC-ACCOUNT(GC-IX) = LOW-VALUES

            MOVE 'NOT IN SUBLEDGER' TO BREAK-QUALIFIER

           ELSE

            MOVE IC-ACCOUNT(GC-IX) TO ACCOUNTO
            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBASE")
                    INTO(TECHBASE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(ACCOUNTO)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE BALANCEO TO SUB-FIGURE

            ELSE

             MOVE 'NOT IN SUBLEDGER' TO BREAK-QUALIFIER

            END-IF

           END-IF

           IF IC-GL-LINES(GC-IX) = 0

            MOVE 'NOT RETURNED' TO BREAK-QUALIFIER

           END-IF

           PERFORM COMPARE-FIGURES

           .
       RECONCILE-INTERNAL-CODE-EXIT.
           EXIT.
      *****************************************************************
       RECONCILE-DEPLIA-TOTAL SECTION.

      * and the ledger's deposit liability as a whole against the
      * trial-balance snapshot itself

           MOVE 'DEPLIA' TO CHECK-CODE
           MOVE 'ALL' TO CHECK-BRANCH
           MOVE 0 TO CHECK-GC-IX
           MOVE GL-DEPLIA-TOTAL TO GL-FIGURE
           MOVE SNAPSHOT-TOTAL TO SUB-FIGURE
           MOVE SPACES TO BREAK-QUALIFIER

           IF GL-DEPLIA-LINES = 0

            MOVE 'NOT RETURNED' TO BREAK-QUALIFIER

           END-IF

           PERFORM COMPARE-FIGURES

           .
       RECONCILE-DEPLIA-TOTAL-EXIT.
           EXIT.
      *****************************************************************
       COMPARE-FIGURES SECTION.

      * CHECK-CODE / CHECK-BRANCH with the ledger's figure and ours -
      * a difference beyond the tolerance is a break, listed with the
      * movements that lie behind it

           COMPUTE DIFFERENCE = GL-FIGURE - SUB-FIGURE

           MOVE CHECK-CODE TO RL-CODE
           MOVE CHECK-BRANCH TO RL-BRANCH
           MOVE GL-FIGURE TO RL-GL
           MOVE SUB-FIGURE TO RL-SUB
           MOVE DIFFERENCE TO RL-DIFF

           IF DIFFERENCE = 0

            MOVE 'AGREED' TO RL-RESULT

            MOVE RECON-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO COMPARE-FIGURES-EXIT

           END-IF

           IF DIFFERENCE NOT > TOLERANCE
              AND DIFFERENCE NOT < 0 - TOLERANCE

            MOVE 'WITHIN TOLERANCE' TO RL-RESULT

            MOVE RECON-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO COMPARE-FIGURES-EXIT

           END-IF

           ADD 1 TO BREAK-COUNT

           IF BREAK-QUALIFIER = SPACES

            MOVE '*** BREAK ***' TO RL-RESULT

           ELSE

            MOVE BREAK-QUALIFIER TO RL-RESULT

           END-IF

           MOVE RECON-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LIST-MOVEMENTS

           .
       COMPARE-FIGURES-EXIT.
           EXIT.
      *****************************************************************
       LIST-MOVEMENTS SECTION.

      * the journal's movements behind a break - for deposit
      * liability those of the branch (all of them for the total),
      * for a contra code the movement types posted against it

           MOVE 0 TO MOVEMENT-COUNT

           PERFORM LIST-ONE-MOVEMENT
                   VARYING OUT-IX FROM 1 BY 1
                   UNTIL OUT-IX > JT-COUNT

           IF MOVEMENT-COUNT = 0

            MOVE NO-MOVEMENT-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           GO TO LIST-MOVEMENTS-EXIT

           .
      *****************************************************************
       LIST-ONE-MOVEMENT.

           MOVE 0 TO MOVEMENT-MATCH-SW

           IF CHECK-CODE = 'DEPLIA'

            IF CHECK-BRANCH = 'ALL'
               OR JT-BRANCH(OUT-IX) = CHECK-BRANCH

             MOVE 1 TO MOVEMENT-MATCH-SW

            END-IF

           ELSE
           IF CHECK-GC-IX > 0

            IF JT-TYPE(OUT-IX) = GCT-TYPE(CHECK-GC-IX 1)
               OR JT-TYPE(OUT-IX) = GCT-TYPE(CHECK-GC-IX 2)
               OR JT-TYPE(OUT-IX) = GCT-TYPE(CHECK-GC-IX 3)
               OR JT-TYPE(OUT-IX) = GCT-TYPE(CHECK-GC-IX 4)

             MOVE 1 TO MOVEMENT-MATCH-SW

            END-IF

           END-IF
           END-IF

           IF MOVEMENT-MATCHES

            ADD 1 TO MOVEMENT-COUNT

            PERFORM WRITE-MOVEMENT-LINE

           END-IF

           .
       LIST-MOVEMENTS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-MOVEMENT-LINE SECTION.

      * decoded as GLJRNL prints it - what it was, how many, the net
      * value, and the DR/CR pair the GL posts it as

           MOVE JT-BRANCH(OUT-IX) TO ML-BRANCH
           MOVE JT-ITEMS(OUT-IX) TO ML-ITEMS
           MOVE JT-VALUE(OUT-IX) TO ML-VALUE

           EVALUATE JT-TYPE(OUT-IX)

            WHEN 'OP'

             MOVE 'ACCOUNT OPENINGS' TO ML-TYPE-NAME
             MOVE 'CR DEPLIA / DR SUSPENSE' TO ML-CONTRA

            WHEN 'RS'

             MOVE 'RESTORES' TO ML-TYPE-NAME
             MOVE 'CR DEPLIA / DR SUSPENSE' TO ML-CONTRA

            WHEN 'CL'

             MOVE 'ACCOUNT CLOSURES' TO ML-TYPE-NAME
             MOVE 'DR DEPLIA / CR SUSPENSE' TO ML-CONTRA

            WHEN 'AR'

             MOVE 'ARCHIVALS' TO ML-TYPE-NAME
             MOVE 'DR DEPLIA / CR UNCLAIMED' TO ML-CONTRA

            WHEN 'CQ'

             MOVE 'CHEQUES PAID' TO ML-TYPE-NAME
             MOVE 'DR DEPLIA / CR CLEARING' TO ML-CONTRA

            WHEN 'WD'

             MOVE 'WITHDRAWALS' TO ML-TYPE-NAME
             MOVE 'DR DEPLIA / CR CASH' TO ML-CONTRA

            WHEN 'SL'

             MOVE 'SALARY CREDITS' TO ML-TYPE-NAME
             MOVE 'CR DEPLIA / DR SETTLEMENT' TO ML-CONTRA

            WHEN 'DP'

             MOVE 'DEPOSITS' TO ML-TYPE-NAME
             MOVE 'CR DEPLIA / DR CASH' TO ML-CONTRA

            WHEN 'SO'

             MOVE 'STANDING ORDERS' TO ML-TYPE-NAME
             MOVE 'DEPLIA BOTH SIDES' TO ML-CONTRA

            WHEN 'LN'

             MOVE 'LOAN MOVEMENTS' TO ML-TYPE-NAME
             MOVE 'DEPLIA BOTH SIDES' TO ML-CONTRA

            WHEN 'FP'

             MOVE 'FUTURE PAYMENTS' TO ML-TYPE-NAME
             MOVE 'DEPLIA BOTH SIDES' TO ML-CONTRA

            WHEN 'TR'

             MOVE 'TRANSFERS' TO ML-TYPE-NAME
             MOVE 'DEPLIA BOTH SIDES' TO ML-CONTRA

            WHEN 'IN'

             MOVE 'INTEREST' TO ML-TYPE-NAME
             MOVE 'CR DEPLIA / DR INT EXPENSE' TO ML-CONTRA

            WHEN 'FE'

             MOVE 'FEES' TO ML-TYPE-NAME
             MOVE 'DR DEPLIA / CR FEE INCOME' TO ML-CONTRA

            WHEN 'RV'

             MOVE 'REVERSALS' TO ML-TYPE-NAME
             MOVE 'CONTRA OF ORIGINAL' TO ML-CONTRA

            WHEN OTHER

             MOVE 'OTHER ADJUSTMENTS' TO ML-TYPE-NAME
             MOVE 'DR/CR SUSPENSE' TO ML-CONTRA

           END-EVALUATE

           MOVE MOVEMENT-LINE TO PRINT-LINE

           PERFORM WRITE-REPORT-LINE

           .
       WRITE-MOVEMENT-LINE-EXIT.
           EXIT.
      *****************************************************************
       RECORD-THE-OUTCOME SECTION.

      * the TECHCTL 'GLRECON' record is what PREFLT reads the next
      * night - the snapshot date reconciled and the breaks found
      * (0 reconciled). WRITE first, REWRITE when it already exists,
      * same shape as every other control record.

           MOVE CTL-GLRECON-KEY TO CTL-KEY
           MOVE BREAK-COUNT TO CTL-NUM-VALUE
           MOVE SNAPSHOT-DATE TO CTL-CHAR-VALUE

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHCTL")
                   FROM(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE CONTROL-RECORD TO SAVED-CONTROL-RECORD

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCTL")
                    INTO(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-GLRECON-KEY)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE SAVED-CONTROL-RECORD TO CONTROL-RECORD

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       RECORD-THE-OUTCOME-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("GLRRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
