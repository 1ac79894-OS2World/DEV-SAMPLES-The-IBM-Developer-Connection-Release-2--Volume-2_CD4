      * is skipped when TRIALBAL did not complete).
      *
      * A one-line summary per step also goes to the NIGHTRPT print
      * file for the morning review, followed by one line for each
      * inbound file the loaders take from outside (SALINF, CHQINF,
      * ATMINF, CERTINF, RTMINF, GLRETN) - posted, rejected, refused
      * as a duplicate or out of sequence, or not received - off
      * the TECHJRNL entries INFREG keeps under the business date.
      *
      * The reporting jobs that each read all of TECHBASE - DORMANT,
      * ODAGING, DQSCAN, TRIALBAL, GLFEED, BRANCHSUM, STMTRUN and the
      * quarter-end ESCHEAT - run as the one TBSWEEP step, which
      * reads the file once for all of them and journals each under
      * its own step name as before. A function that fails there
      * journals the TBSWEEP step 'ER', so a rerun comes back for it;
      * the morning report carries a line per function off those
      * entries, and TRIALBAL's entry still decides whether DAYPROOF
      * and the steps off its bracket run.
      * Intended to be started nightly as its own CICS transaction,
      * not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
        03 CTL-POSTHOLD-KEY            PIC X(8) VALUE 'POSTHOLD'.
        03 CTL-PREFLT-KEY              PIC X(8) VALUE 'PREFLTOK'.
        03 CTL-AUDSEQ-KEY              PIC X(8) VALUE 'AUDSEQ'.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 STEP-AUDSEQ                 PIC 9(7).
        03 HOLD-WANTED                 PIC X(1).

      * the files other parties deliver for the batch loaders - the
      * morning report says what became of each (see INFREG)

       01 INBOUND-FILE-TABLE.
        03 FILLER                      PIC X(8) VALUE 'SALINF'.
        03 FILLER                      PIC X(8) VALUE 'CHQINF'.
        03 FILLER                      PIC X(8) VALUE 'ATMINF'.
        03 FILLER                      PIC X(8) VALUE 'CERTINF'.
        03 FILLER                      PIC X(8) VALUE 'RTMINF'.
        03 FILLER                      PIC X(8) VALUE 'GLRETN'.

       01 INBOUND-FILE-VIEW REDEFINES INBOUND-FILE-TABLE.
        03 INBOUND-FILE-NAME OCCURS 6 TIMES PIC X(8).

      * the functions TBSWEEP runs in its one pass of TECHBASE, each
      * journalled under its own step name (TRIALBAL ahead of GLFEED,
      * whose line depends on it)

       01 SWEEP-FUNCTION-TABLE.
        03 FILLER                      PIC X(8) VALUE 'DORMANT'.
        03 FILLER                      PIC X(8) VALUE 'ODAGING'.
        03 FILLER                      PIC X(8) VALUE 'DQSCAN'.
        03 FILLER                      PIC X(8) VALUE 'TRIALBAL'.
        03 FILLER                      PIC X(8) VALUE 'GLFEED'.
        03 FILLER                      PIC X(8) VALUE 'BRANCHSM'.
        03 FILLER                      PIC X(8) VALUE 'STMTRUN'.
        03 FILLER                      PIC X(8) VALUE 'ESCHEAT'.

       01 SWEEP-FUNCTION-VIEW REDEFINES SWEEP-FUNCTION-TABLE.
        03 SWEEP-FUNCTION-NAME OCCURS 8 TIMES PIC X(8).

      * TBSWEEP's commarea - the run date its journal entries go
      * under, and back from it whether any function failed

       01 SWEEP-COMMAREA.
        03 SC-RUN-DATE                 PIC X(8).
        03 SC-OUTCOME                  PIC X(1).
          88 SC-FUNCTION-FAILED                VALUE 'F'.

       01 MISCEL-VARS.
        03 JR-REC-LEN                  PIC S9(4) VALUE 44.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
          88 TRIALBAL-RAN-OK                   VALUE 1.
        03 MONTH-END-SW                PIC 9 VALUE 0.
          88 MONTH-END-TONIGHT                 VALUE 1.
        03 QUARTER-END-SW              PIC 9 VALUE 0.
          88 QUARTER-END-TONIGHT               VALUE 1.
        03 SWEEP-FUNCTION-IX           PIC 9(2) VALUE 0.
        03 PREFLIGHT-SW                PIC 9 VALUE 0.
          88 PREFLIGHT-PASSED                  VALUE 1.
        03 INBOUND-DATE                PIC X(8).
        03 INBOUND-IX                  PIC 9(2) VALUE 0.

       01 PRINT-LINE                   PIC X(80).


           END-IF

      * a month end that closes a quarter is when ESCHEAT runs in the
      * sweep (the morning report says 'NOT DUE' otherwise)

           IF MONTH-END-TONIGHT
              AND (RUN-DATE(5:2) = '03' OR RUN-DATE(5:2) = '06'
                   OR RUN-DATE(5:2) = '09' OR RUN-DATE(5:2) = '12')

            MOVE 1 TO QUARTER-END-SW

           END-IF

           PERFORM WRITE-HEADER

      * the pre-flight checker goes first and its verdict is law -
           MOVE 'HOLDREL' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * postings still waiting for a supervisor lapse with the day
      * they were keyed on, and their earmarks come off with them

           MOVE 'APQLAPSE' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * fixed-term deposits maturing on the business date pay their
      * agreed interest and roll or release per instruction

           MOVE 'FDPRUN' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * billers' direct-debit collection files post against the
      * customers' mandates; what cannot be paid goes back to the
      * billers on the unpaid-returns file

           MOVE 'DDCOLL' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * due loan installments collect from the nominated deposit
      * accounts; what the deposit side cannot cover is reported as
      * arrears and retried nightly
           MOVE 'ATMPOST' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * outward payments the network handed back go home to the
      * customer, out of the clearing account

           MOVE 'OPAYRTN' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * cheques paid in that the drawee banks sent back unpaid come
      * back off the customers, with their holds and the fee

           MOVE 'OCHQRTN' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * declared tills prove against what went through them; any
      * over/short posts to suspense instead of vanishing

           MOVE 'TILLPROF' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * and with tills and vaults proved, what each branch holds
      * in cash, vault and drawers together

           MOVE 'BRCASH' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * business customers' sweeps work the end-of-day balances -
      * after every posting job, and before NSFFEE and ACCRUE so an
      * overdraft covered from savings is neither charged nor
      * accrued

           MOVE 'SWEEPRUN' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

           MOVE 'NSFFEE' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * the month's activity is priced once the month's last
      * postings are in - after NSFFEE, so tonight's NSF fee is
      * not itself a chargeable item

           IF MONTH-END-TONIGHT

            MOVE 'SVCCHG' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * safe-deposit box rent falls due on each box's own
      * anniversary - what the renter's account cannot pay goes on
      * the arrears list, with a reminder for NOTIFY to send

           MOVE 'BOXBILL' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * one day's interest accrues on tonight's settled balances -
      * the month-end INTPOST capitalizes the accrued buckets

           MOVE 'ACCRUE' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * the day's outward payments go on the clearing file while
      * the hold still keeps new ones (and cancellations) out, so
      * the file and TECHOPAY agree to the payment

           MOVE 'OPAYCLR' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * and the day's cheques paid in go out for collection the same
      * way, so TECHOCHQ agrees to the presentment file

           MOVE 'OCHQCLR' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

           PERFORM CLEAR-POSTING-HOLD

      * next month's expiring cards are reissued to the bureau, and
      * replacements for this month's expiries go live, once the
      * month's last switch file has posted

           IF MONTH-END-TONIGHT

            MOVE 'CARDREN' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * customers who came of age this month move off the children's
      * product - after SVCCHG, so the month is priced on the product
      * they held, and before NOTIFY writes them their letter

           IF MONTH-END-TONIGHT

            MOVE 'AGEMIGR' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * open disputes age against their raised dates - the
      * turnaround figures the regulator asks for

           MOVE 'DSPAGING' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * what the posting jobs left in suspense ages item by item,
      * and the register proves to the suspense account's balance

           MOVE 'SUSPAGE' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * the bank drafts still out age draft by draft, and the
      * register proves to the drafts-outstanding account's balance

           MOVE 'DRAFTREC' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * the loan application pipeline - what waits on a decision,
      * what was approved or declined, and what has been booked

           MOVE 'LOANPIPE' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * deceased customers with accounts still not closed - the
      * estates waiting on an executor or on the survivors

           MOVE 'ESTATE' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * the post office's returned mail is flagged on the customer
      * master before anything tonight goes out by post - ahead of
      * the sweep, since STMTRUN cuts its statements there

           MOVE 'RTMLOAD' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * the one pass of TECHBASE for the reporting jobs - dormancy
      * flagging first, then overdraft aging, the data-quality scan,
      * the trial balance, GLFEED (only behind a completed trial
      * balance), the branch summary, tonight's statements and, at
      * quarter end, escheatment

           MOVE 'TBSWEEP' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

           PERFORM REPORT-SWEEP-FUNCTIONS
                   VARYING SWEEP-FUNCTION-IX FROM 1 BY 1
                   UNTIL SWEEP-FUNCTION-IX > 8

      * the movement proof compares tonight's trial balance against
      * last night's, so it only makes sense once TRIALBAL has run

           END-IF

      * the other suspicious-activity patterns - each hit opens a
      * case on the compliance register, off the same bracket

           IF TRIALBAL-RAN-OK

            MOVE 'AMLSCAN' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * any newly delivered sanctions list is loaded, and the whole
      * customer base rescreened against it - independent of the
      * day's postings, so it runs whatever TRIALBAL made of them

           MOVE 'WLSCREEN' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * at month end the branches get their list of customers due
      * or overdue for a KYC review

           IF MONTH-END-TONIGHT

            MOVE 'KYCDUE' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * and the month-end position on court orders - every open
      * order aged from the day it was served, with what it is
      * still owed and what is held for it

           IF MONTH-END-TONIGHT

            MOVE 'LGLAGING' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * and the month's profitability of every customer, ranked
      * within branch, with the loss-makers worth a pricing review
      * picked out

           IF MONTH-END-TONIGHT

            MOVE 'CUSTPROF' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * the month's new business and attrition - before HSKEEP, so
      * the audit trail it counts from is still whole

           IF MONTH-END-TONIGHT

            MOVE 'NEWBUS' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * the month's dormant-account reactivations, by branch and by
      * the supervisor who approved them

           IF MONTH-END-TONIGHT

            MOVE 'REACTRPT' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * the month's credit-bureau file - every loan and overdraft,
      * one record per borrower, tied back to TECHBASE

           IF MONTH-END-TONIGHT

            MOVE 'BUREXT' TO STEP-PROGRAM
            PERFORM RUN-ONE-STEP

           END-IF

      * the retention manager trims the files nothing else ever
      * does - request log, job journal, audit history, account
      * archive, dead sessions and stale tokens - and certifies
           MOVE 'NOTIFY' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * the branches' worklist of customers whose post is coming
      * back - after STMTRUN and NOTIFY have held their post

           MOVE 'RTMLIST' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * with every report of the night written, the branch-sensitive
      * ones are cut up into each branch's pack, cover sheets and
      * nothing-to-report pages included, and the distribution
      * register says which branch got what

           MOVE 'RPTBURST' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * the window trend - each step's elapsed time against its
      * norm, with the hard alarm when the run crosses into the
      * online day
           MOVE 'JRNLTRND' TO STEP-PROGRAM
           PERFORM RUN-ONE-STEP

      * which outside files came in for the business date, and what
      * became of them - read before EODROLL moves the date on

           PERFORM REPORT-INBOUND-FILES

      * the very last act of the night - roll the business date
      * forward so tomorrow's postings stamp tomorrow's ledger day


           PERFORM PUT-JOURNAL-RECORD

      * TBSWEEP takes the run date its functions journal under, and
      * says whether any of them failed - which fails the step, so
      * a rerun comes back for them

           IF STEP-PROGRAM = 'TBSWEEP'

            MOVE RUN-DATE TO SC-RUN-DATE
            MOVE SPACES TO SC-OUTCOME

            EXEC CICS LINK
                    PROGRAM(STEP-PROGRAM)
                    COMMAREA(SWEEP-COMMAREA)
                    LENGTH(LENGTH OF SWEEP-COMMAREA)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS LINK
                    PROGRAM(STEP-PROGRAM)
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP NOT = 0


           END-IF

           IF STEP-PROGRAM = 'TBSWEEP' AND SC-FUNCTION-FAILED

            MOVE 1 TO STEP-FAILED-SW

           END-IF

           PERFORM GET-CURRENT-TIME

           MOVE RUN-TIME TO JR-END-TIME
           .
       RUN-ONE-STEP-EXIT.
           EXIT.
      *****************************************************************
       REPORT-INBOUND-FILES SECTION.

      * the loaders journal each file under the business date, not
      * the clock date this run's own steps go under; a region
      * without the BUSDATE record falls back to the clock

           MOVE RUN-DATE TO INBOUND-DATE
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

            MOVE CTL-CHAR-VALUE TO INBOUND-DATE

           END-IF

           PERFORM REPORT-ONE-INBOUND-FILE
                   VARYING INBOUND-IX FROM 1 BY 1
                   UNTIL INBOUND-IX > 6

           .
       REPORT-INBOUND-FILES-EXIT.
           EXIT.
      *****************************************************************
       REPORT-ONE-INBOUND-FILE SECTION.

           MOVE INBOUND-FILE-NAME(INBOUND-IX) TO SL-STEP
           MOVE SPACES TO SL-START
           MOVE SPACES TO SL-END

           MOVE INBOUND-DATE TO JR-DATE
           MOVE INBOUND-FILE-NAME(INBOUND-IX) TO JR-STEP
           MOVE JR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHJRNL")
                   INTO(JOURNAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JR-KEY)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'FILE NOT RECEIVED' TO SL-RESULT

            PERFORM WRITE-STEP-LINE

            GO TO REPORT-ONE-INBOUND-FILE-EXIT

           END-IF

           MOVE JR-START-TIME TO SL-START
           MOVE JR-END-TIME TO SL-END

           EVALUATE JR-OUTCOME

            WHEN 'OK'
             MOVE 'FILE POSTED' TO SL-RESULT

            WHEN 'RN'
             MOVE 'FILE NOT FINISHED' TO SL-RESULT

            WHEN 'RJ'
             MOVE 'FILE REJECTED' TO SL-RESULT

            WHEN 'DU'
             MOVE 'DUPLICATE REFUSED' TO SL-RESULT

            WHEN 'SQ'
             MOVE 'OUT OF SEQUENCE' TO SL-RESULT

            WHEN OTHER
             MOVE JR-OUTCOME TO SL-RESULT

           END-EVALUATE

           PERFORM WRITE-STEP-LINE

           .
       REPORT-ONE-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       REPORT-SWEEP-FUNCTIONS SECTION.

      * one line per sweep function off its own journal entry - and
      * the trial balance counts as run tonight only if TRIALBAL's
      * entry says so

           MOVE SWEEP-FUNCTION-NAME(SWEEP-FUNCTION-IX) TO SL-STEP
           MOVE SPACES TO SL-START
           MOVE SPACES TO SL-END

           MOVE RUN-DATE TO JR-DATE
           MOVE SWEEP-FUNCTION-NAME(SWEEP-FUNCTION-IX) TO JR-STEP
           MOVE JR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHJRNL")
                   INTO(JOURNAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JR-KEY)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            EVALUATE TRUE

             WHEN SL-STEP = 'GLFEED' AND NOT TRIALBAL-RAN-OK
              MOVE 'HELD - NO TRIALBAL' TO SL-RESULT

             WHEN SL-STEP = 'ESCHEAT' AND NOT QUARTER-END-TONIGHT
              MOVE 'NOT DUE' TO SL-RESULT

             WHEN OTHER
              MOVE 'NOT RUN' TO SL-RESULT

            END-EVALUATE

            PERFORM WRITE-STEP-LINE

            GO TO REPORT-SWEEP-FUNCTIONS-EXIT

           END-IF

           MOVE JR-START-TIME TO SL-START
           MOVE JR-END-TIME TO SL-END

           EVALUATE TRUE

            WHEN JR-RAN-OK
             MOVE 'COMPLETED' TO SL-RESULT

            WHEN JR-RUNNING
             MOVE 'NOT FINISHED' TO SL-RESULT

            WHEN JR-FAILED
             MOVE 'FAILED' TO SL-RESULT

            WHEN JR-BACKED-OUT
             MOVE 'BACKED OUT' TO SL-RESULT

            WHEN OTHER
             MOVE JR-OUTCOME TO SL-RESULT

           END-EVALUATE

           IF SL-STEP = 'TRIALBAL' AND JR-RAN-OK

            MOVE 1 TO TRIALBAL-OK-SW

           END-IF

           PERFORM WRITE-STEP-LINE

           .
       REPORT-SWEEP-FUNCTIONS-EXIT.
           EXIT.
      *****************************************************************
       READ-PREFLIGHT-VERDICT SECTION.

