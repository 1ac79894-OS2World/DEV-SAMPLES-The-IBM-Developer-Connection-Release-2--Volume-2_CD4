      * account configured are never touched - money is not stranded
      * into nowhere. The supervised ESCHRCLM function in VSAMSERV
      * is the reverse, for the customer who finally reappears.
      * At quarter end it runs as one of the functions of TBSWEEP's
      * single pass over TECHBASE, LINKed with each account in turn.
      * In the pass it only notes the accounts that are due, and
      * escheats them once the pass is over, so the trial balance
      * taken in the same pass sees one consistent state of the
      * file; the postings fall after its snapshot and prove in the
      * next night's DAYPROOF. It can still be started as its own
      * CICS transaction, browsing TECHBASE for itself and escheating
      * as it goes. Not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
        03 BALANCEO                    PIC S9(9)V99.
        03 OVERDRAFT-LIMITO            PIC S9(9)V99.
        03 ACCOUNT-STATUSO             PIC X(1).
          88 ACCOUNT-OPENO                     VALUE 'O' 'D'.
          88 ACCOUNT-CLOSEDO                   VALUE 'C'.
          88 ACCOUNT-FROZENO                   VALUE 'F'.
        03 BRANCH-CODEO                PIC X(4).
        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

       01 CONTRA-VARS.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.

      * product table - internal (type 'I') accounts never escheat
        03 PROD-NAME                   PIC X(12).
        03 PROD-TYPE                   PIC X(1).
        03 PROD-STATUS                 PIC X(1).
        03 PROD-CHARGE-SCHEDULE.
         05 PROD-FREE-ITEMS            PIC 9(3).
         05 PROD-ITEM-FEE              PIC 9(3)V99.
         05 PROD-MONTHLY-FEE           PIC 9(5)V99.
        03 PROD-BREAK-RATE             PIC S9V9(4).
        03 PROD-CURRENCY               PIC X(3).

       01 PRODUCT-TABLE.
        03 PT-COUNT                    PIC 9(2) VALUE 0.
         05 PT-TYPE                    PIC X(1).

       01 PRODUCT-VARS.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 PT-IX                       PIC 9(2) VALUE 0.
        03 PT-EOF-SW                   PIC 9 VALUE 0.
          88 PT-EOF                            VALUE 1.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 UNCL-READY-SW               PIC 9 VALUE 0.
          88 UNCL-READY                        VALUE 1.
        03 EC-IX                       PIC 9(4) VALUE 0.

      * the accounts found due during TBSWEEP's pass, escheated when
      * the pass is over; any beyond the table are counted and left
      * for a rerun

       01 ESCHEAT-CANDIDATES.
        03 EC-COUNT                    PIC 9(4) VALUE 0.
        03 EC-LEFT-COUNT               PIC 9(5) VALUE 0.
        03 EC-ACCOUNT OCCURS 1500 TIMES PIC X(5).

      * where the next saved area starts in SWP-STATE

       01 SWEEP-VARS.
        03 SWEEP-OFFSET                PIC 9(5) COMP.

       01 PRINT-LINE                   PIC X(80).

        03 TL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(20) VALUE SPACES.

       01 LEFT-LINE.
        03 FILLER                      PIC X(36)
                   VALUE 'DUE BUT NOT REACHED - RERUN ESCHEAT:'.
        03 LL-LEFT                     PIC ZZZZ9.
        03 FILLER                      PIC X(39) VALUE SPACES.

       LINKAGE SECTION.

      * TBSWEEP's commarea - the phase, the account record in hand,
      * and this program's run totals and tables, carried in
      * SWP-STATE from one LINK to the next

       01 DFHCOMMAREA.
        03 SWP-PHASE                   PIC X(1).
          88 SWP-START-OF-RUN                  VALUE 'S'.
          88 SWP-ONE-ACCOUNT                   VALUE 'A'.
          88 SWP-END-OF-RUN                    VALUE 'E'.
        03 SWP-RECORD                  PIC X(148).
        03 SWP-STATE                   PIC X(16000).

       PROCEDURE DIVISION.

       MAINLINE SECTION.

      * LINKed by TBSWEEP the run comes a phase at a time (see
      * SWEEP-PHASE); started on its own, as for a rerun, it browses
      * TECHBASE itself and hands each record to the same section

           IF EIBCALEN NOT = 0

            PERFORM SWEEP-PHASE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           PERFORM START-OF-RUN

           IF NOT UNCL-READY

            EXEC CICS RETURN
                    END-EXEC
                   NOHANDLE
                   END-EXEC

           PERFORM WRITE-TOTAL-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       SWEEP-PHASE SECTION.

      * TBSWEEP reads TECHBASE once for the nightly reporting jobs
      * and LINKs each of them with every record in turn. Working
      * storage does not outlive a LINK, so the run's totals and
      * tables go back in SWP-STATE at the end of each phase and
      * come out of it at the start of the next.

           IF NOT SWP-START-OF-RUN

            PERFORM RESTORE-SWEEP-STATE

           END-IF

           EVALUATE TRUE

            WHEN SWP-START-OF-RUN
             PERFORM START-OF-RUN

            WHEN SWP-ONE-ACCOUNT
             MOVE SWP-RECORD TO TECHBASE-RECORD
             PERFORM NOTE-CANDIDATE

            WHEN SWP-END-OF-RUN
             PERFORM END-OF-RUN

           END-EVALUATE

           PERFORM SAVE-SWEEP-STATE

           .
       SWEEP-PHASE-EXIT.
           EXIT.
      *****************************************************************
       SAVE-SWEEP-STATE SECTION.

           MOVE 1 TO SWEEP-OFFSET

           MOVE MISCEL-VARS
                TO SWP-STATE(SWEEP-OFFSET:LENGTH OF MISCEL-VARS)
           ADD LENGTH OF MISCEL-VARS TO SWEEP-OFFSET

           MOVE PRODUCT-TABLE
                TO SWP-STATE(SWEEP-OFFSET:LENGTH OF PRODUCT-TABLE)
           ADD LENGTH OF PRODUCT-TABLE TO SWEEP-OFFSET

           MOVE INTERNAL-ACCTS-RECORD
                TO SWP-STATE(SWEEP-OFFSET:
                             LENGTH OF INTERNAL-ACCTS-RECORD)
           ADD LENGTH OF INTERNAL-ACCTS-RECORD TO SWEEP-OFFSET

           MOVE ESCHEAT-CANDIDATES
                TO SWP-STATE(SWEEP-OFFSET:LENGTH OF ESCHEAT-CANDIDATES)
           ADD LENGTH OF ESCHEAT-CANDIDATES TO SWEEP-OFFSET

           .
       SAVE-SWEEP-STATE-EXIT.
           EXIT.
      *****************************************************************
       RESTORE-SWEEP-STATE SECTION.

           MOVE 1 TO SWEEP-OFFSET

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF MISCEL-VARS)
                TO MISCEL-VARS
           ADD LENGTH OF MISCEL-VARS TO SWEEP-OFFSET

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF PRODUCT-TABLE)
                TO PRODUCT-TABLE
           ADD LENGTH OF PRODUCT-TABLE TO SWEEP-OFFSET

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF INTERNAL-ACCTS-RECORD)
                TO INTERNAL-ACCTS-RECORD
           ADD LENGTH OF INTERNAL-ACCTS-RECORD TO SWEEP-OFFSET

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF ESCHEAT-CANDIDATES)
                TO ESCHEAT-CANDIDATES
           ADD LENGTH OF ESCHEAT-CANDIDATES TO SWEEP-OFFSET

           .
       RESTORE-SWEEP-STATE-EXIT.
           EXIT.
      *****************************************************************
       START-OF-RUN SECTION.

           PERFORM LOAD-PARAMETERS

           PERFORM LOAD-PRODUCTS

           PERFORM LOAD-INTERNAL-ACCTS

           PERFORM COMPUTE-CUTOFF-DATE

           MOVE CUTOFF-DATE TO HL-CUTOFF-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF NOT UNCL-READY

            MOVE 'NO UNCLAIMED ACCOUNT CONFIGURED - NOTHING DONE'
              TO PRINT-LINE

            PERFORM WRITE-REPORT-LINE

           END-IF

           .
       START-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       NOTE-CANDIDATE SECTION.

      * in TBSWEEP's pass an account found due is only noted - the
      * escheatment itself waits for the end of the pass

           IF NOT UNCL-READY

            GO TO NOTE-CANDIDATE-EXIT

           END-IF

           IF NOT ACCOUNT-OPENO
              OR LAST-ACTIVITY-DATEO NOT < CUTOFF-DATE
              OR ACCOUNTO = IAP-UNCL-ACCT

            GO TO NOTE-CANDIDATE-EXIT

           END-IF

           IF EC-COUNT < 1500

            ADD 1 TO EC-COUNT
            MOVE ACCOUNTO TO EC-ACCOUNT(EC-COUNT)

           ELSE

            ADD 1 TO EC-LEFT-COUNT

           END-IF

           .
       NOTE-CANDIDATE-EXIT.
           EXIT.
      *****************************************************************
       END-OF-RUN SECTION.

      * the accounts noted in the pass, each read afresh and checked
      * again before it is escheated

           IF NOT UNCL-READY

            GO TO END-OF-RUN-EXIT

           END-IF

           PERFORM ESCHEAT-ONE-CANDIDATE
                   VARYING EC-IX FROM 1 BY 1
                   UNTIL EC-IX > EC-COUNT

           PERFORM WRITE-TOTAL-LINE

           IF EC-LEFT-COUNT NOT = 0

            MOVE EC-LEFT-COUNT TO LL-LEFT
            MOVE LEFT-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           GO TO END-OF-RUN-EXIT

           .
      *****************************************************************
       ESCHEAT-ONE-CANDIDATE.

           MOVE EC-ACCOUNT(EC-IX) TO ACCOUNTO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND ACCOUNT-OPENO
              AND LAST-ACTIVITY-DATEO < CUTOFF-DATE

            PERFORM ESCHEAT-ONE-ACCOUNT

           END-IF

           .
       END-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       WRITE-TOTAL-LINE SECTION.

           MOVE ESCHEATED-COUNT TO TL-ESCHEATED
           MOVE CLOSED-EMPTY-COUNT TO TL-EMPTY
           MOVE ESCHEATED-TOTAL TO TL-VALUE
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-TOTAL-LINE-EXIT.
           EXIT.
      *****************************************************************
       ESCHEAT-ONE-ACCOUNT SECTION.
