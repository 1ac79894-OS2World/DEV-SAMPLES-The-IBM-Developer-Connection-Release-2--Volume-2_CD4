      * LAST-ACTIVITY-DATEO that is neither empty (never stamped -
      * legitimate, see DORMANT) nor a valid YYYYMMDD; BALANCEO that
      * is not a number; BRANCH-CODEO not on the TECHBRM master.
      * A dormant account ('D', see DORMANT) has a valid status.
      *
      * Runs nightly as one of the functions of TBSWEEP's single
      * pass over TECHBASE, LINKed with each account in turn; can
      * also be started as its own CICS transaction, browsing
      * TECHBASE for itself. Not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
        03 BALANCEO                    PIC S9(9)V99.
        03 OVERDRAFT-LIMITO            PIC S9(9)V99.
        03 ACCOUNT-STATUSO             PIC X(1).
          88 STATUS-IS-VALID           VALUES 'O' 'C' 'F' 'D'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
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
        03 DATE-VALID-SW               PIC 9 VALUE 0.
          88 DATE-IS-VALID                     VALUE 1.

      * where the next saved area starts in SWP-STATE

       01 SWEEP-VARS.
        03 SWEEP-OFFSET                PIC 9(5) COMP.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 TL-COUNT                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(48) VALUE SPACES.

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

           MOVE LOW-VALUES TO ACCOUNTO


            ELSE

             PERFORM SCAN-ONE-ACCOUNT

            END-IF

                   NOHANDLE
                   END-EXEC

           PERFORM END-OF-RUN

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
             PERFORM SCAN-ONE-ACCOUNT

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

           .
       RESTORE-SWEEP-STATE-EXIT.
           EXIT.
      *****************************************************************
       START-OF-RUN SECTION.

           PERFORM LOAD-PRODUCTS

           PERFORM WRITE-HEADER

           .
       START-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       SCAN-ONE-ACCOUNT SECTION.

           ADD 1 TO ACCOUNT-COUNT

      * internal (type 'I') accounts are the bank's own - fee
      * income, suspense and friends - and the customer rules do
      * not apply to them

           PERFORM GET-PRODUCT-TYPE

           IF ACCOUNT-PROD-TYPE = 'I'

            ADD 1 TO INTERNAL-COUNT

           ELSE

            PERFORM CHECK-ONE-RECORD

           END-IF

           .
       SCAN-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       END-OF-RUN SECTION.

           PERFORM WRITE-RULE-COUNTS

           .
       END-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ONE-RECORD SECTION.

