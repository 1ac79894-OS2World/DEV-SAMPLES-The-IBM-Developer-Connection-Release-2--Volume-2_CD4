      * periodically as its own CICS transaction for the dormant-account
      * review, not called from VSAMSERV.
      *
      * The report is no longer the end of it: run nightly by
      * NIGHTRUN, it also FLAGS each open account past the cutoff as
      * dormant - ACCOUNT-STATUSO 'D', rewritten with a TECHAUDIT
      * entry (narrative 'DORMANT - DEBITS BLOCKED') - after which
      * VSAMSERV's DEBIT and TRANSFER, ATMPOST and CHQCLEAR refuse
      * to take money out of it until a supervisor reactivates it
      * (REACTIVATE in VSAMSERV); credits are still taken. Closed
      * and frozen accounts are listed but not flagged, nor are the
      * bank's internal accounts (product type 'I'). The STATUS
      * column shows FLAGGED for an account flagged tonight and
      * DORMANT for one flagged before.
      *
      * Nightly it is now one of the functions of TBSWEEP's single
      * pass over TECHBASE, LINKed with each account in turn, and it
      * hands the record back as it left it so the functions after
      * it see tonight's flag. Started on its own, as for a rerun,
      * it still browses TECHBASE for itself.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
        03 BALANCEO                    PIC S9(9)V99.
        03 OVERDRAFT-LIMITO            PIC S9(9)V99.
        03 ACCOUNT-STATUSO             PIC X(1).
          88 ACCOUNT-OPENO                     VALUE 'O'.
          88 ACCOUNT-DORMANTO                  VALUE 'D'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

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

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-UPDATE                   VALUE 'U'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * TECHCTL control records - the 'AUDSEQ' audit sequence counter
      * VSAMSERV's GET-NEXT-AUDIT-SEQNO also uses, and the 'BUSDATE'
      * business date the audit entries are dated with

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

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 ACCOUNT-COUNT               PIC 9(5) VALUE 0.
        03 DORMANT-COUNT               PIC 9(5) VALUE 0.
        03 FLAGGED-COUNT               PIC 9(5) VALUE 0.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).
        03 DORMANT-CUTOFF-DAYS         PIC 9(4) VALUE 90.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 CUTOFF-ABSTIME              PIC S9(15) COMP-3.
        03 PARM-REC-LEN                PIC S9(4) VALUE 103.
        03 PARM-KEY-VALUE              PIC X(8) VALUE 'RATES'.

      * where the next saved area starts in SWP-STATE

       01 SWEEP-VARS.
        03 SWEEP-OFFSET                PIC 9(5) COMP.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(20) VALUE 'NAME'.
        03 FILLER                      PIC X(15) VALUE 'BALANCE'.
        03 FILLER                      PIC X(15) VALUE 'LAST ACTIVITY'.
        03 FILLER                      PIC X(10) VALUE 'STATUS'.
        03 FILLER                      PIC X(10) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-ACCOUNT                  PIC X(10).
        03 DL-BALANCE                  PIC -(9)9.99.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 DL-LAST-ACTIVITY            PIC X(8).
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 DL-STATUS                   PIC X(10).
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(25)
        03 TL-DORMANT-COUNT            PIC ZZZZ9.
        03 FILLER                      PIC X(16) VALUE SPACES.

       01 FLAGGED-LINE.
        03 FILLER                      PIC X(25)
                                   VALUE 'FLAGGED DORMANT TONIGHT:'.
        03 FL-FLAGGED-COUNT            PIC ZZZZ9.
        03 FILLER                      PIC X(50) VALUE SPACES.

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

                   NOHANDLE
                   END-EXEC

           PERFORM UNTIL END-OF-FILE

      * LENGTH-VAR is shared with the flagging and audit I/O below -
      * restore the record length before every READNEXT

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("TECHBASE")
                    INTO(TECHBASE-RECORD)

            ELSE

             PERFORM CHECK-ONE-ACCOUNT

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
             PERFORM CHECK-ONE-ACCOUNT
             MOVE TECHBASE-RECORD TO SWP-RECORD

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

           .
       SAVE-SWEEP-STATE-EXIT.
           EXIT.
      *****************************************************************
       RESTORE-SWEEP-STATE SECTION.

           MOVE 1 TO SWEEP-OFFSET

           MOVE SWP-STATE(SWEEP-OFFSET:LENGTH OF MISCEL-VARS)
                TO MISCEL-VARS
           ADD LENGTH OF MISCEL-VARS TO SWEEP-OFFSET

           .
       RESTORE-SWEEP-STATE-EXIT.
           EXIT.
      *****************************************************************
       START-OF-RUN SECTION.

           PERFORM LOAD-PARAMETERS

           PERFORM COMPUTE-CUTOFF-DATE

           PERFORM WRITE-HEADER

           .
       START-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ONE-ACCOUNT SECTION.

           ADD 1 TO ACCOUNT-COUNT

           IF LAST-ACTIVITY-DATEO < CUTOFF-DATE

            PERFORM FLAG-DORMANT-ACCOUNT

            PERFORM WRITE-DETAIL-LINE

           END-IF

           .
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       END-OF-RUN SECTION.

           PERFORM WRITE-TOTAL-LINE

           .
       END-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-CUTOFF-DATE SECTION.


           MOVE CUTOFF-DATE TO HL-CUTOFF-DATE

      * the flagging's audit entries carry the business date the
      * region is posting under (TECHCTL 'BUSDATE'), the machine
      * date where the record is missing

           MOVE TODAY-DATE TO RUN-DATE

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

           .
       COMPUTE-CUTOFF-DATE-EXIT.
           EXIT.

           MOVE TOTAL-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("DORMRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           MOVE FLAGGED-COUNT TO FL-FLAGGED-COUNT

           MOVE FLAGGED-LINE TO PRINT-LINE

           EXEC CICS WRITE
                   FILE("DORMRPT")
                   FROM(PRINT-LINE)
       WRITE-TOTAL-LINE-EXIT.
           EXIT.
      *****************************************************************
       FLAG-DORMANT-ACCOUNT SECTION.

      * an open customer account past the cutoff goes to 'D' - re-read
      * under UPDATE, so one posted to since the browse read it, or
      * closed or frozen since, is left alone. DL-STATUS tells the
      * report line what became of it.

           MOVE SPACES TO DL-STATUS

           IF ACCOUNT-DORMANTO

            MOVE 'DORMANT' TO DL-STATUS

            GO TO FLAG-DORMANT-ACCOUNT-EXIT

           END-IF

           IF NOT ACCOUNT-OPENO

            GO TO FLAG-DORMANT-ACCOUNT-EXIT

           END-IF

      * the bank's own internal accounts are never dormant - the
      * batch contras must always be able to post to them

           IF PRODUCT-CODEO NOT = SPACES

            MOVE PROD-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPROD")
                    INTO(PRODUCT-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(PRODUCT-CODEO)
                    KEYLENGTH(2)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND PROD-TYPE = 'I'

             GO TO FLAG-DORMANT-ACCOUNT-EXIT

            END-IF

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO FLAG-DORMANT-ACCOUNT-EXIT

           END-IF

           IF NOT ACCOUNT-OPENO
              OR LAST-ACTIVITY-DATEO NOT < CUTOFF-DATE

            EXEC CICS UNLOCK
                    FILE("TECHBASE")
                    NOHANDLE
                    END-EXEC

            GO TO FLAG-DORMANT-ACCOUNT-EXIT

           END-IF

           MOVE TECHBASE-RECORD TO AUDIT-BEFORE-IMAGE

           MOVE 'D' TO ACCOUNT-STATUSO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBASE")
                   FROM(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO FLAG-DORMANT-ACCOUNT-EXIT

           END-IF

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'DORMANT - DEBITS BLOCKED' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           ADD 1 TO FLAGGED-COUNT
           MOVE 'FLAGGED' TO DL-STATUS

           .
       FLAG-DORMANT-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

      * sequence number from the TECHCTL 'AUDSEQ' control record -
      * same persisted counter VSAMSERV maintains (see
      * GET-NEXT-AUDIT-SEQNO below)

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
