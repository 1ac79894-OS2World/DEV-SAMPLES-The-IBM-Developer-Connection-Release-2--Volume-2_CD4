      * February. One control line per statement produced (and per
      * account skipped as closed) goes to the STMCRPT print file
      * with run totals, so the completeness of the mailing is
      * provable instead of assumed. Nightly it runs as one of the
      * functions of TBSWEEP's single pass over TECHBASE, LINKed with
      * each account in turn; it can still be started as its own
      * CICS transaction to rerun the cycle, browsing TECHBASE for
      * itself. Not called from VSAMSERV.
      *
      * A statement that would go by post to a customer whose mail
      * has come back undelivered (the TECHCUST returned-mail flag -
      * see RETMAIL and RTMLOAD) is not produced at all: it is
      * listed as SUPPRESSED and counted, and the branch works the
      * customer off the RTMLIST worklist. Once the address is put
      * right a statement for the missed period can be run through
      * STMTGEN by hand. E-mail and telephone customers are not
      * affected.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
        03 CUST-DELIV-PREF             PIC X(1).
          88 CUST-DELIVER-EMAIL                VALUE 'E'.
          88 CUST-DELIVER-PHONE                VALUE 'T'.
        03 CUST-KYC-DATA.
         05 CUST-RISK-RATING           PIC X(1).
         05 CUST-KYC-LAST-DATE         PIC X(8).
         05 CUST-KYC-DUE-DATE          PIC X(8).
         05 CUST-KYC-BY                PIC X(8).
        03 CUST-ESTATE-DATA.
         05 CUST-LIFE-STATUS           PIC X(1).
           88 CUST-DECEASED                    VALUE 'D'.
         05 CUST-DEATH-DATE            PIC X(8).
         05 CUST-DEATH-RECORDED-BY     PIC X(8).
         05 CUST-ESTATE-SETTLED-DATE   PIC X(8).
         05 CUST-EXECUTOR-ACCOUNT      PIC X(5).
        03 CUST-PERSONAL-DATA.
         05 CUST-BIRTH-DATE            PIC X(8).
        03 CUST-MAIL-DATA.
         05 CUST-MAIL-STATUS           PIC X(1).
           88 CUST-MAIL-RETURNED               VALUE 'R'.
         05 CUST-MAIL-RETURNED-DATE    PIC X(8).
         05 CUST-MAIL-RETURNED-BY      PIC X(8).

      * the commarea STMTGEN is driven with - account and the cycle's
      * date range
       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 CYC-REC-LEN                 PIC S9(4) VALUE 7.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 PRODUCED-COUNT              PIC 9(7) VALUE 0.
        03 SKIPPED-COUNT               PIC 9(7) VALUE 0.
        03 NOT-DUE-COUNT               PIC 9(7) VALUE 0.
        03 SUPPRESSED-COUNT            PIC 9(7) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 ACCOUNT-CYCLE-DAY           PIC 9(2) VALUE 1.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.

      * where the next saved area starts in SWP-STATE

       01 SWEEP-VARS.
        03 SWEEP-OFFSET                PIC 9(5) COMP.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 TL-NOT-DUE                  PIC ZZZZZZ9.
        03 FILLER                      PIC X(8) VALUE SPACES.

       01 SUPPRESSED-LINE.
        03 FILLER                      PIC X(38)
                   VALUE 'SUPPRESSED - RETURNED MAIL:'.
        03 SL-SUPPRESSED               PIC ZZZZZZ9.
        03 FILLER                      PIC X(35) VALUE SPACES.

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

      * the run works to the business date the region is posting
      * under; a region without the record falls back to the clock

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

           MOVE RUN-DATE TO RUN-DATE-PARTS

           MOVE RUN-DATE TO HL-RUN-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       START-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       SCAN-ONE-ACCOUNT SECTION.

           ADD 1 TO SCANNED-COUNT

           PERFORM STATEMENT-ONE-ACCOUNT

           .
       SCAN-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       END-OF-RUN SECTION.

           MOVE SCANNED-COUNT TO TL-SCANNED
           MOVE PRODUCED-COUNT TO TL-PRODUCED
           MOVE SKIPPED-COUNT TO TL-SKIPPED
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SUPPRESSED-COUNT TO SL-SUPPRESSED
           MOVE SUPPRESSED-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       END-OF-RUN-EXIT.
           EXIT.
      *****************************************************************
       STATEMENT-ONE-ACCOUNT SECTION.
           MOVE FROM-DATE-PARTS TO SG-FROM-DATE
           MOVE RUN-DATE TO SG-TO-DATE

           MOVE ACCOUNTO TO DL-ACCOUNT
           MOVE SG-FROM-DATE TO DL-FROM
           MOVE SG-TO-DATE TO DL-TO

      * the mailing splits on the customer's delivery preference -
      * post unless they asked for e-mail or a phone call. The
      * channel is settled before the statement is made, because
      * post to an address the mail came back from is not made at
      * all

           MOVE 'POST' TO DL-CHANNEL
           MOVE SPACES TO CUST-MAIL-DATA

           IF CUSTOMER-NOO NOT = SPACES
              AND CUSTOMER-NOO NOT = LOW-VALUES

           END-IF

           IF DL-CHANNEL = 'POST' AND CUST-MAIL-RETURNED

            ADD 1 TO SUPPRESSED-COUNT

            MOVE 'SUPPRESSED' TO DL-RESULT
            MOVE 'RET-MAIL' TO DL-CHANNEL
            MOVE DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO STATEMENT-ONE-ACCOUNT-EXIT

           END-IF

           EXEC CICS LINK
                   PROGRAM('STMTGEN')
                   COMMAREA(STMTGEN-PARMS)
                   LENGTH(LENGTH OF STMTGEN-PARMS)
                   NOHANDLE
                   END-EXEC

           MOVE EIBRESP TO LINK-SAVED-RESP

           IF LINK-SAVED-RESP = 0

            ADD 1 TO PRODUCED-COUNT
