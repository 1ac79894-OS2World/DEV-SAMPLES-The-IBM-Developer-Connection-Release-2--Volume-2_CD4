      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, outward-payments clearing file.
      *
      * For CICS v3
      *
      * A payment to an account at another bank (VSAMSERV state 38,
      * OUTPAY) debits the customer at once and parks the payment on
      * the TECHOPAY outward-payments file as pending, with the money
      * held on the clearing internal account named on the TECHPARM
      * 'INTACCTS' record. This job browses TECHOPAY end-to-end and
      * writes every pending payment to the CLROUT clearing file for
      * the payments network - one fixed-format 'D' detail record per
      * payment and a single 'T' trailer carrying the count and total
      * so the network can balance the file before accepting it - and
      * marks each payment sent, dated with the business date. A
      * payment marked sent is never picked up again, so a rerun cuts
      * an empty file rather than paying twice; once sent a payment
      * can no longer be cancelled online, only come back through the
      * network's returns (see OPAYRTN). The CLRRPT control report
      * proves the file: payments sent and their value, and the one
      * settlement total the clearing account settles with the
      * network for. Intended to be started nightly, after the
      * posting steps, as its own CICS transaction, not called from
      * VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPAYCLR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * the TECHOPAY outward-payments record - keyed on the audit
      * sequence number of the customer debit, which is also the
      * reference the customer was given

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

      * the CLROUT clearing file - 100-byte fixed records, details
      * then one trailer

       01 CLEARING-DETAIL-RECORD.
        03 CLR-TYPE                    PIC X(1) VALUE 'D'.
        03 CLR-REF                     PIC 9(7).
        03 CLR-VALUE-DATE              PIC X(8).
        03 CLR-FROM-ACCT               PIC X(5).
        03 CLR-FROM-NAME               PIC X(15).
        03 CLR-AMOUNT                  PIC S9(9)V99.
        03 CLR-BENE-BANK               PIC X(6).
        03 CLR-BENE-ACCT               PIC X(16).
        03 CLR-BENE-NAME               PIC X(20).
        03 FILLER                      PIC X(11) VALUE SPACES.

       01 CLEARING-TRAILER-RECORD.
        03 CLR-TR-TYPE                 PIC X(1) VALUE 'T'.
        03 CLR-TR-DATE                 PIC X(8).
        03 CLR-TR-COUNT                PIC 9(7).
        03 CLR-TR-TOTAL                PIC S9(11)V99.
        03 FILLER                      PIC X(71) VALUE SPACES.

      * TECHCTL 'BUSDATE' control record - the business date the
      * region is posting under

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 CONTROL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.

       01 MISCEL-VARS.
        03 OPY-REC-LEN                 PIC S9(4) VALUE 115.
        03 CLR-REC-LEN                 PIC S9(4) VALUE 100.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 BROWSE-REF                  PIC 9(7).
        03 SENT-COUNT                  PIC 9(7) VALUE 0.
        03 SENT-TOTAL                  PIC S9(11)V99 COMP-3 VALUE 0.
        03 FAILED-COUNT                PIC 9(7) VALUE 0.
        03 FAILED-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(25)
                   VALUE 'OUTWARD PAYMENTS CLEARING'.
        03 FILLER                      PIC X(10) VALUE 'RUN DATE:'.
        03 HL-RUN-DATE                 PIC X(8).
        03 FILLER                      PIC X(37) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-REF                      PIC 9(7).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-ACCOUNT                  PIC X(5).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-BENE-BANK                PIC X(6).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-BENE-ACCT                PIC X(16).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-NOTE                     PIC X(25).

       01 CONTROL-LINE.
        03 CL-LABEL                    PIC X(22).
        03 CL-COUNT                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 CL-VALUE                    PIC -(11)9.99.
        03 FILLER                      PIC X(33) VALUE SPACES.

       01 SETTLEMENT-LINE.
        03 FILLER                      PIC X(34)
                   VALUE 'CLEARING SETTLEMENT (ONE TOTAL):'.
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

           MOVE LOW-VALUES TO BROWSE-REF

           EXEC CICS STARTBR
                   FILE("TECHOPAY")
                   RIDFLD(BROWSE-REF)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

            MOVE OPY-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("TECHOPAY")
                    INTO(OUTWARD-PAYMENT-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BROWSE-REF)
                    KEYLENGTH(7)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

      * sent, returned and cancelled payments stay exactly as they
      * are - a rerun never puts a payment on the file twice

             IF OPY-PENDING

              PERFORM SEND-ONE-PAYMENT

             END-IF

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("TECHOPAY")
                   NOHANDLE
                   END-EXEC

           PERFORM WRITE-CLEARING-TRAILER

           PERFORM WRITE-CONTROL-REPORT

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       SEND-ONE-PAYMENT SECTION.

      * the payment is marked sent first and only then written to
      * the clearing file - a payment that cannot be marked is left
      * pending for the next run and listed, rather than sent with
      * nothing to stop it being sent again

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

           IF EIBRESP NOT = 0 OR NOT OPY-PENDING

            GO TO SEND-ONE-PAYMENT-EXIT

           END-IF

           SET OPY-SENT TO TRUE
           MOVE RUN-DATE TO OPY-SENT-DATE

           MOVE OPY-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHOPAY")
                   FROM(OUTWARD-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            ADD 1 TO FAILED-COUNT
            ADD OPY-AMOUNT TO FAILED-TOTAL

            MOVE 'NOT MARKED - HELD OVER' TO DL-NOTE
            PERFORM WRITE-DETAIL-LINE

            GO TO SEND-ONE-PAYMENT-EXIT

           END-IF

           MOVE OPY-REF TO CLR-REF
           MOVE RUN-DATE TO CLR-VALUE-DATE
           MOVE OPY-ACCOUNT TO CLR-FROM-ACCT
           MOVE OPY-FROM-NAME TO CLR-FROM-NAME
           MOVE OPY-AMOUNT TO CLR-AMOUNT
           MOVE OPY-BENE-BANK TO CLR-BENE-BANK
           MOVE OPY-BENE-ACCT TO CLR-BENE-ACCT
           MOVE OPY-BENE-NAME TO CLR-BENE-NAME

           EXEC CICS WRITE
                   FILE("CLROUT")
                   FROM(CLEARING-DETAIL-RECORD)
                   LENGTH(CLR-REC-LEN)
                   NOHANDLE
                   END-EXEC

           ADD 1 TO SENT-COUNT
           ADD OPY-AMOUNT TO SENT-TOTAL

           MOVE SPACES TO DL-NOTE
           PERFORM WRITE-DETAIL-LINE

           .
       SEND-ONE-PAYMENT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-DETAIL-LINE SECTION.

           MOVE OPY-REF TO DL-REF
           MOVE OPY-ACCOUNT TO DL-ACCOUNT
           MOVE OPY-BENE-BANK TO DL-BENE-BANK
           MOVE OPY-BENE-ACCT TO DL-BENE-ACCT
           MOVE OPY-AMOUNT TO DL-AMOUNT

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-DETAIL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CLEARING-TRAILER SECTION.

      * the trailer is written even on a night with nothing to send
      * - the network expects a file every business day

           MOVE RUN-DATE TO CLR-TR-DATE
           MOVE SENT-COUNT TO CLR-TR-COUNT
           MOVE SENT-TOTAL TO CLR-TR-TOTAL

           EXEC CICS WRITE
                   FILE("CLROUT")
                   FROM(CLEARING-TRAILER-RECORD)
                   LENGTH(CLR-REC-LEN)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-CLEARING-TRAILER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-REPORT SECTION.

      * the sent line matches the CLROUT trailer; anything held over
      * is still sitting on the clearing account for tomorrow

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'PAYMENTS SENT:' TO CL-LABEL
           MOVE SENT-COUNT TO CL-COUNT
           MOVE SENT-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'PAYMENTS HELD OVER:' TO CL-LABEL
           MOVE FAILED-COUNT TO CL-COUNT
           MOVE FAILED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

      * the network settles the whole file as one movement off the
      * clearing account, never payment by payment

           MOVE SENT-TOTAL TO SL-VALUE
           MOVE SETTLEMENT-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-LINE SECTION.

           EXEC CICS WRITE
                   FILE("CLRRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-CONTROL-LINE-EXIT.
           EXIT.
      *****************************************************************
