      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, outward cheque clearing file.
      *
      * For CICS v3
      *
      * A cheque drawn on another bank paid in for collection
      * (VSAMSERV state 51, CHQDEP) is credited to the customer at
      * once under deposit hold and recorded on the TECHOCHQ
      * outward-items register as pending, with the amount the
      * drawee bank owes us carried on the clearing internal account
      * named on the TECHPARM 'INTACCTS' record. This job browses
      * TECHOCHQ end-to-end and presents every pending item on the
      * OCQOUT outward clearing file for the clearing house - one
      * fixed-format 'D' detail record per cheque and a single 'T'
      * trailer carrying the count and total so the clearing house
      * can balance the file before accepting it - and marks each
      * item sent, dated with the business date. An item marked sent
      * is never picked up again, so a rerun cuts an empty file
      * rather than presenting a cheque twice; once sent a deposit
      * can no longer be reversed online, only come back through the
      * clearing house's unpaid items (see OCHQRTN). The OCQCRPT
      * control report proves the file: items presented and their
      * value, and the one settlement total the clearing account
      * settles with the clearing house for. Intended to be started
      * nightly, after the posting steps, as its own CICS
      * transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCHQCLR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * the TECHOCHQ outward-items record - keyed on the audit
      * sequence number of the customer credit, which is also the
      * item reference the customer was given

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

      * the OCQOUT clearing file - 100-byte fixed records, details
      * then one trailer

       01 CLEARING-DETAIL-RECORD.
        03 CLR-TYPE                    PIC X(1) VALUE 'D'.
        03 CLR-REF                     PIC 9(7).
        03 CLR-VALUE-DATE              PIC X(8).
        03 CLR-PAYEE-ACCT              PIC X(5).
        03 CLR-AMOUNT                  PIC S9(9)V99.
        03 CLR-DRAWEE-BANK             PIC X(6).
        03 CLR-CHEQUE-NO               PIC X(10).
        03 CLR-DEPOSIT-DATE            PIC X(8).
        03 FILLER                      PIC X(44) VALUE SPACES.

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
        03 OCQ-REC-LEN                 PIC S9(4) VALUE 96.
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
                   VALUE 'OUTWARD CHEQUE CLEARING'.
        03 FILLER                      PIC X(10) VALUE 'RUN DATE:'.
        03 HL-RUN-DATE                 PIC X(8).
        03 FILLER                      PIC X(37) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-REF                      PIC 9(7).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-ACCOUNT                  PIC X(5).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-DRAWEE-BANK              PIC X(6).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-CHEQUE-NO                PIC X(10).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-NOTE                     PIC X(31).

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
                   FILE("TECHOCHQ")
                   RIDFLD(BROWSE-REF)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

            MOVE OCQ-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("TECHOCHQ")
                    INTO(OUTWARD-CHEQUE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BROWSE-REF)
                    KEYLENGTH(7)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

      * sent, returned and cancelled items stay exactly as they are
      * - a rerun never presents a cheque twice

             IF OCQ-PENDING

              PERFORM SEND-ONE-CHEQUE

             END-IF

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("TECHOCHQ")
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
       SEND-ONE-CHEQUE SECTION.

      * the item is marked sent first and only then written to the
      * clearing file - an item that cannot be marked is left
      * pending for the next run and listed, rather than presented
      * with nothing to stop it being presented again

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

           IF EIBRESP NOT = 0 OR NOT OCQ-PENDING

            GO TO SEND-ONE-CHEQUE-EXIT

           END-IF

           SET OCQ-SENT TO TRUE
           MOVE RUN-DATE TO OCQ-SENT-DATE

           MOVE OCQ-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHOCHQ")
                   FROM(OUTWARD-CHEQUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            ADD 1 TO FAILED-COUNT
            ADD OCQ-AMOUNT TO FAILED-TOTAL

            MOVE 'NOT MARKED - HELD OVER' TO DL-NOTE
            PERFORM WRITE-DETAIL-LINE

            GO TO SEND-ONE-CHEQUE-EXIT

           END-IF

           MOVE OCQ-REF TO CLR-REF
           MOVE RUN-DATE TO CLR-VALUE-DATE
           MOVE OCQ-ACCOUNT TO CLR-PAYEE-ACCT
           MOVE OCQ-AMOUNT TO CLR-AMOUNT
           MOVE OCQ-DRAWEE-BANK TO CLR-DRAWEE-BANK
           MOVE OCQ-CHEQUE-NO TO CLR-CHEQUE-NO
           MOVE OCQ-DEPOSIT-DATE TO CLR-DEPOSIT-DATE

           EXEC CICS WRITE
                   FILE("OCQOUT")
                   FROM(CLEARING-DETAIL-RECORD)
                   LENGTH(CLR-REC-LEN)
                   NOHANDLE
                   END-EXEC

           ADD 1 TO SENT-COUNT
           ADD OCQ-AMOUNT TO SENT-TOTAL

           MOVE SPACES TO DL-NOTE
           PERFORM WRITE-DETAIL-LINE

           .
       SEND-ONE-CHEQUE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-DETAIL-LINE SECTION.

           MOVE OCQ-REF TO DL-REF
           MOVE OCQ-ACCOUNT TO DL-ACCOUNT
           MOVE OCQ-DRAWEE-BANK TO DL-DRAWEE-BANK
           MOVE OCQ-CHEQUE-NO TO DL-CHEQUE-NO
           MOVE OCQ-AMOUNT TO DL-AMOUNT

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-DETAIL-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CLEARING-TRAILER SECTION.

      * the trailer is written even on a night with nothing to
      * present - the clearing house expects a file every business
      * day

           MOVE RUN-DATE TO CLR-TR-DATE
           MOVE SENT-COUNT TO CLR-TR-COUNT
           MOVE SENT-TOTAL TO CLR-TR-TOTAL

           EXEC CICS WRITE
                   FILE("OCQOUT")
                   FROM(CLEARING-TRAILER-RECORD)
                   LENGTH(CLR-REC-LEN)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-CLEARING-TRAILER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-REPORT SECTION.

      * the presented line matches the OCQOUT trailer; anything held
      * over is still owed on the clearing account for tomorrow

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'CHEQUES PRESENTED:' TO CL-LABEL
           MOVE SENT-COUNT TO CL-COUNT
           MOVE SENT-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'CHEQUES HELD OVER:' TO CL-LABEL
           MOVE FAILED-COUNT TO CL-COUNT
           MOVE FAILED-TOTAL TO CL-VALUE
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

      * the clearing house settles the whole file as one movement
      * into the clearing account, never cheque by cheque

           MOVE SENT-TOTAL TO SL-VALUE
           MOVE SETTLEMENT-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           .
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-LINE SECTION.

           EXEC CICS WRITE
                   FILE("OCQCRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-CONTROL-LINE-EXIT.
           EXIT.
      *****************************************************************
