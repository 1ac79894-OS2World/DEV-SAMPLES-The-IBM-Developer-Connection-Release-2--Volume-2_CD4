      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, month-end legal-order aging
      * report.
      *
      * For CICS v3
      *
      * Court orders stay open for months while credits trickle in
      * against them, and the courts expect to hear about the ones
      * that are not being paid. LGLMAINT in VSAMSERV keeps the
      * TECHLEGAL register; this run ages it. One pass of the file:
      * every order still open prints on LGLRPT with its account,
      * the court's reference, its priority, what it is still owed,
      * what is held on the account awaiting remittance, the date it
      * was served and its age band (UNDER 30 / 30+ / 90+ / 180+
      * DAYS), the cutoffs derived the same ABSTIME way DSPAGING
      * derives its own. Ends with the band totals, the owed and
      * held totals across the open orders, and the counts of orders
      * closed and withdrawn on file. Runs at month end from
      * NIGHTRUN; can also be started as its own CICS transaction.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLAGING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 LEGAL-ORDER-RECORD.
        03 LO-KEY.
         05 LO-ACCOUNT                 PIC X(5).
         05 LO-ORDER-REF               PIC X(16).
        03 LO-AUTHORITY                PIC X(30).
        03 LO-PRIORITY                 PIC 9(2).
        03 LO-AMOUNT-ORDERED           PIC S9(9)V99.
        03 LO-AMOUNT-OWED              PIC S9(9)V99.
        03 LO-AMOUNT-HELD              PIC S9(9)V99.
        03 LO-AMOUNT-REMITTED          PIC S9(9)V99.
        03 LO-STATUS                   PIC X(1).
          88 LO-OPEN                           VALUE 'O'.
          88 LO-CLOSED                         VALUE 'C'.
          88 LO-WITHDRAWN                      VALUE 'W'.
        03 LO-RECEIVED-DATE            PIC X(8).
        03 LO-REGISTERED-BY            PIC X(8).
        03 LO-CLOSED-DATE              PIC X(8).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 MISCEL-VARS.
        03 LO-REC-LEN                  PIC S9(4) VALUE 122.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 CUTOFF-ABSTIME              PIC S9(15) COMP-3.
        03 DAYS-IN-ABSTIME-UNITS       PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).
        03 BAND30-DATE                 PIC X(8).
        03 BAND90-DATE                 PIC X(8).
        03 BAND180-DATE                PIC X(8).
        03 BAND-LABEL                  PIC X(12).
        03 OPEN-COUNT                  PIC 9(5) VALUE 0.
        03 UNDER30-COUNT               PIC 9(5) VALUE 0.
        03 OVER30-COUNT                PIC 9(5) VALUE 0.
        03 OVER90-COUNT                PIC 9(5) VALUE 0.
        03 OVER180-COUNT               PIC 9(5) VALUE 0.
        03 CLOSED-COUNT                PIC 9(5) VALUE 0.
        03 WITHDRAWN-COUNT             PIC 9(5) VALUE 0.
        03 OWED-TOTAL                  PIC S9(11)V99 COMP-3 VALUE 0.
        03 HELD-TOTAL                  PIC S9(11)V99 COMP-3 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(24)
                   VALUE 'LEGAL ORDER AGING'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(48) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-ACCOUNT                  PIC X(6).
        03 DL-REF                      PIC X(17).
        03 FILLER                      PIC X(1) VALUE 'P'.
        03 DL-PRIORITY                 PIC 99.
        03 DL-OWED                     PIC -(9)9.99.
        03 DL-HELD                     PIC -(9)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-RECEIVED                 PIC X(9).
        03 DL-BAND                     PIC X(12).
        03 FILLER                      PIC X(5) VALUE SPACES.

       01 BAND-TOTAL-LINE.
        03 FILLER                      PIC X(7) VALUE 'OPEN:'.
        03 BT-OPEN                     PIC ZZZZ9.
        03 FILLER                      PIC X(8) VALUE ' UND 30:'.
        03 BT-UNDER30                  PIC ZZZZ9.
        03 FILLER                      PIC X(7) VALUE '  30+:'.
        03 BT-OVER30                   PIC ZZZZ9.
        03 FILLER                      PIC X(7) VALUE '  90+:'.
        03 BT-OVER90                   PIC ZZZZ9.
        03 FILLER                      PIC X(7) VALUE ' 180+:'.
        03 BT-OVER180                  PIC ZZZZ9.
        03 FILLER                      PIC X(19) VALUE SPACES.

       01 AMOUNT-TOTAL-LINE.
        03 FILLER                      PIC X(11)
                                        VALUE 'TOTAL OWED:'.
        03 AT-OWED                     PIC -(11)9.99.
        03 FILLER                      PIC X(8) VALUE '  HELD:'.
        03 AT-HELD                     PIC -(11)9.99.
        03 FILLER                      PIC X(31) VALUE SPACES.

       01 CLOSED-TOTAL-LINE.
        03 FILLER                      PIC X(10)
                                        VALUE 'CLOSED:'.
        03 CT-CLOSED                   PIC ZZZZ9.
        03 FILLER                      PIC X(12)
                                        VALUE ' WITHDRAWN:'.
        03 CT-WITHDRAWN                PIC ZZZZ9.
        03 FILLER                      PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM ESTABLISH-RUN-DATES

           MOVE RUN-DATE TO HL-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOW-VALUES TO LO-KEY

           EXEC CICS STARTBR
                   FILE("TECHLEGAL")
                   RIDFLD(LO-KEY)
                   KEYLENGTH(21)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM AGE-ONE-ORDER UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHLEGAL")
                   NOHANDLE
                   END-EXEC

           MOVE OPEN-COUNT TO BT-OPEN
           MOVE UNDER30-COUNT TO BT-UNDER30
           MOVE OVER30-COUNT TO BT-OVER30
           MOVE OVER90-COUNT TO BT-OVER90
           MOVE OVER180-COUNT TO BT-OVER180
           MOVE BAND-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE OWED-TOTAL TO AT-OWED
           MOVE HELD-TOTAL TO AT-HELD
           MOVE AMOUNT-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CLOSED-COUNT TO CT-CLOSED
           MOVE WITHDRAWN-COUNT TO CT-WITHDRAWN
           MOVE CLOSED-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       AGE-ONE-ORDER SECTION.

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHLEGAL")
                   INTO(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LO-KEY)
                   KEYLENGTH(21)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO AGE-ONE-ORDER-EXIT

           END-IF

           IF LO-CLOSED

            ADD 1 TO CLOSED-COUNT

            GO TO AGE-ONE-ORDER-EXIT

           END-IF

           IF LO-WITHDRAWN

            ADD 1 TO WITHDRAWN-COUNT

            GO TO AGE-ONE-ORDER-EXIT

           END-IF

           ADD 1 TO OPEN-COUNT
           ADD LO-AMOUNT-OWED TO OWED-TOTAL
           ADD LO-AMOUNT-HELD TO HELD-TOTAL

      * the band reads straight off the date the order was served
      * against the precomputed cutoffs - YYYYMMDD strings compare
      * the same as the dates they represent

           EVALUATE TRUE

            WHEN LO-RECEIVED-DATE NOT > BAND180-DATE

             MOVE '180+ DAYS' TO BAND-LABEL
             ADD 1 TO OVER180-COUNT

            WHEN LO-RECEIVED-DATE NOT > BAND90-DATE

             MOVE '90+ DAYS' TO BAND-LABEL
             ADD 1 TO OVER90-COUNT

            WHEN LO-RECEIVED-DATE NOT > BAND30-DATE

             MOVE '30+ DAYS' TO BAND-LABEL
             ADD 1 TO OVER30-COUNT

            WHEN OTHER

             MOVE 'UNDER 30' TO BAND-LABEL
             ADD 1 TO UNDER30-COUNT

           END-EVALUATE

           MOVE LO-ACCOUNT TO DL-ACCOUNT
           MOVE LO-ORDER-REF TO DL-REF
           MOVE LO-PRIORITY TO DL-PRIORITY
           MOVE LO-AMOUNT-OWED TO DL-OWED
           MOVE LO-AMOUNT-HELD TO DL-HELD
           MOVE LO-RECEIVED-DATE TO DL-RECEIVED
           MOVE BAND-LABEL TO DL-BAND

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       AGE-ONE-ORDER-EXIT.
           EXIT.
      *****************************************************************
       ESTABLISH-RUN-DATES SECTION.

      * the run is dated with the business date the region is
      * posting under (TECHCTL 'BUSDATE', maintained by EODROLL); a
      * region without the record falls back to the machine clock.
      * The band cutoffs come off the clock the same ABSTIME way
      * DORMANT derives its dormancy cutoff.

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

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   30 * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(BAND30-DATE)
                   NOHANDLE
                   END-EXEC

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   90 * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(BAND90-DATE)
                   NOHANDLE
                   END-EXEC

           COMPUTE DAYS-IN-ABSTIME-UNITS =
                   180 * 24 * 60 * 60 * 1000

           COMPUTE CUTOFF-ABSTIME =
                   NOW-ABSTIME - DAYS-IN-ABSTIME-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(CUTOFF-ABSTIME)
                   YYYYMMDD(BAND180-DATE)
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           .
       ESTABLISH-RUN-DATES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("LGLRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
