      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, new business and attrition.
      *
      * For CICS v3
      *
      * Month-end new-business and attrition report. The audit trail
      * for the month the business date falls in - TECHAUDIT end to
      * end, and TECHAUDH from the first of the month for anything
      * AUDARCH has already moved out - is sorted by branch and
      * product into:
      *
      *   - opened - every CREATE, at the balance it opened with
      *   - closed - every DELETE at the balance it took off file,
      *     and every CLOSEACC closure ('ACCOUNT CLOSED') with the
      *     residual its 'CLOSURE TRANSFER' or 'CLOSURE CASH PAYOUT'
      *     paid away
      *   - archived - every ARCHACCT archival ('X'), at the balance
      *     it left TECHBASE with. Only closed accounts are archived,
      *     so these were already counted out when they closed
      *   - switched - every 'PRODUCT SWITCH', out of the old product
      *     and into the new one, with the balance it carried across
      *
      * Net growth is the accounts opened and switched in less those
      * closed and switched out, and the same for the balances. The
      * same month last year is worked the same way for comparison,
      * provided the trail still reaches back before it - once
      * HSKEEP has trimmed TECHAUDH past it the comparison is shown
      * as not held rather than as a month with no business.
      *
      * The report goes to the NEWBRPT print file, and each branch
      * and product's figures are kept on TECHNBS (key = month +
      * branch + product) with TECHCTL 'NBMONTH' naming the latest
      * month built, for the management viewer (RPTDATA) to page
      * through. A rerun for the same month replaces its figures.
      * Run by NIGHTRUN at month end; not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWBUS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-CREATE                   VALUE 'C'.
          88 AUDIT-OP-DELETE                   VALUE 'D'.
          88 AUDIT-OP-ARCHIVED                 VALUE 'X'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * the archived trail - AUDARCH's copy of the entry under a
      * date-led key

       01 AUDIT-HIST-RECORD.
        03 AH-DATE                     PIC X(8).
        03 AH-AUDIT-ENTRY              PIC X(365).

      * the balance, branch and product out of the images

       01 BI-IMAGE.
        03 FILLER                      PIC X(75).
        03 BI-BALANCEO                 PIC S9(9)V99.
        03 FILLER                      PIC X(12).
        03 BI-BRANCHO                  PIC X(4).
        03 FILLER                      PIC X(33).
        03 BI-PRODUCTO                 PIC X(2).
        03 FILLER                      PIC X(11).

       01 AI-IMAGE.
        03 FILLER                      PIC X(75).
        03 AI-BALANCEO                 PIC S9(9)V99.
        03 FILLER                      PIC X(12).
        03 AI-BRANCHO                  PIC X(4).
        03 FILLER                      PIC X(33).
        03 AI-PRODUCTO                 PIC X(2).
        03 FILLER                      PIC X(11).

      * one branch and product's month on TECHNBS - the management
      * viewer's copy of the figures, last year's net growth with
      * them

       01 NEWBUS-RECORD.
        03 NBS-KEY.
         05 NBS-MONTH                  PIC X(6).
         05 NBS-BRANCH                 PIC X(4).
         05 NBS-PRODUCT                PIC X(2).
        03 NBS-OPENED                  PIC 9(5).
        03 NBS-OPENED-BAL              PIC S9(11)V99.
        03 NBS-CLOSED                  PIC 9(5).
        03 NBS-CLOSED-BAL              PIC S9(11)V99.
        03 NBS-ARCHIVED                PIC 9(5).
        03 NBS-ARCHIVED-BAL            PIC S9(11)V99.
        03 NBS-SWITCH-IN               PIC 9(5).
        03 NBS-SWITCH-IN-BAL           PIC S9(11)V99.
        03 NBS-SWITCH-OUT              PIC 9(5).
        03 NBS-SWITCH-OUT-BAL          PIC S9(11)V99.
        03 NBS-LY-HELD                 PIC X(1).
        03 NBS-LY-NET-ACCTS            PIC S9(5).
        03 NBS-LY-NET-DEPOSITS         PIC S9(11)V99.

       01 SAVED-NBS-RECORD             PIC X(121).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 SAVED-CTL-RECORD             PIC X(25).

      * each branch and product the month (or last year's) touched -
      * period 1 is this month, period 2 the same month last year

       01 NEWBUS-TABLE.
        03 NB-COUNT                    PIC 9(3) VALUE 0.
        03 NB-ENTRY OCCURS 300 TIMES.
         05 NB-BRANCH                  PIC X(4).
         05 NB-PRODUCT                 PIC X(2).
         05 NB-PRINTED                 PIC X(1).
         05 NB-PERIOD OCCURS 2 TIMES.
          07 NB-OPENED                 PIC 9(5).
          07 NB-OPENED-BAL             PIC S9(11)V99.
          07 NB-CLOSED                 PIC 9(5).
          07 NB-CLOSED-BAL             PIC S9(11)V99.
          07 NB-ARCHIVED               PIC 9(5).
          07 NB-ARCHIVED-BAL           PIC S9(11)V99.
          07 NB-SWITCH-IN              PIC 9(5).
          07 NB-SWITCH-IN-BAL          PIC S9(11)V99.
          07 NB-SWITCH-OUT             PIC 9(5).
          07 NB-SWITCH-OUT-BAL         PIC S9(11)V99.

       01 MISCEL-VARS.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 AH-REC-LEN                  PIC S9(4) VALUE 373.
        03 NBS-REC-LEN                 PIC S9(4) VALUE 121.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 CTL-NBMONTH-KEY             PIC X(8) VALUE 'NBMONTH'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 THIS-MONTH                  PIC X(6).
        03 LAST-YEAR-MONTH             PIC X(6).
        03 LY-YEAR                     PIC 9(4).
        03 SCAN-MONTH                  PIC X(6).
        03 AH-BROWSE-KEY               PIC X(15).
        03 EARLIEST-DATE               PIC X(8).
        03 SCAN-DONE-SW                PIC 9 VALUE 0.
          88 SCAN-DONE                         VALUE 1.
        03 LY-HELD-SW                  PIC 9 VALUE 0.
          88 LY-HELD                           VALUE 1.
        03 PERIOD-IX                   PIC 9 VALUE 0.
        03 NB-IX                       PIC 9(3) VALUE 0.
        03 BEST-IX                     PIC 9(3) VALUE 0.
        03 FIND-BRANCH                 PIC X(4).
        03 FIND-PRODUCT                PIC X(2).
        03 FOUND-SW                    PIC 9 VALUE 0.
          88 ENTRY-FOUND                       VALUE 1.
        03 CURRENT-BRANCH              PIC X(4).
        03 ENTRY-BALANCE               PIC S9(9)V99 VALUE 0.
        03 NET-ACCTS                   PIC S9(5) VALUE 0.
        03 NET-DEPOSITS                PIC S9(11)V99 VALUE 0.
        03 OVERFLOW-COUNT              PIC 9(7) VALUE 0.
        03 ENTRIES-READ                PIC 9(7) VALUE 0.

      * branch and bank totals, by period like the table

       01 TOTAL-FIGURES.
        03 TF-LEVEL OCCURS 2 TIMES.
         05 TF-PERIOD OCCURS 2 TIMES.
          07 TF-OPENED                 PIC 9(7).
          07 TF-OPENED-BAL             PIC S9(11)V99.
          07 TF-CLOSED                 PIC 9(7).
          07 TF-CLOSED-BAL             PIC S9(11)V99.
          07 TF-ARCHIVED               PIC 9(7).
          07 TF-SWITCH-IN              PIC 9(7).
          07 TF-SWITCH-IN-BAL          PIC S9(11)V99.
          07 TF-SWITCH-OUT             PIC 9(7).
          07 TF-SWITCH-OUT-BAL         PIC S9(11)V99.

       01 TOTAL-VARS.
        03 TF-IX                       PIC 9 VALUE 0.
        03 BRANCH-LEVEL                PIC 9 VALUE 1.
        03 BANK-LEVEL                  PIC 9 VALUE 2.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(40)
                   VALUE 'NEW BUSINESS AND ATTRITION FOR MONTH'.
        03 HL-MONTH                    PIC X(6).
        03 FILLER                      PIC X(22)
                   VALUE '  COMPARED WITH MONTH'.
        03 HL-LY-MONTH                 PIC X(6).
        03 FILLER                      PIC X(6) VALUE SPACES.

       01 BRANCH-LINE.
        03 FILLER                      PIC X(7) VALUE 'BRANCH'.
        03 BL-BRANCH                   PIC X(4).
        03 FILLER                      PIC X(69) VALUE SPACES.

       01 COLUMN-LINE.
        03 FILLER                      PIC X(10) VALUE 'PRODUCT'.
        03 FILLER                      PIC X(6) VALUE 'OPENED'.
        03 FILLER                      PIC X(12) VALUE '    OPEN BAL'.
        03 FILLER                      PIC X(6) VALUE 'CLOSED'.
        03 FILLER                      PIC X(12) VALUE '   CLOSE BAL'.
        03 FILLER                      PIC X(5) VALUE ' ARCH'.
        03 FILLER                      PIC X(5) VALUE ' SWIN'.
        03 FILLER                      PIC X(5) VALUE 'SWOUT'.
        03 FILLER                      PIC X(7) VALUE ' NET NO'.
        03 FILLER                      PIC X(12) VALUE '     NET BAL'.

      * one period of one product (or a branch or bank total) - the
      * month, then last year's for comparison

       01 DETAIL-LINE.
        03 DL-PRODUCT                  PIC X(2).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-PERIOD                   PIC X(7).
        03 DL-OPENED                   PIC Z(5)9.
        03 DL-OPENED-BAL               PIC -(8)9.99.
        03 DL-CLOSED                   PIC Z(5)9.
        03 DL-CLOSED-BAL               PIC -(8)9.99.
        03 DL-ARCHIVED                 PIC Z(4)9.
        03 DL-SWITCH-IN                PIC Z(4)9.
        03 DL-SWITCH-OUT               PIC Z(4)9.
        03 DL-NET-ACCTS                PIC -(6)9.
        03 DL-NET-DEPOSITS             PIC -(8)9.99.

       01 NOT-HELD-LINE.
        03 NHL-PRODUCT                 PIC X(2).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 FILLER                      PIC X(7) VALUE 'LAST YR'.
        03 FILLER                      PIC X(70)
                   VALUE 'NOT HELD - AUDIT HISTORY DOES NOT REACH BACK'.

       01 TOTAL-HEAD-LINE.
        03 THL-LABEL                   PIC X(40).
        03 FILLER                      PIC X(40) VALUE SPACES.

       01 TOTAL-LINE.
        03 TL-LABEL                    PIC X(40).
        03 TL-COUNT                    PIC Z(6)9.
        03 FILLER                      PIC X(33) VALUE SPACES.

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

           MOVE RUN-DATE(1:6) TO THIS-MONTH
           MOVE RUN-DATE(1:4) TO LY-YEAR
           SUBTRACT 1 FROM LY-YEAR
           MOVE LY-YEAR TO LAST-YEAR-MONTH(1:4)
           MOVE RUN-DATE(5:2) TO LAST-YEAR-MONTH(5:2)

           MOVE THIS-MONTH TO HL-MONTH
           MOVE LAST-YEAR-MONTH TO HL-LY-MONTH
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM CHECK-HISTORY-REACH

      * the archived trail for each month wanted, then the live trail
      * for both at once

           MOVE THIS-MONTH TO SCAN-MONTH
           MOVE 1 TO PERIOD-IX
           PERFORM SCAN-ARCHIVED-MONTH

           IF LY-HELD

            MOVE LAST-YEAR-MONTH TO SCAN-MONTH
            MOVE 2 TO PERIOD-IX
            PERFORM SCAN-ARCHIVED-MONTH

           END-IF

           PERFORM SCAN-LIVE-TRAIL

           PERFORM SAVE-NEWBUS-FIGURES

           PERFORM PRINT-BRANCHES

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-HISTORY-REACH SECTION.

      * the oldest entry still held - the first on TECHAUDH, or on
      * TECHAUDIT when that is older or nothing has been archived.
      * Last year's month is only comparable when the trail starts
      * in an earlier month, so none of it can have been trimmed

           MOVE HIGH-VALUES TO EARLIEST-DATE

           MOVE LOW-VALUES TO AH-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHAUDH")
                   RIDFLD(AH-BROWSE-KEY)
                   KEYLENGTH(15)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE AH-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("TECHAUDH")
                    INTO(AUDIT-HIST-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(AH-BROWSE-KEY)
                    KEYLENGTH(15)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE AH-DATE TO EARLIEST-DATE

            END-IF

            EXEC CICS ENDBR
                    FILE("TECHAUDH")
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE LOW-VALUES TO AUDIT-SEQNO

           EXEC CICS STARTBR
                   FILE("TECHAUDIT")
                   RIDFLD(AUDIT-SEQNO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE AUDIT-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("TECHAUDIT")
                    INTO(AUDIT-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(AUDIT-SEQNO)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND AUDIT-DATE < EARLIEST-DATE

             MOVE AUDIT-DATE TO EARLIEST-DATE

            END-IF

            EXEC CICS ENDBR
                    FILE("TECHAUDIT")
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EARLIEST-DATE(1:6) < LAST-YEAR-MONTH

            MOVE 1 TO LY-HELD-SW

           END-IF

           .
       CHECK-HISTORY-REACH-EXIT.
           EXIT.
      *****************************************************************
       SCAN-ARCHIVED-MONTH SECTION.

      * TECHAUDH's date-led key - start at the first of SCAN-MONTH
      * and stop once past it

           MOVE 0 TO SCAN-DONE-SW
           MOVE LOW-VALUES TO AH-BROWSE-KEY
           MOVE SCAN-MONTH TO AH-BROWSE-KEY(1:6)
           MOVE '01' TO AH-BROWSE-KEY(7:2)

           EXEC CICS STARTBR
                   FILE("TECHAUDH")
                   RIDFLD(AH-BROWSE-KEY)
                   KEYLENGTH(15)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SCAN-DONE-SW

           END-IF

           PERFORM SCAN-NEXT-ARCHIVED UNTIL SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUDH")
                   NOHANDLE
                   END-EXEC

           GO TO SCAN-ARCHIVED-MONTH-EXIT

           .
      *****************************************************************
       SCAN-NEXT-ARCHIVED.

           MOVE AH-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHAUDH")
                   INTO(AUDIT-HIST-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(AH-BROWSE-KEY)
                   KEYLENGTH(15)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR AH-DATE(1:6) > SCAN-MONTH

            MOVE 1 TO SCAN-DONE-SW

           ELSE

            MOVE AH-AUDIT-ENTRY TO AUDIT-RECORD

            PERFORM TAKE-AUDIT-ENTRY

           END-IF

           .
       SCAN-ARCHIVED-MONTH-EXIT.
           EXIT.
      *****************************************************************
       SCAN-LIVE-TRAIL SECTION.

      * the live trail end to end, each entry going to whichever
      * month it falls in

           MOVE 0 TO SCAN-DONE-SW
           MOVE LOW-VALUES TO AUDIT-SEQNO

           EXEC CICS STARTBR
                   FILE("TECHAUDIT")
                   RIDFLD(AUDIT-SEQNO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SCAN-DONE-SW

           END-IF

           PERFORM SCAN-NEXT-LIVE UNTIL SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUDIT")
                   NOHANDLE
                   END-EXEC

           GO TO SCAN-LIVE-TRAIL-EXIT

           .
      *****************************************************************
       SCAN-NEXT-LIVE.

           MOVE AUDIT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHAUDIT")
                   INTO(AUDIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SCAN-DONE-SW

           ELSE

            IF AUDIT-DATE(1:6) = THIS-MONTH

             MOVE 1 TO PERIOD-IX
             PERFORM TAKE-AUDIT-ENTRY

            ELSE
            IF AUDIT-DATE(1:6) = LAST-YEAR-MONTH AND LY-HELD

             MOVE 2 TO PERIOD-IX
             PERFORM TAKE-AUDIT-ENTRY

            END-IF
            END-IF

           END-IF

           .
       SCAN-LIVE-TRAIL-EXIT.
           EXIT.
      *****************************************************************
       TAKE-AUDIT-ENTRY SECTION.

      * the entry in AUDIT-RECORD counted into period PERIOD-IX under
      * the branch and product its image names

           MOVE AUDIT-BEFORE-IMAGE TO BI-IMAGE
           MOVE AUDIT-AFTER-IMAGE TO AI-IMAGE

           IF BI-BALANCEO NOT NUMERIC

            MOVE 0 TO BI-BALANCEO

           END-IF

           IF AI-BALANCEO NOT NUMERIC

            MOVE 0 TO AI-BALANCEO

           END-IF

           ADD 1 TO ENTRIES-READ

           EVALUATE TRUE

            WHEN AUDIT-OP-CREATE

             MOVE AI-BRANCHO TO FIND-BRANCH
             MOVE AI-PRODUCTO TO FIND-PRODUCT
             PERFORM FIND-NEWBUS-ENTRY

             IF ENTRY-FOUND

              ADD 1 TO NB-OPENED(NB-IX, PERIOD-IX)
              ADD AI-BALANCEO TO NB-OPENED-BAL(NB-IX, PERIOD-IX)

             END-IF

            WHEN AUDIT-OP-DELETE

             MOVE BI-BRANCHO TO FIND-BRANCH
             MOVE BI-PRODUCTO TO FIND-PRODUCT
             PERFORM FIND-NEWBUS-ENTRY

             IF ENTRY-FOUND

              ADD 1 TO NB-CLOSED(NB-IX, PERIOD-IX)
              ADD BI-BALANCEO TO NB-CLOSED-BAL(NB-IX, PERIOD-IX)

             END-IF

            WHEN AUDIT-OP-ARCHIVED

             MOVE BI-BRANCHO TO FIND-BRANCH
             MOVE BI-PRODUCTO TO FIND-PRODUCT
             PERFORM FIND-NEWBUS-ENTRY

             IF ENTRY-FOUND

              ADD 1 TO NB-ARCHIVED(NB-IX, PERIOD-IX)
              ADD BI-BALANCEO TO NB-ARCHIVED-BAL(NB-IX, PERIOD-IX)

             END-IF

            WHEN AUDIT-NARRATIVE = 'ACCOUNT CLOSED'

             MOVE BI-BRANCHO TO FIND-BRANCH
             MOVE BI-PRODUCTO TO FIND-PRODUCT
             PERFORM FIND-NEWBUS-ENTRY

             IF ENTRY-FOUND

              ADD 1 TO NB-CLOSED(NB-IX, PERIOD-IX)

             END-IF

      * CLOSEACC settles the account to zero before it closes - what
      * left with the customer is the residual it paid away (the
      * receiving account's leg of a closure transfer goes up, and is
      * not a closing balance)

            WHEN (AUDIT-NARRATIVE = 'CLOSURE TRANSFER'
                  AND AI-BALANCEO < BI-BALANCEO)
              OR AUDIT-NARRATIVE = 'CLOSURE CASH PAYOUT'

             MOVE BI-BRANCHO TO FIND-BRANCH
             MOVE BI-PRODUCTO TO FIND-PRODUCT
             PERFORM FIND-NEWBUS-ENTRY

             IF ENTRY-FOUND

              COMPUTE ENTRY-BALANCE = BI-BALANCEO - AI-BALANCEO
              ADD ENTRY-BALANCE TO NB-CLOSED-BAL(NB-IX, PERIOD-IX)

             END-IF

            WHEN AUDIT-NARRATIVE = 'PRODUCT SWITCH'

             MOVE BI-BRANCHO TO FIND-BRANCH
             MOVE BI-PRODUCTO TO FIND-PRODUCT
             PERFORM FIND-NEWBUS-ENTRY

             IF ENTRY-FOUND

              ADD 1 TO NB-SWITCH-OUT(NB-IX, PERIOD-IX)
              ADD BI-BALANCEO TO NB-SWITCH-OUT-BAL(NB-IX, PERIOD-IX)

             END-IF

             MOVE AI-BRANCHO TO FIND-BRANCH
             MOVE AI-PRODUCTO TO FIND-PRODUCT
             PERFORM FIND-NEWBUS-ENTRY

             IF ENTRY-FOUND

              ADD 1 TO NB-SWITCH-IN(NB-IX, PERIOD-IX)
              ADD AI-BALANCEO TO NB-SWITCH-IN-BAL(NB-IX, PERIOD-IX)

             END-IF

            WHEN OTHER

             CONTINUE

           END-EVALUATE

           .
       TAKE-AUDIT-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       FIND-NEWBUS-ENTRY SECTION.

      * the table slot for FIND-BRANCH and FIND-PRODUCT, opened with
      * nothing counted the first time they turn up - a full table
      * leaves ENTRY-FOUND off and the entry is counted as not
      * tabulated

           MOVE 0 TO FOUND-SW

           PERFORM MATCH-NEWBUS-ENTRY
                   VARYING NB-IX FROM 1 BY 1
                   UNTIL NB-IX > NB-COUNT OR ENTRY-FOUND

           IF ENTRY-FOUND

            SUBTRACT 1 FROM NB-IX

            GO TO FIND-NEWBUS-ENTRY-EXIT

           END-IF

           IF NB-COUNT = 300

            ADD 1 TO OVERFLOW-COUNT

            GO TO FIND-NEWBUS-ENTRY-EXIT

           END-IF

           ADD 1 TO NB-COUNT
           MOVE NB-COUNT TO NB-IX
           MOVE FIND-BRANCH TO NB-BRANCH(NB-IX)
           MOVE FIND-PRODUCT TO NB-PRODUCT(NB-IX)
           MOVE 'N' TO NB-PRINTED(NB-IX)
           MOVE ZEROS TO NB-PERIOD(NB-IX, 1)
           MOVE ZEROS TO NB-PERIOD(NB-IX, 2)
           MOVE 1 TO FOUND-SW

           GO TO FIND-NEWBUS-ENTRY-EXIT

           .
      *****************************************************************
       MATCH-NEWBUS-ENTRY.

           IF NB-BRANCH(NB-IX) = FIND-BRANCH
              AND NB-PRODUCT(NB-IX) = FIND-PRODUCT

            MOVE 1 TO FOUND-SW

           END-IF

           .
       FIND-NEWBUS-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       SAVE-NEWBUS-FIGURES SECTION.

      * every branch and product onto TECHNBS for the month, then
      * TECHCTL 'NBMONTH' pointed at it

           PERFORM SAVE-ONE-ENTRY
                   VARYING NB-IX FROM 1 BY 1 UNTIL NB-IX > NB-COUNT

           MOVE CTL-NBMONTH-KEY TO CTL-KEY
           MOVE 0 TO CTL-NUM-VALUE
           MOVE SPACES TO CTL-CHAR-VALUE
           MOVE THIS-MONTH TO CTL-CHAR-VALUE(1:6)

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

            MOVE CONTROL-RECORD TO SAVED-CTL-RECORD

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCTL")
                    INTO(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-NBMONTH-KEY)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE SAVED-CTL-RECORD TO CONTROL-RECORD

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           GO TO SAVE-NEWBUS-FIGURES-EXIT

           .
      *****************************************************************
       SAVE-ONE-ENTRY.

           MOVE THIS-MONTH TO NBS-MONTH
           MOVE NB-BRANCH(NB-IX) TO NBS-BRANCH
           MOVE NB-PRODUCT(NB-IX) TO NBS-PRODUCT
           MOVE NB-OPENED(NB-IX, 1) TO NBS-OPENED
           MOVE NB-OPENED-BAL(NB-IX, 1) TO NBS-OPENED-BAL
           MOVE NB-CLOSED(NB-IX, 1) TO NBS-CLOSED
           MOVE NB-CLOSED-BAL(NB-IX, 1) TO NBS-CLOSED-BAL
           MOVE NB-ARCHIVED(NB-IX, 1) TO NBS-ARCHIVED
           MOVE NB-ARCHIVED-BAL(NB-IX, 1) TO NBS-ARCHIVED-BAL
           MOVE NB-SWITCH-IN(NB-IX, 1) TO NBS-SWITCH-IN
           MOVE NB-SWITCH-IN-BAL(NB-IX, 1) TO NBS-SWITCH-IN-BAL
           MOVE NB-SWITCH-OUT(NB-IX, 1) TO NBS-SWITCH-OUT
           MOVE NB-SWITCH-OUT-BAL(NB-IX, 1) TO NBS-SWITCH-OUT-BAL

           IF LY-HELD

            MOVE 'Y' TO NBS-LY-HELD
            COMPUTE NBS-LY-NET-ACCTS = NB-OPENED(NB-IX, 2)
                    + NB-SWITCH-IN(NB-IX, 2)
                    - NB-CLOSED(NB-IX, 2) - NB-SWITCH-OUT(NB-IX, 2)
            COMPUTE NBS-LY-NET-DEPOSITS = NB-OPENED-BAL(NB-IX, 2)
                    + NB-SWITCH-IN-BAL(NB-IX, 2)
                    - NB-CLOSED-BAL(NB-IX, 2)
                    - NB-SWITCH-OUT-BAL(NB-IX, 2)

           ELSE

            MOVE 'N' TO NBS-LY-HELD
            MOVE 0 TO NBS-LY-NET-ACCTS
            MOVE 0 TO NBS-LY-NET-DEPOSITS

           END-IF

           MOVE NBS-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHNBS")
                   FROM(NEWBUS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(NBS-KEY)
                   KEYLENGTH(12)
                   NOHANDLE
                   END-EXEC

      * a rerun for the month replaces what the earlier run kept

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE NEWBUS-RECORD TO SAVED-NBS-RECORD

            MOVE NBS-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHNBS")
                    INTO(NEWBUS-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(NBS-KEY)
                    KEYLENGTH(12)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE SAVED-NBS-RECORD TO NEWBUS-RECORD

            MOVE NBS-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHNBS")
                    FROM(NEWBUS-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       SAVE-NEWBUS-FIGURES-EXIT.
           EXIT.
      *****************************************************************
       PRINT-BRANCHES SECTION.

      * branch and product order - each pass takes the lowest entry
      * not yet printed, with a branch heading and the previous
      * branch's totals whenever the branch changes

           MOVE ZEROS TO TOTAL-FIGURES
           MOVE SPACES TO CURRENT-BRANCH

           PERFORM PRINT-NEXT-ENTRY NB-COUNT TIMES

           IF NB-COUNT > 0

            MOVE 'BRANCH TOTAL' TO THL-LABEL
            MOVE BRANCH-LEVEL TO TF-IX
            PERFORM PRINT-TOTALS

           END-IF

           MOVE 'BANK TOTAL' TO THL-LABEL
           MOVE BANK-LEVEL TO TF-IX
           PERFORM PRINT-TOTALS

           MOVE 'AUDIT ENTRIES COUNTED' TO TL-LABEL
           MOVE ENTRIES-READ TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF OVERFLOW-COUNT > 0

            MOVE 'ENTRIES NOT TABULATED - TABLE FULL' TO TL-LABEL
            MOVE OVERFLOW-COUNT TO TL-COUNT
            MOVE TOTAL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           .
       PRINT-BRANCHES-EXIT.
           EXIT.
      *****************************************************************
       PRINT-NEXT-ENTRY SECTION.

           MOVE 0 TO BEST-IX

           PERFORM PICK-LOWEST-ENTRY
                   VARYING NB-IX FROM 1 BY 1 UNTIL NB-IX > NB-COUNT

           IF BEST-IX = 0

            GO TO PRINT-NEXT-ENTRY-EXIT

           END-IF

           MOVE 'Y' TO NB-PRINTED(BEST-IX)

           IF NB-BRANCH(BEST-IX) NOT = CURRENT-BRANCH

            IF CURRENT-BRANCH NOT = SPACES

             MOVE 'BRANCH TOTAL' TO THL-LABEL
             MOVE BRANCH-LEVEL TO TF-IX
             PERFORM PRINT-TOTALS

            END-IF

            MOVE NB-BRANCH(BEST-IX) TO CURRENT-BRANCH
            MOVE ZEROS TO TF-LEVEL(BRANCH-LEVEL)

            MOVE CURRENT-BRANCH TO BL-BRANCH
            MOVE BRANCH-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE COLUMN-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           MOVE 1 TO PERIOD-IX
           PERFORM ADD-ENTRY-TO-TOTALS
           MOVE 2 TO PERIOD-IX
           PERFORM ADD-ENTRY-TO-TOTALS

           MOVE NB-PRODUCT(BEST-IX) TO DL-PRODUCT
           MOVE 'MONTH' TO DL-PERIOD
           MOVE NB-OPENED(BEST-IX, 1) TO DL-OPENED
           MOVE NB-OPENED-BAL(BEST-IX, 1) TO DL-OPENED-BAL
           MOVE NB-CLOSED(BEST-IX, 1) TO DL-CLOSED
           MOVE NB-CLOSED-BAL(BEST-IX, 1) TO DL-CLOSED-BAL
           MOVE NB-ARCHIVED(BEST-IX, 1) TO DL-ARCHIVED
           MOVE NB-SWITCH-IN(BEST-IX, 1) TO DL-SWITCH-IN
           MOVE NB-SWITCH-OUT(BEST-IX, 1) TO DL-SWITCH-OUT
           COMPUTE DL-NET-ACCTS = NB-OPENED(BEST-IX, 1)
                   + NB-SWITCH-IN(BEST-IX, 1)
                   - NB-CLOSED(BEST-IX, 1) - NB-SWITCH-OUT(BEST-IX, 1)
           COMPUTE DL-NET-DEPOSITS = NB-OPENED-BAL(BEST-IX, 1)
                   + NB-SWITCH-IN-BAL(BEST-IX, 1)
                   - NB-CLOSED-BAL(BEST-IX, 1)
                   - NB-SWITCH-OUT-BAL(BEST-IX, 1)
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF NOT LY-HELD

            MOVE SPACES TO NHL-PRODUCT
            MOVE NOT-HELD-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO PRINT-NEXT-ENTRY-EXIT

           END-IF

           MOVE SPACES TO DL-PRODUCT
           MOVE 'LAST YR' TO DL-PERIOD
           MOVE NB-OPENED(BEST-IX, 2) TO DL-OPENED
           MOVE NB-OPENED-BAL(BEST-IX, 2) TO DL-OPENED-BAL
           MOVE NB-CLOSED(BEST-IX, 2) TO DL-CLOSED
           MOVE NB-CLOSED-BAL(BEST-IX, 2) TO DL-CLOSED-BAL
           MOVE NB-ARCHIVED(BEST-IX, 2) TO DL-ARCHIVED
           MOVE NB-SWITCH-IN(BEST-IX, 2) TO DL-SWITCH-IN
           MOVE NB-SWITCH-OUT(BEST-IX, 2) TO DL-SWITCH-OUT
           COMPUTE DL-NET-ACCTS = NB-OPENED(BEST-IX, 2)
                   + NB-SWITCH-IN(BEST-IX, 2)
                   - NB-CLOSED(BEST-IX, 2) - NB-SWITCH-OUT(BEST-IX, 2)
           COMPUTE DL-NET-DEPOSITS = NB-OPENED-BAL(BEST-IX, 2)
                   + NB-SWITCH-IN-BAL(BEST-IX, 2)
                   - NB-CLOSED-BAL(BEST-IX, 2)
                   - NB-SWITCH-OUT-BAL(BEST-IX, 2)
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           GO TO PRINT-NEXT-ENTRY-EXIT

           .
      *****************************************************************
       PICK-LOWEST-ENTRY.

           IF NB-PRINTED(NB-IX) = 'N'

            IF BEST-IX = 0

             MOVE NB-IX TO BEST-IX

            ELSE

             IF NB-BRANCH(NB-IX) < NB-BRANCH(BEST-IX)
                OR (NB-BRANCH(NB-IX) = NB-BRANCH(BEST-IX)
                    AND NB-PRODUCT(NB-IX) < NB-PRODUCT(BEST-IX))

              MOVE NB-IX TO BEST-IX

             END-IF

            END-IF

           END-IF

           .
       PRINT-NEXT-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       ADD-ENTRY-TO-TOTALS SECTION.

      * entry BEST-IX's period PERIOD-IX into the branch and bank
      * totals

           PERFORM ADD-ENTRY-TO-LEVEL
                   VARYING TF-IX FROM 1 BY 1 UNTIL TF-IX > 2

           GO TO ADD-ENTRY-TO-TOTALS-EXIT

           .
      *****************************************************************
       ADD-ENTRY-TO-LEVEL.

           ADD NB-OPENED(BEST-IX, PERIOD-IX)
               TO TF-OPENED(TF-IX, PERIOD-IX)
           ADD NB-OPENED-BAL(BEST-IX, PERIOD-IX)
               TO TF-OPENED-BAL(TF-IX, PERIOD-IX)
           ADD NB-CLOSED(BEST-IX, PERIOD-IX)
               TO TF-CLOSED(TF-IX, PERIOD-IX)
           ADD NB-CLOSED-BAL(BEST-IX, PERIOD-IX)
               TO TF-CLOSED-BAL(TF-IX, PERIOD-IX)
           ADD NB-ARCHIVED(BEST-IX, PERIOD-IX)
               TO TF-ARCHIVED(TF-IX, PERIOD-IX)
           ADD NB-SWITCH-IN(BEST-IX, PERIOD-IX)
               TO TF-SWITCH-IN(TF-IX, PERIOD-IX)
           ADD NB-SWITCH-IN-BAL(BEST-IX, PERIOD-IX)
               TO TF-SWITCH-IN-BAL(TF-IX, PERIOD-IX)
           ADD NB-SWITCH-OUT(BEST-IX, PERIOD-IX)
               TO TF-SWITCH-OUT(TF-IX, PERIOD-IX)
           ADD NB-SWITCH-OUT-BAL(BEST-IX, PERIOD-IX)
               TO TF-SWITCH-OUT-BAL(TF-IX, PERIOD-IX)

           .
       ADD-ENTRY-TO-TOTALS-EXIT.
           EXIT.
      *****************************************************************
       PRINT-TOTALS SECTION.

      * the branch or bank totals at level TF-IX, the month and then
      * last year's

           MOVE TOTAL-HEAD-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO PERIOD-IX
           MOVE SPACES TO DL-PRODUCT
           MOVE 'MONTH' TO DL-PERIOD
           PERFORM PRINT-TOTAL-PERIOD

           IF NOT LY-HELD

            MOVE SPACES TO NHL-PRODUCT
            MOVE NOT-HELD-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO PRINT-TOTALS-EXIT

           END-IF

           MOVE 2 TO PERIOD-IX
           MOVE 'LAST YR' TO DL-PERIOD
           PERFORM PRINT-TOTAL-PERIOD

           .
       PRINT-TOTALS-EXIT.
           EXIT.
      *****************************************************************
       PRINT-TOTAL-PERIOD SECTION.

           MOVE TF-OPENED(TF-IX, PERIOD-IX) TO DL-OPENED
           MOVE TF-OPENED-BAL(TF-IX, PERIOD-IX) TO DL-OPENED-BAL
           MOVE TF-CLOSED(TF-IX, PERIOD-IX) TO DL-CLOSED
           MOVE TF-CLOSED-BAL(TF-IX, PERIOD-IX) TO DL-CLOSED-BAL
           MOVE TF-ARCHIVED(TF-IX, PERIOD-IX) TO DL-ARCHIVED
           MOVE TF-SWITCH-IN(TF-IX, PERIOD-IX) TO DL-SWITCH-IN
           MOVE TF-SWITCH-OUT(TF-IX, PERIOD-IX) TO DL-SWITCH-OUT
           COMPUTE DL-NET-ACCTS = TF-OPENED(TF-IX, PERIOD-IX)
                   + TF-SWITCH-IN(TF-IX, PERIOD-IX)
                   - TF-CLOSED(TF-IX, PERIOD-IX)
                   - TF-SWITCH-OUT(TF-IX, PERIOD-IX)
           COMPUTE DL-NET-DEPOSITS = TF-OPENED-BAL(TF-IX, PERIOD-IX)
                   + TF-SWITCH-IN-BAL(TF-IX, PERIOD-IX)
                   - TF-CLOSED-BAL(TF-IX, PERIOD-IX)
                   - TF-SWITCH-OUT-BAL(TF-IX, PERIOD-IX)
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       PRINT-TOTAL-PERIOD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("NEWBRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
