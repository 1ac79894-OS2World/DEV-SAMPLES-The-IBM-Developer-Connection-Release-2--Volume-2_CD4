      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, nightly report bursting.
      *
      * For CICS v3
      *
      * The branch-sensitive nightly reports - TRIALRPT, DQRPT,
      * DORMRPT, ODARPT, DSPRPT, NSFFRPT, HOLDRPT and the month-end
      * SVCRPT and LGLRPT - each come out as one listing for the
      * whole bank. This job cuts them up by branch so nobody has to
      * do it with scissors in the morning. Every detail line of
      * those reports carries the account number at a fixed column
      * (REPORT-TABLE below); the account's BRANCH-CODEO on TECHBASE
      * decides which branch the line belongs to.
      *
      * Each branch's share of each report lands on the BRPACK
      * branch report pack file (key = branch + business date +
      * report + line number, so one branch's night is one generic
      * browse), behind a cover sheet giving the branch name from
      * TECHBRM and the report's own title line. Every open branch
      * gets a cover sheet for every report that ran, with a
      * NOTHING TO REPORT page when none of the report's lines were
      * its own - so a missing page means the report never ran, not
      * that the branch had nothing on it. Header, heading and
      * bank-wide total lines are not copied; a line whose account
      * is not on TECHBASE is counted as unrouted and left on the
      * full report.
      *
      * The TECHDIST distribution register records, per business
      * date, report and branch, the lines sent and whether it was
      * a NOTHING TO REPORT page. A report already on the register
      * for the business date is not burst again, so a rerun the
      * same night distributes nothing twice. A report whose print
      * file is empty did not run tonight and is not distributed at
      * all. The per-report totals go to the BURSTRPT print file.
      * Intended to be started nightly, after the reporting steps,
      * as its own CICS transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

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

      * the TECHBRM branch reference record - the cover sheets carry
      * the branch name beside the code

       01 BRANCH-MASTER-RECORD.
        03 BRM-CODE                    PIC X(4).
        03 BRM-NAME                    PIC X(20).
        03 BRM-REGION                  PIC X(8).
        03 BRM-STATUS                  PIC X(1).
          88 BRM-OPEN                          VALUE 'O'.

      * the BRPACK branch report pack line - one print line of one
      * branch's share of one report

       01 PACK-RECORD.
        03 PK-KEY.
         05 PK-BRANCH                  PIC X(4).
         05 PK-DATE                    PIC X(8).
         05 PK-REPORT                  PIC X(8).
         05 PK-LINE-NO                 PIC 9(5).
        03 PK-TEXT                     PIC X(80).

      * the TECHDIST distribution register - which report went to
      * which branch for which business date

       01 DISTRIBUTION-RECORD.
        03 DR-KEY.
         05 DR-DATE                    PIC X(8).
         05 DR-REPORT                  PIC X(8).
         05 DR-BRANCH                  PIC X(4).
        03 DR-LINES                    PIC 9(5).
        03 DR-KIND                     PIC X(1).
          88 DR-LINES-SENT                     VALUE 'L'.
          88 DR-NOTHING-SENT                   VALUE 'N'.
        03 DR-TIME                     PIC X(6).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

      * the reports that are burst, and the column of their detail
      * lines that holds the account number

       01 REPORT-TABLE-TEXT.
        03 FILLER                      PIC X(10) VALUE 'TRIALRPT01'.
        03 FILLER                      PIC X(10) VALUE 'DQRPT   10'.
        03 FILLER                      PIC X(10) VALUE 'DORMRPT 01'.
        03 FILLER                      PIC X(10) VALUE 'ODARPT  01'.
        03 FILLER                      PIC X(10) VALUE 'DSPRPT  07'.
        03 FILLER                      PIC X(10) VALUE 'NSFFRPT 01'.
        03 FILLER                      PIC X(10) VALUE 'HOLDRPT 11'.
        03 FILLER                      PIC X(10) VALUE 'SVCRPT  01'.
        03 FILLER                      PIC X(10) VALUE 'LGLRPT  01'.
       01 REPORT-TABLE REDEFINES REPORT-TABLE-TEXT.
        03 REPORT-ENTRY OCCURS 9 TIMES.
         05 RT-FILE                    PIC X(8).
         05 RT-ACCOUNT-COL             PIC 9(2).

      * the branches - every TECHBRM branch, plus any code met on an
      * account that TECHBRM does not know - with the running line
      * count for the report being burst

       01 BRANCH-TABLE.
        03 BR-COUNT                    PIC 9(3) VALUE 0.
        03 BR-ENTRY OCCURS 300 TIMES.
         05 BR-CODE                    PIC X(4).
         05 BR-NAME                    PIC X(20).
         05 BR-OPEN-SW                 PIC 9.
           88 BR-OPEN                          VALUE 1.
         05 BR-LINES                   PIC 9(5).
         05 BR-NEXT-LINE-NO            PIC 9(5).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 BRM-REC-LEN                 PIC S9(4) VALUE 33.
        03 PK-REC-LEN                  PIC S9(4) VALUE 105.
        03 DR-REC-LEN                  PIC S9(4) VALUE 32.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RPT-RBA                     PIC S9(8) COMP VALUE 0.
        03 RPT-FILE-NAME               PIC X(8).
        03 RUN-DATE                    PIC X(8).
        03 RUN-TIME                    PIC X(6).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 RT-IX                       PIC 9(2) VALUE 0.
        03 BR-IX                       PIC 9(3) VALUE 0.
        03 ROUTE-ACCOUNT               PIC X(5).
        03 DR-BROWSE-KEY               PIC X(20).
        03 REPORT-TITLE                PIC X(80).
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 BRANCH-FOUND-SW             PIC 9 VALUE 0.
          88 BRANCH-FOUND                      VALUE 1.
        03 ALREADY-SENT-SW             PIC 9 VALUE 0.
          88 ALREADY-SENT                      VALUE 1.
        03 TITLE-READ-SW               PIC 9 VALUE 0.
          88 TITLE-READ                        VALUE 1.
        03 ROUTED-COUNT                PIC 9(7) VALUE 0.
        03 UNROUTED-COUNT              PIC 9(7) VALUE 0.
        03 BRANCHES-SENT-COUNT         PIC 9(3) VALUE 0.
        03 NOTHING-SENT-COUNT          PIC 9(3) VALUE 0.

       01 REPORT-LINE                  PIC X(80).

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'NIGHTLY REPORT DISTRIBUTION'.
        03 FILLER                      PIC X(15) VALUE 'BUSINESS DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(27) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(10) VALUE 'REPORT'.
        03 FILLER                      PIC X(22) VALUE 'RESULT'.
        03 FILLER                      PIC X(10) VALUE 'BRANCHES'.
        03 FILLER                      PIC X(10) VALUE 'NOTHING'.
        03 FILLER                      PIC X(10) VALUE 'ROUTED'.
        03 FILLER                      PIC X(10) VALUE 'UNROUTED'.
        03 FILLER                      PIC X(8) VALUE SPACES.

       01 CONTROL-LINE.
        03 CL-REPORT                   PIC X(10).
        03 CL-RESULT                   PIC X(22).
        03 CL-BRANCHES                 PIC ZZ9.
        03 FILLER                      PIC X(7) VALUE SPACES.
        03 CL-NOTHING                  PIC ZZ9.
        03 FILLER                      PIC X(5) VALUE SPACES.
        03 CL-ROUTED                   PIC ZZZZZZ9.
        03 FILLER                      PIC X(3) VALUE SPACES.
        03 CL-UNROUTED                 PIC ZZZZZZ9.
        03 FILLER                      PIC X(13) VALUE SPACES.

      * the cover sheet in front of each branch's share of a report

       01 COVER-BANNER-LINE.
        03 FILLER                      PIC X(40)
                   VALUE '******** BRANCH REPORT PACK ********'.
        03 FILLER                      PIC X(40) VALUE SPACES.

       01 COVER-BRANCH-LINE.
        03 FILLER                      PIC X(9) VALUE 'BRANCH:'.
        03 CB-CODE                     PIC X(6).
        03 CB-NAME                     PIC X(20).
        03 FILLER                      PIC X(45) VALUE SPACES.

       01 COVER-REPORT-LINE.
        03 FILLER                      PIC X(9) VALUE 'REPORT:'.
        03 CR-REPORT                   PIC X(10).
        03 FILLER                      PIC X(15) VALUE 'BUSINESS DATE:'.
        03 CR-DATE                     PIC X(8).
        03 FILLER                      PIC X(38) VALUE SPACES.

       01 NOTHING-LINE.
        03 FILLER                      PIC X(40)
                   VALUE '    *** NOTHING TO REPORT ***'.
        03 FILLER                      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(NOW-ABSTIME)
                   YYYYMMDD(RUN-DATE)
                   TIME(RUN-TIME)
                   NOHANDLE
                   END-EXEC

      * the packs are dated with the business date the region is
      * posting under (TECHCTL 'BUSDATE', maintained by EODROLL); a
      * region without the record falls back to the machine clock

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

           MOVE RUN-DATE TO HL-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-BRANCHES

           PERFORM BURST-ONE-REPORT
                   VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > 9

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-BRANCHES SECTION.

           MOVE LOW-VALUES TO BRM-CODE
           MOVE 0 TO END-OF-FILE-SW

           EXEC CICS STARTBR
                   FILE("TECHBRM")
                   RIDFLD(BRM-CODE)
                   KEYLENGTH(4)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM LOAD-NEXT-BRANCH UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHBRM")
                   NOHANDLE
                   END-EXEC

           .
       LOAD-BRANCHES-EXIT.
           EXIT.
      *****************************************************************
       LOAD-NEXT-BRANCH SECTION.

           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BRM-CODE)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR BR-COUNT NOT < 300

            MOVE 1 TO END-OF-FILE-SW

            GO TO LOAD-NEXT-BRANCH-EXIT

           END-IF

           ADD 1 TO BR-COUNT
           MOVE BRM-CODE TO BR-CODE(BR-COUNT)
           MOVE BRM-NAME TO BR-NAME(BR-COUNT)
           MOVE 0 TO BR-OPEN-SW(BR-COUNT)

           IF BRM-OPEN

            MOVE 1 TO BR-OPEN-SW(BR-COUNT)

           END-IF

           .
       LOAD-NEXT-BRANCH-EXIT.
           EXIT.
      *****************************************************************
       BURST-ONE-REPORT SECTION.

           MOVE RT-FILE(RT-IX) TO RPT-FILE-NAME
           MOVE RT-FILE(RT-IX) TO CL-REPORT
           MOVE 0 TO ROUTED-COUNT UNROUTED-COUNT
           MOVE 0 TO BRANCHES-SENT-COUNT NOTHING-SENT-COUNT

      * already on the register for tonight - a rerun; what went out
      * the first time stands

           MOVE 0 TO ALREADY-SENT-SW
           MOVE LOW-VALUES TO DR-BROWSE-KEY
           MOVE RUN-DATE TO DR-BROWSE-KEY(1:8)
           MOVE RT-FILE(RT-IX) TO DR-BROWSE-KEY(9:8)

           EXEC CICS STARTBR
                   FILE("TECHDIST")
                   RIDFLD(DR-BROWSE-KEY)
                   KEYLENGTH(20)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE DR-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("TECHDIST")
                    INTO(DISTRIBUTION-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(DR-BROWSE-KEY)
                    KEYLENGTH(20)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND DR-DATE = RUN-DATE
               AND DR-REPORT = RT-FILE(RT-IX)

             MOVE 1 TO ALREADY-SENT-SW

            END-IF

            EXEC CICS ENDBR
                    FILE("TECHDIST")
                    NOHANDLE
                    END-EXEC

           END-IF

           IF ALREADY-SENT

            MOVE 'ALREADY DISTRIBUTED' TO CL-RESULT
            GO TO BURST-ONE-REPORT-WRITE

           END-IF

           PERFORM RESET-BRANCH-COUNTS
                   VARYING BR-IX FROM 1 BY 1
                   UNTIL BR-IX > BR-COUNT

           MOVE 0 TO TITLE-READ-SW
           MOVE 0 TO END-OF-FILE-SW
           MOVE 0 TO RPT-RBA

           EXEC CICS STARTBR
                   FILE(RPT-FILE-NAME)
                   RIDFLD(RPT-RBA)
                   RBA
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM BURST-NEXT-LINE UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE(RPT-FILE-NAME)
                   NOHANDLE
                   END-EXEC

      * an empty print file - the report did not run tonight, and no
      * branch gets a page for it

           IF NOT TITLE-READ

            MOVE 'NOT RUN - NO OUTPUT' TO CL-RESULT
            GO TO BURST-ONE-REPORT-WRITE

           END-IF

           PERFORM CLOSE-REPORT-BRANCH
                   VARYING BR-IX FROM 1 BY 1
                   UNTIL BR-IX > BR-COUNT

           MOVE 'DISTRIBUTED' TO CL-RESULT

           GO TO BURST-ONE-REPORT-WRITE

           .
      *****************************************************************
       RESET-BRANCH-COUNTS.

           MOVE 0 TO BR-LINES(BR-IX)
           MOVE 0 TO BR-NEXT-LINE-NO(BR-IX)

           .
      *****************************************************************
       BURST-ONE-REPORT-WRITE.

           MOVE BRANCHES-SENT-COUNT TO CL-BRANCHES
           MOVE NOTHING-SENT-COUNT TO CL-NOTHING
           MOVE ROUTED-COUNT TO CL-ROUTED
           MOVE UNROUTED-COUNT TO CL-UNROUTED
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       BURST-ONE-REPORT-EXIT.
           EXIT.
      *****************************************************************
       BURST-NEXT-LINE SECTION.

           MOVE LENGTH OF REPORT-LINE TO LENGTH-VAR
           MOVE SPACES TO REPORT-LINE

           EXEC CICS READNEXT
                   FILE(RPT-FILE-NAME)
                   INTO(REPORT-LINE)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RPT-RBA)
                   RBA
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO BURST-NEXT-LINE-EXIT

           END-IF

      * the first line is the report's own title - it heads every
      * branch's share

           IF NOT TITLE-READ

            MOVE REPORT-LINE TO REPORT-TITLE
            MOVE 1 TO TITLE-READ-SW

            GO TO BURST-NEXT-LINE-EXIT

           END-IF

           MOVE REPORT-LINE(RT-ACCOUNT-COL(RT-IX):5) TO ROUTE-ACCOUNT

      * headings, totals and the like carry no account number

           IF ROUTE-ACCOUNT NOT NUMERIC

            GO TO BURST-NEXT-LINE-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ROUTE-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            ADD 1 TO UNROUTED-COUNT

            GO TO BURST-NEXT-LINE-EXIT

           END-IF

           PERFORM FIND-BRANCH

           IF NOT BRANCH-FOUND

            ADD 1 TO UNROUTED-COUNT

            GO TO BURST-NEXT-LINE-EXIT

           END-IF

      * the branch's first line of this report - its cover sheet
      * goes in front

           IF BR-LINES(BR-IX) = 0

            PERFORM WRITE-COVER-SHEET

           END-IF

           MOVE REPORT-LINE TO PK-TEXT
           PERFORM WRITE-PACK-LINE

           ADD 1 TO BR-LINES(BR-IX)
           ADD 1 TO ROUTED-COUNT

           .
       BURST-NEXT-LINE-EXIT.
           EXIT.
      *****************************************************************
       FIND-BRANCH SECTION.

      * a code TECHBRM does not know still gets its lines - it is
      * added to the table as such rather than being dropped

           MOVE 0 TO BRANCH-FOUND-SW

           PERFORM MATCH-BRANCH
                   VARYING BR-IX FROM 1 BY 1
                   UNTIL BR-IX > BR-COUNT OR BRANCH-FOUND

           IF BRANCH-FOUND

            SUBTRACT 1 FROM BR-IX

            GO TO FIND-BRANCH-EXIT

           END-IF

           IF BR-COUNT NOT < 300

            GO TO FIND-BRANCH-EXIT

           END-IF

           ADD 1 TO BR-COUNT
           MOVE BR-COUNT TO BR-IX
           MOVE BRANCH-CODEO TO BR-CODE(BR-IX)
           MOVE '(NOT ON TECHBRM)' TO BR-NAME(BR-IX)
           MOVE 0 TO BR-OPEN-SW(BR-IX)
           MOVE 0 TO BR-LINES(BR-IX)
           MOVE 0 TO BR-NEXT-LINE-NO(BR-IX)
           MOVE 1 TO BRANCH-FOUND-SW

           GO TO FIND-BRANCH-EXIT

           .
      *****************************************************************
       MATCH-BRANCH.

           IF BR-CODE(BR-IX) = BRANCH-CODEO

            MOVE 1 TO BRANCH-FOUND-SW

           END-IF

           .
       FIND-BRANCH-EXIT.
           EXIT.
      *****************************************************************
       WRITE-COVER-SHEET SECTION.

           MOVE COVER-BANNER-LINE TO PK-TEXT
           PERFORM WRITE-PACK-LINE

           MOVE BR-CODE(BR-IX) TO CB-CODE
           MOVE BR-NAME(BR-IX) TO CB-NAME
           MOVE COVER-BRANCH-LINE TO PK-TEXT
           PERFORM WRITE-PACK-LINE

           MOVE RT-FILE(RT-IX) TO CR-REPORT
           MOVE RUN-DATE TO CR-DATE
           MOVE COVER-REPORT-LINE TO PK-TEXT
           PERFORM WRITE-PACK-LINE

           MOVE COVER-BANNER-LINE TO PK-TEXT
           PERFORM WRITE-PACK-LINE

           MOVE REPORT-TITLE TO PK-TEXT
           PERFORM WRITE-PACK-LINE

           .
       WRITE-COVER-SHEET-EXIT.
           EXIT.
      *****************************************************************
       CLOSE-REPORT-BRANCH SECTION.

      * an open branch none of the report's lines belonged to still
      * gets its page, saying so; a closed branch with nothing on it
      * gets nothing

           IF BR-LINES(BR-IX) = 0

            IF NOT BR-OPEN(BR-IX)

             GO TO CLOSE-REPORT-BRANCH-EXIT

            END-IF

            PERFORM WRITE-COVER-SHEET

            MOVE NOTHING-LINE TO PK-TEXT
            PERFORM WRITE-PACK-LINE

            MOVE 'N' TO DR-KIND
            ADD 1 TO NOTHING-SENT-COUNT

           ELSE

            MOVE 'L' TO DR-KIND
            ADD 1 TO BRANCHES-SENT-COUNT

           END-IF

           MOVE RUN-DATE TO DR-DATE
           MOVE RT-FILE(RT-IX) TO DR-REPORT
           MOVE BR-CODE(BR-IX) TO DR-BRANCH
           MOVE BR-LINES(BR-IX) TO DR-LINES
           MOVE RUN-TIME TO DR-TIME

           EXEC CICS WRITE
                   FILE("TECHDIST")
                   FROM(DISTRIBUTION-RECORD)
                   LENGTH(DR-REC-LEN)
                   RIDFLD(DR-KEY)
                   KEYLENGTH(20)
                   NOHANDLE
                   END-EXEC

           .
       CLOSE-REPORT-BRANCH-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PACK-LINE SECTION.

           ADD 1 TO BR-NEXT-LINE-NO(BR-IX)

           MOVE BR-CODE(BR-IX) TO PK-BRANCH
           MOVE RUN-DATE TO PK-DATE
           MOVE RT-FILE(RT-IX) TO PK-REPORT
           MOVE BR-NEXT-LINE-NO(BR-IX) TO PK-LINE-NO

           EXEC CICS WRITE
                   FILE("BRPACK")
                   FROM(PACK-RECORD)
                   LENGTH(PK-REC-LEN)
                   RIDFLD(PK-KEY)
                   KEYLENGTH(25)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-PACK-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("BURSTRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
