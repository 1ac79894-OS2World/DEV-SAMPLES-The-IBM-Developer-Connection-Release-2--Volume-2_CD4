      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, dormant account reactivations.
      *
      * For CICS v3
      *
      * Month-end report of the dormant accounts reactivated in the
      * month the business date falls in. VSAMSERV's REACTIVATE
      * keeps a register of them on TECHREACT (key = the audit
      * sequence number of the reactivation), one entry per account
      * brought back with the branch, the user who asked, the
      * supervisor who approved and the ID evidence seen. The
      * month's entries are listed twice:
      *
      *   - by branch - so each branch can see what it reactivated
      *   - by supervisor - so each approver's sign-offs can be
      *     reviewed together
      *
      * with a count for each group and for the month. The report
      * goes to the REACTRPT print file. Run by NIGHTRUN at month
      * end; not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REACTRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * one reactivation - VSAMSERV's REACTIVATION-RECORD

       01 REACTIVATION-RECORD.
        03 REA-SEQNO                   PIC 9(7).
        03 REA-DATE                    PIC X(8).
        03 REA-ACCOUNT                 PIC X(5).
        03 REA-BRANCH                  PIC X(4).
        03 REA-REQUESTED-BY            PIC X(8).
        03 REA-APPROVED-BY             PIC X(8).
        03 REA-EVIDENCE                PIC X(30).
        03 REA-BALANCE                 PIC S9(9)V99.
        03 REA-LAST-ACTIVITY           PIC X(8).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

      * the month's reactivations, in the order they were made

       01 REACT-TABLE.
        03 RT-COUNT                    PIC 9(3) VALUE 0.
        03 RT-ENTRY OCCURS 500 TIMES.
         05 RT-DATE                    PIC X(8).
         05 RT-ACCOUNT                 PIC X(5).
         05 RT-BRANCH                  PIC X(4).
         05 RT-REQUESTED-BY            PIC X(8).
         05 RT-APPROVED-BY             PIC X(8).
         05 RT-EVIDENCE                PIC X(30).

      * the distinct branches (or supervisors) the month's entries
      * fall into - one group per key, never more than the entries

       01 GROUP-TABLE.
        03 GT-COUNT                    PIC 9(3) VALUE 0.
        03 GT-ENTRY OCCURS 500 TIMES.
         05 GT-KEY                     PIC X(8).
         05 GT-ITEMS                   PIC 9(5).
         05 GT-PRINTED                 PIC X(1).

       01 MISCEL-VARS.
        03 REA-REC-LEN                 PIC S9(4) VALUE 89.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 THIS-MONTH                  PIC X(6).
        03 SCAN-DONE-SW                PIC 9 VALUE 0.
          88 SCAN-DONE                         VALUE 1.
        03 GROUP-BY-SW                 PIC X(1) VALUE 'B'.
          88 GROUP-BY-BRANCH                   VALUE 'B'.
          88 GROUP-BY-SUPERVISOR               VALUE 'S'.
        03 ENTRY-KEY                   PIC X(8).
        03 RT-IX                       PIC 9(3) VALUE 0.
        03 GT-IX                       PIC 9(3) VALUE 0.
        03 BEST-IX                     PIC 9(3) VALUE 0.
        03 FOUND-SW                    PIC 9 VALUE 0.
          88 GROUP-FOUND                       VALUE 1.
        03 OVERFLOW-COUNT              PIC 9(7) VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(40)
                   VALUE 'DORMANT ACCOUNT REACTIVATIONS FOR MONTH'.
        03 HL-MONTH                    PIC X(6).
        03 FILLER                      PIC X(34) VALUE SPACES.

       01 SECTION-LINE.
        03 SL-TITLE                    PIC X(40).
        03 FILLER                      PIC X(40) VALUE SPACES.

       01 GROUP-LINE.
        03 GL-LABEL                    PIC X(11).
        03 GL-KEY                      PIC X(8).
        03 FILLER                      PIC X(61) VALUE SPACES.

       01 COLUMN-LINE.
        03 FILLER                      PIC X(9) VALUE 'DATE'.
        03 FILLER                      PIC X(7) VALUE 'ACCT'.
        03 FILLER                      PIC X(6) VALUE 'BRCH'.
        03 FILLER                      PIC X(9) VALUE 'REQ BY'.
        03 FILLER                      PIC X(9) VALUE 'APPR BY'.
        03 FILLER                      PIC X(40) VALUE 'ID EVIDENCE'.

       01 DETAIL-LINE.
        03 DL-DATE                     PIC X(8).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-ACCOUNT                  PIC X(5).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-BRANCH                   PIC X(4).
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DL-REQUESTED-BY             PIC X(8).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-APPROVED-BY              PIC X(8).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-EVIDENCE                 PIC X(30).
        03 FILLER                      PIC X(10) VALUE SPACES.

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

           MOVE THIS-MONTH TO HL-MONTH
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM SCAN-REACTIVATIONS

           MOVE 'B' TO GROUP-BY-SW
           MOVE 'BY BRANCH' TO SL-TITLE
           PERFORM PRINT-GROUPS

           MOVE 'S' TO GROUP-BY-SW
           MOVE 'BY APPROVING SUPERVISOR' TO SL-TITLE
           PERFORM PRINT-GROUPS

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'REACTIVATIONS IN MONTH' TO TL-LABEL
           MOVE RT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF OVERFLOW-COUNT > 0

            MOVE 'ENTRIES NOT LISTED - TABLE FULL' TO TL-LABEL
            MOVE OVERFLOW-COUNT TO TL-COUNT
            MOVE TOTAL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       SCAN-REACTIVATIONS SECTION.

      * the register end to end - it is small, a handful of entries
      * a month - keeping those dated in this month

           MOVE 0 TO SCAN-DONE-SW
           MOVE LOW-VALUES TO REA-SEQNO

           EXEC CICS STARTBR
                   FILE("TECHREACT")
                   RIDFLD(REA-SEQNO)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SCAN-DONE-SW

           END-IF

           PERFORM SCAN-NEXT-REACTIVATION UNTIL SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHREACT")
                   NOHANDLE
                   END-EXEC

           GO TO SCAN-REACTIVATIONS-EXIT

           .
      *****************************************************************
       SCAN-NEXT-REACTIVATION.

           MOVE REA-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHREACT")
                   INTO(REACTIVATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(REA-SEQNO)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SCAN-DONE-SW

           ELSE

            IF REA-DATE(1:6) = THIS-MONTH

             IF RT-COUNT < 500

              ADD 1 TO RT-COUNT
              MOVE REA-DATE TO RT-DATE(RT-COUNT)
              MOVE REA-ACCOUNT TO RT-ACCOUNT(RT-COUNT)
              MOVE REA-BRANCH TO RT-BRANCH(RT-COUNT)
              MOVE REA-REQUESTED-BY TO RT-REQUESTED-BY(RT-COUNT)
              MOVE REA-APPROVED-BY TO RT-APPROVED-BY(RT-COUNT)
              MOVE REA-EVIDENCE TO RT-EVIDENCE(RT-COUNT)

             ELSE

              ADD 1 TO OVERFLOW-COUNT

             END-IF

            END-IF

           END-IF

           .
       SCAN-REACTIVATIONS-EXIT.
           EXIT.
      *****************************************************************
       PRINT-GROUPS SECTION.

      * one listing of the month's entries, grouped on the branch or
      * the approving supervisor as GROUP-BY-SW says - the groups in
      * key order, each group's entries in the order they were made

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SECTION-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO GT-COUNT

           PERFORM COLLECT-GROUP-KEY
                   VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT

           PERFORM PRINT-NEXT-GROUP GT-COUNT TIMES

           .
       PRINT-GROUPS-EXIT.
           EXIT.
      *****************************************************************
       SET-ENTRY-KEY SECTION.

      * the grouping key of entry RT-IX

           IF GROUP-BY-BRANCH

            MOVE RT-BRANCH(RT-IX) TO ENTRY-KEY

           ELSE

            MOVE RT-APPROVED-BY(RT-IX) TO ENTRY-KEY

           END-IF

           .
       SET-ENTRY-KEY-EXIT.
           EXIT.
      *****************************************************************
       COLLECT-GROUP-KEY SECTION.

           PERFORM SET-ENTRY-KEY

           MOVE 0 TO FOUND-SW

           PERFORM MATCH-GROUP-KEY
                   VARYING GT-IX FROM 1 BY 1
                   UNTIL GT-IX > GT-COUNT OR GROUP-FOUND

           IF NOT GROUP-FOUND

            ADD 1 TO GT-COUNT
            MOVE GT-COUNT TO BEST-IX
            MOVE ENTRY-KEY TO GT-KEY(BEST-IX)
            MOVE 0 TO GT-ITEMS(BEST-IX)
            MOVE 'N' TO GT-PRINTED(BEST-IX)

           END-IF

           ADD 1 TO GT-ITEMS(BEST-IX)

           GO TO COLLECT-GROUP-KEY-EXIT

           .
      *****************************************************************
       MATCH-GROUP-KEY.

           IF GT-KEY(GT-IX) = ENTRY-KEY

            MOVE GT-IX TO BEST-IX
            MOVE 1 TO FOUND-SW

           END-IF

           .
       COLLECT-GROUP-KEY-EXIT.
           EXIT.
      *****************************************************************
       PRINT-NEXT-GROUP SECTION.

           MOVE 0 TO BEST-IX

           PERFORM PICK-LOWEST-GROUP
                   VARYING GT-IX FROM 1 BY 1 UNTIL GT-IX > GT-COUNT

           IF BEST-IX = 0

            GO TO PRINT-NEXT-GROUP-EXIT

           END-IF

           MOVE 'Y' TO GT-PRINTED(BEST-IX)

           IF GROUP-BY-BRANCH

            MOVE 'BRANCH' TO GL-LABEL

           ELSE

            MOVE 'SUPERVISOR' TO GL-LABEL

           END-IF

           MOVE GT-KEY(BEST-IX) TO GL-KEY
           MOVE GROUP-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE COLUMN-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM PRINT-GROUP-ENTRY
                   VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT

           IF GROUP-BY-BRANCH

            MOVE 'BRANCH TOTAL' TO TL-LABEL

           ELSE

            MOVE 'SUPERVISOR TOTAL' TO TL-LABEL

           END-IF

           MOVE GT-ITEMS(BEST-IX) TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           GO TO PRINT-NEXT-GROUP-EXIT

           .
      *****************************************************************
       PICK-LOWEST-GROUP.

           IF GT-PRINTED(GT-IX) = 'N'

            IF BEST-IX = 0

             MOVE GT-IX TO BEST-IX

            ELSE

             IF GT-KEY(GT-IX) < GT-KEY(BEST-IX)

              MOVE GT-IX TO BEST-IX

             END-IF

            END-IF

           END-IF

           .
      *****************************************************************
       PRINT-GROUP-ENTRY.

           PERFORM SET-ENTRY-KEY

           IF ENTRY-KEY = GT-KEY(BEST-IX)

            MOVE RT-DATE(RT-IX) TO DL-DATE
            MOVE RT-ACCOUNT(RT-IX) TO DL-ACCOUNT
            MOVE RT-BRANCH(RT-IX) TO DL-BRANCH
            MOVE RT-REQUESTED-BY(RT-IX) TO DL-REQUESTED-BY
            MOVE RT-APPROVED-BY(RT-IX) TO DL-APPROVED-BY
            MOVE RT-EVIDENCE(RT-IX) TO DL-EVIDENCE
            MOVE DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           .
       PRINT-NEXT-GROUP-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("REACTRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
