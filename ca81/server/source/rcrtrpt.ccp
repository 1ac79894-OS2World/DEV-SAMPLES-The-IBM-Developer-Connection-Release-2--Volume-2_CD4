      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, access recertification
      * completion report.
      *
      * For CICS v3
      *
      * Prints on RCRTRPT, for compliance, the latest access
      * recertification campaign VSAMSERV's RECERT has run - the one
      * TECHCTL 'RECERT' names - certifier by certifier: who opened
      * it and when, and whether and by whom it has been closed;
      * then, under each certifier, every userid it was asked to
      * vouch for with its home branch, the decision (confirmed,
      * revoked, or never answered), who made it and when, and
      * whether the close disabled the userid. Each certifier ends
      * with its counts, and the campaign with its totals. Run after
      * RECERT 'X' for the signed record; run while the campaign is
      * open it shows who has still to answer. Intended to be
      * started on demand as its own CICS transaction, not called
      * from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 RECERT-ENTRY-RECORD.
        03 RC-KEY.
         05 RC-CAMPAIGN                PIC X(8).
         05 RC-CERTIFIER               PIC X(8).
         05 RC-USERID                  PIC X(8).
        03 RC-BRANCH                   PIC X(4).
        03 RC-STATUS                   PIC X(1).
          88 RC-PENDING                        VALUE 'P'.
          88 RC-CONFIRMED                      VALUE 'C'.
          88 RC-REVOKED                        VALUE 'R'.
          88 RC-CAMPAIGN-OPEN                  VALUE 'O'.
          88 RC-CAMPAIGN-CLOSED                VALUE 'X'.
        03 RC-DECIDED-BY               PIC X(8).
        03 RC-DECIDED-DATE             PIC X(8).
        03 RC-DECIDED-TIME             PIC X(6).
        03 RC-CLOSE-ACTION             PIC X(1).
          88 RC-CLOSE-DISABLED                 VALUE 'D'.
          88 RC-CLOSE-FAILED                   VALUE 'F'.
        03 RC-CLOSED-BY                PIC X(8).
        03 RC-CLOSED-DATE              PIC X(8).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 MISCEL-VARS.
        03 RC-REC-LEN                  PIC S9(4) VALUE 68.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-RECERT-KEY              PIC X(8) VALUE 'RECERT'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 CAMPAIGN-ID                 PIC X(8).
        03 BROWSE-KEY                  PIC X(24).
        03 CURRENT-CERTIFIER           PIC X(8).
        03 CERT-LISTED                 PIC 9(5) VALUE 0.
        03 CERT-CONFIRMED              PIC 9(5) VALUE 0.
        03 CERT-REVOKED                PIC 9(5) VALUE 0.
        03 CERT-PENDING                PIC 9(5) VALUE 0.
        03 TOTAL-LISTED                PIC 9(5) VALUE 0.
        03 TOTAL-CONFIRMED             PIC 9(5) VALUE 0.
        03 TOTAL-REVOKED               PIC 9(5) VALUE 0.
        03 TOTAL-PENDING               PIC 9(5) VALUE 0.
        03 TOTAL-DISABLED              PIC 9(5) VALUE 0.
        03 TOTAL-FAILED                PIC 9(5) VALUE 0.
        03 CERTIFIER-COUNT             PIC 9(5) VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(34)
                   VALUE 'ACCESS RECERTIFICATION - CAMPAIGN'.
        03 HL-CAMPAIGN                 PIC X(8).
        03 FILLER                      PIC X(38) VALUE SPACES.

       01 CAMPAIGN-LINE.
        03 FILLER                      PIC X(10) VALUE 'OPENED BY '.
        03 CL-OPENED-BY                PIC X(9).
        03 FILLER                      PIC X(3) VALUE 'ON '.
        03 CL-OPENED-DATE              PIC X(9).
        03 CL-STATE                    PIC X(10).
        03 CL-CLOSED-BY                PIC X(9).
        03 FILLER                      PIC X(3) VALUE 'ON '.
        03 CL-CLOSED-DATE              PIC X(8).
        03 FILLER                      PIC X(19) VALUE SPACES.

       01 CERTIFIER-LINE.
        03 FILLER                      PIC X(11) VALUE 'CERTIFIER '.
        03 CH-CERTIFIER                PIC X(8).
        03 FILLER                      PIC X(61) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 FILLER                      PIC X(10) VALUE 'USERID'.
        03 FILLER                      PIC X(8) VALUE 'BRANCH'.
        03 FILLER                      PIC X(11) VALUE 'DECISION'.
        03 FILLER                      PIC X(10) VALUE 'BY'.
        03 FILLER                      PIC X(17) VALUE 'ON'.
        03 FILLER                      PIC X(20) VALUE 'AT CLOSE'.

       01 DETAIL-LINE.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 DL-USERID                   PIC X(10).
        03 DL-BRANCH                   PIC X(8).
        03 DL-DECISION                 PIC X(11).
        03 DL-BY                       PIC X(10).
        03 DL-DATE                     PIC X(9).
        03 DL-TIME                     PIC X(8).
        03 DL-CLOSE                    PIC X(20).

       01 COUNT-LINE.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 FILLER                      PIC X(8) VALUE 'LISTED:'.
        03 CT-LISTED                   PIC ZZZZ9.
        03 FILLER                      PIC X(13) VALUE '  CONFIRMED:'.
        03 CT-CONFIRMED                PIC ZZZZ9.
        03 FILLER                      PIC X(11) VALUE '  REVOKED:'.
        03 CT-REVOKED                  PIC ZZZZ9.
        03 FILLER                      PIC X(14) VALUE '  UNANSWERED:'.
        03 CT-PENDING                  PIC ZZZZ9.
        03 FILLER                      PIC X(10) VALUE SPACES.

       01 TOTAL-LINE.
        03 TL-LABEL                    PIC X(32).
        03 TL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-RECERT-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'NO ACCESS RECERTIFICATION CAMPAIGN ON FILE'
                 TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO MAINLINE-RETURN

           END-IF

           MOVE CTL-CHAR-VALUE TO CAMPAIGN-ID
           MOVE CAMPAIGN-ID TO HL-CAMPAIGN
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM REPORT-CAMPAIGN-HEADER

           MOVE SPACES TO CURRENT-CERTIFIER

           MOVE CAMPAIGN-ID TO BROWSE-KEY
           MOVE LOW-VALUES TO BROWSE-KEY(9:16)

           EXEC CICS STARTBR
                   FILE("TECHRCRT")
                   RIDFLD(BROWSE-KEY)
                   KEYLENGTH(24)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM REPORT-ONE-ROW UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHRCRT")
                   NOHANDLE
                   END-EXEC

           IF CURRENT-CERTIFIER NOT = SPACES

            PERFORM WRITE-CERTIFIER-COUNTS

           END-IF

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'CERTIFIERS:' TO TL-LABEL
           MOVE CERTIFIER-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'USERIDS LISTED:' TO TL-LABEL
           MOVE TOTAL-LISTED TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'CONFIRMED:' TO TL-LABEL
           MOVE TOTAL-CONFIRMED TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'REVOKED:' TO TL-LABEL
           MOVE TOTAL-REVOKED TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'NEVER ANSWERED:' TO TL-LABEL
           MOVE TOTAL-PENDING TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'DISABLED AT CLOSE:' TO TL-LABEL
           MOVE TOTAL-DISABLED TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'DISABLE FAILED AT CLOSE:' TO TL-LABEL
           MOVE TOTAL-FAILED TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       MAINLINE-RETURN.

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       REPORT-CAMPAIGN-HEADER SECTION.

      * the campaign's header row - certifier and userid LOW-VALUES -
      * says who opened it and who, if anyone yet, closed it

           MOVE CAMPAIGN-ID TO RC-CAMPAIGN
           MOVE LOW-VALUES TO RC-CERTIFIER
           MOVE LOW-VALUES TO RC-USERID
           MOVE RC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHRCRT")
                   INTO(RECERT-ENTRY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RC-KEY)
                   KEYLENGTH(24)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO REPORT-CAMPAIGN-HEADER-EXIT

           END-IF

           MOVE RC-DECIDED-BY TO CL-OPENED-BY
           MOVE RC-DECIDED-DATE TO CL-OPENED-DATE

           IF RC-CAMPAIGN-CLOSED

            MOVE 'CLOSED BY' TO CL-STATE
            MOVE RC-CLOSED-BY TO CL-CLOSED-BY
            MOVE RC-CLOSED-DATE TO CL-CLOSED-DATE

           ELSE

            MOVE 'STILL OPEN' TO CL-STATE
            MOVE SPACES TO CL-CLOSED-BY CL-CLOSED-DATE

           END-IF

           MOVE CAMPAIGN-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       REPORT-CAMPAIGN-HEADER-EXIT.
           EXIT.
      *****************************************************************
       REPORT-ONE-ROW SECTION.

           MOVE RC-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHRCRT")
                   INTO(RECERT-ENTRY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BROWSE-KEY)
                   KEYLENGTH(24)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR RC-CAMPAIGN NOT = CAMPAIGN-ID

            MOVE 1 TO END-OF-FILE-SW

            GO TO REPORT-ONE-ROW-EXIT

           END-IF

           IF RC-CERTIFIER = LOW-VALUES

            GO TO REPORT-ONE-ROW-EXIT

           END-IF

      * rows come in certifier order - a new certifier closes off
      * the last one's counts and starts its own heading

           IF RC-CERTIFIER NOT = CURRENT-CERTIFIER

            IF CURRENT-CERTIFIER NOT = SPACES

             PERFORM WRITE-CERTIFIER-COUNTS

            END-IF

            MOVE RC-CERTIFIER TO CURRENT-CERTIFIER
            ADD 1 TO CERTIFIER-COUNT

            MOVE SPACES TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE RC-CERTIFIER TO CH-CERTIFIER
            MOVE CERTIFIER-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE COLUMN-HEADING-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           ADD 1 TO CERT-LISTED
           ADD 1 TO TOTAL-LISTED

           MOVE RC-USERID TO DL-USERID
           MOVE RC-BRANCH TO DL-BRANCH
           MOVE RC-DECIDED-BY TO DL-BY
           MOVE RC-DECIDED-DATE TO DL-DATE
           MOVE RC-DECIDED-TIME TO DL-TIME

           EVALUATE TRUE

            WHEN RC-CONFIRMED

             ADD 1 TO CERT-CONFIRMED
             ADD 1 TO TOTAL-CONFIRMED
             MOVE 'CONFIRMED' TO DL-DECISION

            WHEN RC-REVOKED

             ADD 1 TO CERT-REVOKED
             ADD 1 TO TOTAL-REVOKED
             MOVE 'REVOKED' TO DL-DECISION

            WHEN OTHER

             ADD 1 TO CERT-PENDING
             ADD 1 TO TOTAL-PENDING
             MOVE 'NO ANSWER' TO DL-DECISION

           END-EVALUATE

           EVALUATE TRUE

            WHEN RC-CLOSE-DISABLED

             ADD 1 TO TOTAL-DISABLED
             MOVE 'DISABLED' TO DL-CLOSE

            WHEN RC-CLOSE-FAILED

             ADD 1 TO TOTAL-FAILED
             MOVE '*** NOT DISABLED ***' TO DL-CLOSE

            WHEN OTHER

             MOVE SPACES TO DL-CLOSE

           END-EVALUATE

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       REPORT-ONE-ROW-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CERTIFIER-COUNTS SECTION.

           MOVE CERT-LISTED TO CT-LISTED
           MOVE CERT-CONFIRMED TO CT-CONFIRMED
           MOVE CERT-REVOKED TO CT-REVOKED
           MOVE CERT-PENDING TO CT-PENDING

           MOVE COUNT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO CERT-LISTED
           MOVE 0 TO CERT-CONFIRMED
           MOVE 0 TO CERT-REVOKED
           MOVE 0 TO CERT-PENDING

           .
       WRITE-CERTIFIER-COUNTS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("RCRTRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
