      *********************************************************************
      *                                                                   *
      * MODULE NAME        OFFUPLD.CBL                                    *
      *                                                                   *
      * DESCRIPTIVE NAME   CICS External Call Interface                   *
      *                    OS/2 Offline Branch Posting Upload             *
      *                    CA55 SupportPac                                *
      *                                                                   *
      * NOTES :-                                                          *
      *                                                                   *
      * OFFUPLD posts what a branch captured with OFFCAPT (CA33) while    *
      * the region was down, once it is back. Each line of the capture    *
      * file OFFCAPT.TXT (OFFUPLD_CAPTURE overrides the path) goes to     *
      * VSAMSERV over ECI as an ordinary teller posting - '05' debit      *
      * for a withdrawal, '06' credit for a deposit, narrative            *
      * 'OFFLINE ' plus the local reference - so every rule               *
      * DEBIT-RECORD and CREDIT-RECORD apply at the counter applies       *
      * here too. An item captured on an earlier day carries that day     *
      * as its value date, which VSAMSERV only accepts from a             *
      * supervisor; OFFUPLD_OPERATOR / OFFUPLD_OPPASS name the            *
      * operator the postings are made under.                             *
      *                                                                   *
      * The local reference is what stops an item being posted twice.     *
      * Every outcome is appended to the posted log OFFPOSTD.TXT          *
      * (OFFUPLD_POSTLOG) one line at a time, and a 'S' sent line is      *
      * written before the call is made, so a run interrupted             *
      * mid-call leaves a trace:                                          *
      *                                                                   *
      *   S  sent, no answer recorded (the run died, or the call failed   *
      *      after it went out) - never sent again; listed as OUTCOME     *
      *      UNKNOWN for the audit trail to be checked by hand            *
      *   P  posted (with the TXNREF VSAMSERV answered)                   *
      *   Q  queued by VSAMSERV for supervisor approval                   *
      *   R  refused by VSAMSERV - tried again on a later run             *
      *   X  not delivered (no CICS) - tried again on a later run         *
      *                                                                   *
      * Refused items, items refused as already posted or queued, and     *
      * items left for approval all go on the exceptions report           *
      * OFFEXCP.TXT (OFFUPLD_REPORT) for the branch manager, followed     *
      * by the accounts whose withdrawals would have taken them past      *
      * their overdraft limit (response 900) - the cash has already       *
      * left the counter, so each one is money to recover. The run ends   *
      * RETURN-CODE 4 when there are exceptions and 8 when the region     *
      * cannot be reached or will not sign the operator on.               *
      *                                                                   *
      * SERVER, USERID and PASSWORD for the ECI connection itself         *
      * default to the GLOBALS below and can be overridden from           *
      * OFFUPLD_SERVER / OFFUPLD_USERID / OFFUPLD_PASSWORD, same as       *
      * ECIDRIVE.                                                         *
      *********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OFFUPLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-FILE ASSIGN TO WS-CAPTURE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT POSTLOG-FILE ASSIGN TO WS-POSTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one captured item (61 bytes) - the OFFCAPT.CBL layout
       FD  CAPTURE-FILE.
       01  FD-CAPTURE-RECORD.
           05 CP-REFERENCE.
              10 CP-REF-BRANCH          PIC X(4).
              10 CP-REF-STATION         PIC X(2).
              10 CP-REF-DATE            PIC X(6).
              10 CP-REF-SEQ             PIC X(4).
           05 FILLER                    PIC X(1).
           05 CP-TELLER                 PIC X(8).
           05 FILLER                    PIC X(1).
           05 CP-DATE                   PIC X(8).
           05 FILLER                    PIC X(1).
           05 CP-TIME                   PIC X(6).
           05 FILLER                    PIC X(1).
           05 CP-ACCOUNT                PIC X(5).
           05 FILLER                    PIC X(1).
           05 CP-TYPE                   PIC X(1).
           05 FILLER                    PIC X(1).
           05 CP-AMOUNT                 PIC 9(9)V99.

      * one outcome per line, latest line for a reference wins
       FD  POSTLOG-FILE.
       01  FD-POSTLOG-RECORD.
           05 PL-REFERENCE              PIC X(16).
           05 FILLER                    PIC X(1).
           05 PL-OUTCOME                PIC X(1).
           05 FILLER                    PIC X(1).
           05 PL-RESP-CODE              PIC 9(4).
           05 FILLER                    PIC X(1).
           05 PL-TXNREF                 PIC X(12).
           05 FILLER                    PIC X(1).
           05 PL-DATE                   PIC X(8).
           05 FILLER                    PIC X(1).
           05 PL-TIME                   PIC X(6).

       FD  REPORT-FILE.
       01  FD-REPORT-RECORD             PIC X(110).

       WORKING-STORAGE SECTION.

       01 WS-AREA.
          02 WS-CAPTURE-PATH            PIC X(80)
             VALUE "OFFCAPT.TXT".
          02 WS-POSTLOG-PATH            PIC X(80)
             VALUE "OFFPOSTD.TXT".
          02 WS-REPORT-PATH             PIC X(80)
             VALUE "OFFEXCP.TXT".
          02 WS-CAPTURE-STATUS          PIC X(2) VALUE '99'.
          02 WS-POSTLOG-STATUS          PIC X(2) VALUE '99'.
          02 WS-REPORT-STATUS           PIC X(2) VALUE '99'.
          02 WS-CAPTURE-EOF             PIC 9 VALUE 0.
             88 CAPTURE-EOF             VALUE 1.
          02 WS-POSTLOG-EOF             PIC 9 VALUE 0.
             88 POSTLOG-EOF             VALUE 1.
          02 WS-STOP-SW                 PIC 9 VALUE 0.
             88 STOP-UPLOAD             VALUE 1.

          02 WS-RETRY-COUNT             PIC 9 VALUE 0.
          02 WS-MAX-RETRIES             PIC 9 VALUE 3.
          02 WS-RETRY-DELAY-SECS        PIC 9(4) COMP VALUE 2.
          02 WS-CALL-REQ                PIC X(2).

      * FILL IN YOUR SERVER HERE
          02 SERVER                     PIC X(8) VALUE LOW-VALUES.

      * FILL IN YOUR USER ID HERE
          02 USERID                     PIC X(8) VALUE 'SYSAD   '.

      * FILL IN YOUR PASSWORD HERE
          02 PASSWD                     PIC X(8) VALUE 'SYSAD   '.

          02 WS-ENV-VALUE               PIC X(80) VALUE SPACES.

      * the operator the postings are made under, and the session
      * token the authenticate brings back
          02 WS-OPERATOR                PIC X(8) VALUE SPACES.
          02 WS-OPPASS                  PIC X(8) VALUE SPACES.
          02 WS-SESSION                 PIC X(8) VALUE SPACES.

          02 WS-RUN-DATE                PIC 9(8) VALUE 0.
          02 WS-RUN-TIME                PIC 9(8) VALUE 0.

          02 WS-ITEM-COUNT              PIC 9(5) VALUE 0.
          02 WS-POSTED-COUNT            PIC 9(5) VALUE 0.
          02 WS-QUEUED-COUNT            PIC 9(5) VALUE 0.
          02 WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
          02 WS-DUPLICATE-COUNT         PIC 9(5) VALUE 0.
          02 WS-UNKNOWN-COUNT           PIC 9(5) VALUE 0.
          02 WS-INVALID-COUNT           PIC 9(5) VALUE 0.
          02 WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.

      * the exception line in hand
          02 WS-EXC-CODE                PIC 9(4) VALUE 0.
          02 WS-EXC-REASON              PIC X(46) VALUE SPACES.

      * one correlation id per posting, for the server's request
      * log - run time to the hundredth plus the item number
          02 WS-CID-TIME                PIC 9(8) VALUE 0.
          02 WS-CORRID.
             03 CORRID-TIME             PIC 9(8).
             03 CORRID-SEQ              PIC 9(4).

      * every reference the posted log knows, with its latest
      * outcome - loaded before the first posting and kept up to date
      * as the run goes, so a reference repeated within the capture
      * file is caught as well as one posted by an earlier run
       01 WS-REF-TABLE.
          02 WS-REF-COUNT               PIC 9(5) COMP VALUE 0.
          02 WS-REF-MAX                 PIC 9(5) COMP VALUE 5000.
          02 WS-REF-IX                  PIC 9(5) COMP VALUE 0.
          02 WS-REF-FOUND               PIC 9(5) COMP VALUE 0.
          02 WS-REF-ENTRY OCCURS 5000 TIMES.
             03 WS-REF-KEY              PIC X(16).
             03 WS-REF-OUTCOME          PIC X(1).
             03 WS-REF-TXNREF           PIC X(12).

      * the accounts response 900 turned away - withdrawals that
      * would have taken them past their overdraft limit
       01 WS-OD-TABLE.
          02 WS-OD-COUNT                PIC 9(3) COMP VALUE 0.
          02 WS-OD-IX                   PIC 9(3) COMP VALUE 0.
          02 WS-OD-FOUND                PIC 9(3) COMP VALUE 0.
          02 WS-OD-ENTRY OCCURS 200 TIMES.
             03 WS-OD-ACCOUNT           PIC X(5).
             03 WS-OD-ITEMS             PIC 9(3).
             03 WS-OD-AMOUNT            PIC S9(11)V99.

       01 WS-HEADING-1.
          02 FILLER                     PIC X(40)
             VALUE 'OFFUPLD - OFFLINE POSTING EXCEPTIONS    '.
          02 FILLER                     PIC X(10) VALUE 'RUN DATE '.
          02 HD-RUN-DATE                PIC 9(8).
          02 FILLER                     PIC X(10) VALUE '  CAPTURE '.
          02 HD-CAPTURE-PATH            PIC X(40).

       01 WS-HEADING-2.
          02 FILLER                     PIC X(41)
             VALUE 'REFERENCE        TELLER   DATE     ACCNT '.
          02 FILLER                     PIC X(27)
             VALUE 'T       AMOUNT CODE REASON'.

       01 WS-EXCEPTION-LINE.
          02 EL-REFERENCE               PIC X(16).
          02 FILLER                     PIC X(1) VALUE SPACE.
          02 EL-TELLER                  PIC X(8).
          02 FILLER                     PIC X(1) VALUE SPACE.
          02 EL-DATE                    PIC X(8).
          02 FILLER                     PIC X(1) VALUE SPACE.
          02 EL-ACCOUNT                 PIC X(5).
          02 FILLER                     PIC X(1) VALUE SPACE.
          02 EL-TYPE                    PIC X(1).
          02 FILLER                     PIC X(1) VALUE SPACE.
          02 EL-AMOUNT                  PIC Z(8)9.99.
          02 FILLER                     PIC X(1) VALUE SPACE.
          02 EL-CODE                    PIC 9(4).
          02 FILLER                     PIC X(1) VALUE SPACE.
          02 EL-REASON                  PIC X(46).

       01 WS-OD-HEADING-1.
          02 FILLER                     PIC X(44)
             VALUE 'ACCOUNTS PUSHED PAST THEIR OVERDRAFT LIMIT -'.
          02 FILLER                     PIC X(36)
             VALUE ' CASH PAID OUT OFFLINE, NOT POSTED'.

       01 WS-OD-HEADING-2.
          02 FILLER                     PIC X(26)
             VALUE 'ACCNT ITM           AMOUNT'.

       01 WS-OD-LINE.
          02 OL-ACCOUNT                 PIC X(5).
          02 FILLER                     PIC X(1) VALUE SPACE.
          02 OL-ITEMS                   PIC ZZ9.
          02 FILLER                     PIC X(3) VALUE SPACES.
          02 OL-AMOUNT                  PIC Z(10)9.99.

       01 WS-NONE-LINE.
          02 FILLER                     PIC X(40)
             VALUE 'NO EXCEPTIONS                           '.

       01 WS-TOTAL-LINE.
          02 FILLER                     PIC X(8) VALUE 'ITEMS '.
          02 TL-ITEMS                   PIC ZZZZ9.
          02 FILLER                     PIC X(9) VALUE '  POSTED '.
          02 TL-POSTED                  PIC ZZZZ9.
          02 FILLER                     PIC X(9) VALUE '  QUEUED '.
          02 TL-QUEUED                  PIC ZZZZ9.
          02 FILLER                     PIC X(10) VALUE '  REFUSED '.
          02 TL-REFUSED                 PIC ZZZZ9.
          02 FILLER                     PIC X(12) VALUE '  DUPLICATE '.
          02 TL-DUPLICATE               PIC ZZZZ9.
          02 FILLER                     PIC X(10) VALUE '  UNKNOWN '.
          02 TL-UNKNOWN                 PIC ZZZZ9.
          02 FILLER                     PIC X(10) VALUE '  INVALID '.
          02 TL-INVALID                 PIC ZZZZ9.

       01 WS-COMMAREA.
       COPY WSCOMMA.

      ***************************************************************
      * Copybooks                                                   *
      ***************************************************************
       COPY CICS_ECI.

      ***************************************************************
      * Procedure Division                                          *
      ***************************************************************
       PROCEDURE DIVISION.

      ***************************************************************
      * MAIN - Control section                                      *
      ***************************************************************
       MAIN SECTION.

          DISPLAY 'Offline Branch Posting Upload'
          DISPLAY '-----------------------------'

          PERFORM LOAD-CONFIG

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

          OPEN INPUT CAPTURE-FILE

          IF WS-CAPTURE-STATUS NOT = '00'

             DISPLAY 'Cannot open capture file ' WS-CAPTURE-PATH
                     ' status ' WS-CAPTURE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN

          END-IF

          PERFORM LOAD-POSTED-LOG

          IF STOP-UPLOAD

             CLOSE CAPTURE-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN

          END-IF

          OPEN OUTPUT REPORT-FILE

          MOVE WS-RUN-DATE TO HD-RUN-DATE
          MOVE WS-CAPTURE-PATH TO HD-CAPTURE-PATH
          WRITE FD-REPORT-RECORD FROM WS-HEADING-1
          MOVE SPACES TO FD-REPORT-RECORD
          WRITE FD-REPORT-RECORD
          WRITE FD-REPORT-RECORD FROM WS-HEADING-2

          PERFORM SIGN-ON

          IF NOT STOP-UPLOAD

             PERFORM UPLOAD-ONE-ITEM
                     UNTIL CAPTURE-EOF OR STOP-UPLOAD

          END-IF

          CLOSE CAPTURE-FILE

          PERFORM WRITE-REPORT-TRAILER

          CLOSE REPORT-FILE

          DISPLAY '-----------------------------'
          DISPLAY 'Items: ' WS-ITEM-COUNT
                  '  Posted: ' WS-POSTED-COUNT
                  '  Queued: ' WS-QUEUED-COUNT
                  '  Refused: ' WS-REFUSED-COUNT
          DISPLAY 'Duplicates: ' WS-DUPLICATE-COUNT
                  '  Unknown: ' WS-UNKNOWN-COUNT
                  '  Invalid: ' WS-INVALID-COUNT
          DISPLAY 'Exceptions report ' WS-REPORT-PATH

          IF STOP-UPLOAD

             DISPLAY 'Upload stopped - rerun once the region answers'
             MOVE 8 TO RETURN-CODE

          ELSE

             IF WS-EXCEPTION-COUNT > 0

                MOVE 4 TO RETURN-CODE

             END-IF

          END-IF

          STOP RUN.

          EXIT.

      ***************************************************************
      * SIGN-ON                                                     *
      ***************************************************************
      * One authenticate for the operator; the session token it     *
      * hands back rides on every posting, the way the CGIs and the *
      * TELLER console carry it.                                    *
      ***************************************************************
       SIGN-ON SECTION.

          MOVE 0 TO WS-ITEM-COUNT
          PERFORM BUILD-BASE-COMMAREA
          MOVE '09' TO CA-REQ

          PERFORM CALL-VSAMSERV

          IF NOT ECI-NO-ERROR

             DISPLAY 'Sign-on failed - ECI error ' ECI-ERROR-ID
             MOVE 1 TO WS-STOP-SW
             GO TO SIGN-ON-EXIT

          END-IF

          IF CA-RC NOT = '0'

             DISPLAY 'Sign-on refused ' CA-RESP-CODE ' ' CA-RESP-TEXT
             MOVE 1 TO WS-STOP-SW
             GO TO SIGN-ON-EXIT

          END-IF

          MOVE CA-SESSION TO WS-SESSION

          .
       SIGN-ON-EXIT.
          EXIT.

      ***************************************************************
      * UPLOAD-ONE-ITEM                                             *
      ***************************************************************
      * Read, check the reference, log, post, log the outcome - one *
      * captured item end to end.                                   *
      ***************************************************************
       UPLOAD-ONE-ITEM SECTION.

          READ CAPTURE-FILE
              AT END
                  MOVE 1 TO WS-CAPTURE-EOF
                  GO TO UPLOAD-ONE-ITEM-EXIT
          END-READ

          IF FD-CAPTURE-RECORD = SPACES

             GO TO UPLOAD-ONE-ITEM-EXIT

          END-IF

          ADD 1 TO WS-ITEM-COUNT

      * a line OFFCAPT could not have written is not guessed at

          IF CP-REFERENCE = SPACES
             OR CP-ACCOUNT NOT NUMERIC
             OR CP-DATE NOT NUMERIC
             OR CP-AMOUNT NOT NUMERIC
             OR CP-AMOUNT = 0
             OR (CP-TYPE NOT = 'D' AND CP-TYPE NOT = 'W')

             ADD 1 TO WS-INVALID-COUNT
             MOVE 0 TO WS-EXC-CODE
             MOVE 'CAPTURE LINE INVALID - NOT POSTED' TO WS-EXC-REASON
             PERFORM WRITE-EXCEPTION
             GO TO UPLOAD-ONE-ITEM-EXIT

          END-IF

      * the reference decides whether the item may go at all

          PERFORM FIND-REFERENCE

          IF WS-REF-FOUND NOT = 0

             EVALUATE WS-REF-OUTCOME(WS-REF-FOUND)

               WHEN 'P'

                 ADD 1 TO WS-DUPLICATE-COUNT
                 MOVE 0 TO WS-EXC-CODE
                 MOVE SPACES TO WS-EXC-REASON
                 STRING 'ALREADY POSTED - TXNREF '
                        WS-REF-TXNREF(WS-REF-FOUND)
                        DELIMITED BY SIZE
                        INTO WS-EXC-REASON
                 END-STRING
                 PERFORM WRITE-EXCEPTION
                 GO TO UPLOAD-ONE-ITEM-EXIT

               WHEN 'Q'

                 ADD 1 TO WS-DUPLICATE-COUNT
                 MOVE 0 TO WS-EXC-CODE
                 MOVE 'ALREADY QUEUED FOR SUPERVISOR APPROVAL'
                   TO WS-EXC-REASON
                 PERFORM WRITE-EXCEPTION
                 GO TO UPLOAD-ONE-ITEM-EXIT

               WHEN 'S'

                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE 0 TO WS-EXC-CODE
                 MOVE 'OUTCOME UNKNOWN - CHECK AUDIT BEFORE REKEYING'
                   TO WS-EXC-REASON
                 PERFORM WRITE-EXCEPTION
                 GO TO UPLOAD-ONE-ITEM-EXIT

               WHEN OTHER

                 CONTINUE

             END-EVALUATE

          END-IF

      * on disk before the call goes out - if the run dies now the
      * reference can never be sent a second time

          MOVE 'S' TO PL-OUTCOME
          MOVE 0 TO PL-RESP-CODE
          MOVE SPACES TO PL-TXNREF
          PERFORM WRITE-POSTLOG

          IF STOP-UPLOAD

             GO TO UPLOAD-ONE-ITEM-EXIT

          END-IF

          PERFORM BUILD-POSTING

          PERFORM CALL-VSAMSERV

          IF NOT ECI-NO-ERROR

      * never reached the region - safe to try again next run;
      * anything else may have posted before the answer was lost,
      * so the 'S' line stands and the item is reported for the
      * audit trail to settle rather than sent again

             IF ECI-ERR-NO-CICS

                MOVE 'X' TO PL-OUTCOME
                MOVE 0 TO PL-RESP-CODE
                MOVE SPACES TO PL-TXNREF
                PERFORM WRITE-POSTLOG

             ELSE

                ADD 1 TO WS-UNKNOWN-COUNT
                MOVE 0 TO WS-EXC-CODE
                MOVE 'OUTCOME UNKNOWN - CHECK AUDIT BEFORE REKEYING'
                  TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION

             END-IF

             DISPLAY 'ECI error ' ECI-ERROR-ID ' posting '
                     CP-REFERENCE ' - upload stopped'
             MOVE 1 TO WS-STOP-SW
             GO TO UPLOAD-ONE-ITEM-EXIT

          END-IF

          MOVE CA-RESP-CODE TO PL-RESP-CODE
          MOVE SPACES TO PL-TXNREF

          EVALUATE TRUE

            WHEN CA-RC = '0'

              MOVE 'P' TO PL-OUTCOME
              MOVE CA-TXNREF TO PL-TXNREF
              ADD 1 TO WS-POSTED-COUNT

            WHEN CA-RESP-CODE = 974

              MOVE 'Q' TO PL-OUTCOME
              ADD 1 TO WS-QUEUED-COUNT
              MOVE CA-RESP-CODE TO WS-EXC-CODE
              MOVE 'QUEUED FOR SUPERVISOR APPROVAL - NOT YET POSTED'
                TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION

            WHEN OTHER

              MOVE 'R' TO PL-OUTCOME
              ADD 1 TO WS-REFUSED-COUNT
              MOVE CA-RESP-CODE TO WS-EXC-CODE
              MOVE CA-RESP-TEXT TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION

              IF CA-RESP-CODE = 900

                 PERFORM NOTE-OVERDRAFT

              END-IF

          END-EVALUATE

          PERFORM WRITE-POSTLOG

          .
       UPLOAD-ONE-ITEM-EXIT.
          EXIT.

      ***************************************************************
      * BUILD-BASE-COMMAREA                                         *
      ***************************************************************
      * A fresh commarea - version, correlation id, the operator's  *
      * credentials and session.                                    *
      ***************************************************************
       BUILD-BASE-COMMAREA SECTION.

          MOVE LOW-VALUES TO WS-COMMAREA

          MOVE '56' TO CA-VERSION

          ACCEPT WS-CID-TIME FROM TIME
          MOVE WS-CID-TIME TO CORRID-TIME
          MOVE WS-ITEM-COUNT TO CORRID-SEQ
          MOVE WS-CORRID TO CA-CORRID

          MOVE '1' TO CA-RC
          MOVE WS-OPERATOR TO CA-USERID
          MOVE WS-OPPASS TO CA-PASSWORD

          IF WS-SESSION NOT = SPACES

             MOVE WS-SESSION TO CA-SESSION

          END-IF

          .
       BUILD-BASE-COMMAREA-EXIT.
          EXIT.

      ***************************************************************
      * BUILD-POSTING                                               *
      ***************************************************************
      * A withdrawal paid out is a debit, a deposit taken in a      *
      * credit. The narrative carries the local reference onto the  *
      * TECHAUDIT entry, so the posting can be traced to its slip.  *
      * An item from an earlier day is value-dated to that day.     *
      ***************************************************************
       BUILD-POSTING SECTION.

          PERFORM BUILD-BASE-COMMAREA

          IF CP-TYPE = 'W'

             MOVE '05' TO CA-REQ

          ELSE

             MOVE '06' TO CA-REQ

          END-IF

          MOVE CP-ACCOUNT TO CA-CONTA
          MOVE CP-AMOUNT TO CA-SALDO

          MOVE SPACES TO CA-NARRATIVE
          STRING 'OFFLINE ' CP-REFERENCE
                 DELIMITED BY SIZE
                 INTO CA-NARRATIVE
          END-STRING

          MOVE SPACES TO CA-VALUE-DATE

          IF CP-DATE < WS-RUN-DATE

             MOVE CP-DATE TO CA-VALUE-DATE

          END-IF

          .
       BUILD-POSTING-EXIT.
          EXIT.

      ***************************************************************
      * FIND-REFERENCE                                              *
      ***************************************************************
      * WS-REF-FOUND is the table entry for CP-REFERENCE, or 0.     *
      ***************************************************************
       FIND-REFERENCE SECTION.

          MOVE 0 TO WS-REF-FOUND
          MOVE 0 TO WS-REF-IX

          PERFORM FIND-ONE-REFERENCE
                  UNTIL WS-REF-IX >= WS-REF-COUNT
                     OR WS-REF-FOUND NOT = 0

          GO TO FIND-REFERENCE-EXIT.

       FIND-ONE-REFERENCE.

          ADD 1 TO WS-REF-IX

          IF WS-REF-KEY(WS-REF-IX) = CP-REFERENCE

             MOVE WS-REF-IX TO WS-REF-FOUND

          END-IF

          .
       FIND-REFERENCE-EXIT.
          EXIT.

      ***************************************************************
      * LOAD-POSTED-LOG                                             *
      ***************************************************************
      * Every reference an earlier run logged, with its latest      *
      * outcome. No log yet is a first run; a log too big for the   *
      * table stops the upload rather than let a reference through  *
      * unchecked.                                                  *
      ***************************************************************
       LOAD-POSTED-LOG SECTION.

          MOVE 0 TO WS-REF-COUNT
          MOVE 0 TO WS-POSTLOG-EOF

          OPEN INPUT POSTLOG-FILE

          IF WS-POSTLOG-STATUS = '35'

             DISPLAY 'No posted log at ' WS-POSTLOG-PATH
                     ' - first upload'
             GO TO LOAD-POSTED-LOG-EXIT

          END-IF

          IF WS-POSTLOG-STATUS NOT = '00'

             DISPLAY 'Cannot open posted log ' WS-POSTLOG-PATH
                     ' status ' WS-POSTLOG-STATUS
             MOVE 1 TO WS-STOP-SW
             GO TO LOAD-POSTED-LOG-EXIT

          END-IF

          PERFORM LOAD-ONE-LOG-LINE
                  UNTIL POSTLOG-EOF OR STOP-UPLOAD

          CLOSE POSTLOG-FILE

          DISPLAY 'Posted log references: ' WS-REF-COUNT

          GO TO LOAD-POSTED-LOG-EXIT.

       LOAD-ONE-LOG-LINE.

          READ POSTLOG-FILE
              AT END
                  MOVE 1 TO WS-POSTLOG-EOF
          END-READ

          IF NOT POSTLOG-EOF AND PL-REFERENCE NOT = SPACES

             MOVE PL-REFERENCE TO CP-REFERENCE
             PERFORM REMEMBER-OUTCOME

          END-IF

          .
       LOAD-POSTED-LOG-EXIT.
          EXIT.

      ***************************************************************
      * REMEMBER-OUTCOME                                            *
      ***************************************************************
      * Records PL-OUTCOME (and PL-TXNREF) against CP-REFERENCE in  *
      * the table, adding the reference if it is new.               *
      ***************************************************************
       REMEMBER-OUTCOME SECTION.

          PERFORM FIND-REFERENCE

          IF WS-REF-FOUND = 0

             IF WS-REF-COUNT >= WS-REF-MAX

                DISPLAY 'Posted log full at ' WS-REF-MAX
                        ' references - archive ' WS-POSTLOG-PATH
                MOVE 1 TO WS-STOP-SW
                GO TO REMEMBER-OUTCOME-EXIT

             END-IF

             ADD 1 TO WS-REF-COUNT
             MOVE WS-REF-COUNT TO WS-REF-FOUND
             MOVE CP-REFERENCE TO WS-REF-KEY(WS-REF-FOUND)

          END-IF

          MOVE PL-OUTCOME TO WS-REF-OUTCOME(WS-REF-FOUND)
          MOVE PL-TXNREF TO WS-REF-TXNREF(WS-REF-FOUND)

          .
       REMEMBER-OUTCOME-EXIT.
          EXIT.

      ***************************************************************
      * WRITE-POSTLOG                                               *
      ***************************************************************
      * One outcome line for CP-REFERENCE, the log opened, written  *
      * and closed again so the line is on disk before anything     *
      * else happens - the way AUDEXT keeps its checkpoint.         *
      ***************************************************************
       WRITE-POSTLOG SECTION.

          MOVE CP-REFERENCE TO PL-REFERENCE
          MOVE WS-RUN-DATE TO PL-DATE
          ACCEPT WS-RUN-TIME FROM TIME
          MOVE WS-RUN-TIME(1:6) TO PL-TIME

          PERFORM REMEMBER-OUTCOME

          OPEN EXTEND POSTLOG-FILE

          IF WS-POSTLOG-STATUS = '35'

             OPEN OUTPUT POSTLOG-FILE

          END-IF

          IF WS-POSTLOG-STATUS = '00'

             WRITE FD-POSTLOG-RECORD

          END-IF

          IF WS-POSTLOG-STATUS NOT = '00'

             DISPLAY 'Cannot write posted log ' WS-POSTLOG-PATH
                     ' status ' WS-POSTLOG-STATUS
             MOVE 1 TO WS-STOP-SW
             GO TO WRITE-POSTLOG-EXIT

          END-IF

          CLOSE POSTLOG-FILE

          .
       WRITE-POSTLOG-EXIT.
          EXIT.

      ***************************************************************
      * WRITE-EXCEPTION                                             *
      ***************************************************************
       WRITE-EXCEPTION SECTION.

          ADD 1 TO WS-EXCEPTION-COUNT

          MOVE CP-REFERENCE TO EL-REFERENCE
          MOVE CP-TELLER TO EL-TELLER
          MOVE CP-DATE TO EL-DATE
          MOVE CP-ACCOUNT TO EL-ACCOUNT
          MOVE CP-TYPE TO EL-TYPE
          MOVE 0 TO EL-AMOUNT

          IF CP-AMOUNT NUMERIC

             MOVE CP-AMOUNT TO EL-AMOUNT

          END-IF

          MOVE WS-EXC-CODE TO EL-CODE
          MOVE WS-EXC-REASON TO EL-REASON

          WRITE FD-REPORT-RECORD FROM WS-EXCEPTION-LINE

          .
       WRITE-EXCEPTION-EXIT.
          EXIT.

      ***************************************************************
      * NOTE-OVERDRAFT                                              *
      ***************************************************************
      * Adds the refused withdrawal to its account's line in the    *
      * overdraft table; accounts past the table's size are still   *
      * on the exceptions list above it.                            *
      ***************************************************************
       NOTE-OVERDRAFT SECTION.

          MOVE 0 TO WS-OD-FOUND
          MOVE 0 TO WS-OD-IX

          PERFORM FIND-ONE-OVERDRAFT
                  UNTIL WS-OD-IX >= WS-OD-COUNT
                     OR WS-OD-FOUND NOT = 0

          IF WS-OD-FOUND = 0

             IF WS-OD-COUNT >= 200

                GO TO NOTE-OVERDRAFT-EXIT

             END-IF

             ADD 1 TO WS-OD-COUNT
             MOVE WS-OD-COUNT TO WS-OD-FOUND
             MOVE CP-ACCOUNT TO WS-OD-ACCOUNT(WS-OD-FOUND)
             MOVE 0 TO WS-OD-ITEMS(WS-OD-FOUND)
             MOVE 0 TO WS-OD-AMOUNT(WS-OD-FOUND)

          END-IF

          ADD 1 TO WS-OD-ITEMS(WS-OD-FOUND)
          ADD CP-AMOUNT TO WS-OD-AMOUNT(WS-OD-FOUND)

          GO TO NOTE-OVERDRAFT-EXIT.

       FIND-ONE-OVERDRAFT.

          ADD 1 TO WS-OD-IX

          IF WS-OD-ACCOUNT(WS-OD-IX) = CP-ACCOUNT

             MOVE WS-OD-IX TO WS-OD-FOUND

          END-IF

          .
       NOTE-OVERDRAFT-EXIT.
          EXIT.

      ***************************************************************
      * WRITE-REPORT-TRAILER                                        *
      ***************************************************************
      * The overdraft section, then the run's counts.               *
      ***************************************************************
       WRITE-REPORT-TRAILER SECTION.

          IF WS-EXCEPTION-COUNT = 0

             WRITE FD-REPORT-RECORD FROM WS-NONE-LINE

          END-IF

          IF WS-OD-COUNT > 0

             MOVE SPACES TO FD-REPORT-RECORD
             WRITE FD-REPORT-RECORD
             WRITE FD-REPORT-RECORD FROM WS-OD-HEADING-1
             WRITE FD-REPORT-RECORD FROM WS-OD-HEADING-2
             MOVE 0 TO WS-OD-IX
             PERFORM WRITE-ONE-OVERDRAFT
                     UNTIL WS-OD-IX >= WS-OD-COUNT

          END-IF

          MOVE SPACES TO FD-REPORT-RECORD
          WRITE FD-REPORT-RECORD

          MOVE WS-ITEM-COUNT TO TL-ITEMS
          MOVE WS-POSTED-COUNT TO TL-POSTED
          MOVE WS-QUEUED-COUNT TO TL-QUEUED
          MOVE WS-REFUSED-COUNT TO TL-REFUSED
          MOVE WS-DUPLICATE-COUNT TO TL-DUPLICATE
          MOVE WS-UNKNOWN-COUNT TO TL-UNKNOWN
          MOVE WS-INVALID-COUNT TO TL-INVALID
          WRITE FD-REPORT-RECORD FROM WS-TOTAL-LINE

          GO TO WRITE-REPORT-TRAILER-EXIT.

       WRITE-ONE-OVERDRAFT.

          ADD 1 TO WS-OD-IX

          MOVE WS-OD-ACCOUNT(WS-OD-IX) TO OL-ACCOUNT
          MOVE WS-OD-ITEMS(WS-OD-IX) TO OL-ITEMS
          MOVE WS-OD-AMOUNT(WS-OD-IX) TO OL-AMOUNT
          WRITE FD-REPORT-RECORD FROM WS-OD-LINE

          .
       WRITE-REPORT-TRAILER-EXIT.
          EXIT.

      ***************************************************************
      * CALL-VSAMSERV                                               *
      ***************************************************************
      * One ECI_SYNC to VSAMSERV. Only the sign-on gets the         *
      * retry-with-backoff ECIECHO's DO-SYNC uses around transient  *
      * failures - a posting that timed out may already have been   *
      * made, and VSAMSERV would make it again, so it is tried once *
      * and a failure is left for UPLOAD-ONE-ITEM to report.        *
      ***************************************************************
       CALL-VSAMSERV SECTION.

          MOVE CA-REQ TO WS-CALL-REQ
          MOVE 0 TO WS-RETRY-COUNT
          PERFORM CALL-VSAMSERV-ATTEMPT

          IF WS-CALL-REQ = '09'

             PERFORM CALL-VSAMSERV-ATTEMPT
                     UNTIL ECI-NO-ERROR
                        OR WS-RETRY-COUNT >= WS-MAX-RETRIES
                        OR NOT (ECI-ERR-REQUEST-TIMEOUT
                                OR ECI-ERR-CICS-DIED
                                OR ECI-ERR-RESPONSE-TIMEOUT)

          END-IF

          EXIT.

      ***************************************************************
      * CALL-VSAMSERV-ATTEMPT                                       *
      ***************************************************************
       CALL-VSAMSERV-ATTEMPT SECTION.

          IF WS-RETRY-COUNT > 0
              DISPLAY 'ECI_SYNC retry ' WS-RETRY-COUNT
                      ' of ' WS-MAX-RETRIES
              CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
          END-IF
          ADD 1 TO WS-RETRY-COUNT

          MOVE LOW-VALUES TO ECI-PARMS

          SET  ECI-SYNC            TO TRUE
          MOVE 'VSAMSERV'          TO ECI-PROGRAM-NAME
          MOVE USERID              TO ECI-USERID
          MOVE PASSWD              TO ECI-PASSWORD
          MOVE SERVER              TO ECI-SYSTEM-NAME
          SET  ECI-COMMAREA        TO ADDRESS OF WS-COMMAREA
          MOVE LENGTH OF WS-COMMAREA TO ECI-COMMAREA-LENGTH
          MOVE 0                   TO ECI-TIMEOUT
          SET  ECI-NO-EXTEND       TO TRUE
          SET  ECI-VERSION-1       TO TRUE

          CALL '_CICS_ExternalCall'
                USING BY REFERENCE ECI-PARMS
                RETURNING ECI-ERROR-ID.

          EXIT.

      ***************************************************************
      * LOAD-CONFIG                                                 *
      ***************************************************************
       LOAD-CONFIG SECTION.

          DISPLAY 'OFFUPLD_SERVER' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO SERVER
          END-IF.

          DISPLAY 'OFFUPLD_USERID' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO USERID
          END-IF.

          DISPLAY 'OFFUPLD_PASSWORD' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO PASSWD
          END-IF.

          DISPLAY 'OFFUPLD_OPERATOR' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO WS-OPERATOR
          END-IF.

          DISPLAY 'OFFUPLD_OPPASS' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO WS-OPPASS
          END-IF.

          DISPLAY 'OFFUPLD_CAPTURE' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO WS-CAPTURE-PATH
          END-IF.

          DISPLAY 'OFFUPLD_POSTLOG' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO WS-POSTLOG-PATH
          END-IF.

          DISPLAY 'OFFUPLD_REPORT' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO WS-REPORT-PATH
          END-IF.

          EXIT.
