      *********************************************************************
      *                                                                   *
      * MODULE NAME        ECIPERF.CBL                                    *
      *                                                                   *
      * DESCRIPTIVE NAME   CICS External Call Interface                   *
      *                    OS/2 Load and Soak Test Driver                 *
      *                    CA55 SupportPac                                *
      *                                                                   *
      * NOTES :-                                                          *
      *                                                                   *
      * ECIDRIVE proves each VSAMSERV request gets the right answer;      *
      * ECIPERF shows how the region holds up when many callers are busy  *
      * at once. It replays an ECIDRIVE script (same fixed-column layout, *
      * ECISCRPT.TXT unless ECIPERF_SCRIPT names another) from several    *
      * simulated users - each walks the script from the top in its own   *
      * turn, carries its own session token from its own '09' line, and   *
      * starts again at the top when it reaches the end. Every call is    *
      * made ECI_ASYNC with the user's number as the message qualifier    *
      * and collected with ECI_GET_REPLY_WAIT, so up to one call per user *
      * is in flight at the region together. The run is set from the      *
      * environment:                                                      *
      *                                                                   *
      *   ECIPERF_USERS      simulated users, 1-40 (default 5)            *
      *   ECIPERF_RATE       calls started per minute, all users          *
      *                      together (default 0 - as fast as replies     *
      *                      come back)                                   *
      *   ECIPERF_DURATION   seconds to keep starting calls (default      *
      *                      300); calls in flight then are still         *
      *                      collected                                    *
      *   ECIPERF_BASELINE   saved baseline file (default ECIPERF.BAS)    *
      *   ECIPERF_THRESHOLD  percent slower than baseline that counts     *
      *                      as a regression (default 20)                 *
      *   ECIPERF_SAVE       Y to save this run as the new baseline       *
      *                                                                   *
      * Each call's elapsed time is taken from the time of day in         *
      * hundredths, to the hundredth under a second and the tenth up to   *
      * ten seconds. The report gives per request type (CA-REQ) the call  *
      * count, minimum, average, 95th percentile and maximum in seconds   *
      * and the calls that did not come back with the script's expected   *
      * CA-RESP-CODE, then those errors counted by the code returned.     *
      * Against a baseline each request type's average and 95th           *
      * percentile are compared, and a type slower in either by more      *
      * than the threshold is flagged REGRESSED. RETURN-CODE is 8 for     *
      * any regression, 4 for errors without one, 0 for a clean run.      *
      * The baseline file holds one line per request type:                *
      *                                                                   *
      *   cols  1- 2  CA-REQ state                                        *
      *   cols  4-10  calls                                               *
      *   cols 12-18  minimum     ) all in                                *
      *   cols 20-26  average     ) hundredths                            *
      *   cols 28-34  95th pct    ) of a                                  *
      *   cols 36-42  maximum     ) second                                *
      *                                                                   *
      * SERVER, USERID and PASSWORD for the ECI connection default to the *
      * GLOBALS below and can be overridden from ECIPERF_SERVER /         *
      * ECIPERF_USERID / ECIPERF_PASSWORD, same as ECIDRIVE.              *
      *********************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ECIPERF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRIPT-FILE ASSIGN TO WS-SCRIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRIPT-STATUS.

           SELECT BASELINE-FILE ASSIGN TO WS-BASE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRIPT-FILE.
       01  FD-SCRIPT-RECORD             PIC X(51).

       FD  BASELINE-FILE.
       01  FD-BASE-RECORD.
           05 BR-STATE                  PIC 9(2).
           05 FILLER                    PIC X(1).
           05 BR-CALLS                  PIC 9(7).
           05 FILLER                    PIC X(1).
           05 BR-MIN                    PIC 9(7).
           05 FILLER                    PIC X(1).
           05 BR-AVG                    PIC 9(7).
           05 FILLER                    PIC X(1).
           05 BR-P95                    PIC 9(7).
           05 FILLER                    PIC X(1).
           05 BR-MAX                    PIC 9(7).

       WORKING-STORAGE SECTION.

       01 WS-AREA.
          02 WS-SCRIPT-PATH             PIC X(80)
             VALUE "ECISCRPT.TXT".
          02 WS-SCRIPT-STATUS           PIC 9(2) VALUE 99.
          02 WS-SCRIPT-EOF              PIC 9 VALUE 0.
             88 SCRIPT-EOF              VALUE 1.

          02 WS-BASE-PATH               PIC X(80)
             VALUE "ECIPERF.BAS".
          02 WS-BASE-STATUS             PIC 9(2) VALUE 99.
          02 WS-BASE-EOF                PIC 9 VALUE 0.
             88 BASE-EOF                VALUE 1.

          02 WS-RETRY-COUNT             PIC 9 VALUE 0.
          02 WS-MAX-RETRIES             PIC 9 VALUE 3.
          02 WS-RETRY-DELAY-SECS        PIC 9(4) COMP VALUE 2.
          02 WS-IDLE-SECS               PIC 9(4) COMP VALUE 1.

      * FILL IN YOUR SERVER HERE
          02 SERVER                     PIC X(8) VALUE LOW-VALUES.

      * FILL IN YOUR USER ID HERE
          02 USERID                     PIC X(8) VALUE 'SYSAD   '.

      * FILL IN YOUR PASSWORD HERE
          02 PASSWD                     PIC X(8) VALUE 'SYSAD   '.

          02 WS-ENV-VALUE               PIC X(80) VALUE SPACES.

      * digit scanner for the numeric ECIPERF_ settings
          02 WS-ENV-NUMBER              PIC 9(7) VALUE 0.
          02 WS-ENV-DIGITS              PIC 9(2) VALUE 0.
          02 WS-ENV-IX                  PIC 9(2) VALUE 0.
          02 WS-DIGIT-X                 PIC X VALUE SPACE.
          02 WS-DIGIT-9 REDEFINES WS-DIGIT-X PIC 9.

      * the run's settings (see the notes above)
          02 WS-USERS                   PIC 9(2) VALUE 5.
          02 WS-MAX-USERS               PIC 9(2) VALUE 40.
          02 WS-RATE                    PIC 9(7) VALUE 0.
          02 WS-DURATION-SECS           PIC 9(7) VALUE 300.
          02 WS-THRESHOLD-PCT           PIC 9(7) VALUE 20.
          02 WS-SAVE-BASELINE           PIC X VALUE 'N'.

      * the clock - time of day in hundredths, carried past midnight
      * so a soak run overnight still measures straight
          02 WS-TOD.
             03 WS-TOD-HH               PIC 9(2).
             03 WS-TOD-MM               PIC 9(2).
             03 WS-TOD-SS               PIC 9(2).
             03 WS-TOD-CC               PIC 9(2).
          02 WS-TOD-CS                  PIC 9(9) COMP VALUE 0.
          02 WS-LAST-TOD-CS             PIC 9(9) COMP VALUE 0.
          02 WS-DAY-CARRY-CS            PIC 9(9) COMP VALUE 0.
          02 WS-NOW-CS                  PIC 9(9) COMP VALUE 0.
          02 WS-RUN-END-CS              PIC 9(9) COMP VALUE 0.
          02 WS-NEXT-SEND-CS            PIC 9(9) COMP VALUE 0.
          02 WS-SEND-GAP-CS             PIC 9(9) COMP VALUE 0.
          02 WS-ELAPSED-CS              PIC 9(9) COMP VALUE 0.

          02 WS-RUN-OVER-SW             PIC 9 VALUE 0.
             88 RUN-OVER                VALUE 1.
          02 WS-IN-FLIGHT               PIC 9(2) VALUE 0.
          02 WS-NEXT-USER               PIC 9(2) VALUE 1.
          02 WS-USER-IX                 PIC 9(2) VALUE 0.
          02 WS-PICK-IX                 PIC 9(2) VALUE 0.
          02 WS-PICK-COUNT              PIC 9(2) VALUE 0.
          02 WS-STATE-IX                PIC 9(2) VALUE 0.
          02 WS-BUCKET-IX               PIC 9(3) VALUE 0.
          02 WS-RESP-IX                 PIC 9(3) VALUE 0.

          02 WS-SENT-COUNT              PIC 9(7) VALUE 0.
          02 WS-REPLY-COUNT             PIC 9(7) VALUE 0.
          02 WS-ECI-ERROR-COUNT         PIC 9(7) VALUE 0.
          02 WS-RESP-ERROR-COUNT        PIC 9(7) VALUE 0.
          02 WS-REGRESS-COUNT           PIC 9(3) VALUE 0.

      * report arithmetic, all in hundredths
          02 WS-AVG-CS                  PIC 9(9) COMP VALUE 0.
          02 WS-P95-CS                  PIC 9(9) COMP VALUE 0.
          02 WS-P95-TARGET              PIC 9(9) COMP VALUE 0.
          02 WS-P95-SEEN                PIC 9(9) COMP VALUE 0.
          02 WS-LIMIT-CS                PIC 9(9) COMP VALUE 0.
          02 WS-BASE-CS                 PIC 9(9) COMP VALUE 0.

      * one correlation id per call, for the server's request log -
      * run time to the hundredth plus the call number
          02 WS-CID-TIME                PIC 9(8) VALUE 0.
          02 WS-CORRID.
             03 CORRID-TIME             PIC 9(8).
             03 CORRID-SEQ              PIC 9(4).

      * amount parsing - the same optional-decimal-point split the
      * Web front end applies to a posted amount
          02 WS-AMOUNT-LEN              PIC 9(2) VALUE 0.
          02 WS-INT-PART                PIC X(9) JUSTIFIED RIGHT.
          02 WS-DEC-PART                PIC X(2).
          02 WS-AMOUNT-INT              PIC 9(9) VALUE 0.
          02 WS-AMOUNT-DEC              PIC 9(2) VALUE 0.
          02 WS-AMOUNT-NUM              PIC S9(9)V99 VALUE 0.

          02 WS-EXPECTED-X              PIC X(4) VALUE SPACES.

      * the script line being sent, in ECIDRIVE's layout
       01 WS-SCRIPT-WORK.
          02 SC-STATE                   PIC X(2).
          02 SC-STATE-NUM REDEFINES SC-STATE PIC 9(2).
          02 FILLER                     PIC X(1).
          02 SC-ACCOUNT                 PIC X(5).
          02 FILLER                     PIC X(1).
          02 SC-TOACCT                  PIC X(5).
          02 FILLER                     PIC X(1).
          02 SC-AMOUNT                  PIC X(13).
          02 FILLER                     PIC X(1).
          02 SC-USERID                  PIC X(8).
          02 FILLER                     PIC X(1).
          02 SC-PASSWORD                PIC X(8).
          02 FILLER                     PIC X(1).
          02 SC-EXPECTED                PIC X(4).

      * the script held in storage - comment lines dropped
       01 WS-SCRIPT-TABLE.
          02 WS-SCRIPT-COUNT            PIC 9(3) VALUE 0.
          02 WS-SCRIPT-MAX              PIC 9(3) VALUE 200.
          02 WS-SCRIPT-LINE OCCURS 200  PIC X(51).

      * one entry per simulated user - where it is in the script,
      * its session, and the call it has in flight
       01 WS-USER-TABLE.
          02 WS-USER OCCURS 40.
             03 USR-LINE-IX             PIC 9(3).
             03 USR-SESSION             PIC X(8).
             03 USR-BUSY-SW             PIC X(1).
                88 USR-BUSY             VALUE 'Y'.
             03 USR-STATE               PIC 9(2).
             03 USR-EXPECTED            PIC 9(4).
             03 USR-SENT-CS             PIC 9(9) COMP.

      * per request type - CA-REQ is the subscript. The buckets
      * count elapsed times: 1-100 each hundredth under a second,
      * 101-190 each tenth from one to ten seconds, 191 the rest
       01 WS-STATS-TABLE.
          02 WS-STAT OCCURS 99.
             03 ST-CALLS                PIC 9(7) COMP.
             03 ST-TOTAL-CS             PIC 9(11) COMP.
             03 ST-MIN-CS               PIC 9(9) COMP.
             03 ST-MAX-CS               PIC 9(9) COMP.
             03 ST-ERRORS               PIC 9(7) COMP.
             03 ST-BUCKET OCCURS 191    PIC 9(7) COMP.

      * error counts by the CA-RESP-CODE that came back
       01 WS-RESP-TABLE.
          02 WS-RESP-USED               PIC 9(3) VALUE 0.
          02 WS-RESP-OTHER              PIC 9(7) VALUE 0.
          02 WS-RESP-ENTRY OCCURS 100.
             03 RS-CODE                 PIC 9(4).
             03 RS-COUNT                PIC 9(7) COMP.

      * the saved baseline, by request type
       01 WS-BASE-TABLE.
          02 WS-BASE OCCURS 99.
             03 BS-FOUND-SW             PIC X(1).
                88 BS-FOUND             VALUE 'Y'.
             03 BS-AVG-CS               PIC 9(7).
             03 BS-P95-CS               PIC 9(7).

       01 WS-REPORT-LINE.
          02 FILLER                     PIC X(2) VALUE SPACES.
          02 RL-STATE                   PIC X(2).
          02 RL-CALLS                   PIC Z(6)9.
          02 RL-MIN                     PIC ZZZ9.99.
          02 RL-AVG                     PIC ZZZ9.99.
          02 RL-P95                     PIC ZZZ9.99.
          02 RL-MAX                     PIC ZZZ9.99.
          02 RL-ERRORS                  PIC Z(6)9.
          02 FILLER                     PIC X(2) VALUE SPACES.
          02 RL-VERDICT                 PIC X(14).

       01 WS-RESP-LINE.
          02 FILLER                     PIC X(7) VALUE SPACES.
          02 RSL-CODE                   PIC 9(4).
          02 RSL-COUNT                  PIC Z(8)9.

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

          DISPLAY 'ECI Load and Soak Driver'
          DISPLAY '------------------------'

          PERFORM LOAD-CONFIG

          PERFORM LOAD-SCRIPT

          IF WS-SCRIPT-COUNT = 0

             DISPLAY 'No requests in script ' WS-SCRIPT-PATH
             MOVE 8 TO RETURN-CODE
             STOP RUN

          END-IF

          PERFORM LOAD-BASELINE

          DISPLAY 'Users ' WS-USERS
                  '  Rate/min ' WS-RATE
                  '  Seconds ' WS-DURATION-SECS
                  '  Script lines ' WS-SCRIPT-COUNT

          MOVE LOW-VALUES TO WS-STATS-TABLE

          PERFORM VARYING WS-STATE-IX FROM 1 BY 1
                  UNTIL WS-STATE-IX > 99
             MOVE 0 TO ST-CALLS(WS-STATE-IX)
                       ST-TOTAL-CS(WS-STATE-IX)
                       ST-MIN-CS(WS-STATE-IX)
                       ST-MAX-CS(WS-STATE-IX)
                       ST-ERRORS(WS-STATE-IX)
             PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                     UNTIL WS-BUCKET-IX > 191
                MOVE 0 TO ST-BUCKET(WS-STATE-IX, WS-BUCKET-IX)
             END-PERFORM
          END-PERFORM

          PERFORM VARYING WS-USER-IX FROM 1 BY 1
                  UNTIL WS-USER-IX > WS-USERS
             MOVE 1 TO USR-LINE-IX(WS-USER-IX)
             MOVE SPACES TO USR-SESSION(WS-USER-IX)
             MOVE 'N' TO USR-BUSY-SW(WS-USER-IX)
          END-PERFORM

      * calls are started WS-SEND-GAP-CS apart - none for flat out

          IF WS-RATE > 0

             COMPUTE WS-SEND-GAP-CS = 6000 / WS-RATE

          END-IF

          PERFORM GET-CLOCK

          MOVE WS-NOW-CS TO WS-NEXT-SEND-CS
          COMPUTE WS-RUN-END-CS = WS-NOW-CS + WS-DURATION-SECS * 100

          PERFORM DRIVE-LOAD
                  UNTIL RUN-OVER AND WS-IN-FLIGHT = 0

          PERFORM PRINT-REPORT

          IF WS-SAVE-BASELINE = 'Y'

             PERFORM SAVE-BASELINE

          END-IF

          EVALUATE TRUE

             WHEN WS-REGRESS-COUNT > 0
                MOVE 8 TO RETURN-CODE

             WHEN WS-ECI-ERROR-COUNT > 0
                  OR WS-RESP-ERROR-COUNT > 0
                MOVE 4 TO RETURN-CODE

             WHEN OTHER
                MOVE 0 TO RETURN-CODE

          END-EVALUATE

          STOP RUN.

          EXIT.

      ***************************************************************
      * LOAD-SCRIPT                                                 *
      ***************************************************************
      * The whole script into WS-SCRIPT-TABLE, comment and blank    *
      * lines dropped; a line whose CA-REQ is not two digits is     *
      * reported and skipped.                                       *
      ***************************************************************
       LOAD-SCRIPT SECTION.

          OPEN INPUT SCRIPT-FILE

          IF WS-SCRIPT-STATUS NOT = 00

             DISPLAY 'Cannot open script ' WS-SCRIPT-PATH
                     ' status ' WS-SCRIPT-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN

          END-IF

          PERFORM UNTIL SCRIPT-EOF

             READ SCRIPT-FILE
                 AT END
                     MOVE 1 TO WS-SCRIPT-EOF
                 NOT AT END
                     PERFORM LOAD-SCRIPT-LINE
             END-READ

          END-PERFORM

          CLOSE SCRIPT-FILE

          EXIT.

      ***************************************************************
      * LOAD-SCRIPT-LINE                                            *
      ***************************************************************
       LOAD-SCRIPT-LINE SECTION.

          IF FD-SCRIPT-RECORD(1:1) = '*'
             OR FD-SCRIPT-RECORD = SPACES

             GO TO LOAD-SCRIPT-LINE-EXIT

          END-IF

          MOVE FD-SCRIPT-RECORD TO WS-SCRIPT-WORK

          IF SC-STATE NOT NUMERIC OR SC-STATE = '00'

             DISPLAY 'Skipped - bad state: ' FD-SCRIPT-RECORD
             GO TO LOAD-SCRIPT-LINE-EXIT

          END-IF

          IF WS-SCRIPT-COUNT NOT < WS-SCRIPT-MAX

             DISPLAY 'Skipped - script over ' WS-SCRIPT-MAX
                     ' lines: ' FD-SCRIPT-RECORD
             GO TO LOAD-SCRIPT-LINE-EXIT

          END-IF

          ADD 1 TO WS-SCRIPT-COUNT
          MOVE FD-SCRIPT-RECORD TO WS-SCRIPT-LINE(WS-SCRIPT-COUNT)

          .
       LOAD-SCRIPT-LINE-EXIT.
          EXIT.

      ***************************************************************
      * LOAD-BASELINE                                               *
      ***************************************************************
      * The saved baseline, if there is one - a missing file just   *
      * means every request type reports NO BASELINE.               *
      ***************************************************************
       LOAD-BASELINE SECTION.

          PERFORM VARYING WS-STATE-IX FROM 1 BY 1
                  UNTIL WS-STATE-IX > 99
             MOVE 'N' TO BS-FOUND-SW(WS-STATE-IX)
             MOVE 0 TO BS-AVG-CS(WS-STATE-IX)
                       BS-P95-CS(WS-STATE-IX)
          END-PERFORM

          OPEN INPUT BASELINE-FILE

          IF WS-BASE-STATUS NOT = 00

             DISPLAY 'No baseline ' WS-BASE-PATH
             GO TO LOAD-BASELINE-EXIT

          END-IF

          MOVE 0 TO WS-BASE-EOF

          PERFORM UNTIL BASE-EOF

             READ BASELINE-FILE
                 AT END
                     MOVE 1 TO WS-BASE-EOF
                 NOT AT END
                     IF BR-STATE NUMERIC AND BR-STATE > 0
                        AND BR-AVG NUMERIC AND BR-P95 NUMERIC
                        MOVE 'Y' TO BS-FOUND-SW(BR-STATE)
                        MOVE BR-AVG TO BS-AVG-CS(BR-STATE)
                        MOVE BR-P95 TO BS-P95-CS(BR-STATE)
                     END-IF
             END-READ

          END-PERFORM

          CLOSE BASELINE-FILE

          .
       LOAD-BASELINE-EXIT.
          EXIT.

      ***************************************************************
      * DRIVE-LOAD                                                  *
      ***************************************************************
      * One turn of the load loop - start a call when one is due    *
      * and a user is free, otherwise wait for a reply, otherwise   *
      * (nothing in flight, nothing due) sleep a second. Once the   *
      * duration is up no more calls start; the loop ends when the  *
      * last reply is in.                                           *
      ***************************************************************
       DRIVE-LOAD SECTION.

          PERFORM GET-CLOCK

          IF WS-NOW-CS NOT < WS-RUN-END-CS

             MOVE 1 TO WS-RUN-OVER-SW

          END-IF

          IF NOT RUN-OVER
             AND WS-NOW-CS NOT < WS-NEXT-SEND-CS
             AND WS-IN-FLIGHT < WS-USERS

             PERFORM SEND-NEXT-REQUEST
             ADD WS-SEND-GAP-CS TO WS-NEXT-SEND-CS
             GO TO DRIVE-LOAD-EXIT

          END-IF

          IF WS-IN-FLIGHT > 0

             PERFORM COLLECT-REPLY
             GO TO DRIVE-LOAD-EXIT

          END-IF

          IF NOT RUN-OVER

             CALL 'C$SLEEP' USING WS-IDLE-SECS

          END-IF

          .
       DRIVE-LOAD-EXIT.
          EXIT.

      ***************************************************************
      * SEND-NEXT-REQUEST                                           *
      ***************************************************************
      * The next free user, round the table from the last one that  *
      * sent, starts its next script line ECI_ASYNC.                *
      ***************************************************************
       SEND-NEXT-REQUEST SECTION.

          MOVE 0 TO WS-USER-IX
          MOVE WS-NEXT-USER TO WS-PICK-IX

          PERFORM VARYING WS-PICK-COUNT FROM 1 BY 1
                  UNTIL WS-PICK-COUNT > WS-USERS
                     OR WS-USER-IX > 0
             IF NOT USR-BUSY(WS-PICK-IX)
                MOVE WS-PICK-IX TO WS-USER-IX
             END-IF
             ADD 1 TO WS-PICK-IX
             IF WS-PICK-IX > WS-USERS
                MOVE 1 TO WS-PICK-IX
             END-IF
          END-PERFORM

          IF WS-USER-IX = 0

             GO TO SEND-NEXT-REQUEST-EXIT

          END-IF

          MOVE WS-PICK-IX TO WS-NEXT-USER

          MOVE WS-SCRIPT-LINE(USR-LINE-IX(WS-USER-IX))
            TO WS-SCRIPT-WORK

          ADD 1 TO USR-LINE-IX(WS-USER-IX)

          IF USR-LINE-IX(WS-USER-IX) > WS-SCRIPT-COUNT

             MOVE 1 TO USR-LINE-IX(WS-USER-IX)

          END-IF

          MOVE SC-STATE-NUM TO USR-STATE(WS-USER-IX)

          MOVE SC-EXPECTED TO WS-EXPECTED-X
          INSPECT WS-EXPECTED-X REPLACING LEADING ' ' BY '0'
          MOVE WS-EXPECTED-X TO USR-EXPECTED(WS-USER-IX)

          ADD 1 TO WS-SENT-COUNT

          PERFORM BUILD-COMMAREA

          MOVE 0 TO WS-RETRY-COUNT
          PERFORM SEND-ATTEMPT
          PERFORM SEND-ATTEMPT
                  UNTIL ECI-NO-ERROR
                     OR WS-RETRY-COUNT >= WS-MAX-RETRIES
                     OR NOT (ECI-ERR-REQUEST-TIMEOUT
                             OR ECI-ERR-CICS-DIED
                             OR ECI-ERR-RESPONSE-TIMEOUT)

          IF NOT ECI-NO-ERROR

             ADD 1 TO WS-ECI-ERROR-COUNT
             ADD 1 TO ST-ERRORS(SC-STATE-NUM)
             DISPLAY 'User ' WS-USER-IX ' state ' SC-STATE
                     ' - ECI error ' ECI-ERROR-ID ', not sent'
             GO TO SEND-NEXT-REQUEST-EXIT

          END-IF

          PERFORM GET-CLOCK

          MOVE WS-NOW-CS TO USR-SENT-CS(WS-USER-IX)
          MOVE 'Y' TO USR-BUSY-SW(WS-USER-IX)
          ADD 1 TO WS-IN-FLIGHT

          .
       SEND-NEXT-REQUEST-EXIT.
          EXIT.

      ***************************************************************
      * SEND-ATTEMPT                                                *
      ***************************************************************
      * One ECI_ASYNC attempt, the user's number as the message     *
      * qualifier - the ECI takes its copy of the commarea here, so *
      * the one area serves every user.                             *
      ***************************************************************
       SEND-ATTEMPT SECTION.

          IF WS-RETRY-COUNT > 0
              DISPLAY 'ECI_ASYNC retry ' WS-RETRY-COUNT
                      ' of ' WS-MAX-RETRIES
              CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
          END-IF
          ADD 1 TO WS-RETRY-COUNT

          MOVE LOW-VALUES TO ECI-PARMS

          SET  ECI-ASYNC           TO TRUE
          MOVE 'VSAMSERV'          TO ECI-PROGRAM-NAME
          MOVE USERID              TO ECI-USERID
          MOVE PASSWD              TO ECI-PASSWORD
          MOVE SERVER              TO ECI-SYSTEM-NAME
          MOVE WS-USER-IX          TO ECI-MESSAGE-QUALIFIER
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
      * COLLECT-REPLY                                               *
      ***************************************************************
      * ECI_GET_REPLY_WAIT for whichever call finishes first; the   *
      * message qualifier says whose it is. A reply that cannot be  *
      * matched to a user in flight leaves the run unable to tell   *
      * what is outstanding, so the run stops there.                *
      ***************************************************************
       COLLECT-REPLY SECTION.

          MOVE LOW-VALUES TO ECI-PARMS

          SET  ECI-GET-REPLY-WAIT  TO TRUE
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

          PERFORM GET-CLOCK

          IF ECI-MESSAGE-QUALIFIER < 1
             OR ECI-MESSAGE-QUALIFIER > WS-USERS

             DISPLAY 'ECI reply for no user (error ' ECI-ERROR-ID
                     ') - ' WS-IN-FLIGHT ' calls abandoned'
             ADD WS-IN-FLIGHT TO WS-ECI-ERROR-COUNT
             MOVE 0 TO WS-IN-FLIGHT
             MOVE 1 TO WS-RUN-OVER-SW
             GO TO COLLECT-REPLY-EXIT

          END-IF

          MOVE ECI-MESSAGE-QUALIFIER TO WS-USER-IX

          IF NOT USR-BUSY(WS-USER-IX)

             DISPLAY 'ECI reply for idle user ' WS-USER-IX
                     ' - ' WS-IN-FLIGHT ' calls abandoned'
             ADD WS-IN-FLIGHT TO WS-ECI-ERROR-COUNT
             MOVE 0 TO WS-IN-FLIGHT
             MOVE 1 TO WS-RUN-OVER-SW
             GO TO COLLECT-REPLY-EXIT

          END-IF

          MOVE 'N' TO USR-BUSY-SW(WS-USER-IX)
          SUBTRACT 1 FROM WS-IN-FLIGHT
          ADD 1 TO WS-REPLY-COUNT

          MOVE USR-STATE(WS-USER-IX) TO WS-STATE-IX

          IF NOT ECI-NO-ERROR

             ADD 1 TO WS-ECI-ERROR-COUNT
             ADD 1 TO ST-ERRORS(WS-STATE-IX)
             DISPLAY 'User ' WS-USER-IX ' state ' WS-STATE-IX
                     ' - ECI error ' ECI-ERROR-ID ', no response'
             GO TO COLLECT-REPLY-EXIT

          END-IF

          COMPUTE WS-ELAPSED-CS = WS-NOW-CS - USR-SENT-CS(WS-USER-IX)

          PERFORM RECORD-ELAPSED

      * a successful authenticate hands back the session token this
      * user's following calls must carry

          IF WS-STATE-IX = 9 AND CA-RC = '0'

             MOVE CA-SESSION TO USR-SESSION(WS-USER-IX)

          END-IF

          IF CA-RESP-CODE NOT = USR-EXPECTED(WS-USER-IX)

             ADD 1 TO WS-RESP-ERROR-COUNT
             ADD 1 TO ST-ERRORS(WS-STATE-IX)
             PERFORM COUNT-RESP-CODE

          END-IF

          .
       COLLECT-REPLY-EXIT.
          EXIT.

      ***************************************************************
      * RECORD-ELAPSED                                              *
      ***************************************************************
       RECORD-ELAPSED SECTION.

          ADD 1 TO ST-CALLS(WS-STATE-IX)
          ADD WS-ELAPSED-CS TO ST-TOTAL-CS(WS-STATE-IX)

          IF ST-CALLS(WS-STATE-IX) = 1
             OR WS-ELAPSED-CS < ST-MIN-CS(WS-STATE-IX)

             MOVE WS-ELAPSED-CS TO ST-MIN-CS(WS-STATE-IX)

          END-IF

          IF WS-ELAPSED-CS > ST-MAX-CS(WS-STATE-IX)

             MOVE WS-ELAPSED-CS TO ST-MAX-CS(WS-STATE-IX)

          END-IF

          EVALUATE TRUE

             WHEN WS-ELAPSED-CS < 100
                COMPUTE WS-BUCKET-IX = WS-ELAPSED-CS + 1

             WHEN WS-ELAPSED-CS < 1000
                COMPUTE WS-BUCKET-IX = 101 + (WS-ELAPSED-CS - 100) / 10

             WHEN OTHER
                MOVE 191 TO WS-BUCKET-IX

          END-EVALUATE

          ADD 1 TO ST-BUCKET(WS-STATE-IX, WS-BUCKET-IX)

          EXIT.

      ***************************************************************
      * COUNT-RESP-CODE                                             *
      ***************************************************************
       COUNT-RESP-CODE SECTION.

          PERFORM VARYING WS-RESP-IX FROM 1 BY 1
                  UNTIL WS-RESP-IX > WS-RESP-USED
                     OR RS-CODE(WS-RESP-IX) = CA-RESP-CODE
             CONTINUE
          END-PERFORM

          IF WS-RESP-IX > WS-RESP-USED

             IF WS-RESP-USED NOT < 100

                ADD 1 TO WS-RESP-OTHER
                GO TO COUNT-RESP-CODE-EXIT

             END-IF

             ADD 1 TO WS-RESP-USED
             MOVE CA-RESP-CODE TO RS-CODE(WS-RESP-IX)
             MOVE 0 TO RS-COUNT(WS-RESP-IX)

          END-IF

          ADD 1 TO RS-COUNT(WS-RESP-IX)

          .
       COUNT-RESP-CODE-EXIT.
          EXIT.

      ***************************************************************
      * BUILD-COMMAREA                                              *
      ***************************************************************
      * The full VSAMSERV commarea for one script line, the way     *
      * ECIDRIVE builds it, with the sending user's session token.  *
      ***************************************************************
       BUILD-COMMAREA SECTION.

          MOVE LOW-VALUES TO WS-COMMAREA

          MOVE '56' TO CA-VERSION

          ACCEPT WS-CID-TIME FROM TIME
          MOVE WS-CID-TIME TO CORRID-TIME
          MOVE WS-SENT-COUNT TO CORRID-SEQ
          MOVE WS-CORRID TO CA-CORRID

          MOVE SC-STATE TO CA-REQ
          MOVE '1' TO CA-RC

          IF SC-ACCOUNT NOT = SPACES

             MOVE SC-ACCOUNT TO CA-CONTA

          END-IF

          IF SC-TOACCT NOT = SPACES

             MOVE SC-TOACCT TO CA-TOACCT

          END-IF

          IF SC-USERID NOT = SPACES

             MOVE SC-USERID TO CA-USERID
             MOVE SC-PASSWORD TO CA-PASSWORD

          END-IF

          IF USR-SESSION(WS-USER-IX) NOT = SPACES

             MOVE USR-SESSION(WS-USER-IX) TO CA-SESSION

          END-IF

          IF SC-AMOUNT NOT = SPACES

             PERFORM PARSE-AMOUNT
             MOVE WS-AMOUNT-NUM TO CA-SALDO

          END-IF

          .
       BUILD-COMMAREA-EXIT.
          EXIT.

      ***************************************************************
      * PARSE-AMOUNT                                                *
      ***************************************************************
       PARSE-AMOUNT SECTION.

          PERFORM VARYING WS-AMOUNT-LEN FROM 13 BY -1
                  UNTIL WS-AMOUNT-LEN = 1
                     OR SC-AMOUNT(WS-AMOUNT-LEN:1) NOT = SPACE
              CONTINUE
          END-PERFORM

          MOVE SPACES TO WS-INT-PART WS-DEC-PART

          UNSTRING SC-AMOUNT(1:WS-AMOUNT-LEN)
                   DELIMITED BY '.'
                   INTO WS-INT-PART WS-DEC-PART
          END-UNSTRING

          INSPECT WS-INT-PART REPLACING LEADING ' ' BY '0'

          IF WS-DEC-PART = SPACES
             MOVE '00' TO WS-DEC-PART
          END-IF

          IF WS-DEC-PART(2:1) = SPACE
             MOVE '0' TO WS-DEC-PART(2:1)
          END-IF

          MOVE 0 TO WS-AMOUNT-NUM

          IF WS-INT-PART NUMERIC AND WS-DEC-PART NUMERIC

             MOVE WS-INT-PART TO WS-AMOUNT-INT
             MOVE WS-DEC-PART TO WS-AMOUNT-DEC
             COMPUTE WS-AMOUNT-NUM =
                     WS-AMOUNT-INT + WS-AMOUNT-DEC / 100

          END-IF

          .
       PARSE-AMOUNT-EXIT.
          EXIT.

      ***************************************************************
      * PRINT-REPORT                                                *
      ***************************************************************
      * One line per request type seen, compared with the baseline, *
      * then the errors by response code and the run totals.        *
      ***************************************************************
       PRINT-REPORT SECTION.

          DISPLAY '------------------------'
          DISPLAY 'Req   Calls    Min    Avg    95%    Max'
                  ' Errors  Baseline'

          PERFORM VARYING WS-STATE-IX FROM 1 BY 1
                  UNTIL WS-STATE-IX > 99
             IF ST-CALLS(WS-STATE-IX) > 0
                OR ST-ERRORS(WS-STATE-IX) > 0
                PERFORM REPORT-ONE-STATE
             END-IF
          END-PERFORM

          IF WS-RESP-USED > 0 OR WS-RESP-OTHER > 0

             DISPLAY 'Unexpected CA-RESP-CODE   Count'

             PERFORM VARYING WS-RESP-IX FROM 1 BY 1
                     UNTIL WS-RESP-IX > WS-RESP-USED
                MOVE RS-CODE(WS-RESP-IX) TO RSL-CODE
                MOVE RS-COUNT(WS-RESP-IX) TO RSL-COUNT
                DISPLAY WS-RESP-LINE
             END-PERFORM

             IF WS-RESP-OTHER > 0

                DISPLAY '  other codes: ' WS-RESP-OTHER

             END-IF

          END-IF

          DISPLAY '------------------------'
          DISPLAY 'Calls started: ' WS-SENT-COUNT
                  '  Replies: ' WS-REPLY-COUNT
                  '  ECI errors: ' WS-ECI-ERROR-COUNT
          DISPLAY 'Unexpected responses: ' WS-RESP-ERROR-COUNT
                  '  Request types regressed: ' WS-REGRESS-COUNT
                  ' (threshold ' WS-THRESHOLD-PCT '%)'

          EXIT.

      ***************************************************************
      * REPORT-ONE-STATE                                            *
      ***************************************************************
       REPORT-ONE-STATE SECTION.

          MOVE WS-STATE-IX TO RL-STATE
          MOVE ST-CALLS(WS-STATE-IX) TO RL-CALLS
          MOVE ST-ERRORS(WS-STATE-IX) TO RL-ERRORS

          IF ST-CALLS(WS-STATE-IX) = 0

             MOVE 0 TO RL-MIN RL-AVG RL-P95 RL-MAX
             MOVE 'NO REPLIES' TO RL-VERDICT
             DISPLAY WS-REPORT-LINE
             GO TO REPORT-ONE-STATE-EXIT

          END-IF

          COMPUTE WS-AVG-CS ROUNDED =
                  ST-TOTAL-CS(WS-STATE-IX) / ST-CALLS(WS-STATE-IX)

          PERFORM FIND-P95

          COMPUTE RL-MIN = ST-MIN-CS(WS-STATE-IX) / 100
          COMPUTE RL-AVG = WS-AVG-CS / 100
          COMPUTE RL-P95 = WS-P95-CS / 100
          COMPUTE RL-MAX = ST-MAX-CS(WS-STATE-IX) / 100

          IF NOT BS-FOUND(WS-STATE-IX)

             MOVE 'NO BASELINE' TO RL-VERDICT
             DISPLAY WS-REPORT-LINE
             GO TO REPORT-ONE-STATE-EXIT

          END-IF

          MOVE 'OK' TO RL-VERDICT

      * a baseline of under a hundredth is taken as one, or timer
      * granularity alone would read as a regression

          MOVE BS-AVG-CS(WS-STATE-IX) TO WS-BASE-CS

          IF WS-BASE-CS = 0
             MOVE 1 TO WS-BASE-CS
          END-IF

          COMPUTE WS-LIMIT-CS =
                  WS-BASE-CS * (100 + WS-THRESHOLD-PCT) / 100

          IF WS-AVG-CS > WS-LIMIT-CS

             MOVE 'REGRESSED' TO RL-VERDICT

          END-IF

          MOVE BS-P95-CS(WS-STATE-IX) TO WS-BASE-CS

          IF WS-BASE-CS = 0
             MOVE 1 TO WS-BASE-CS
          END-IF

          COMPUTE WS-LIMIT-CS =
                  WS-BASE-CS * (100 + WS-THRESHOLD-PCT) / 100

          IF WS-P95-CS > WS-LIMIT-CS

             MOVE 'REGRESSED' TO RL-VERDICT

          END-IF

          IF RL-VERDICT = 'REGRESSED'

             ADD 1 TO WS-REGRESS-COUNT

          END-IF

          DISPLAY WS-REPORT-LINE

          .
       REPORT-ONE-STATE-EXIT.
          EXIT.

      ***************************************************************
      * FIND-P95                                                    *
      ***************************************************************
      * The 95th percentile from the buckets - the top of the       *
      * bucket holding the call 95% of the way up; in the last      *
      * (ten seconds and over) bucket that is the maximum.          *
      ***************************************************************
       FIND-P95 SECTION.

          COMPUTE WS-P95-TARGET =
                  (ST-CALLS(WS-STATE-IX) * 95 + 99) / 100

          MOVE 0 TO WS-P95-SEEN

          PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                  UNTIL WS-BUCKET-IX > 191
                     OR WS-P95-SEEN NOT < WS-P95-TARGET
             ADD ST-BUCKET(WS-STATE-IX, WS-BUCKET-IX) TO WS-P95-SEEN
          END-PERFORM

          SUBTRACT 1 FROM WS-BUCKET-IX

          EVALUATE TRUE

             WHEN WS-BUCKET-IX NOT > 100
                COMPUTE WS-P95-CS = WS-BUCKET-IX - 1

             WHEN WS-BUCKET-IX NOT > 190
                COMPUTE WS-P95-CS = 100 + (WS-BUCKET-IX - 101) * 10 + 9

             WHEN OTHER
                MOVE ST-MAX-CS(WS-STATE-IX) TO WS-P95-CS

          END-EVALUATE

          IF WS-P95-CS > ST-MAX-CS(WS-STATE-IX)

             MOVE ST-MAX-CS(WS-STATE-IX) TO WS-P95-CS

          END-IF

          EXIT.

      ***************************************************************
      * SAVE-BASELINE                                               *
      ***************************************************************
      * This run written out as the baseline for the next to be     *
      * compared against - only request types that had replies.     *
      ***************************************************************
       SAVE-BASELINE SECTION.

          OPEN OUTPUT BASELINE-FILE

          IF WS-BASE-STATUS NOT = 00

             DISPLAY 'Cannot write baseline ' WS-BASE-PATH
                     ' status ' WS-BASE-STATUS
             GO TO SAVE-BASELINE-EXIT

          END-IF

          PERFORM VARYING WS-STATE-IX FROM 1 BY 1
                  UNTIL WS-STATE-IX > 99
             IF ST-CALLS(WS-STATE-IX) > 0
                PERFORM SAVE-ONE-STATE
             END-IF
          END-PERFORM

          CLOSE BASELINE-FILE

          DISPLAY 'Baseline saved to ' WS-BASE-PATH

          .
       SAVE-BASELINE-EXIT.
          EXIT.

      ***************************************************************
      * SAVE-ONE-STATE                                              *
      ***************************************************************
       SAVE-ONE-STATE SECTION.

          MOVE SPACES TO FD-BASE-RECORD

          COMPUTE WS-AVG-CS ROUNDED =
                  ST-TOTAL-CS(WS-STATE-IX) / ST-CALLS(WS-STATE-IX)

          PERFORM FIND-P95

          MOVE WS-STATE-IX TO BR-STATE
          MOVE ST-CALLS(WS-STATE-IX) TO BR-CALLS
          MOVE ST-MIN-CS(WS-STATE-IX) TO BR-MIN
          MOVE WS-AVG-CS TO BR-AVG
          MOVE WS-P95-CS TO BR-P95
          MOVE ST-MAX-CS(WS-STATE-IX) TO BR-MAX

          WRITE FD-BASE-RECORD

          EXIT.

      ***************************************************************
      * GET-CLOCK                                                   *
      ***************************************************************
      * WS-NOW-CS - hundredths of a second, with a day added each   *
      * time the time of day is seen to wrap past midnight.         *
      ***************************************************************
       GET-CLOCK SECTION.

          ACCEPT WS-TOD FROM TIME

          COMPUTE WS-TOD-CS = ((WS-TOD-HH * 60 + WS-TOD-MM) * 60
                              + WS-TOD-SS) * 100 + WS-TOD-CC

          IF WS-TOD-CS < WS-LAST-TOD-CS

             ADD 8640000 TO WS-DAY-CARRY-CS

          END-IF

          MOVE WS-TOD-CS TO WS-LAST-TOD-CS

          COMPUTE WS-NOW-CS = WS-TOD-CS + WS-DAY-CARRY-CS

          EXIT.

      ***************************************************************
      * LOAD-CONFIG                                                 *
      ***************************************************************
       LOAD-CONFIG SECTION.

          DISPLAY 'ECIPERF_SERVER' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO SERVER
          END-IF.

          DISPLAY 'ECIPERF_USERID' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO USERID
          END-IF.

          DISPLAY 'ECIPERF_PASSWORD' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO PASSWD
          END-IF.

          DISPLAY 'ECIPERF_SCRIPT' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO WS-SCRIPT-PATH
          END-IF.

          DISPLAY 'ECIPERF_BASELINE' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE NOT = SPACES
             MOVE WS-ENV-VALUE TO WS-BASE-PATH
          END-IF.

          DISPLAY 'ECIPERF_SAVE' UPON ENVIRONMENT-NAME.
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE.
          IF WS-ENV-VALUE(1:1) = 'Y' OR WS-ENV-VALUE(1:1) = 'y'
             MOVE 'Y' TO WS-SAVE-BASELINE
          END-IF.

          DISPLAY 'ECIPERF_USERS' UPON ENVIRONMENT-NAME.
          PERFORM ACCEPT-ENV-NUMBER.
          IF WS-ENV-DIGITS > 0
             MOVE WS-ENV-NUMBER TO WS-USERS
             IF WS-ENV-NUMBER > WS-MAX-USERS
                MOVE WS-MAX-USERS TO WS-USERS
             END-IF
          END-IF.
          IF WS-USERS = 0
             MOVE 1 TO WS-USERS
          END-IF.

          DISPLAY 'ECIPERF_RATE' UPON ENVIRONMENT-NAME.
          PERFORM ACCEPT-ENV-NUMBER.
          IF WS-ENV-DIGITS > 0
             MOVE WS-ENV-NUMBER TO WS-RATE
          END-IF.

          DISPLAY 'ECIPERF_DURATION' UPON ENVIRONMENT-NAME.
          PERFORM ACCEPT-ENV-NUMBER.
          IF WS-ENV-DIGITS > 0
             MOVE WS-ENV-NUMBER TO WS-DURATION-SECS
          END-IF.

          DISPLAY 'ECIPERF_THRESHOLD' UPON ENVIRONMENT-NAME.
          PERFORM ACCEPT-ENV-NUMBER.
          IF WS-ENV-DIGITS > 0
             MOVE WS-ENV-NUMBER TO WS-THRESHOLD-PCT
          END-IF.

          EXIT.

      ***************************************************************
      * ACCEPT-ENV-NUMBER                                           *
      ***************************************************************
      * The environment value just named, read as up to 7 leading   *
      * digits into WS-ENV-NUMBER - WS-ENV-DIGITS 0 when unset or   *
      * not a number.                                               *
      ***************************************************************
       ACCEPT-ENV-NUMBER SECTION.

          MOVE SPACES TO WS-ENV-VALUE
          ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE

          MOVE 0 TO WS-ENV-NUMBER
          MOVE 0 TO WS-ENV-DIGITS

          PERFORM VARYING WS-ENV-IX FROM 1 BY 1
                  UNTIL WS-ENV-IX > 7
                     OR WS-ENV-VALUE(WS-ENV-IX:1) NOT NUMERIC
             MOVE WS-ENV-VALUE(WS-ENV-IX:1) TO WS-DIGIT-X
             COMPUTE WS-ENV-NUMBER = WS-ENV-NUMBER * 10 + WS-DIGIT-9
             ADD 1 TO WS-ENV-DIGITS
          END-PERFORM

          EXIT.
