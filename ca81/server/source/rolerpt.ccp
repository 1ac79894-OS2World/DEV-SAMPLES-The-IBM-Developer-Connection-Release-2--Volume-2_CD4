      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, TECHCRED/TECHROLE permission
      * review listing.
      *
      * For CICS v3
      *
      * Prints on ROLERPT who can do what. Browses TECHCRED end-to-
      * end the way USERLIST does and, for each web userid, lists the
      * roles it holds and, under each role, every request type and
      * sub-function the role is granted on TECHROLE ('P' rows) - the
      * same rows VSAMSERV's CHECK-PERMISSION reads before it lets a
      * supervised request through. A userid holding no roles is
      * still authorised by its old authority letter, and is shown
      * as legacy level A (every supervised function) or as holding
      * no supervised function at all. A role named on a userid but
      * with no rows on TECHROLE is flagged, and so is any pair of
      * roles a userid holds that TECHROLE declares as conflicting
      * ('X' rows) - ROLEMAINT and USERADM refuse such a pair when
      * it is assigned, but a conflict declared afterwards is left
      * for this review to catch. Intended to be started on demand
      * as its own CICS transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLERPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 CREDENTIALS-RECORD.
        03 CRED-USERID                 PIC X(8).
        03 CRED-PASSWORD               PIC X(8).
        03 CRED-AUTH-LEVEL             PIC X(1).
        03 CRED-STATUS                 PIC X(1).
        03 CRED-FAIL-COUNT             PIC 9(2).
        03 CRED-PWD-DATE               PIC X(8).
        03 CRED-PWD-HISTORY            PIC X(24).
        03 CRED-CUST-NO                PIC X(6).
        03 CRED-ROLES.
         05 CRED-ROLE OCCURS 4 TIMES   PIC X(8).
        03 CRED-BRANCH                 PIC X(4).
        03 CRED-PWD-FORM               PIC X(1).
        03 CRED-SALT                   PIC X(8).
        03 CRED-PWD-HASH               PIC X(32).
        03 CRED-OLD-HASHES             PIC X(96).

       01 ROLE-RECORD.
        03 ROLE-KEY.
         05 ROLE-ID                    PIC X(8).
         05 ROLE-ENTRY-TYPE            PIC X(1).
           88 ROLE-GRANT                       VALUE 'P'.
           88 ROLE-CONFLICT                    VALUE 'X'.
         05 ROLE-TARGET.
          07 ROLE-STATE                PIC 9(2).
          07 ROLE-FUNC                 PIC X(1).
          07 FILLER                    PIC X(5).
         05 ROLE-CONFLICT-ID REDEFINES ROLE-TARGET
                                       PIC X(8).
        03 ROLE-DESC                   PIC X(30).
        03 ROLE-ADDED-BY               PIC X(8).
        03 ROLE-ADDED-DATE             PIC X(8).

       01 MISCEL-VARS.
        03 CRED-REC-LEN                PIC S9(4) VALUE 231.
        03 ROLE-REC-LEN                PIC S9(4) VALUE 63.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 END-OF-ROLE-SW              PIC 9 VALUE 0.
          88 END-OF-ROLE                       VALUE 1.
        03 ROLE-IX                     PIC 9(2) VALUE 0.
        03 PAIR-IX                     PIC 9(2) VALUE 0.
        03 PAIR-IX2                    PIC 9(2) VALUE 0.
        03 ROLE-HELD-COUNT             PIC 9(2) VALUE 0.
        03 GRANT-COUNT                 PIC 9(3) VALUE 0.
        03 USERID-COUNT                PIC 9(5) VALUE 0.
        03 LEGACY-COUNT                PIC 9(5) VALUE 0.
        03 CONFLICT-COUNT              PIC 9(5) VALUE 0.
        03 ROLE-BROWSE-KEY.
         05 ROLE-BROWSE-ID             PIC X(8).
         05 ROLE-BROWSE-TYPE           PIC X(1).
         05 ROLE-BROWSE-REST           PIC X(8).
        03 ROLE-SEEK-KEY.
         05 ROLE-SEEK-ID               PIC X(8).
         05 ROLE-SEEK-TYPE             PIC X(1).
         05 ROLE-SEEK-OTHER            PIC X(8).

      * SERVER-STATE names as VSAMSERV numbers its request types -
      * a new request type is added here as well

       01 STATE-NAME-TABLE.
        03 FILLER                      PIC X(12) VALUE 'CREATE'.
        03 FILLER                      PIC X(12) VALUE 'READ'.
        03 FILLER                      PIC X(12) VALUE 'UPDATE'.
        03 FILLER                      PIC X(12) VALUE 'DELETE'.
        03 FILLER                      PIC X(12) VALUE 'DEBIT'.
        03 FILLER                      PIC X(12) VALUE 'CREDIT'.
        03 FILLER                      PIC X(12) VALUE 'TRANSFER'.
        03 FILLER                      PIC X(12) VALUE 'REVERSAL'.
        03 FILLER                      PIC X(12) VALUE 'AUTHENTICATE'.
        03 FILLER                      PIC X(12) VALUE 'MINISTMT'.
        03 FILLER                      PIC X(12) VALUE 'SOMAINT'.
        03 FILLER                      PIC X(12) VALUE 'PARMMAINT'.
        03 FILLER                      PIC X(12) VALUE 'FREEZE'.
        03 FILLER                      PIC X(12) VALUE 'RPTDATA'.
        03 FILLER                      PIC X(12) VALUE 'CHGPWD'.
        03 FILLER                      PIC X(12) VALUE 'UNLOCK'.
        03 FILLER                      PIC X(12) VALUE 'REDOM'.
        03 FILLER                      PIC X(12) VALUE 'AUDINFO'.
        03 FILLER                      PIC X(12) VALUE 'LIMITCHG'.
        03 FILLER                      PIC X(12) VALUE 'USERADM'.
        03 FILLER                      PIC X(12) VALUE 'HOLDCTL'.
        03 FILLER                      PIC X(12) VALUE 'PENDMAINT'.
        03 FILLER                      PIC X(12) VALUE 'RESTORE'.
        03 FILLER                      PIC X(12) VALUE 'LOANSET'.
        03 FILLER                      PIC X(12) VALUE 'CHQMAINT'.
        03 FILLER                      PIC X(12) VALUE 'FDPMAINT'.
        03 FILLER                      PIC X(12) VALUE 'CUSTPOS'.
        03 FILLER                      PIC X(12) VALUE 'CARDMAINT'.
        03 FILLER                      PIC X(12) VALUE 'CUSTMERG'.
        03 FILLER                      PIC X(12) VALUE 'ESCHRCLM'.
        03 FILLER                      PIC X(12) VALUE 'CALMAINT'.
        03 FILLER                      PIC X(12) VALUE 'SESSADM'.
        03 FILLER                      PIC X(12) VALUE 'PRODMNT'.
        03 FILLER                      PIC X(12) VALUE 'CLOSEACC'.
        03 FILLER                      PIC X(12) VALUE 'ASATBAL'.
        03 FILLER                      PIC X(12) VALUE 'COLLMNT'.
        03 FILLER                      PIC X(12) VALUE 'DSPMAINT'.
        03 FILLER                      PIC X(12) VALUE 'OUTPAY'.
        03 FILLER                      PIC X(12) VALUE 'MNDMAINT'.
        03 FILLER                      PIC X(12) VALUE 'SWPMAINT'.
        03 FILLER                      PIC X(12) VALUE 'PAYMAINT'.
        03 FILLER                      PIC X(12) VALUE 'AMLMAINT'.
        03 FILLER                      PIC X(12) VALUE 'WLMAINT'.
        03 FILLER                      PIC X(12) VALUE 'KYCREVW'.
        03 FILLER                      PIC X(12) VALUE 'FEEEXMT'.
        03 FILLER                      PIC X(12) VALUE 'APQMAINT'.
        03 FILLER                      PIC X(12) VALUE 'LGLMAINT'.
        03 FILLER                      PIC X(12) VALUE 'HISTINQ'.
        03 FILLER                      PIC X(12) VALUE 'TDBREAK'.
        03 FILLER                      PIC X(12) VALUE 'LNSETTLE'.
        03 FILLER                      PIC X(12) VALUE 'CHQDEP'.
        03 FILLER                      PIC X(12) VALUE 'SUSPENSE'.
        03 FILLER                      PIC X(12) VALUE 'VAULTCC'.
        03 FILLER                      PIC X(12) VALUE 'BRSIGNOFF'.
        03 FILLER                      PIC X(12) VALUE 'DECEASED'.
        03 FILLER                      PIC X(12) VALUE 'ESTSETL'.
        03 FILLER                      PIC X(12) VALUE 'REACTIVATE'.
        03 FILLER                      PIC X(12) VALUE 'RETMAIL'.
        03 FILLER                      PIC X(12) VALUE 'BOXMAINT'.
        03 FILLER                      PIC X(12) VALUE 'DRAFT'.
        03 FILLER                      PIC X(12) VALUE 'LOANAPP'.
        03 FILLER                      PIC X(12) VALUE 'ROLEMAINT'.
        03 FILLER                      PIC X(12) VALUE 'RECERT'.
        03 FILLER                      PIC X(12) VALUE 'FXRATE'.
       01 STATE-NAME-VIEW REDEFINES STATE-NAME-TABLE.
        03 STATE-NAME OCCURS 64 TIMES  PIC X(12).

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(40)
                   VALUE 'WEB USERID PERMISSION REVIEW'.
        03 FILLER                      PIC X(40) VALUE SPACES.

       01 USERID-LINE.
        03 FILLER                      PIC X(7) VALUE 'USERID '.
        03 UL-USERID                   PIC X(9).
        03 FILLER                      PIC X(6) VALUE 'LEVEL '.
        03 UL-LEVEL                    PIC X(2).
        03 FILLER                      PIC X(7) VALUE 'STATUS '.
        03 UL-STATUS                   PIC X(2).
        03 FILLER                      PIC X(6) VALUE 'ROLES '.
        03 UL-ROLE OCCURS 4 TIMES      PIC X(9).
        03 FILLER                      PIC X(5) VALUE SPACES.

       01 GRANT-LINE.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 GL-ROLE                     PIC X(9).
        03 GL-STATE                    PIC 9(2).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 GL-STATE-NAME               PIC X(13).
        03 GL-FUNC                     PIC X(5).
        03 GL-DESC                     PIC X(30).
        03 FILLER                      PIC X(16) VALUE SPACES.

       01 NOTE-LINE.
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 NL-TEXT                     PIC X(76).

       01 TOTAL-LINE.
        03 TL-LABEL                    PIC X(32).
        03 TL-COUNT                    PIC ZZZZ9.
        03 FILLER                      PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOW-VALUES TO CRED-USERID

           EXEC CICS STARTBR
                   FILE("TECHCRED")
                   RIDFLD(CRED-USERID)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM REPORT-ONE-USERID UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHCRED")
                   NOHANDLE
                   END-EXEC

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'USERIDS ON FILE:' TO TL-LABEL
           MOVE USERID-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'USERIDS ON LEGACY LEVEL A:' TO TL-LABEL
           MOVE LEGACY-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'CONFLICTING ROLE PAIRS HELD:' TO TL-LABEL
           MOVE CONFLICT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       REPORT-ONE-USERID SECTION.

      * a record written before the customer link or the roles
      * existed is short - they read as LOW-VALUES, not as the
      * previous userid's

           MOVE CRED-REC-LEN TO LENGTH-VAR
           MOVE LOW-VALUES TO CRED-CUST-NO
           MOVE LOW-VALUES TO CRED-ROLES

           EXEC CICS READNEXT
                   FILE("TECHCRED")
                   INTO(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CRED-USERID)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO REPORT-ONE-USERID-EXIT

           END-IF

           ADD 1 TO USERID-COUNT

           IF CRED-ROLES = LOW-VALUES

            MOVE SPACES TO CRED-ROLES

           END-IF

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CRED-USERID TO UL-USERID
           MOVE CRED-AUTH-LEVEL TO UL-LEVEL
           MOVE CRED-STATUS TO UL-STATUS
           MOVE 0 TO ROLE-HELD-COUNT

           PERFORM COPY-ROLE-NAME
                   VARYING ROLE-IX FROM 1 BY 1
                   UNTIL ROLE-IX > 4

           MOVE USERID-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * no roles - VSAMSERV still goes by the old authority letter,
      * where level A passes every supervised request

           IF ROLE-HELD-COUNT = 0

            IF CRED-AUTH-LEVEL = 'A'

             ADD 1 TO LEGACY-COUNT
             MOVE 'LEGACY LEVEL A - ALL SUPERVISED FUNCTIONS'
                  TO NL-TEXT

            ELSE

             MOVE 'NO ROLES - NO SUPERVISED FUNCTIONS' TO NL-TEXT

            END-IF

            MOVE NOTE-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO REPORT-ONE-USERID-EXIT

           END-IF

           PERFORM REPORT-ONE-ROLE
                   VARYING ROLE-IX FROM 1 BY 1
                   UNTIL ROLE-IX > 4

           PERFORM CHECK-ROLE-PAIR
                   VARYING PAIR-IX FROM 1 BY 1
                   UNTIL PAIR-IX > 3
                   AFTER PAIR-IX2 FROM 2 BY 1
                   UNTIL PAIR-IX2 > 4

           GO TO REPORT-ONE-USERID-EXIT

           .
       COPY-ROLE-NAME.

           MOVE CRED-ROLE(ROLE-IX) TO UL-ROLE(ROLE-IX)

           IF CRED-ROLE(ROLE-IX) NOT = SPACES

            ADD 1 TO ROLE-HELD-COUNT

           END-IF

           .
       REPORT-ONE-USERID-EXIT.
           EXIT.
      *****************************************************************
       REPORT-ONE-ROLE SECTION.

      * every 'P' row under the role, in key order - request type
      * then sub-function, '*' standing for all of a type's
      * sub-functions

           IF CRED-ROLE(ROLE-IX) = SPACES

            GO TO REPORT-ONE-ROLE-EXIT

           END-IF

           MOVE CRED-ROLE(ROLE-IX) TO ROLE-BROWSE-ID
           MOVE 'P' TO ROLE-BROWSE-TYPE
           MOVE LOW-VALUES TO ROLE-BROWSE-REST
           MOVE 0 TO GRANT-COUNT
           MOVE 0 TO END-OF-ROLE-SW

           EXEC CICS STARTBR
                   FILE("TECHROLE")
                   RIDFLD(ROLE-BROWSE-KEY)
                   KEYLENGTH(17)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-ROLE-SW

           ELSE

            PERFORM REPORT-ONE-GRANT UNTIL END-OF-ROLE

            EXEC CICS ENDBR
                    FILE("TECHROLE")
                    NOHANDLE
                    END-EXEC

           END-IF

           IF GRANT-COUNT = 0

            MOVE SPACES TO NL-TEXT

            STRING '*** ROLE ' CRED-ROLE(ROLE-IX)
                   ' GRANTS NOTHING ON TECHROLE ***'
                   DELIMITED BY SIZE
                   INTO NL-TEXT
            END-STRING

            MOVE NOTE-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           GO TO REPORT-ONE-ROLE-EXIT

           .
       REPORT-ONE-GRANT.

           MOVE ROLE-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHROLE")
                   INTO(ROLE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ROLE-BROWSE-KEY)
                   KEYLENGTH(17)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR ROLE-ID NOT = CRED-ROLE(ROLE-IX)
              OR NOT ROLE-GRANT

            MOVE 1 TO END-OF-ROLE-SW

           ELSE

            ADD 1 TO GRANT-COUNT

            MOVE ROLE-ID TO GL-ROLE
            MOVE ROLE-STATE TO GL-STATE
            MOVE SPACES TO GL-STATE-NAME

            IF ROLE-STATE > 0 AND ROLE-STATE < 65

             MOVE STATE-NAME(ROLE-STATE) TO GL-STATE-NAME

            END-IF

            IF ROLE-STATE = 0 AND ROLE-FUNC = 'V'

             MOVE 'BACK-VALUE' TO GL-STATE-NAME

            END-IF

            IF ROLE-STATE = 0 AND ROLE-FUNC = 'L'

             MOVE 'OVER DAY CAP' TO GL-STATE-NAME

            END-IF

            IF ROLE-FUNC = '*'

             MOVE 'ALL' TO GL-FUNC

            ELSE

             MOVE ROLE-FUNC TO GL-FUNC

            END-IF

            MOVE ROLE-DESC TO GL-DESC

            MOVE GRANT-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           .
       REPORT-ONE-ROLE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ROLE-PAIR SECTION.

      * a conflict is declared once, either way round - both
      * directions are read

           IF PAIR-IX2 NOT > PAIR-IX
              OR CRED-ROLE(PAIR-IX) = SPACES
              OR CRED-ROLE(PAIR-IX2) = SPACES

            GO TO CHECK-ROLE-PAIR-EXIT

           END-IF

           MOVE CRED-ROLE(PAIR-IX) TO ROLE-SEEK-ID
           MOVE 'X' TO ROLE-SEEK-TYPE
           MOVE CRED-ROLE(PAIR-IX2) TO ROLE-SEEK-OTHER

           PERFORM READ-CONFLICT-ROW

           IF EIBRESP NOT = 0

            MOVE CRED-ROLE(PAIR-IX2) TO ROLE-SEEK-ID
            MOVE CRED-ROLE(PAIR-IX) TO ROLE-SEEK-OTHER

            PERFORM READ-CONFLICT-ROW

           END-IF

           IF EIBRESP = 0

            ADD 1 TO CONFLICT-COUNT

            MOVE SPACES TO NL-TEXT

            STRING '*** CONFLICTING ROLES HELD: ' CRED-ROLE(PAIR-IX)
                   ' AND ' CRED-ROLE(PAIR-IX2) ' ***'
                   DELIMITED BY SIZE
                   INTO NL-TEXT
            END-STRING

            MOVE NOTE-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           GO TO CHECK-ROLE-PAIR-EXIT

           .
       READ-CONFLICT-ROW.

           MOVE ROLE-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHROLE")
                   INTO(ROLE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ROLE-SEEK-KEY)
                   KEYLENGTH(17)
                   NOHANDLE
                   END-EXEC

           .
       CHECK-ROLE-PAIR-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("ROLERPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
