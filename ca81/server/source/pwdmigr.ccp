      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, TECHCRED password conversion.
      *
      * For CICS v3
      *
      * TECHCRED passwords are kept as salted one-way digests (see
      * PWDHASH). VSAMSERV converts a record still held in clear on
      * that userid's next good sign-on; this job converts every
      * remaining one in a single run, so the clear passwords of
      * userids that seldom or never sign on do not linger on file.
      *
      * Each pass positions a fresh TECHCRED browse just past the
      * last userid looked at, takes the next record, ends the
      * browse, and - for a record still in clear - converts it
      * under READ UPDATE exactly as VSAMSERV's CONVERT-CRED-PASSWORD
      * does: a fresh salt, the PWDHASH digest of the current
      * password and of each password in the history, the clear
      * fields blanked and CRED-PWD-FORM set to 'H'. The form is
      * looked at again under the update lock, as a sign-on may
      * have converted the record since it was browsed. A converted
      * record is never touched again, so the job can be run as
      * often as wanted; when PWDHASH cannot be reached the run
      * stops with the record left in clear, to be picked up by the
      * next run. Every userid converted is reported to PWDMRPT with
      * final counts. Intended to be started on demand as its own
      * CICS transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWDMIGR.
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
        03 CRED-PWD-HISTORY.
         05 CRED-OLD-PWD OCCURS 3      PIC X(8).
        03 CRED-CUST-NO                PIC X(6).
        03 CRED-ROLES                  PIC X(32).
        03 CRED-BRANCH                 PIC X(4).
        03 CRED-PWD-FORM               PIC X(1).
          88 CRED-PWD-HASHED                   VALUE 'H'.
        03 CRED-SALT                   PIC X(8).
        03 CRED-PWD-HASH               PIC X(32).
        03 CRED-OLD-HASHES.
         05 CRED-OLD-HASH OCCURS 3     PIC X(32).

      * PWDHASH's parameter block - the digest routine VSAMSERV
      * uses (see PWDHASH)

       01 PWDHASH-PARMS.
        03 PWH-USERID                  PIC X(8).
        03 PWH-SALT                    PIC X(8).
        03 PWH-PASSWORD                PIC X(8).
        03 PWH-DIGEST                  PIC X(32).

       01 MISCEL-VARS.
        03 CRED-REC-LEN                PIC S9(4) VALUE 231.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 BROWSE-KEY                  PIC X(8).
        03 LAST-USERID                 PIC X(8) VALUE LOW-VALUES.
        03 PWD-CANDIDATE               PIC X(8).
        03 PWD-IX                      PIC 9 VALUE 0.
        03 BROWSE-RESP                 PIC S9(8) COMP VALUE 0.
        03 CONVERTED-COUNT             PIC 9(5) VALUE 0.
        03 ALREADY-COUNT               PIC 9(5) VALUE 0.
        03 ERROR-COUNT                 PIC 9(5) VALUE 0.
        03 MIGRATION-DONE-SW           PIC 9 VALUE 0.
          88 MIGRATION-DONE                    VALUE 1.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(40)
                   VALUE 'TECHCRED PASSWORD CONVERSION'.
        03 FILLER                      PIC X(40) VALUE SPACES.

       01 DETAIL-LINE.
        03 FILLER                      PIC X(12) VALUE 'CONVERTED'.
        03 DL-USERID                   PIC X(8).
        03 FILLER                      PIC X(60) VALUE SPACES.

       01 ERROR-LINE.
        03 FILLER                      PIC X(12) VALUE 'NOT DONE'.
        03 EL-USERID                   PIC X(8).
        03 FILLER                      PIC X(4) VALUE SPACES.
        03 FILLER                      PIC X(30)
                   VALUE 'PWDHASH UNAVAILABLE - STOPPED'.
        03 FILLER                      PIC X(26) VALUE SPACES.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(12) VALUE 'CONVERTED:'.
        03 TL-CONVERTED                PIC ZZZZ9.
        03 FILLER                      PIC X(5) VALUE SPACES.
        03 FILLER                      PIC X(18)
                   VALUE 'ALREADY CONVERTED:'.
        03 TL-ALREADY                  PIC ZZZZ9.
        03 FILLER                      PIC X(5) VALUE SPACES.
        03 FILLER                      PIC X(8) VALUE 'ERRORS:'.
        03 TL-ERRORS                   PIC ZZZZ9.
        03 FILLER                      PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           PERFORM CONVERT-NEXT-USERID UNTIL MIGRATION-DONE

           MOVE CONVERTED-COUNT TO TL-CONVERTED
           MOVE ALREADY-COUNT TO TL-ALREADY
           MOVE ERROR-COUNT TO TL-ERRORS
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       CONVERT-NEXT-USERID SECTION.

      * the next userid after LAST-USERID, via a fresh positioned
      * browse each pass (see the header comment), converted under
      * READ UPDATE if it is still in clear

           MOVE LAST-USERID TO BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHCRED")
                   RIDFLD(BROWSE-KEY)
                   KEYLENGTH(8)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO MIGRATION-DONE-SW

            GO TO CONVERT-NEXT-USERID-EXIT

           END-IF

           PERFORM READ-NEXT-CREDENTIAL

      * GTEQ lands back on the userid looked at last pass

           IF EIBRESP = 0 AND CRED-USERID = LAST-USERID

            PERFORM READ-NEXT-CREDENTIAL

           END-IF

           EXEC CICS ENDBR
                   FILE("TECHCRED")
                   NOHANDLE
                   END-EXEC

           IF BROWSE-RESP NOT = 0

            MOVE 1 TO MIGRATION-DONE-SW

            GO TO CONVERT-NEXT-USERID-EXIT

           END-IF

           MOVE CRED-USERID TO LAST-USERID

           IF CRED-PWD-HASHED

            ADD 1 TO ALREADY-COUNT

            GO TO CONVERT-NEXT-USERID-EXIT

           END-IF

           MOVE CRED-REC-LEN TO LENGTH-VAR
           MOVE LOW-VALUES TO CREDENTIALS-RECORD

           EXEC CICS READ
                   FILE("TECHCRED")
                   INTO(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LAST-USERID)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

      * gone since the browse saw it - nothing to convert

           IF EIBRESP NOT = 0

            GO TO CONVERT-NEXT-USERID-EXIT

           END-IF

           IF CRED-PWD-HASHED

            EXEC CICS UNLOCK
                    FILE("TECHCRED")
                    NOHANDLE
                    END-EXEC

            ADD 1 TO ALREADY-COUNT

            GO TO CONVERT-NEXT-USERID-EXIT

           END-IF

           MOVE SPACES TO CRED-SALT
           MOVE SPACES TO CRED-OLD-HASHES

           MOVE CRED-PASSWORD TO PWD-CANDIDATE

           PERFORM HASH-PASSWORD

           IF EIBRESP = 0

            MOVE PWH-DIGEST TO CRED-PWD-HASH

           END-IF

           PERFORM CONVERT-ONE-OLD-PASSWORD
                   VARYING PWD-IX FROM 1 BY 1
                   UNTIL PWD-IX > 3 OR EIBRESP NOT = 0

           IF EIBRESP NOT = 0

            EXEC CICS UNLOCK
                    FILE("TECHCRED")
                    NOHANDLE
                    END-EXEC

            ADD 1 TO ERROR-COUNT

            MOVE LAST-USERID TO EL-USERID
            MOVE ERROR-LINE TO PRINT-LINE
            PERFORM WRITE-PRINT-LINE

            MOVE 1 TO MIGRATION-DONE-SW

            GO TO CONVERT-NEXT-USERID-EXIT

           END-IF

           MOVE SPACES TO CRED-PASSWORD
           MOVE SPACES TO CRED-PWD-HISTORY
           MOVE 'H' TO CRED-PWD-FORM

           MOVE CRED-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCRED")
                   FROM(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            ADD 1 TO ERROR-COUNT

            MOVE 1 TO MIGRATION-DONE-SW

            GO TO CONVERT-NEXT-USERID-EXIT

           END-IF

           ADD 1 TO CONVERTED-COUNT

           MOVE LAST-USERID TO DL-USERID
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           GO TO CONVERT-NEXT-USERID-EXIT

           .
      *****************************************************************
       READ-NEXT-CREDENTIAL.

           MOVE CRED-REC-LEN TO LENGTH-VAR
           MOVE LOW-VALUES TO CREDENTIALS-RECORD

           EXEC CICS READNEXT
                   FILE("TECHCRED")
                   INTO(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BROWSE-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           MOVE EIBRESP TO BROWSE-RESP

           .
      *****************************************************************
       CONVERT-ONE-OLD-PASSWORD.

      * an empty history slot stays empty

           IF CRED-OLD-PWD(PWD-IX) NOT = SPACES
              AND CRED-OLD-PWD(PWD-IX) NOT = LOW-VALUES

            MOVE CRED-OLD-PWD(PWD-IX) TO PWD-CANDIDATE

            PERFORM HASH-PASSWORD

            IF EIBRESP = 0

             MOVE PWH-DIGEST TO CRED-OLD-HASH(PWD-IX)

            END-IF

           END-IF

           .
       CONVERT-NEXT-USERID-EXIT.
           EXIT.
      *****************************************************************
       HASH-PASSWORD SECTION.

      * PWD-CANDIDATE digested by PWDHASH under the record's salt -
      * the first call of a conversion has a fresh salt issued,
      * which is kept in CRED-SALT for the history digests

           MOVE CRED-USERID TO PWH-USERID
           MOVE CRED-SALT TO PWH-SALT
           MOVE PWD-CANDIDATE TO PWH-PASSWORD
           MOVE SPACES TO PWH-DIGEST

           EXEC CICS LINK
                   PROGRAM('PWDHASH')
                   COMMAREA(PWDHASH-PARMS)
                   LENGTH(LENGTH OF PWDHASH-PARMS)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE PWH-SALT TO CRED-SALT

           END-IF

           .
       HASH-PASSWORD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PRINT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("PWDMRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-PRINT-LINE-EXIT.
           EXIT.
      *****************************************************************
