      *
      * Browses TECHCRED end-to-end (STARTBR at LOW-VALUES / READNEXT
      * to end-of-file, same as TRIALBAL over TECHBASE) and writes one
      * line per web userid - auth level, status, consecutive-
      * failure count, the customer a customer-facing userid is
      * linked to (blank for staff), the home branch and whether
      * the password is yet held hashed or still in clear (see
      * PWDMIGR) - to the USERRPT print file for the quarterly
      * access review (RECERT runs the recertification itself).
      * Passwords and their digests are never printed.
      * Intended to be started on demand as its own CICS
      * transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
        03 CRED-FAIL-COUNT             PIC 9(2).
        03 CRED-PWD-DATE               PIC X(8).
        03 CRED-PWD-HISTORY            PIC X(24).
        03 CRED-CUST-NO                PIC X(6).
        03 CRED-ROLES                  PIC X(32).
        03 CRED-BRANCH                 PIC X(4).
        03 CRED-PWD-FORM               PIC X(1).
          88 CRED-PWD-HASHED                   VALUE 'H'.
        03 CRED-SALT                   PIC X(8).
        03 CRED-PWD-HASH               PIC X(32).
        03 CRED-OLD-HASHES             PIC X(96).

       01 MISCEL-VARS.
        03 CRED-REC-LEN                PIC S9(4) VALUE 231.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 FILLER                      PIC X(8) VALUE 'STATUS'.
        03 FILLER                      PIC X(10) VALUE 'FAILURES'.
        03 FILLER                      PIC X(12) VALUE 'PWD SET'.
        03 FILLER                      PIC X(10) VALUE 'CUSTOMER'.
        03 FILLER                      PIC X(8) VALUE 'BRANCH'.
        03 FILLER                      PIC X(8) VALUE 'PASSWORD'.
        03 FILLER                      PIC X(6) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-USERID                   PIC X(10).
        03 DL-FAILURES                 PIC Z9.
        03 FILLER                      PIC X(8) VALUE SPACES.
        03 DL-PWD-SET                  PIC X(12).
        03 DL-CUST-NO                  PIC X(10).
        03 DL-BRANCH                   PIC X(8).
        03 DL-PWD-FORM                 PIC X(8).
        03 FILLER                      PIC X(6) VALUE SPACES.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(20)

           END-IF

           PERFORM UNTIL END-OF-FILE

      * a record written before the customer link, the roles, the
      * home branch or the password digest existed is short - they
      * read as LOW-VALUES, not as the previous userid's

            MOVE CRED-REC-LEN TO LENGTH-VAR
            MOVE LOW-VALUES TO CRED-CUST-NO
            MOVE LOW-VALUES TO CRED-ROLES
            MOVE LOW-VALUES TO CRED-BRANCH
            MOVE LOW-VALUES TO CRED-PWD-FORM

            EXEC CICS READNEXT
                    FILE("TECHCRED")
                    INTO(CREDENTIALS-RECORD)

           END-IF

      * a customer-facing userid shows whose accounts it is limited
      * to; staff userids, and records predating the link, show
      * blank

           IF CRED-CUST-NO = LOW-VALUES

            MOVE SPACES TO DL-CUST-NO

           ELSE

            MOVE CRED-CUST-NO TO DL-CUST-NO

           END-IF

      * the home branch whose manager recertifies the userid - blank
      * where none has been set

           IF CRED-BRANCH = LOW-VALUES

            MOVE SPACES TO DL-BRANCH

           ELSE

            MOVE CRED-BRANCH TO DL-BRANCH

           END-IF

      * a password still in clear is converted at the userid's next
      * good sign-on or by PWDMIGR

           IF CRED-PWD-HASHED

            MOVE 'HASHED' TO DL-PWD-FORM

           ELSE

            MOVE 'CLEAR' TO DL-PWD-FORM

           END-IF

           MOVE DETAIL-LINE TO PRINT-LINE

           EXEC CICS WRITE
