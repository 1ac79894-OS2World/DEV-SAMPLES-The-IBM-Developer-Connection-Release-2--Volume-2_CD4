      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, monthly card reissue.
      *
      * For CICS v3
      *
      * Every ATM/POS card on the TECHCARD register carries the last
      * month it is good for, and ATMPOST declines it once that month
      * has gone. This job, run at month end, makes sure the
      * customers who still bank with us have their new cards before
      * the old ones lapse. It browses TECHCARD once and:
      *
      *   - selects every active card expiring next month that has
      *     not already been replaced. A card on an account that is
      *     still open (and not frozen) is reissued - a replacement
      *     number is registered on TECHCARD as a pending card ('P')
      *     with the same account and a fresh card life, the two
      *     cards are linked to each other, and the replacement is
      *     written to the CARDREI reissue file for the card bureau
      *     to emboss and post (with the holder's name and address
      *     off TECHBASE, and a trailer carrying the count). A card
      *     on a closed, frozen or missing account is not reissued -
      *     it is listed on the report instead, for the branch to
      *     deal with.
      *   - activates every pending replacement whose old card
      *     expires with this month, cancelling the old card - the
      *     customer who has not used the new card yet (ATMPOST
      *     activates it on first use) still has a working card on
      *     the first of the month.
      *
      * Replacement numbers keep the old card's six-digit issuer
      * prefix, take the next TECHCTL 'CARDSEQ' serial and end in
      * the standard Luhn check digit. A card already linked to a
      * replacement is never selected again, so a rerun the same
      * month issues nothing twice. The CARDRPT report lists the
      * cards reissued, the cards not reissued with the reason, and
      * the replacements activated, with counts. Intended to be
      * started at month end by the nightly scheduler as its own
      * CICS transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDREN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * the TECHCARD card-register record (see VSAMSERV's CARDMAINT)

       01 CARD-REGISTER-RECORD.
        03 CARD-NUMBER                 PIC X(16).
        03 CARD-ACCOUNT                PIC X(5).
        03 CARD-STATUS                 PIC X(1).
          88 CARD-ACTIVE                       VALUE 'A'.
          88 CARD-HOT                          VALUE 'H'.
          88 CARD-CANCELLED                    VALUE 'X'.
          88 CARD-PENDING                      VALUE 'P'.
        03 CARD-EXPIRY                 PIC X(6).
        03 CARD-LINKED-CARD            PIC X(16).

      * the other card of a reissue pair, read and rewritten while
      * the browse holds its place on the register

       01 LINKED-CARD-RECORD.
        03 LCD-NUMBER                  PIC X(16).
        03 LCD-ACCOUNT                 PIC X(5).
        03 LCD-STATUS                  PIC X(1).
          88 LCD-ACTIVE                        VALUE 'A'.
          88 LCD-PENDING                       VALUE 'P'.
        03 LCD-EXPIRY                  PIC X(6).
        03 LCD-EXPIRY-PARTS REDEFINES LCD-EXPIRY.
         05 LCD-EXPIRY-YYYY            PIC 9(4).
         05 LCD-EXPIRY-MM              PIC 9(2).
        03 LCD-LINKED-CARD             PIC X(16).

       01 TECHBASE-RECORD.
        03 ACCOUNTO                    PIC X(5).
        03 SURNAMEO                    PIC X(15).
        03 FIRST-NAMEO                 PIC X(10).
        03 ADDRESSO                    PIC X(45).
        03 BALANCEO                    PIC S9(9)V99.
        03 OVERDRAFT-LIMITO            PIC S9(9)V99.
        03 ACCOUNT-STATUSO             PIC X(1).
          88 ACCOUNT-OPENO                     VALUE 'O'.
          88 ACCOUNT-CLOSEDO                   VALUE 'C'.
          88 ACCOUNT-FROZENO                   VALUE 'F'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 DAY-DEBIT-DATEO             PIC X(8).
        03 DAY-DEBIT-TOTALO            PIC S9(9)V99.
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

      * the CARDREI reissue file the bureau embosses from - one
      * detail per replacement card and a trailer with the count

       01 REISSUE-DETAIL-RECORD.
        03 REI-TYPE                    PIC X(1) VALUE 'D'.
        03 REI-NEW-CARD                PIC X(16).
        03 REI-OLD-CARD                PIC X(16).
        03 REI-ACCOUNT                 PIC X(5).
        03 REI-SURNAME                 PIC X(15).
        03 REI-FIRST-NAME              PIC X(10).
        03 REI-ADDRESS                 PIC X(45).
        03 REI-EXPIRY                  PIC X(6).
        03 REI-RUN-DATE                PIC X(8).
        03 FILLER                      PIC X(6) VALUE SPACES.

       01 REISSUE-TRAILER-RECORD.
        03 REI-TR-TYPE                 PIC X(1) VALUE 'T'.
        03 REI-TR-RUN-DATE             PIC X(8).
        03 REI-TR-COUNT                PIC 9(7).
        03 FILLER                      PIC X(112) VALUE SPACES.

      * TECHCTL 'CARDSEQ' control record - the serial the
      * replacement card numbers are cut from

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 CONTROL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-CARDSEQ-KEY             PIC X(8) VALUE 'CARDSEQ'.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.

      * the replacement number - issuer prefix, serial and check
      * digit - and the Luhn work fields

       01 NEW-CARD-NUMBER.
        03 NCN-PREFIX                  PIC X(6).
        03 NCN-SERIAL                  PIC 9(9).
        03 NCN-CHECK                   PIC 9(1).

       01 LUHN-VARS.
        03 LUHN-IX                     PIC 9(2) COMP VALUE 0.
        03 LUHN-DIGIT                  PIC 9(1).
        03 LUHN-VALUE                  PIC 9(2).
        03 LUHN-SUM                    PIC 9(4) VALUE 0.
        03 LUHN-QUOTIENT               PIC 9(4) VALUE 0.
        03 LUHN-REMAINDER              PIC 9(2) VALUE 0.
        03 LUHN-DOUBLE-SW              PIC 9 VALUE 0.
          88 LUHN-DOUBLE                       VALUE 1.

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 CARD-REC-LEN                PIC S9(4) VALUE 44.
        03 REI-REC-LEN                 PIC S9(4) VALUE 128.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 BROWSE-KEY                  PIC X(16).
        03 CARD-LIFE-YEARS             PIC 9(2) VALUE 3.
        03 REISSUED-COUNT              PIC 9(7) VALUE 0.
        03 EXCLUDED-COUNT              PIC 9(7) VALUE 0.
        03 ACTIVATED-COUNT             PIC 9(7) VALUE 0.
        03 EXCLUDE-REASON              PIC X(20).
        03 RUN-DATE                    PIC X(8).
        03 THIS-MONTH                  PIC X(6).
        03 NEXT-MONTH                  PIC X(6).
        03 NEXT-MONTH-PARTS REDEFINES NEXT-MONTH.
         05 NEXT-MONTH-YYYY            PIC 9(4).
         05 NEXT-MONTH-MM              PIC 9(2).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(25)
                   VALUE 'CARD REISSUE'.
        03 FILLER                      PIC X(10) VALUE 'RUN DATE:'.
        03 HL-RUN-DATE                 PIC X(8).
        03 FILLER                      PIC X(18)
                   VALUE '  EXPIRING MONTH:'.
        03 HL-NEXT-MONTH               PIC X(6).
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 DETAIL-LINE.
        03 DL-ACTION                   PIC X(11).
        03 DL-OLD-CARD                 PIC X(16).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-NEW-CARD                 PIC X(16).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-ACCOUNT                  PIC X(5).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-EXPIRY                   PIC X(6).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-NOTE                     PIC X(22).

       01 CONTROL-LINE.
        03 CL-LABEL                    PIC X(30).
        03 CL-COUNT                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(43) VALUE SPACES.

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

      * the month the run falls in, and the month after it - the
      * cards expiring then are the ones reissued tonight

           MOVE RUN-DATE(1:6) TO THIS-MONTH
           MOVE THIS-MONTH TO NEXT-MONTH

           ADD 1 TO NEXT-MONTH-MM

           IF NEXT-MONTH-MM > 12

            MOVE 1 TO NEXT-MONTH-MM
            ADD 1 TO NEXT-MONTH-YYYY

           END-IF

           MOVE RUN-DATE TO HL-RUN-DATE
           MOVE NEXT-MONTH TO HL-NEXT-MONTH
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOW-VALUES TO BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHCARD")
                   RIDFLD(BROWSE-KEY)
                   KEYLENGTH(16)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM UNTIL END-OF-FILE

      * a card registered before expiries were kept reads back
      * short - cleared first, its expiry is blank and it is never
      * selected

            MOVE SPACES TO CARD-REGISTER-RECORD

            MOVE CARD-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE("TECHCARD")
                    INTO(CARD-REGISTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BROWSE-KEY)
                    KEYLENGTH(16)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO END-OF-FILE-SW

            ELSE

             IF CARD-PENDING AND CARD-LINKED-CARD NOT = SPACES

              PERFORM ACTIVATE-IF-OLD-EXPIRES

             END-IF

             IF CARD-ACTIVE AND CARD-EXPIRY = NEXT-MONTH
                AND CARD-LINKED-CARD = SPACES

              PERFORM REISSUE-ONE-CARD

             END-IF

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("TECHCARD")
                   NOHANDLE
                   END-EXEC

           PERFORM WRITE-REISSUE-TRAILER

           PERFORM WRITE-CONTROL-REPORT

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       REISSUE-ONE-CARD SECTION.

      * only a customer who still banks with us gets a new card -
      * the account must be on file, open and not frozen

           MOVE SPACES TO EXCLUDE-REASON

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CARD-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'ACCOUNT NOT FOUND' TO EXCLUDE-REASON

           ELSE

            IF ACCOUNT-CLOSEDO

             MOVE 'ACCOUNT CLOSED' TO EXCLUDE-REASON

            END-IF

            IF ACCOUNT-FROZENO

             MOVE 'ACCOUNT FROZEN' TO EXCLUDE-REASON

            END-IF

           END-IF

           IF EXCLUDE-REASON NOT = SPACES

            PERFORM EXCLUDE-THE-CARD

            GO TO REISSUE-ONE-CARD-EXIT

           END-IF

           PERFORM ALLOCATE-CARD-NUMBER

      * the replacement goes on the register first, pending, so the
      * bureau is never sent a number the register does not know

           MOVE NEW-CARD-NUMBER TO LCD-NUMBER
           MOVE CARD-ACCOUNT TO LCD-ACCOUNT
           MOVE 'P' TO LCD-STATUS
           MOVE CARD-EXPIRY TO LCD-EXPIRY
           ADD CARD-LIFE-YEARS TO LCD-EXPIRY-YYYY
           MOVE CARD-NUMBER TO LCD-LINKED-CARD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHCARD")
                   FROM(LINKED-CARD-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LCD-NUMBER)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'REGISTER WRITE FAILED' TO EXCLUDE-REASON

            PERFORM EXCLUDE-THE-CARD

            GO TO REISSUE-ONE-CARD-EXIT

           END-IF

      * the old card points at its replacement - a rerun passes it by

           MOVE SPACES TO CARD-REGISTER-RECORD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCARD")
                   INTO(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BROWSE-KEY)
                   KEYLENGTH(16)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE LCD-NUMBER TO CARD-LINKED-CARD

            MOVE CARD-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCARD")
                    FROM(CARD-REGISTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE LCD-NUMBER TO REI-NEW-CARD
           MOVE BROWSE-KEY TO REI-OLD-CARD
           MOVE LCD-ACCOUNT TO REI-ACCOUNT
           MOVE SURNAMEO TO REI-SURNAME
           MOVE FIRST-NAMEO TO REI-FIRST-NAME
           MOVE ADDRESSO TO REI-ADDRESS
           MOVE LCD-EXPIRY TO REI-EXPIRY
           MOVE RUN-DATE TO REI-RUN-DATE

           EXEC CICS WRITE
                   FILE("CARDREI")
                   FROM(REISSUE-DETAIL-RECORD)
                   LENGTH(REI-REC-LEN)
                   NOHANDLE
                   END-EXEC

           ADD 1 TO REISSUED-COUNT

           MOVE 'REISSUED' TO DL-ACTION
           MOVE BROWSE-KEY TO DL-OLD-CARD
           MOVE LCD-NUMBER TO DL-NEW-CARD
           MOVE LCD-ACCOUNT TO DL-ACCOUNT
           MOVE LCD-EXPIRY TO DL-EXPIRY
           MOVE 'PENDING' TO DL-NOTE
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       REISSUE-ONE-CARD-EXIT.
           EXIT.
      *****************************************************************
       EXCLUDE-THE-CARD SECTION.

      * the card lapses with its month - the branch sees why

           ADD 1 TO EXCLUDED-COUNT

           MOVE 'NOT REISSUE' TO DL-ACTION
           MOVE CARD-NUMBER TO DL-OLD-CARD
           MOVE SPACES TO DL-NEW-CARD
           MOVE CARD-ACCOUNT TO DL-ACCOUNT
           MOVE CARD-EXPIRY TO DL-EXPIRY
           MOVE EXCLUDE-REASON TO DL-NOTE
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       EXCLUDE-THE-CARD-EXIT.
           EXIT.
      *****************************************************************
       ALLOCATE-CARD-NUMBER SECTION.

      * the old card's issuer prefix, the next TECHCTL 'CARDSEQ'
      * serial, and the Luhn check digit over the fifteen before it

           MOVE CARD-NUMBER(1:6) TO NCN-PREFIX

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-CARDSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-CARDSEQ-KEY TO CTL-KEY
            MOVE 1 TO CTL-NUM-VALUE
            MOVE SPACES TO CTL-CHAR-VALUE

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS WRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

           ELSE

            ADD 1 TO CTL-NUM-VALUE

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO NCN-SERIAL

      * from the rightmost digit leftward, every second digit is
      * doubled (less nine when that passes nine); the check digit
      * brings the sum to a multiple of ten

           MOVE 0 TO LUHN-SUM
           MOVE 1 TO LUHN-DOUBLE-SW
           MOVE 15 TO LUHN-IX

           PERFORM UNTIL LUHN-IX = 0

            MOVE NEW-CARD-NUMBER(LUHN-IX:1) TO LUHN-DIGIT
            MOVE LUHN-DIGIT TO LUHN-VALUE

            IF LUHN-DOUBLE

             ADD LUHN-VALUE TO LUHN-VALUE

             IF LUHN-VALUE > 9

              SUBTRACT 9 FROM LUHN-VALUE

             END-IF

             MOVE 0 TO LUHN-DOUBLE-SW

            ELSE

             MOVE 1 TO LUHN-DOUBLE-SW

            END-IF

            ADD LUHN-VALUE TO LUHN-SUM

            SUBTRACT 1 FROM LUHN-IX

           END-PERFORM

           DIVIDE LUHN-SUM BY 10 GIVING LUHN-QUOTIENT
                  REMAINDER LUHN-REMAINDER

           IF LUHN-REMAINDER = 0

            MOVE 0 TO NCN-CHECK

           ELSE

            COMPUTE NCN-CHECK = 10 - LUHN-REMAINDER

           END-IF

           .
       ALLOCATE-CARD-NUMBER-EXIT.
           EXIT.
      *****************************************************************
       ACTIVATE-IF-OLD-EXPIRES SECTION.

      * a replacement still pending goes live once the card it
      * replaces has no month left after this one; the old card,
      * if still live, is cancelled with it - a hot card stays hot

           MOVE SPACES TO LINKED-CARD-RECORD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCARD")
                   INTO(LINKED-CARD-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CARD-LINKED-CARD)
                   KEYLENGTH(16)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO ACTIVATE-IF-OLD-EXPIRES-EXIT

           END-IF

           IF LCD-EXPIRY NOT NUMERIC OR LCD-EXPIRY > THIS-MONTH

            EXEC CICS UNLOCK
                    FILE("TECHCARD")
                    NOHANDLE
                    END-EXEC

            GO TO ACTIVATE-IF-OLD-EXPIRES-EXIT

           END-IF

           IF LCD-ACTIVE

            MOVE 'X' TO LCD-STATUS

            MOVE CARD-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCARD")
                    FROM(LINKED-CARD-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS UNLOCK
                    FILE("TECHCARD")
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE SPACES TO CARD-REGISTER-RECORD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCARD")
                   INTO(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BROWSE-KEY)
                   KEYLENGTH(16)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO ACTIVATE-IF-OLD-EXPIRES-EXIT

           END-IF

           IF NOT CARD-PENDING

            EXEC CICS UNLOCK
                    FILE("TECHCARD")
                    NOHANDLE
                    END-EXEC

            GO TO ACTIVATE-IF-OLD-EXPIRES-EXIT

           END-IF

           MOVE 'A' TO CARD-STATUS

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCARD")
                   FROM(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            ADD 1 TO ACTIVATED-COUNT

            MOVE 'ACTIVATED' TO DL-ACTION
            MOVE LCD-NUMBER TO DL-OLD-CARD
            MOVE CARD-NUMBER TO DL-NEW-CARD
            MOVE CARD-ACCOUNT TO DL-ACCOUNT
            MOVE CARD-EXPIRY TO DL-EXPIRY
            MOVE 'OLD CARD EXPIRING' TO DL-NOTE
            MOVE DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           .
       ACTIVATE-IF-OLD-EXPIRES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REISSUE-TRAILER SECTION.

      * the bureau proves the file against the trailer count

           MOVE RUN-DATE TO REI-TR-RUN-DATE
           MOVE REISSUED-COUNT TO REI-TR-COUNT

           EXEC CICS WRITE
                   FILE("CARDREI")
                   FROM(REISSUE-TRAILER-RECORD)
                   LENGTH(REI-REC-LEN)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REISSUE-TRAILER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-REPORT SECTION.

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'CARDS REISSUED:' TO CL-LABEL
           MOVE REISSUED-COUNT TO CL-COUNT
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'CARDS NOT REISSUED:' TO CL-LABEL
           MOVE EXCLUDED-COUNT TO CL-COUNT
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'REPLACEMENTS ACTIVATED:' TO CL-LABEL
           MOVE ACTIVATED-COUNT TO CL-COUNT
           MOVE CONTROL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("CARDRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
