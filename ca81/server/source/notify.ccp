      * NOTEXT extract file the mail room (or the message gateway)
      * works from. The NOTRPT control report counts customers,
      * letters and events by class, so the mailing is provable.
      * A customer recorded as deceased (VSAMSERV DECEASED) is
      * written no letter; the report counts the letters withheld.
      * Nor is a letter posted to a customer whose mail has come
      * back undelivered (the TECHCUST returned-mail flag - see
      * RETMAIL and RTMLOAD): each one suppressed is listed on the
      * report by customer, and counted. E-mail and telephone
      * notices still go.
      * Intended to be started nightly as its own CICS transaction,
      * not called from VSAMSERV.
      *
        03 CUST-DELIV-PREF             PIC X(1).
          88 CUST-DELIVER-EMAIL                VALUE 'E'.
          88 CUST-DELIVER-PHONE                VALUE 'T'.
        03 CUST-KYC-DATA.
         05 CUST-RISK-RATING           PIC X(1).
         05 CUST-KYC-LAST-DATE         PIC X(8).
         05 CUST-KYC-DUE-DATE          PIC X(8).
         05 CUST-KYC-BY                PIC X(8).
        03 CUST-ESTATE-DATA.
         05 CUST-LIFE-STATUS           PIC X(1).
           88 CUST-DECEASED                    VALUE 'D'.
         05 CUST-DEATH-DATE            PIC X(8).
         05 CUST-DEATH-RECORDED-BY     PIC X(8).
         05 CUST-ESTATE-SETTLED-DATE   PIC X(8).
         05 CUST-EXECUTOR-ACCOUNT      PIC X(5).
        03 CUST-PERSONAL-DATA.
         05 CUST-BIRTH-DATE            PIC X(8).
        03 CUST-MAIL-DATA.
         05 CUST-MAIL-STATUS           PIC X(1).
           88 CUST-MAIL-RETURNED               VALUE 'R'.
         05 CUST-MAIL-RETURNED-DATE    PIC X(8).
         05 CUST-MAIL-RETURNED-BY      PIC X(8).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).

       01 MISCEL-VARS.
        03 EV-REC-LEN                  PIC S9(4) VALUE 71.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 EVENT-COUNT                 PIC 9(5) VALUE 0.
        03 LETTER-COUNT                PIC 9(3) VALUE 0.
        03 WITHHELD-COUNT              PIC 9(3) VALUE 0.
        03 SUPPRESSED-COUNT            PIC 9(3) VALUE 0.
        03 NL-IX                       PIC 9(3) VALUE 0.
        03 CLS-IX                      PIC 9(2) VALUE 0.
        03 FOUND-SW                    PIC 9 VALUE 0.
        03 TL-EVENTS                   PIC ZZZZ9.
        03 FILLER                      PIC X(38) VALUE SPACES.

       01 WITHHELD-LINE.
        03 FILLER                      PIC X(38)
                   VALUE 'LETTERS WITHHELD - CUSTOMER DECEASED:'.
        03 WL-WITHHELD                 PIC ZZZ9.
        03 FILLER                      PIC X(38) VALUE SPACES.

       01 SUPPRESSED-LINE.
        03 FILLER                      PIC X(38)
                   VALUE 'LETTERS SUPPRESSED - RETURNED MAIL:'.
        03 SL-SUPPRESSED               PIC ZZZ9.
        03 FILLER                      PIC X(38) VALUE SPACES.

      * one per letter not posted - the customer, and when the post
      * to them came back

       01 SUPPRESSED-DETAIL-LINE.
        03 FILLER                      PIC X(11) VALUE 'SUPPRESSED'.
        03 SD-CUSTOMER                 PIC X(7).
        03 SD-FIRST-NAME               PIC X(11).
        03 SD-SURNAME                  PIC X(16).
        03 FILLER                      PIC X(14) VALUE 'MAIL RETURNED'.
        03 SD-RETURNED-DATE            PIC X(8).
        03 FILLER                      PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE WITHHELD-COUNT TO WL-WITHHELD
           MOVE WITHHELD-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           MOVE SUPPRESSED-COUNT TO SL-SUPPRESSED
           MOVE SUPPRESSED-LINE TO PRINT-LINE
           PERFORM WRITE-CONTROL-LINE

           EXEC CICS RETURN
                   END-EXEC


           END-IF

      * nothing more goes to a customer recorded as deceased - the
      * freeze and hot-card events of the death itself included;
      * the estate is dealt with through the executor

           IF CUST-DECEASED

            ADD 1 TO WITHHELD-COUNT

            GO TO WRITE-ONE-LETTER-EXIT

           END-IF

      * a letter that would go by post to an address the mail has
      * come back from is not written - the control report names
      * the customer instead, for the branch to chase

           IF CUST-MAIL-RETURNED
              AND NOT CUST-DELIVER-EMAIL AND NOT CUST-DELIVER-PHONE

            ADD 1 TO SUPPRESSED-COUNT

            MOVE THIS-CUSTOMER TO SD-CUSTOMER
            MOVE CUST-FIRST-NAME TO SD-FIRST-NAME
            MOVE CUST-SURNAME TO SD-SURNAME
            MOVE CUST-MAIL-RETURNED-DATE TO SD-RETURNED-DATE
            MOVE SUPPRESSED-DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-CONTROL-LINE

            GO TO WRITE-ONE-LETTER-EXIT

           END-IF

           MOVE CUST-FIRST-NAME TO LH-FIRST-NAME
           MOVE CUST-SURNAME TO LH-SURNAME
           MOVE CUST-ADDRESS TO LH-ADDRESS
