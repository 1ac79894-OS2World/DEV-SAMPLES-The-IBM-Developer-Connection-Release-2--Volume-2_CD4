      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, coming-of-age product moves.
      *
      * For CICS v3
      *
      * A child's account opens on the children's product, which can
      * neither overdraw nor carry a card, and has to move to the
      * adult product once its owner comes of age. The TECHPARM
      * 'AGEPARM' record names the age of majority (18 when unset),
      * the children's product and the adult product; this job walks
      * the TECHCUST master and, for every customer whose date of
      * birth puts them at or past that age on the business date,
      * moves each account they own (the TECHCUX path) that is still
      * on the children's product and not closed onto the adult one.
      *
      * Each move is the same unit of work VSAMSERV's PRODMNT-SWITCH
      * applies - READ UPDATE, the new product code, REWRITE and a
      * 'PRODUCT SWITCH' TECHAUDIT entry - followed by a TECHEVT
      * event so the nightly NOTIFY run writes the customer a letter
      * telling them. The accounts are collected with the TECHCUX
      * browse ended before any is rewritten, a pass at a time. A
      * customer already moved has nothing left on the children's
      * product, so the job can simply be run again after a failure.
      * Nothing moves when the record names no products, or when
      * the adult product is not on TECHPROD or is closed to new
      * business. Every account moved is reported to AGERPT with a
      * final count. Intended to be started at month end as its own
      * CICS transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEMIGR.
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
          88 ACCOUNT-CLOSEDO                   VALUE 'C'.
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 DAY-DEBIT-DATEO             PIC X(8).
        03 DAY-DEBIT-TOTALO            PIC S9(9)V99.
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

       01 BEFORE-IMAGE                 PIC X(148).

      * the TECHCUST customer master record - same layout VSAMSERV
      * maintains

       01 CUSTOMER-MASTER-RECORD.
        03 CUST-NO                     PIC X(6).
        03 CUST-SURNAME                PIC X(15).
        03 CUST-FIRST-NAME             PIC X(10).
        03 CUST-ADDRESS                PIC X(45).
        03 CUST-PHONE                  PIC X(15).
        03 CUST-EMAIL                  PIC X(30).
        03 CUST-DELIV-PREF             PIC X(1).
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

      * the TECHPROD product record - the adult product must be real
      * and open for new business before anything moves

       01 PRODUCT-RECORD.
        03 PROD-CODE                   PIC X(2).
        03 PROD-NAME                   PIC X(12).
        03 PROD-TYPE                   PIC X(1).
        03 PROD-STATUS                 PIC X(1).
          88 PROD-CLOSED                       VALUE 'C'.
        03 PROD-CHARGE-SCHEDULE.
         05 PROD-FREE-ITEMS            PIC 9(3).
         05 PROD-ITEM-FEE              PIC 9(3)V99.
         05 PROD-MONTHLY-FEE           PIC 9(5)V99.
        03 PROD-BREAK-RATE             PIC S9V9(4).
        03 PROD-CURRENCY               PIC X(3).

      * the TECHPARM 'AGEPARM' record - the age of majority and the
      * two products the customer's accounts move between

       01 AGE-PARM-RECORD.
        03 AGP-KEY                     PIC X(8).
        03 AGP-MAJORITY-AGE            PIC 9(2).
        03 AGP-MINOR-PRODUCT           PIC X(2).
        03 AGP-ADULT-PRODUCT           PIC X(2).

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-UPDATE                   VALUE 'U'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * TECHCTL 'AUDSEQ' control record - the persisted audit
      * sequence counter VSAMSERV's GET-NEXT-AUDIT-SEQNO also uses

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 CONTROL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-AUDSEQ-KEY              PIC X(8) VALUE 'AUDSEQ'.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 SEED-AUDIT-SEQNO            PIC 9(7).
        03 SEED-AUDIT-RECORD           PIC X(365).

      * the TECHEVT notification event record and its TECHPARM
      * 'NOTPARM' selection record (see WRITE-EVENT-RECORD)

       01 EVENT-RECORD.
        03 EV-SEQNO                    PIC 9(9).
        03 EV-DATE                     PIC X(8).
        03 EV-ACCOUNT                  PIC X(5).
        03 EV-CUSTNO                   PIC X(6).
        03 EV-CODE                     PIC X(2).
        03 EV-AMOUNT                   PIC S9(9)V99.
        03 EV-TEXT                     PIC X(30).

       01 NOTIFY-PARM-RECORD.
        03 NOT-KEY                     PIC X(8).
        03 NOT-THRESHOLD               PIC S9(9)V99.
        03 NOT-DEBIT-FLAG              PIC X(1).
        03 NOT-FEE-FLAG                PIC X(1).
        03 NOT-SOFAIL-FLAG             PIC X(1).
        03 NOT-FREEZE-FLAG             PIC X(1).

       01 EVENT-VARS.
        03 EV-REC-LEN                  PIC S9(4) VALUE 71.
        03 CTL-EVTSEQ-KEY              PIC X(8) VALUE 'EVTSEQ'.
        03 NOT-REC-LEN                 PIC S9(4) VALUE 23.
        03 NOT-KEY-VALUE               PIC X(8) VALUE 'NOTPARM'.

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 PROD-REC-LEN                PIC S9(4) VALUE 39.
        03 AGP-REC-LEN                 PIC S9(4) VALUE 14.
        03 AGP-KEY-VALUE               PIC X(8) VALUE 'AGEPARM'.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).
        03 MAJORITY-AGE                PIC 9(2) VALUE 18.
        03 MINOR-PRODUCT               PIC X(2).
        03 ADULT-PRODUCT               PIC X(2).
        03 ADULT-CUTOFF.
         05 ADULT-CUTOFF-YYYY          PIC 9(4).
         05 ADULT-CUTOFF-MMDD          PIC X(4).
        03 CUST-BROWSE-KEY             PIC X(6).
        03 CUX-BROWSE-KEY              PIC X(6).
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 CUX-DONE-SW                 PIC 9 VALUE 0.
          88 CUX-DONE                          VALUE 1.
        03 MOVED-COUNT                 PIC 9(5) VALUE 0.
        03 CUSTOMER-COUNT              PIC 9(5) VALUE 0.
        03 ERROR-COUNT                 PIC 9(5) VALUE 0.
        03 CUST-MOVED-SW               PIC 9 VALUE 0.
          88 CUST-MOVED                        VALUE 1.
        03 PASS-FAILED-SW              PIC 9 VALUE 0.
          88 PASS-FAILED                       VALUE 1.

      * the customer's accounts still on the children's product,
      * collected a pass at a time off the TECHCUX browse

       01 MOVE-TABLE.
        03 MV-COUNT                    PIC 9(2) VALUE 0.
        03 MV-IX                       PIC 9(2) VALUE 0.
        03 MV-ACCT OCCURS 20 TIMES     PIC X(5).

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'COMING-OF-AGE PRODUCT MOVES'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(32) VALUE SPACES.

       01 PARM-LINE.
        03 FILLER                      PIC X(17)
                                        VALUE 'AGE OF MAJORITY:'.
        03 PL-AGE                      PIC Z9.
        03 FILLER                      PIC X(12) VALUE '  PRODUCT:'.
        03 PL-MINOR-PRODUCT            PIC X(2).
        03 FILLER                      PIC X(6) VALUE '  TO:'.
        03 PL-ADULT-PRODUCT            PIC X(2).
        03 FILLER                      PIC X(18)
                                        VALUE '  BORN ON/BEFORE:'.
        03 PL-CUTOFF                   PIC X(8).
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 DETAIL-LINE.
        03 FILLER                      PIC X(9) VALUE 'MOVED'.
        03 DL-ACCOUNT                  PIC X(7).
        03 FILLER                      PIC X(9) VALUE 'CUSTOMER'.
        03 DL-CUSTNO                   PIC X(7).
        03 DL-SURNAME                  PIC X(16).
        03 DL-FIRST-NAME               PIC X(11).
        03 FILLER                      PIC X(6) VALUE 'BORN'.
        03 DL-BIRTH-DATE               PIC X(8).
        03 FILLER                      PIC X(7) VALUE SPACES.

       01 ERROR-LINE.
        03 FILLER                      PIC X(16)
                                        VALUE 'NOT MOVED'.
        03 EL-ACCOUNT                  PIC X(7).
        03 FILLER                      PIC X(9) VALUE 'CUSTOMER'.
        03 EL-CUSTNO                   PIC X(7).
        03 FILLER                      PIC X(41)
                   VALUE 'ACCOUNT COULD NOT BE READ FOR UPDATE'.

       01 TOTAL-LINE.
        03 FILLER                      PIC X(11) VALUE 'CUSTOMERS:'.
        03 TL-CUSTOMERS                PIC ZZZZ9.
        03 FILLER                      PIC X(12) VALUE '  ACCOUNTS:'.
        03 TL-MOVED                    PIC ZZZZ9.
        03 FILLER                      PIC X(10) VALUE '  ERRORS:'.
        03 TL-ERRORS                   PIC ZZZZ9.
        03 FILLER                      PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

      * the run is dated with the business date the region is posting
      * under (TECHCTL 'BUSDATE'); a region without the record falls
      * back to the machine clock

           EXEC CICS ASKTIME
                   ABSTIME(AUDIT-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(AUDIT-ABSTIME)
                   YYYYMMDD(RUN-DATE)
                   NOHANDLE
                   END-EXEC

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
           PERFORM WRITE-PRINT-LINE

      * the age and the two products from the TECHPARM 'AGEPARM'
      * record - a region that names no products has no children's
      * product to move anyone off

           MOVE SPACES TO AGE-PARM-RECORD

           MOVE AGP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(AGE-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(AGP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO AGE-PARM-RECORD

           END-IF

           IF AGP-MAJORITY-AGE NUMERIC AND AGP-MAJORITY-AGE NOT = 0

            MOVE AGP-MAJORITY-AGE TO MAJORITY-AGE

           END-IF

           MOVE AGP-MINOR-PRODUCT TO MINOR-PRODUCT
           MOVE AGP-ADULT-PRODUCT TO ADULT-PRODUCT

      * of age means born on or before the business date less the
      * age of majority - the birthday itself counts, the same test
      * VSAMSERV's CHECK-MINOR-CUSTOMER makes

           MOVE RUN-DATE TO ADULT-CUTOFF
           SUBTRACT MAJORITY-AGE FROM ADULT-CUTOFF-YYYY

           MOVE MAJORITY-AGE TO PL-AGE
           MOVE MINOR-PRODUCT TO PL-MINOR-PRODUCT
           MOVE ADULT-PRODUCT TO PL-ADULT-PRODUCT
           MOVE ADULT-CUTOFF TO PL-CUTOFF
           MOVE PARM-LINE TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           IF MINOR-PRODUCT = SPACES OR ADULT-PRODUCT = SPACES
              OR MINOR-PRODUCT = ADULT-PRODUCT

            MOVE 'NO CHILD/ADULT PRODUCTS ON AGEPARM - NOTHING DONE'
              TO PRINT-LINE

            PERFORM WRITE-PRINT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

      * the adult product must be real and open - the same check
      * PRODMNT-SWITCH makes of its destination

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ADULT-PRODUCT)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR PROD-CLOSED

            MOVE 'ADULT PRODUCT NOT ON FILE OR CLOSED - NOTHING DONE'
              TO PRINT-LINE

            PERFORM WRITE-PRINT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE LOW-VALUES TO CUST-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHCUST")
                   RIDFLD(CUST-BROWSE-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM EXAMINE-ONE-CUSTOMER UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHCUST")
                   NOHANDLE
                   END-EXEC

           MOVE CUSTOMER-COUNT TO TL-CUSTOMERS
           MOVE MOVED-COUNT TO TL-MOVED
           MOVE ERROR-COUNT TO TL-ERRORS
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       EXAMINE-ONE-CUSTOMER SECTION.

      * a master written before dates of birth were kept comes back
      * short - the group is cleared first so it reads as unknown,
      * and a customer of unknown age is left where they are

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUST-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO EXAMINE-ONE-CUSTOMER-EXIT

           END-IF

           IF CUST-BIRTH-DATE NOT NUMERIC
              OR CUST-BIRTH-DATE > ADULT-CUTOFF

            GO TO EXAMINE-ONE-CUSTOMER-EXIT

           END-IF

      * a pass collects up to 20 of the customer's accounts still on
      * the children's product, then moves them with the TECHCUX
      * browse ended; a full pass means there may be more

           MOVE 0 TO CUST-MOVED-SW
           MOVE 20 TO MV-COUNT

           PERFORM MOVE-ONE-PASS UNTIL MV-COUNT < 20

           IF CUST-MOVED

            ADD 1 TO CUSTOMER-COUNT

           END-IF

           .
       EXAMINE-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       MOVE-ONE-PASS SECTION.

           MOVE 0 TO MV-COUNT
           MOVE 0 TO PASS-FAILED-SW
           MOVE CUST-NO TO CUX-BROWSE-KEY
           MOVE 0 TO CUX-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHCUX")
                   RIDFLD(CUX-BROWSE-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO CUX-DONE-SW

           END-IF

           PERFORM COLLECT-OWN-ACCOUNT UNTIL CUX-DONE

           EXEC CICS ENDBR
                   FILE("TECHCUX")
                   NOHANDLE
                   END-EXEC

           PERFORM SWITCH-ONE-ACCOUNT
                   VARYING MV-IX FROM 1 BY 1
                   UNTIL MV-IX > MV-COUNT

      * an account that would not move stays on the children's
      * product and would be collected again - one failure ends the
      * customer's passes rather than looping on it

           IF PASS-FAILED

            MOVE 0 TO MV-COUNT

           END-IF

           .
       MOVE-ONE-PASS-EXIT.
           EXIT.
      *****************************************************************
       COLLECT-OWN-ACCOUNT SECTION.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUX")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUX-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR CUSTOMER-NOO NOT = CUST-NO

            MOVE 1 TO CUX-DONE-SW

            GO TO COLLECT-OWN-ACCOUNT-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO OR PRODUCT-CODEO NOT = MINOR-PRODUCT

            GO TO COLLECT-OWN-ACCOUNT-EXIT

           END-IF

           ADD 1 TO MV-COUNT
           MOVE ACCOUNTO TO MV-ACCT(MV-COUNT)

           IF MV-COUNT = 20

            MOVE 1 TO CUX-DONE-SW

           END-IF

           .
       COLLECT-OWN-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       SWITCH-ONE-ACCOUNT SECTION.

      * the PRODMNT-SWITCH unit of work - re-read under UPDATE, so an
      * account closed or switched since it was collected is left
      * alone, then the new product, the rewrite and the audit entry

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(MV-ACCT(MV-IX))
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            ADD 1 TO ERROR-COUNT
            MOVE 1 TO PASS-FAILED-SW

            MOVE MV-ACCT(MV-IX) TO EL-ACCOUNT
            MOVE CUST-NO TO EL-CUSTNO
            MOVE ERROR-LINE TO PRINT-LINE
            PERFORM WRITE-PRINT-LINE

            GO TO SWITCH-ONE-ACCOUNT-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO OR PRODUCT-CODEO NOT = MINOR-PRODUCT

            EXEC CICS UNLOCK
                    FILE("TECHBASE")
                    NOHANDLE
                    END-EXEC

            GO TO SWITCH-ONE-ACCOUNT-EXIT

           END-IF

           MOVE TECHBASE-RECORD TO BEFORE-IMAGE

           MOVE ADULT-PRODUCT TO PRODUCT-CODEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(TECHBASE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            ADD 1 TO ERROR-COUNT
            MOVE 1 TO PASS-FAILED-SW

            MOVE ACCOUNTO TO EL-ACCOUNT
            MOVE CUST-NO TO EL-CUSTNO
            MOVE ERROR-LINE TO PRINT-LINE
            PERFORM WRITE-PRINT-LINE

            GO TO SWITCH-ONE-ACCOUNT-EXIT

           END-IF

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'PRODUCT SWITCH' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

      * the customer hears that their account has grown up with them

           MOVE ACCOUNTO TO EV-ACCOUNT
           MOVE CUSTOMER-NOO TO EV-CUSTNO
           MOVE 'AM' TO EV-CODE
           MOVE 0 TO EV-AMOUNT
           MOVE 'ACCOUNT MOVED TO ADULT PRODUCT' TO EV-TEXT
           PERFORM WRITE-EVENT-RECORD

           ADD 1 TO MOVED-COUNT
           MOVE 1 TO CUST-MOVED-SW

           MOVE ACCOUNTO TO DL-ACCOUNT
           MOVE CUST-NO TO DL-CUSTNO
           MOVE CUST-SURNAME TO DL-SURNAME
           MOVE CUST-FIRST-NAME TO DL-FIRST-NAME
           MOVE CUST-BIRTH-DATE TO DL-BIRTH-DATE
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           .
       SWITCH-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       WRITE-EVENT-RECORD SECTION.

      * one TECHEVT record for the nightly NOTIFY letters run,
      * numbered from the TECHCTL 'EVTSEQ' counter - the caller
      * fills EV-CODE, EV-TEXT, EV-AMOUNT, EV-ACCOUNT and
      * EV-CUSTNO. A coming of age has no 'NOTPARM' flag of its
      * own: a region with notifications configured always writes
      * it, and an unconfigured region writes nothing.

           MOVE NOT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(NOTIFY-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(NOT-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO WRITE-EVENT-RECORD-EXIT

           END-IF

           MOVE CTL-EVTSEQ-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-EVTSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-EVTSEQ-KEY TO CTL-KEY
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

           MOVE CTL-NUM-VALUE TO EV-SEQNO
           MOVE RUN-DATE TO EV-DATE

           MOVE EV-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHEVT")
                   FROM(EVENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(EV-SEQNO)
                   KEYLENGTH(9)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-EVENT-RECORD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

      * sequence number from the TECHCTL 'AUDSEQ' control record -
      * same persisted counter VSAMSERV maintains (see
      * GET-NEXT-AUDIT-SEQNO below)

           PERFORM GET-NEXT-AUDIT-SEQNO

           EXEC CICS ASKTIME
                   ABSTIME(AUDIT-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(AUDIT-ABSTIME)
                   TIME(AUDIT-TIME)
                   NOHANDLE
                   END-EXEC

      * entries carry the business date established at start of run

           MOVE RUN-DATE TO AUDIT-DATE

           MOVE EIBUSERID TO AUDIT-USERID
           MOVE EIBTRMID TO AUDIT-TERMID

           EXEC CICS WRITE
                   FILE("TECHAUDIT")
                   FROM(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.
      *****************************************************************
       GET-NEXT-AUDIT-SEQNO SECTION.

      * next sequence number from the TECHCTL 'AUDSEQ' control record,
      * read-for-update and incremented in place - same counter
      * VSAMSERV's GET-NEXT-AUDIT-SEQNO maintains, seeded once from a
      * final end-of-file browse on a region without its control
      * record, and wrapping back to 1 above 9999990 (see AUDARCH).

           MOVE CTL-AUDSEQ-KEY TO CTL-KEY

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-AUDSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            PERFORM SEED-AUDIT-SEQNO-COUNTER

            MOVE CTL-AUDSEQ-KEY TO CTL-KEY
            MOVE SPACES TO CTL-CHAR-VALUE

            ADD 1 TO CTL-NUM-VALUE

            IF CTL-NUM-VALUE > 9999990

             MOVE 1 TO CTL-NUM-VALUE

            END-IF

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

            IF CTL-NUM-VALUE > 9999990

             MOVE 1 TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO AUDIT-SEQNO

           .
       GET-NEXT-AUDIT-SEQNO-EXIT.
           EXIT.
      *****************************************************************
       SEED-AUDIT-SEQNO-COUNTER SECTION.

      * one-time seeding - find the current maximum the way the old
      * code found it on every write, into scratch fields so the
      * pending audit entry is not disturbed

           MOVE HIGH-VALUES TO SEED-AUDIT-SEQNO

           EXEC CICS STARTBR
                   FILE("TECHAUDIT")
                   RIDFLD(SEED-AUDIT-SEQNO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           EXEC CICS READPREV
                   FILE("TECHAUDIT")
                   INTO(SEED-AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(SEED-AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           EXEC CICS ENDBR
                   FILE("TECHAUDIT")
                   NOHANDLE
                   END-EXEC

           IF SEED-AUDIT-SEQNO = HIGH-VALUES
              OR SEED-AUDIT-SEQNO NOT NUMERIC

            MOVE 0 TO CTL-NUM-VALUE

           ELSE

            MOVE SEED-AUDIT-SEQNO TO CTL-NUM-VALUE

           END-IF

           .
       SEED-AUDIT-SEQNO-COUNTER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-PRINT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("AGERPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-PRINT-LINE-EXIT.
           EXIT.
      *****************************************************************
