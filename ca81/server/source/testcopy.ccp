      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, masked copy of production for
      * the test region.
      *
      * For CICS v3
      *
      * Copies TECHBASE, TECHCUST, TECHJNT, TECHAUDIT and TECHCARD,
      * with the reference files TECHBRM, TECHPROD, TECHPARM,
      * TECHCAL and TECHFXR, to the test region's clusters (TSTBASE,
      * TSTCUST, TSTJNT, TSTAUDIT, TSTCARD, TSTBRM, TSTPROD, TSTPARM,
      * TSTCAL, TSTFXR - FCT entries on this region over the test
      * region's datasets),
      * so testing runs against real volumes without real people in
      * it. Under the same posting hold BACKUPJB takes, each test
      * cluster is emptied and reloaded record by record, exactly as
      * BACKUPJB reloads the backup clusters, with every name and
      * contact field replaced on the way:
      *
      *  - surname, first name and address (TECHBASE, TECHCUST,
      *    TECHJNT's co-owner surname and the account images in
      *    TECHAUDIT) and phone and e-mail (TECHCUST) become an
      *    alias built from the customer number - so one customer
      *    gets the same alias on every account, every joint link
      *    and every audit entry, and a name search in test finds
      *    the same accounts under the alias. An account from before
      *    the customer master (no CUSTOMER-NOO) takes its alias from
      *    the account number instead;
      *  - card numbers keep their issuer prefix; the nine digits
      *    after it are scrambled one-for-one and the Luhn check
      *    digit recomputed, so a card and the card it replaced
      *    still point at each other and ATMPOST-style checks pass;
      *  - an outward payment's narrative loses the beneficiary's
      *    name, and user-administration audit entries (credential,
      *    customer-master and rate images, whose layouts vary) have
      *    their images cleared - AUDVER does not chain them anyway.
      *
      * Balances, dates, statuses, branches, products and every
      * number that links one file to another are copied unchanged -
      * account numbers included, which carry no personal data, so
      * their check digits stay valid and CHKDIGIT enforcement in test
      * behaves as in production. Blank fields stay blank.
      *
      * After each file is loaded the test cluster is read back in
      * full and, record for record, every name and contact field is
      * compared with the production value it replaced (card numbers
      * as each one is scrambled, since their keys change). The
      * TSTCRPT masking report lists any original value found in the
      * copy and closes with the verdict; the TECHJRNL 'TESTCOPY'
      * entry journals 'OK' only when every file copied and verified
      * clean with nothing surviving.
      *
      * Intended to be started by the operator as its own CICS
      * transaction, in a quiet window, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCOPY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 JOURNAL-RECORD.
        03 JR-KEY.
         05 JR-DATE                    PIC X(8).
         05 JR-STEP                    PIC X(8).
        03 JR-START-TIME               PIC X(6).
        03 JR-END-TIME                 PIC X(6).
        03 JR-OUTCOME                  PIC X(2).
        03 JR-START-SEQNO              PIC 9(7).
        03 JR-END-SEQNO                PIC 9(7).

       01 SAVED-JOURNAL-RECORD         PIC X(44).
       01 SAVED-CONTROL-RECORD         PIC X(25).

      * one generic copy buffer big enough for the largest record
      * (a TECHPARM record is read at the length it was written) and
      * key areas big enough for the longest key (TECHCARD, 16
      * bytes). Every file copied is keyed from its first byte.

       01 BK-BUFFER                    PIC X(512).

      * the buffer as each masked file's record

       01 CUSTOMER-VIEW REDEFINES BK-BUFFER.
        03 CV-NO                       PIC X(6).
        03 CV-SURNAME                  PIC X(15).
        03 CV-FIRST-NAME               PIC X(10).
        03 CV-ADDRESS                  PIC X(45).
        03 CV-PHONE                    PIC X(15).
        03 CV-EMAIL                    PIC X(30).
        03 FILLER                      PIC X(391).

       01 JOINT-VIEW REDEFINES BK-BUFFER.
        03 JV-ACCOUNT                  PIC X(5).
        03 JV-CUST-NO                  PIC X(6).
        03 JV-SURNAME                  PIC X(15).
        03 FILLER                      PIC X(486).

       01 AUDIT-VIEW REDEFINES BK-BUFFER.
        03 AV-SEQNO                    PIC 9(7).
        03 AV-OPERATION                PIC X(1).
          88 AV-OP-ADMIN                       VALUE 'M'.
        03 AV-ACCOUNT                  PIC X(5).
        03 AV-DATE                     PIC X(8).
        03 AV-TIME                     PIC X(6).
        03 AV-USERID                   PIC X(8).
        03 AV-TERMID                   PIC X(4).
        03 AV-BEFORE-IMAGE             PIC X(148).
        03 AV-AFTER-IMAGE              PIC X(148).
        03 AV-NARRATIVE                PIC X(30).
        03 FILLER                      PIC X(147).

       01 CARD-VIEW REDEFINES BK-BUFFER.
        03 CDV-NUMBER                  PIC X(16).
        03 CDV-ACCOUNT                 PIC X(5).
        03 CDV-STATUS                  PIC X(1).
        03 CDV-EXPIRY                  PIC X(6).
        03 CDV-LINKED-CARD             PIC X(16).
        03 FILLER                      PIC X(468).

      * the production record as read, for the read-back comparison

       01 ORIGINAL-BUFFER              PIC X(512).

       01 ORIGINAL-CUSTOMER-VIEW REDEFINES ORIGINAL-BUFFER.
        03 OCV-NO                      PIC X(6).
        03 OCV-SURNAME                 PIC X(15).
        03 OCV-FIRST-NAME              PIC X(10).
        03 OCV-ADDRESS                 PIC X(45).
        03 OCV-PHONE                   PIC X(15).
        03 OCV-EMAIL                   PIC X(30).
        03 FILLER                      PIC X(391).

       01 ORIGINAL-JOINT-VIEW REDEFINES ORIGINAL-BUFFER.
        03 FILLER                      PIC X(11).
        03 OJV-SURNAME                 PIC X(15).
        03 FILLER                      PIC X(486).

       01 ORIGINAL-AUDIT-VIEW REDEFINES ORIGINAL-BUFFER.
        03 FILLER                      PIC X(39).
        03 OAV-BEFORE-IMAGE            PIC X(148).
        03 OAV-AFTER-IMAGE             PIC X(148).
        03 OAV-NARRATIVE               PIC X(30).
        03 FILLER                      PIC X(147).

      * a TECHBASE record (or an account image off TECHAUDIT) being
      * masked, and the production image it is checked against

       01 BASE-IMAGE.
        03 BI-ACCOUNT                  PIC X(5).
        03 BI-SURNAME                  PIC X(15).
        03 BI-FIRST-NAME               PIC X(10).
        03 BI-ADDRESS                  PIC X(45).
        03 FILLER                      PIC X(35).
        03 BI-CUSTOMER-NO              PIC X(6).
        03 FILLER                      PIC X(32).

       01 ORIGINAL-IMAGE.
        03 OI-ACCOUNT                  PIC X(5).
        03 OI-SURNAME                  PIC X(15).
        03 OI-FIRST-NAME               PIC X(10).
        03 OI-ADDRESS                  PIC X(45).
        03 FILLER                      PIC X(35).
        03 OI-CUSTOMER-NO              PIC X(6).
        03 FILLER                      PIC X(32).

       01 GEN-KEY                      PIC X(16).
       01 WRITE-KEY                    PIC X(16).

      * the alias pieces - a scrambled customer (or account) number
      * picks one entry from each list, so the same number always
      * builds the same alias and no two numbers share a phone or
      * e-mail

       01 SURNAME-PARTS-1.
        03 FILLER                      PIC X(4) VALUE 'BAR'.
        03 FILLER                      PIC X(4) VALUE 'COR'.
        03 FILLER                      PIC X(4) VALUE 'DAL'.
        03 FILLER                      PIC X(4) VALUE 'FEN'.
        03 FILLER                      PIC X(4) VALUE 'GAR'.
        03 FILLER                      PIC X(4) VALUE 'HOL'.
        03 FILLER                      PIC X(4) VALUE 'KEL'.
        03 FILLER                      PIC X(4) VALUE 'MOR'.
        03 FILLER                      PIC X(4) VALUE 'PEN'.
        03 FILLER                      PIC X(4) VALUE 'WIN'.

       01 SURNAME-PARTS-1-VIEW REDEFINES SURNAME-PARTS-1.
        03 SURNAME-PART-1 OCCURS 10 TIMES PIC X(4).

       01 SURNAME-PARTS-2.
        03 FILLER                      PIC X(4) VALUE 'BRO'.
        03 FILLER                      PIC X(4) VALUE 'DEN'.
        03 FILLER                      PIC X(4) VALUE 'FIEL'.
        03 FILLER                      PIC X(4) VALUE 'GRA'.
        03 FILLER                      PIC X(4) VALUE 'LAN'.
        03 FILLER                      PIC X(4) VALUE 'MER'.
        03 FILLER                      PIC X(4) VALUE 'ROS'.
        03 FILLER                      PIC X(4) VALUE 'STAN'.
        03 FILLER                      PIC X(4) VALUE 'TOV'.
        03 FILLER                      PIC X(4) VALUE 'VEL'.

       01 SURNAME-PARTS-2-VIEW REDEFINES SURNAME-PARTS-2.
        03 SURNAME-PART-2 OCCURS 10 TIMES PIC X(4).

       01 SURNAME-PARTS-3.
        03 FILLER                      PIC X(5) VALUE 'BY'.
        03 FILLER                      PIC X(5) VALUE 'DALE'.
        03 FILLER                      PIC X(5) VALUE 'FORD'.
        03 FILLER                      PIC X(5) VALUE 'HAM'.
        03 FILLER                      PIC X(5) VALUE 'LEY'.
        03 FILLER                      PIC X(5) VALUE 'MORE'.
        03 FILLER                      PIC X(5) VALUE 'TON'.
        03 FILLER                      PIC X(5) VALUE 'WICK'.
        03 FILLER                      PIC X(5) VALUE 'WOOD'.
        03 FILLER                      PIC X(5) VALUE 'WORTH'.

       01 SURNAME-PARTS-3-VIEW REDEFINES SURNAME-PARTS-3.
        03 SURNAME-PART-3 OCCURS 10 TIMES PIC X(5).

       01 FIRST-NAME-PARTS-1.
        03 FILLER                      PIC X(4) VALUE 'AL'.
        03 FILLER                      PIC X(4) VALUE 'BEL'.
        03 FILLER                      PIC X(4) VALUE 'CAR'.
        03 FILLER                      PIC X(4) VALUE 'DOR'.
        03 FILLER                      PIC X(4) VALUE 'EM'.
        03 FILLER                      PIC X(4) VALUE 'JO'.
        03 FILLER                      PIC X(4) VALUE 'MAR'.
        03 FILLER                      PIC X(4) VALUE 'NOR'.
        03 FILLER                      PIC X(4) VALUE 'ROS'.
        03 FILLER                      PIC X(4) VALUE 'TIL'.

       01 FIRST-NAME-PARTS-1-VIEW REDEFINES FIRST-NAME-PARTS-1.
        03 FIRST-NAME-PART-1 OCCURS 10 TIMES PIC X(4).

       01 FIRST-NAME-PARTS-2.
        03 FILLER                      PIC X(4) VALUE 'AN'.
        03 FILLER                      PIC X(4) VALUE 'BERT'.
        03 FILLER                      PIC X(4) VALUE 'DA'.
        03 FILLER                      PIC X(4) VALUE 'EN'.
        03 FILLER                      PIC X(4) VALUE 'INA'.
        03 FILLER                      PIC X(4) VALUE 'IS'.
        03 FILLER                      PIC X(4) VALUE 'LA'.
        03 FILLER                      PIC X(4) VALUE 'MAN'.
        03 FILLER                      PIC X(4) VALUE 'RIC'.
        03 FILLER                      PIC X(4) VALUE 'VIN'.

       01 FIRST-NAME-PARTS-2-VIEW REDEFINES FIRST-NAME-PARTS-2.
        03 FIRST-NAME-PART-2 OCCURS 10 TIMES PIC X(4).

       01 STREET-NAMES.
        03 FILLER                      PIC X(12) VALUE 'ASH GROVE'.
        03 FILLER                      PIC X(12) VALUE 'BIRCH ROAD'.
        03 FILLER                      PIC X(12) VALUE 'CEDAR LANE'.
        03 FILLER                      PIC X(12) VALUE 'ELM STREET'.
        03 FILLER                      PIC X(12) VALUE 'HAZEL CLOSE'.
        03 FILLER                      PIC X(12) VALUE 'LARCH DRIVE'.
        03 FILLER                      PIC X(12) VALUE 'MAPLE AVENUE'.
        03 FILLER                      PIC X(12) VALUE 'OAK TERRACE'.
        03 FILLER                      PIC X(12) VALUE 'ROWAN WAY'.
        03 FILLER                      PIC X(12) VALUE 'WILLOW WALK'.

       01 STREET-NAMES-VIEW REDEFINES STREET-NAMES.
        03 STREET-NAME OCCURS 10 TIMES PIC X(12).

       01 TOWN-NAMES.
        03 FILLER                      PIC X(11) VALUE 'EASTMERE'.
        03 FILLER                      PIC X(11) VALUE 'FALLOWBY'.
        03 FILLER                      PIC X(11) VALUE 'GREYSTOKE'.
        03 FILLER                      PIC X(11) VALUE 'HILLCOTE'.
        03 FILLER                      PIC X(11) VALUE 'LOWFIELD'.
        03 FILLER                      PIC X(11) VALUE 'MIDHURST'.
        03 FILLER                      PIC X(11) VALUE 'NORTHCOMBE'.
        03 FILLER                      PIC X(11) VALUE 'REDSTONE'.
        03 FILLER                      PIC X(11) VALUE 'SOUTHWOLD'.
        03 FILLER                      PIC X(11) VALUE 'WESTBOURNE'.

       01 TOWN-NAMES-VIEW REDEFINES TOWN-NAMES.
        03 TOWN-NAME OCCURS 10 TIMES   PIC X(11).

       01 ALIAS-VARS.
        03 ALIAS-SEED                  PIC 9(6) VALUE 0.
        03 ALIAS-WORK                  PIC 9(12) VALUE 0.
        03 ALIAS-QUOT                  PIC 9(12) VALUE 0.
        03 ALIAS-NUMBER                PIC 9(6) VALUE 0.
        03 ALIAS-DIGITS REDEFINES ALIAS-NUMBER.
         05 ALIAS-D OCCURS 6 TIMES     PIC 9.
        03 ALIAS-PART-IX OCCURS 6 TIMES PIC 9(2).
        03 ALIAS-IX                    PIC 9(2) VALUE 0.
        03 ALIAS-HOUSE-NO              PIC 9(2) VALUE 0.
        03 ALIAS-ACCOUNT               PIC 9(5) VALUE 0.
        03 ALIAS-SURNAME               PIC X(15).
        03 ALIAS-FIRST-NAME            PIC X(10).
        03 ALIAS-ADDRESS               PIC X(45).
        03 ALIAS-PHONE                 PIC X(15).
        03 ALIAS-EMAIL                 PIC X(30).

      * the card-number scramble - the nine digits after the issuer
      * prefix go through a one-for-one map, then the Luhn check
      * digit is recomputed over the fifteen before it

       01 CARD-SCRAMBLE-VARS.
        03 CARD-IN                     PIC X(16).
        03 CARD-OUT.
         05 CARD-OUT-PREFIX            PIC X(6).
         05 CARD-OUT-MIDDLE            PIC 9(9).
         05 CARD-OUT-CHECK             PIC 9(1).
        03 CARD-MIDDLE                 PIC 9(9).
        03 CARD-WORK                   PIC 9(18).
        03 CARD-QUOT                   PIC 9(9).

       01 LUHN-VARS.
        03 LUHN-IX                     PIC 9(2) COMP VALUE 0.
        03 LUHN-DIGIT                  PIC 9(1).
        03 LUHN-VALUE                  PIC 9(2).
        03 LUHN-SUM                    PIC 9(4) VALUE 0.
        03 LUHN-QUOTIENT               PIC 9(4) VALUE 0.
        03 LUHN-REMAINDER              PIC 9(2) VALUE 0.
        03 LUHN-DOUBLE-SW              PIC 9 VALUE 0.
          88 LUHN-DOUBLE                       VALUE 1.

      * one name or contact field as copied and as it was

       01 CHECK-VARS.
        03 CHK-COPY                    PIC X(45).
        03 CHK-ORIGINAL                PIC X(45).
        03 CHK-FIELD                   PIC X(10).

       01 MISCEL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 JR-REC-LEN                  PIC S9(4) VALUE 44.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 READ-LEN                    PIC S9(4) VALUE 0.
        03 CTL-POSTHOLD-KEY            PIC X(8) VALUE 'POSTHOLD'.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 HOLD-WANTED                 PIC X(1).
        03 RUN-DATE                    PIC X(8).
        03 RUN-TIME                    PIC X(6).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.

      * the file pair being worked and its record geometry - set by
      * MAINLINE before each COPY-ONE-FILE

        03 BK-SOURCE-FILE              PIC X(8).
        03 BK-TARGET-FILE              PIC X(8).
        03 BK-REC-LEN                  PIC S9(4).
        03 BK-KEY-LEN                  PIC S9(4).
        03 BK-SOURCE-COUNT             PIC 9(7).
        03 BK-TARGET-COUNT             PIC 9(7).
        03 BK-FIELDS-CHECKED           PIC 9(8).
        03 BK-SURVIVED-COUNT           PIC 9(7).
        03 BK-PHASE-DONE-SW            PIC 9.
          88 BK-PHASE-DONE                     VALUE 1.
        03 BK-FILE-OK-SW               PIC 9.
          88 BK-FILE-OK                        VALUE 1.
        03 RUN-OK-SW                   PIC 9 VALUE 1.
          88 RUN-OK                            VALUE 1.
        03 TOTAL-SURVIVED-COUNT        PIC 9(7) VALUE 0.
        03 ADMIN-CLEARED-COUNT         PIC 9(7) VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'TEST REGION COPY - MASKED'.
        03 FILLER                      PIC X(6) VALUE 'DATE: '.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(36) VALUE SPACES.

       01 COLUMN-LINE.
        03 FILLER                      PIC X(40) VALUE
           'SOURCE    TARGET    COPIED VERIFIED  CHE'.
        03 FILLER                      PIC X(40) VALUE
           'CKED SURVIVED VERDICT'.

       01 FILE-LINE.
        03 FL-SOURCE                   PIC X(10).
        03 FL-TARGET                   PIC X(9).
        03 FL-COPIED                   PIC ZZZZZZ9.
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 FL-VERIFIED                 PIC ZZZZZZZ9.
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 FL-CHECKED                  PIC ZZZZZZZ9.
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 FL-SURVIVED                 PIC ZZZZZZZ9.
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 FL-VERDICT                  PIC X(12).
        03 FILLER                      PIC X(14) VALUE SPACES.

       01 SURVIVOR-LINE.
        03 FILLER                      PIC X(27)
                   VALUE '  ** ORIGINAL VALUE KEPT - '.
        03 SV-FILE                     PIC X(9).
        03 FILLER                      PIC X(4) VALUE 'KEY '.
        03 SV-KEY                      PIC X(16).
        03 FILLER                      PIC X(7) VALUE ' FIELD '.
        03 SV-FIELD                    PIC X(10).
        03 FILLER                      PIC X(7) VALUE SPACES.

       01 CLEARED-LINE.
        03 FILLER                      PIC X(40)
                   VALUE 'ADMINISTRATION AUDIT IMAGES CLEARED:'.
        03 CLR-COUNT                   PIC ZZZZZZ9.
        03 FILLER                      PIC X(33) VALUE SPACES.

       01 CONFIRMED-LINE.
        03 FILLER                      PIC X(40) VALUE
           'MASKING CONFIRMED - NO ORIGINAL NAME OR '.
        03 FILLER                      PIC X(40) VALUE
           'CONTACT VALUE IN THE COPY'.

       01 VERDICT-LINE.
        03 FILLER                      PIC X(24)
                   VALUE '** MASKING FAILED - '.
        03 VL-COUNT                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(49) VALUE
           ' ORIGINAL VALUES IN THE COPY - DO NOT RELEASE **'.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(NOW-ABSTIME)
                   YYYYMMDD(RUN-DATE)
                   TIME(RUN-TIME)
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
           PERFORM WRITE-REPORT-LINE

           MOVE COLUMN-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM JOURNAL-START

      * quiesce monetary updates so the files copy as one state

           MOVE 'Y' TO HOLD-WANTED
           PERFORM PUT-POSTING-HOLD

           MOVE 'TECHBASE' TO BK-SOURCE-FILE
           MOVE 'TSTBASE' TO BK-TARGET-FILE
           MOVE 148 TO BK-REC-LEN
           MOVE 5 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

           MOVE 'TECHCUST' TO BK-SOURCE-FILE
           MOVE 'TSTCUST' TO BK-TARGET-FILE
           MOVE 202 TO BK-REC-LEN
           MOVE 6 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

           MOVE 'TECHJNT' TO BK-SOURCE-FILE
           MOVE 'TSTJNT' TO BK-TARGET-FILE
           MOVE 41 TO BK-REC-LEN
           MOVE 11 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

           MOVE 'TECHAUDIT' TO BK-SOURCE-FILE
           MOVE 'TSTAUDIT' TO BK-TARGET-FILE
           MOVE 365 TO BK-REC-LEN
           MOVE 7 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

           MOVE 'TECHCARD' TO BK-SOURCE-FILE
           MOVE 'TSTCARD' TO BK-TARGET-FILE
           MOVE 44 TO BK-REC-LEN
           MOVE 16 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

      * the reference files carry nothing personal and copy as
      * they stand

           MOVE 'TECHBRM' TO BK-SOURCE-FILE
           MOVE 'TSTBRM' TO BK-TARGET-FILE
           MOVE 33 TO BK-REC-LEN
           MOVE 4 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

           MOVE 'TECHPROD' TO BK-SOURCE-FILE
           MOVE 'TSTPROD' TO BK-TARGET-FILE
           MOVE 39 TO BK-REC-LEN
           MOVE 2 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

           MOVE 'TECHPARM' TO BK-SOURCE-FILE
           MOVE 'TSTPARM' TO BK-TARGET-FILE
           MOVE 512 TO BK-REC-LEN
           MOVE 8 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

           MOVE 'TECHCAL' TO BK-SOURCE-FILE
           MOVE 'TSTCAL' TO BK-TARGET-FILE
           MOVE 28 TO BK-REC-LEN
           MOVE 8 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

           MOVE 'TECHFXR' TO BK-SOURCE-FILE
           MOVE 'TSTFXR' TO BK-TARGET-FILE
           MOVE 45 TO BK-REC-LEN
           MOVE 11 TO BK-KEY-LEN
           PERFORM COPY-ONE-FILE

      * release the hold before anything else - the web front end
      * must not stay suspended because a journal write failed

           MOVE 'N' TO HOLD-WANTED
           PERFORM PUT-POSTING-HOLD

           MOVE ADMIN-CLEARED-COUNT TO CLR-COUNT
           MOVE CLEARED-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF TOTAL-SURVIVED-COUNT = 0

            MOVE CONFIRMED-LINE TO PRINT-LINE

           ELSE

            MOVE TOTAL-SURVIVED-COUNT TO VL-COUNT
            MOVE VERDICT-LINE TO PRINT-LINE

            MOVE 0 TO RUN-OK-SW

           END-IF

           PERFORM WRITE-REPORT-LINE

           PERFORM JOURNAL-END

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       COPY-ONE-FILE SECTION.

      * empty the test cluster, reload it masked from the production
      * file, then read it back for the record count and the check
      * that nothing personal came through

           MOVE 0 TO BK-SOURCE-COUNT
           MOVE 0 TO BK-TARGET-COUNT
           MOVE 0 TO BK-FIELDS-CHECKED
           MOVE 0 TO BK-SURVIVED-COUNT
           MOVE 1 TO BK-FILE-OK-SW

           PERFORM EMPTY-TARGET-FILE

           PERFORM COPY-SOURCE-TO-TARGET

           PERFORM VERIFY-TARGET-FILE

           MOVE BK-SOURCE-FILE TO FL-SOURCE
           MOVE BK-TARGET-FILE TO FL-TARGET
           MOVE BK-SOURCE-COUNT TO FL-COPIED
           MOVE BK-TARGET-COUNT TO FL-VERIFIED
           MOVE BK-FIELDS-CHECKED TO FL-CHECKED
           MOVE BK-SURVIVED-COUNT TO FL-SURVIVED

           ADD BK-SURVIVED-COUNT TO TOTAL-SURVIVED-COUNT

           IF BK-FILE-OK
              AND BK-SOURCE-COUNT = BK-TARGET-COUNT
              AND BK-SURVIVED-COUNT = 0

            MOVE 'OK' TO FL-VERDICT

           ELSE

            MOVE '** FAILED **' TO FL-VERDICT

            MOVE 0 TO RUN-OK-SW

           END-IF

           MOVE FILE-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       COPY-ONE-FILE-EXIT.
           EXIT.
      *****************************************************************
       EMPTY-TARGET-FILE SECTION.

      * delete the test cluster's records one repositioned browse at
      * a time - the same first-record technique BACKUPJB uses

           MOVE 0 TO BK-PHASE-DONE-SW

           PERFORM DELETE-FIRST-TARGET-RECORD UNTIL BK-PHASE-DONE

           GO TO EMPTY-TARGET-FILE-EXIT

           .
      *****************************************************************
       DELETE-FIRST-TARGET-RECORD.

           MOVE LOW-VALUES TO GEN-KEY

           EXEC CICS STARTBR
                   FILE(BK-TARGET-FILE)
                   RIDFLD(GEN-KEY)
                   KEYLENGTH(BK-KEY-LEN)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BK-PHASE-DONE-SW

           ELSE

            MOVE BK-REC-LEN TO LENGTH-VAR

            EXEC CICS READNEXT
                    FILE(BK-TARGET-FILE)
                    INTO(BK-BUFFER)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(GEN-KEY)
                    KEYLENGTH(BK-KEY-LEN)
                    NOHANDLE
                    END-EXEC

            EXEC CICS ENDBR
                    FILE(BK-TARGET-FILE)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO BK-PHASE-DONE-SW

            ELSE

             EXEC CICS DELETE
                     FILE(BK-TARGET-FILE)
                     RIDFLD(GEN-KEY)
                     KEYLENGTH(BK-KEY-LEN)
                     NOHANDLE
                     END-EXEC

             IF EIBRESP NOT = 0

              MOVE 0 TO BK-FILE-OK-SW
              MOVE 1 TO BK-PHASE-DONE-SW

             END-IF

            END-IF

           END-IF

           .
       EMPTY-TARGET-FILE-EXIT.
           EXIT.
      *****************************************************************
       COPY-SOURCE-TO-TARGET SECTION.

           MOVE 0 TO BK-PHASE-DONE-SW
           MOVE LOW-VALUES TO GEN-KEY

           EXEC CICS STARTBR
                   FILE(BK-SOURCE-FILE)
                   RIDFLD(GEN-KEY)
                   KEYLENGTH(BK-KEY-LEN)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BK-PHASE-DONE-SW

           END-IF

           PERFORM COPY-ONE-RECORD UNTIL BK-PHASE-DONE

           EXEC CICS ENDBR
                   FILE(BK-SOURCE-FILE)
                   NOHANDLE
                   END-EXEC

           GO TO COPY-SOURCE-TO-TARGET-EXIT

           .
      *****************************************************************
       COPY-ONE-RECORD.

      * each record is written back at the length it was read - a
      * TECHCUST record from before its later fields existed stays
      * short, and each TECHPARM record keeps its own layout's length.
      * The browse key is left alone; a masked card is written under
      * its new number from WRITE-KEY.

           MOVE LOW-VALUES TO BK-BUFFER
           MOVE BK-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE(BK-SOURCE-FILE)
                   INTO(BK-BUFFER)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(GEN-KEY)
                   KEYLENGTH(BK-KEY-LEN)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(ENDFILE)

            MOVE 1 TO BK-PHASE-DONE-SW

           ELSE

            IF EIBRESP NOT = 0

             MOVE 0 TO BK-FILE-OK-SW
             MOVE 1 TO BK-PHASE-DONE-SW

            ELSE

             ADD 1 TO BK-SOURCE-COUNT

             MOVE LENGTH-VAR TO READ-LEN

             PERFORM MASK-RECORD

             MOVE BK-BUFFER(1:BK-KEY-LEN) TO WRITE-KEY

             MOVE READ-LEN TO LENGTH-VAR

             EXEC CICS WRITE
                     FILE(BK-TARGET-FILE)
                     FROM(BK-BUFFER)
                     LENGTH(LENGTH-VAR)
                     RIDFLD(WRITE-KEY)
                     KEYLENGTH(BK-KEY-LEN)
                     NOHANDLE
                     END-EXEC

             IF EIBRESP NOT = 0

              MOVE 0 TO BK-FILE-OK-SW

             END-IF

            END-IF

           END-IF

           .
       COPY-SOURCE-TO-TARGET-EXIT.
           EXIT.
      *****************************************************************
       MASK-RECORD SECTION.

           EVALUATE BK-SOURCE-FILE

            WHEN 'TECHBASE'
             MOVE BK-BUFFER(1:148) TO BASE-IMAGE
             PERFORM MASK-BASE-IMAGE
             MOVE BASE-IMAGE TO BK-BUFFER(1:148)

            WHEN 'TECHCUST'
             PERFORM MASK-CUSTOMER-RECORD

            WHEN 'TECHJNT'
             PERFORM MASK-JOINT-RECORD

            WHEN 'TECHAUDIT'
             PERFORM MASK-AUDIT-RECORD

            WHEN 'TECHCARD'
             PERFORM MASK-CARD-RECORD

            WHEN OTHER
             CONTINUE

           END-EVALUATE

           .
       MASK-RECORD-EXIT.
           EXIT.
      *****************************************************************
       MASK-BASE-IMAGE SECTION.

      * an account record (or an account image off TECHAUDIT) takes
      * its primary owner's alias - the account's own, when it has
      * no customer number

           IF BASE-IMAGE = LOW-VALUES OR BASE-IMAGE = SPACES

            GO TO MASK-BASE-IMAGE-EXIT

           END-IF

           IF BI-CUSTOMER-NO NUMERIC

            MOVE BI-CUSTOMER-NO TO ALIAS-SEED

           ELSE

            MOVE 0 TO ALIAS-ACCOUNT

            IF BI-ACCOUNT NUMERIC

             MOVE BI-ACCOUNT TO ALIAS-ACCOUNT

            END-IF

            COMPUTE ALIAS-SEED = 900000 + ALIAS-ACCOUNT

           END-IF

           PERFORM MAKE-ALIAS

           IF BI-SURNAME NOT = SPACES

            MOVE ALIAS-SURNAME TO BI-SURNAME

           END-IF

           IF BI-FIRST-NAME NOT = SPACES

            MOVE ALIAS-FIRST-NAME TO BI-FIRST-NAME

           END-IF

           IF BI-ADDRESS NOT = SPACES

            MOVE ALIAS-ADDRESS TO BI-ADDRESS

           END-IF

           .
       MASK-BASE-IMAGE-EXIT.
           EXIT.
      *****************************************************************
       MASK-CUSTOMER-RECORD SECTION.

           MOVE 0 TO ALIAS-SEED

           IF CV-NO NUMERIC

            MOVE CV-NO TO ALIAS-SEED

           END-IF

           PERFORM MAKE-ALIAS

           IF CV-SURNAME NOT = SPACES

            MOVE ALIAS-SURNAME TO CV-SURNAME

           END-IF

           IF CV-FIRST-NAME NOT = SPACES

            MOVE ALIAS-FIRST-NAME TO CV-FIRST-NAME

           END-IF

           IF CV-ADDRESS NOT = SPACES

            MOVE ALIAS-ADDRESS TO CV-ADDRESS

           END-IF

      * a short record read without its contact fields has them as
      * LOW-VALUES here - and written back short, so they stay off

           IF CV-PHONE NOT = SPACES AND CV-PHONE NOT = LOW-VALUES

            MOVE ALIAS-PHONE TO CV-PHONE

           END-IF

           IF CV-EMAIL NOT = SPACES AND CV-EMAIL NOT = LOW-VALUES

            MOVE ALIAS-EMAIL TO CV-EMAIL

           END-IF

           .
       MASK-CUSTOMER-RECORD-EXIT.
           EXIT.
      *****************************************************************
       MASK-JOINT-RECORD SECTION.

      * the co-owner's surname rides on the link for the TECHJNTA
      * search path - it takes the co-owner's alias, the same one
      * their TECHCUST record gets

           MOVE 0 TO ALIAS-SEED

           IF JV-CUST-NO NUMERIC

            MOVE JV-CUST-NO TO ALIAS-SEED

           END-IF

           PERFORM MAKE-ALIAS

           IF JV-SURNAME NOT = SPACES

            MOVE ALIAS-SURNAME TO JV-SURNAME

           END-IF

           .
       MASK-JOINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
       MASK-AUDIT-RECORD SECTION.

      * user-administration entries carry credential, customer-master
      * or parameter images in layouts of their own - cleared, not
      * masked

           IF AV-OP-ADMIN

            IF AV-BEFORE-IMAGE NOT = LOW-VALUES
               OR AV-AFTER-IMAGE NOT = LOW-VALUES

             ADD 1 TO ADMIN-CLEARED-COUNT

            END-IF

            MOVE LOW-VALUES TO AV-BEFORE-IMAGE
            MOVE LOW-VALUES TO AV-AFTER-IMAGE

            GO TO MASK-AUDIT-RECORD-EXIT

           END-IF

      * every other entry's images are account records, masked the
      * way TECHBASE is - so the before- and after-images still chain

           MOVE AV-BEFORE-IMAGE TO BASE-IMAGE
           PERFORM MASK-BASE-IMAGE
           MOVE BASE-IMAGE TO AV-BEFORE-IMAGE

           MOVE AV-AFTER-IMAGE TO BASE-IMAGE
           PERFORM MASK-BASE-IMAGE
           MOVE BASE-IMAGE TO AV-AFTER-IMAGE

      * an outward payment's narrative carries the beneficiary's name

           IF AV-NARRATIVE(1:16) = 'OUTWARD PAYMENT '

            MOVE 'BENEFICIARY' TO AV-NARRATIVE(17:14)

           END-IF

           .
       MASK-AUDIT-RECORD-EXIT.
           EXIT.
      *****************************************************************
       MASK-CARD-RECORD SECTION.

      * the card's own number and the card it is linked to go through
      * the same map, so the link still holds; each is checked here
      * against the number it replaced, since the copy's keys no
      * longer match production's for the read-back

           MOVE CDV-NUMBER TO CARD-IN
           PERFORM SCRAMBLE-CARD-NUMBER

           MOVE CARD-OUT TO CHK-COPY
           MOVE CDV-NUMBER TO CHK-ORIGINAL
           MOVE 'CARD NO' TO CHK-FIELD
           MOVE CARD-OUT TO CDV-NUMBER
           PERFORM CHECK-ONE-FIELD

           MOVE CDV-LINKED-CARD TO CARD-IN
           PERFORM SCRAMBLE-CARD-NUMBER

           MOVE CARD-OUT TO CHK-COPY
           MOVE CDV-LINKED-CARD TO CHK-ORIGINAL
           MOVE 'LINKED' TO CHK-FIELD
           MOVE CARD-OUT TO CDV-LINKED-CARD
           PERFORM CHECK-ONE-FIELD

           .
       MASK-CARD-RECORD-EXIT.
           EXIT.
      *****************************************************************
       SCRAMBLE-CARD-NUMBER SECTION.

      * a blank or non-numeric number (no linked card) is left as it
      * is; otherwise the middle nine digits are multiplied by a
      * number prime to ten and offset, modulo a billion - a one-for-
      * one map, so no two cards collide in the copy

           MOVE CARD-IN TO CARD-OUT

           IF CARD-IN NOT NUMERIC

            GO TO SCRAMBLE-CARD-NUMBER-EXIT

           END-IF

           MOVE CARD-IN(7:9) TO CARD-MIDDLE

           COMPUTE CARD-WORK = CARD-MIDDLE * 738219473 + 104729

           DIVIDE CARD-WORK BY 1000000000 GIVING CARD-QUOT
                  REMAINDER CARD-OUT-MIDDLE

      * from the rightmost digit leftward, every second digit is
      * doubled (less nine when that passes nine); the check digit
      * brings the sum to a multiple of ten - as CARDREN issues them

           MOVE 0 TO LUHN-SUM
           MOVE 1 TO LUHN-DOUBLE-SW

           PERFORM ADD-LUHN-DIGIT
                   VARYING LUHN-IX FROM 15 BY -1
                   UNTIL LUHN-IX = 0

           DIVIDE LUHN-SUM BY 10 GIVING LUHN-QUOTIENT
                  REMAINDER LUHN-REMAINDER

           IF LUHN-REMAINDER = 0

            MOVE 0 TO CARD-OUT-CHECK

           ELSE

            COMPUTE CARD-OUT-CHECK = 10 - LUHN-REMAINDER

           END-IF

           GO TO SCRAMBLE-CARD-NUMBER-EXIT

           .
      *****************************************************************
       ADD-LUHN-DIGIT.

           MOVE CARD-OUT(LUHN-IX:1) TO LUHN-DIGIT
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

           .
       SCRAMBLE-CARD-NUMBER-EXIT.
           EXIT.
      *****************************************************************
       MAKE-ALIAS SECTION.

      * the seed is scrambled one-for-one modulo a million (so
      * neighboring customer numbers do not get neighboring
      * aliases), and its six digits pick the name parts, the
      * street and the town; the phone and e-mail carry the
      * scrambled number whole, so each is unique. Phone numbers are
      * in the range set aside for drama and testing, and the mail
      * domain cannot be delivered to.

           COMPUTE ALIAS-WORK = ALIAS-SEED * 7907 + 382817

           DIVIDE ALIAS-WORK BY 1000000 GIVING ALIAS-QUOT
                  REMAINDER ALIAS-NUMBER

           PERFORM SET-ALIAS-PART
                   VARYING ALIAS-IX FROM 1 BY 1
                   UNTIL ALIAS-IX > 6

           MOVE SPACES TO ALIAS-SURNAME

           STRING SURNAME-PART-1(ALIAS-PART-IX(1)) DELIMITED BY SPACE
                  SURNAME-PART-2(ALIAS-PART-IX(2)) DELIMITED BY SPACE
                  SURNAME-PART-3(ALIAS-PART-IX(3)) DELIMITED BY SPACE
                  INTO ALIAS-SURNAME

           MOVE SPACES TO ALIAS-FIRST-NAME

           STRING FIRST-NAME-PART-1(ALIAS-PART-IX(4))
                                     DELIMITED BY SPACE
                  FIRST-NAME-PART-2(ALIAS-PART-IX(5))
                                     DELIMITED BY SPACE
                  INTO ALIAS-FIRST-NAME

           COMPUTE ALIAS-HOUSE-NO = ALIAS-D(6) * 9 + ALIAS-D(1) + 1

           MOVE SPACES TO ALIAS-ADDRESS

           STRING ALIAS-HOUSE-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STREET-NAME(ALIAS-PART-IX(2)) DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  TOWN-NAME(ALIAS-PART-IX(3)) DELIMITED BY SPACE
                  INTO ALIAS-ADDRESS

           MOVE SPACES TO ALIAS-PHONE

           STRING '01632 ' DELIMITED BY SIZE
                  ALIAS-NUMBER DELIMITED BY SIZE
                  INTO ALIAS-PHONE

           MOVE SPACES TO ALIAS-EMAIL

           STRING 'CUST' DELIMITED BY SIZE
                  ALIAS-NUMBER DELIMITED BY SIZE
                  '@TEST.INVALID' DELIMITED BY SIZE
                  INTO ALIAS-EMAIL

           GO TO MAKE-ALIAS-EXIT

           .
      *****************************************************************
       SET-ALIAS-PART.

      * each digit 0-9 as a subscript into a ten-entry list

           COMPUTE ALIAS-PART-IX(ALIAS-IX) = ALIAS-D(ALIAS-IX) + 1

           .
       MAKE-ALIAS-EXIT.
           EXIT.
      *****************************************************************
       VERIFY-TARGET-FILE SECTION.

      * the test cluster read back in full - an independent record
      * count, and for the masked files every name and contact field
      * against the production record under the same key

           MOVE 0 TO BK-PHASE-DONE-SW
           MOVE LOW-VALUES TO GEN-KEY

           EXEC CICS STARTBR
                   FILE(BK-TARGET-FILE)
                   RIDFLD(GEN-KEY)
                   KEYLENGTH(BK-KEY-LEN)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BK-PHASE-DONE-SW

           END-IF

           PERFORM VERIFY-ONE-RECORD UNTIL BK-PHASE-DONE

           EXEC CICS ENDBR
                   FILE(BK-TARGET-FILE)
                   NOHANDLE
                   END-EXEC

           GO TO VERIFY-TARGET-FILE-EXIT

           .
      *****************************************************************
       VERIFY-ONE-RECORD.

           MOVE LOW-VALUES TO BK-BUFFER
           MOVE BK-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE(BK-TARGET-FILE)
                   INTO(BK-BUFFER)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(GEN-KEY)
                   KEYLENGTH(BK-KEY-LEN)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BK-PHASE-DONE-SW

           ELSE

            ADD 1 TO BK-TARGET-COUNT

            IF BK-SOURCE-FILE = 'TECHBASE' OR 'TECHCUST'
                                OR 'TECHJNT' OR 'TECHAUDIT'

             PERFORM CHECK-MASKED-RECORD

            END-IF

           END-IF

           .
       VERIFY-TARGET-FILE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-MASKED-RECORD SECTION.

           MOVE LOW-VALUES TO ORIGINAL-BUFFER
           MOVE BK-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE(BK-SOURCE-FILE)
                   INTO(ORIGINAL-BUFFER)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(GEN-KEY)
                   KEYLENGTH(BK-KEY-LEN)
                   NOHANDLE
                   END-EXEC

      * a production record gone since the copy was taken has
      * nothing to compare with - the record counts already differ

           IF EIBRESP NOT = 0

            GO TO CHECK-MASKED-RECORD-EXIT

           END-IF

           EVALUATE BK-SOURCE-FILE

            WHEN 'TECHBASE'
             MOVE BK-BUFFER(1:148) TO BASE-IMAGE
             MOVE ORIGINAL-BUFFER(1:148) TO ORIGINAL-IMAGE
             PERFORM CHECK-BASE-IMAGE

            WHEN 'TECHCUST'
             MOVE CV-SURNAME TO CHK-COPY
             MOVE OCV-SURNAME TO CHK-ORIGINAL
             MOVE 'SURNAME' TO CHK-FIELD
             PERFORM CHECK-ONE-FIELD

             MOVE CV-FIRST-NAME TO CHK-COPY
             MOVE OCV-FIRST-NAME TO CHK-ORIGINAL
             MOVE 'FIRST NAME' TO CHK-FIELD
             PERFORM CHECK-ONE-FIELD

             MOVE CV-ADDRESS TO CHK-COPY
             MOVE OCV-ADDRESS TO CHK-ORIGINAL
             MOVE 'ADDRESS' TO CHK-FIELD
             PERFORM CHECK-ONE-FIELD

             MOVE CV-PHONE TO CHK-COPY
             MOVE OCV-PHONE TO CHK-ORIGINAL
             MOVE 'PHONE' TO CHK-FIELD
             PERFORM CHECK-ONE-FIELD

             MOVE CV-EMAIL TO CHK-COPY
             MOVE OCV-EMAIL TO CHK-ORIGINAL
             MOVE 'E-MAIL' TO CHK-FIELD
             PERFORM CHECK-ONE-FIELD

            WHEN 'TECHJNT'
             MOVE JV-SURNAME TO CHK-COPY
             MOVE OJV-SURNAME TO CHK-ORIGINAL
             MOVE 'SURNAME' TO CHK-FIELD
             PERFORM CHECK-ONE-FIELD

            WHEN 'TECHAUDIT'
             PERFORM CHECK-AUDIT-RECORD

           END-EVALUATE

           .
       CHECK-MASKED-RECORD-EXIT.
           EXIT.
      *****************************************************************
       CHECK-AUDIT-RECORD SECTION.

      * an administration entry's images must simply be gone; an
      * account entry's images are checked field by field

           IF AV-OP-ADMIN

            IF OAV-BEFORE-IMAGE NOT = LOW-VALUES

             ADD 1 TO BK-FIELDS-CHECKED

             IF AV-BEFORE-IMAGE = OAV-BEFORE-IMAGE

              MOVE 'BEFORE IMG' TO CHK-FIELD
              PERFORM REPORT-SURVIVOR

             END-IF

            END-IF

            IF OAV-AFTER-IMAGE NOT = LOW-VALUES

             ADD 1 TO BK-FIELDS-CHECKED

             IF AV-AFTER-IMAGE = OAV-AFTER-IMAGE

              MOVE 'AFTER IMG' TO CHK-FIELD
              PERFORM REPORT-SURVIVOR

             END-IF

            END-IF

            GO TO CHECK-AUDIT-RECORD-EXIT

           END-IF

           MOVE AV-BEFORE-IMAGE TO BASE-IMAGE
           MOVE OAV-BEFORE-IMAGE TO ORIGINAL-IMAGE
           PERFORM CHECK-BASE-IMAGE

           MOVE AV-AFTER-IMAGE TO BASE-IMAGE
           MOVE OAV-AFTER-IMAGE TO ORIGINAL-IMAGE
           PERFORM CHECK-BASE-IMAGE

           IF OAV-NARRATIVE(1:16) = 'OUTWARD PAYMENT '

            MOVE AV-NARRATIVE(17:14) TO CHK-COPY
            MOVE OAV-NARRATIVE(17:14) TO CHK-ORIGINAL
            MOVE 'NARRATIVE' TO CHK-FIELD
            PERFORM CHECK-ONE-FIELD

           END-IF

           .
       CHECK-AUDIT-RECORD-EXIT.
           EXIT.
      *****************************************************************
       CHECK-BASE-IMAGE SECTION.

           MOVE BI-SURNAME TO CHK-COPY
           MOVE OI-SURNAME TO CHK-ORIGINAL
           MOVE 'SURNAME' TO CHK-FIELD
           PERFORM CHECK-ONE-FIELD

           MOVE BI-FIRST-NAME TO CHK-COPY
           MOVE OI-FIRST-NAME TO CHK-ORIGINAL
           MOVE 'FIRST NAME' TO CHK-FIELD
           PERFORM CHECK-ONE-FIELD

           MOVE BI-ADDRESS TO CHK-COPY
           MOVE OI-ADDRESS TO CHK-ORIGINAL
           MOVE 'ADDRESS' TO CHK-FIELD
           PERFORM CHECK-ONE-FIELD

           .
       CHECK-BASE-IMAGE-EXIT.
           EXIT.
      *****************************************************************
       CHECK-ONE-FIELD SECTION.

      * a blank field had nothing to hide; anything else must differ
      * from the production value it replaced

           IF CHK-ORIGINAL = SPACES OR CHK-ORIGINAL = LOW-VALUES

            GO TO CHECK-ONE-FIELD-EXIT

           END-IF

           ADD 1 TO BK-FIELDS-CHECKED

           IF CHK-COPY = CHK-ORIGINAL

            PERFORM REPORT-SURVIVOR

           END-IF

           .
       CHECK-ONE-FIELD-EXIT.
           EXIT.
      *****************************************************************
       REPORT-SURVIVOR SECTION.

           ADD 1 TO BK-SURVIVED-COUNT

           MOVE BK-SOURCE-FILE TO SV-FILE
           MOVE SPACES TO SV-KEY
           MOVE BK-BUFFER(1:BK-KEY-LEN) TO SV-KEY
           MOVE CHK-FIELD TO SV-FIELD

           MOVE SURVIVOR-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       REPORT-SURVIVOR-EXIT.
           EXIT.
      *****************************************************************
       PUT-POSTING-HOLD SECTION.

      * same WRITE-then-REWRITE the scheduler uses on the TECHCTL
      * 'POSTHOLD' record

           MOVE CTL-POSTHOLD-KEY TO CTL-KEY
           MOVE 0 TO CTL-NUM-VALUE
           MOVE SPACES TO CTL-CHAR-VALUE
           MOVE HOLD-WANTED TO CTL-CHAR-VALUE(1:1)

           PERFORM PUT-CONTROL-RECORD

           .
       PUT-POSTING-HOLD-EXIT.
           EXIT.
      *****************************************************************
       PUT-CONTROL-RECORD SECTION.

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHCTL")
                   FROM(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE CONTROL-RECORD TO SAVED-CONTROL-RECORD

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCTL")
                    INTO(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-KEY)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE SAVED-CONTROL-RECORD TO CONTROL-RECORD

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       PUT-CONTROL-RECORD-EXIT.
           EXIT.
      *****************************************************************
       JOURNAL-START SECTION.

           MOVE RUN-DATE TO JR-DATE
           MOVE 'TESTCOPY' TO JR-STEP
           MOVE RUN-TIME TO JR-START-TIME
           MOVE SPACES TO JR-END-TIME
           MOVE 'RN' TO JR-OUTCOME
           MOVE 0 TO JR-START-SEQNO
           MOVE 0 TO JR-END-SEQNO

           PERFORM PUT-JOURNAL-RECORD

           .
       JOURNAL-START-EXIT.
           EXIT.
      *****************************************************************
       JOURNAL-END SECTION.

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(NOW-ABSTIME)
                   TIME(RUN-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE RUN-DATE TO JR-DATE
           MOVE 'TESTCOPY' TO JR-STEP
           MOVE RUN-TIME TO JR-END-TIME

           IF RUN-OK

            MOVE 'OK' TO JR-OUTCOME

           ELSE

            MOVE 'ER' TO JR-OUTCOME

           END-IF

           PERFORM PUT-JOURNAL-RECORD

           .
       JOURNAL-END-EXIT.
           EXIT.
      *****************************************************************
       PUT-JOURNAL-RECORD SECTION.

           MOVE JR-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHJRNL")
                   FROM(JOURNAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JR-KEY)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE JOURNAL-RECORD TO SAVED-JOURNAL-RECORD

            MOVE JR-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHJRNL")
                    INTO(JOURNAL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(JR-KEY)
                    KEYLENGTH(16)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE SAVED-JOURNAL-RECORD TO JOURNAL-RECORD

            MOVE JR-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHJRNL")
                    FROM(JOURNAL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       PUT-JOURNAL-RECORD-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("TSTCRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
