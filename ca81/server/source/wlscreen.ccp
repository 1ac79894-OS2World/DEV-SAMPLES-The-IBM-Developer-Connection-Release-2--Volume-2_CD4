      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, sanctions watch-list screen.
      *
      * For CICS v3
      *
      * VSAMSERV screens every opening, and every change of name or
      * address, against the sanctions watch list in force - but a
      * customer who was clean when they opened stays unscreened
      * when the list changes under them. This job does two things:
      *
      *   LOAD      each list the compliance desk receives is staged
      *             on the WLSTIN delivery file, one entry per record
      *             under the list's own reference. Entries not yet
      *             loaded are written to the TECHWLST watch-list
      *             file (key = list reference + surname + entry
      *             number), names in upper case, and marked 'L'
      *             loaded - or 'R' rejected when they carry no
      *             surname to screen on. The TECHCTL 'WLSTREF'
      *             record is then pointed at the list just loaded,
      *             which is the list VSAMSERV screens against from
      *             then on. A delivery is always a whole list; the
      *             entries of superseded lists are simply no longer
      *             read.
      *
      *   RESCREEN  whenever the list in force is not the one last
      *             screened (TECHCTL 'WLSTSCR'), every customer on
      *             the TECHCUST master is screened against it with
      *             the same rule VSAMSERV applies - surname equal,
      *             first name and address each blank on the list or
      *             equal. Each match is written to the TECHWHIT hit
      *             file as a nightly ('N') hit, pending, numbered
      *             off the TECHCTL 'WLHITID' counter VSAMSERV shares
      *             and audited as an 'M' entry. Compliance confirms
      *             or dismisses the hits through VSAMSERV's WLMAINT,
      *             a confirmed match freezing the customer's
      *             accounts. 'WLSTSCR' is then set, so the customer
      *             base is rescreened once per list, not every
      *             night.
      *
      * Output goes to the WLRPT print file. Intended to be started
      * nightly as its own CICS transaction, not called from
      * VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCREEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * the WLSTIN delivery file - one list entry per record

       01 WATCH-LIST-IN-RECORD.
        03 WLI-SEQ                     PIC 9(7).
        03 WLI-LIST-REF                PIC X(8).
        03 WLI-SURNAME                 PIC X(15).
        03 WLI-FIRST-NAME              PIC X(10).
        03 WLI-ADDRESS                 PIC X(45).
        03 WLI-PROGRAM                 PIC X(10).
        03 WLI-STATUS                  PIC X(1).
          88 WLI-PENDING                       VALUE ' '.
          88 WLI-LOADED                        VALUE 'L'.
          88 WLI-REJECTED                      VALUE 'R'.

      * the TECHWLST watch list - same layout VSAMSERV screens
      * against

       01 WATCH-LIST-RECORD.
        03 WL-KEY.
         05 WL-LIST-REF                PIC X(8).
         05 WL-SURNAME                 PIC X(15).
         05 WL-SEQ                     PIC 9(7).
        03 WL-FIRST-NAME               PIC X(10).
        03 WL-ADDRESS                  PIC X(45).
        03 WL-PROGRAM                  PIC X(10).

       01 WL-BROWSE-KEY.
        03 WL-BROWSE-REF               PIC X(8).
        03 WL-BROWSE-SURNAME           PIC X(15).
        03 WL-BROWSE-SEQ               PIC 9(7).

      * the TECHWHIT hit file - same layout VSAMSERV's WLMAINT
      * maintains

       01 WL-HIT-RECORD.
        03 WLH-ID                      PIC X(7).
        03 WLH-SOURCE                  PIC X(1).
          88 WLH-NIGHTLY                       VALUE 'N'.
        03 WLH-CUST-NO                 PIC X(6).
        03 WLH-ACCOUNT                 PIC X(5).
        03 WLH-SURNAME                 PIC X(15).
        03 WLH-FIRST-NAME              PIC X(10).
        03 WLH-ADDRESS                 PIC X(45).
        03 WLH-LIST-REF                PIC X(8).
        03 WLH-LIST-SEQ                PIC 9(7).
        03 WLH-PROGRAM                 PIC X(10).
        03 WLH-DATE                    PIC X(8).
        03 WLH-STATUS                  PIC X(1).
          88 WLH-PENDING                       VALUE 'P'.
        03 WLH-DECIDED-DATE            PIC X(8).
        03 WLH-DECIDED-BY              PIC X(8).
        03 WLH-FROZEN                  PIC 9(2).

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

      * the customer being screened, in upper case

       01 WLS-NAMES.
        03 WLS-SURNAME                 PIC X(15).
        03 WLS-FIRST-NAME              PIC X(10).
        03 WLS-ADDRESS                 PIC X(45).

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
        03 AUDIT-OPERATION             PIC X(1).
          88 AUDIT-OP-ADMIN                    VALUE 'M'.
        03 AUDIT-ACCOUNT                PIC X(5).
        03 AUDIT-DATE                   PIC X(8).
        03 AUDIT-TIME                   PIC X(6).
        03 AUDIT-USERID                 PIC X(8).
        03 AUDIT-TERMID                 PIC X(4).
        03 AUDIT-BEFORE-IMAGE           PIC X(148).
        03 AUDIT-AFTER-IMAGE            PIC X(148).
        03 AUDIT-NARRATIVE              PIC X(30).

      * TECHCTL control records - the list in force, the list last
      * screened, the hit number and audit sequence counters, and
      * the business date

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 CONTROL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-AUDSEQ-KEY              PIC X(8) VALUE 'AUDSEQ'.
        03 CTL-WLHITID-KEY             PIC X(8) VALUE 'WLHITID'.
        03 CTL-WLSTREF-KEY             PIC X(8) VALUE 'WLSTREF'.
        03 CTL-WLSTSCR-KEY             PIC X(8) VALUE 'WLSTSCR'.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 SEED-AUDIT-SEQNO            PIC 9(7).
        03 SEED-AUDIT-RECORD           PIC X(365).
        03 SEED-WLH-ID                 PIC X(7).
        03 SEED-WLH-RECORD             PIC X(141).

       01 MISCEL-VARS.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 WLI-REC-LEN                 PIC S9(4) VALUE 96.
        03 WL-REC-LEN                  PIC S9(4) VALUE 95.
        03 WLH-REC-LEN                 PIC S9(4) VALUE 141.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.
        03 LOADED-REF                  PIC X(8) VALUE SPACES.
        03 CURRENT-REF                 PIC X(8) VALUE SPACES.
        03 SCREENED-REF                PIC X(8) VALUE SPACES.
        03 SET-CTL-KEY                 PIC X(8).
        03 SET-CTL-VALUE               PIC X(8).
        03 ITEM-MARK                   PIC X(1).
        03 WLH-ID-NUM                  PIC 9(7).
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 WLS-DONE-SW                 PIC 9 VALUE 0.
          88 WLS-DONE                          VALUE 1.
        03 WLS-HIT-SW                  PIC 9 VALUE 0.
          88 WLS-HIT                           VALUE 1.
        03 LOADED-COUNT                PIC 9(7) VALUE 0.
        03 REJECTED-COUNT              PIC 9(7) VALUE 0.
        03 SCREENED-COUNT              PIC 9(7) VALUE 0.
        03 HIT-COUNT                   PIC 9(5) VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'SANCTIONS WATCH-LIST SCREEN'.
        03 FILLER                      PIC X(10) VALUE 'FOR DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(32) VALUE SPACES.

       01 LOAD-LINE.
        03 FILLER                      PIC X(22)
                                        VALUE 'LIST ENTRIES LOADED:'.
        03 LL-LOADED                   PIC ZZZZZZ9.
        03 FILLER                      PIC X(13)
                                        VALUE '  REJECTED:'.
        03 LL-REJECTED                 PIC ZZZZZZ9.
        03 FILLER                      PIC X(13)
                                        VALUE '  LIST:'.
        03 LL-REF                      PIC X(8).
        03 FILLER                      PIC X(10) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
        03 FILLER                      PIC X(8) VALUE 'CUSTNO'.
        03 FILLER                      PIC X(16) VALUE 'SURNAME'.
        03 FILLER                      PIC X(11) VALUE 'FIRST NAME'.
        03 FILLER                      PIC X(11) VALUE 'PROGRAM'.
        03 FILLER                      PIC X(8) VALUE 'ENTRY'.
        03 FILLER                      PIC X(8) VALUE 'HIT'.
        03 FILLER                      PIC X(18) VALUE 'OUTCOME'.

       01 DETAIL-LINE.
        03 DL-CUSTNO                   PIC X(8).
        03 DL-SURNAME                  PIC X(16).
        03 DL-FIRST-NAME               PIC X(11).
        03 DL-PROGRAM                  PIC X(11).
        03 DL-ENTRY                    PIC 9(7).
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 DL-HIT                      PIC X(8).
        03 DL-OUTCOME                  PIC X(18).

       01 TOTAL-LINE.
        03 FILLER                      PIC X(22)
                                        VALUE 'CUSTOMERS SCREENED:'.
        03 TL-SCREENED                 PIC ZZZZZZ9.
        03 FILLER                      PIC X(9) VALUE '  HITS:'.
        03 TL-HITS                     PIC ZZZZ9.
        03 FILLER                      PIC X(37) VALUE SPACES.

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

           MOVE RUN-DATE TO HL-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE COLUMN-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * the load - entries a prior run already loaded or rejected
      * stay exactly as they are, so reruns never load twice

           MOVE LOW-VALUES TO WLI-SEQ

           EXEC CICS STARTBR
                   FILE("WLSTIN")
                   RIDFLD(WLI-SEQ)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM LOAD-NEXT-ENTRY UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("WLSTIN")
                   NOHANDLE
                   END-EXEC

           IF LOADED-REF NOT = SPACES

            MOVE CTL-WLSTREF-KEY TO SET-CTL-KEY
            MOVE LOADED-REF TO SET-CTL-VALUE

            PERFORM SET-CONTROL-VALUE

           END-IF

           MOVE LOADED-COUNT TO LL-LOADED
           MOVE REJECTED-COUNT TO LL-REJECTED
           MOVE LOADED-REF TO LL-REF
           MOVE LOAD-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * the rescreen - only when the list in force has not yet been
      * screened against the whole customer base

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-WLSTREF-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR CTL-CHAR-VALUE = SPACES

            MOVE 'NO WATCH LIST LOADED - NOTHING TO SCREEN'
              TO PRINT-LINE

            PERFORM WRITE-REPORT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE CTL-CHAR-VALUE TO CURRENT-REF

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-WLSTSCR-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE CTL-CHAR-VALUE TO SCREENED-REF

           END-IF

           IF SCREENED-REF = CURRENT-REF

            MOVE 'LIST IN FORCE ALREADY SCREENED - NO RESCREEN'
              TO PRINT-LINE

            PERFORM WRITE-REPORT-LINE

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           MOVE 0 TO END-OF-FILE-SW
           MOVE LOW-VALUES TO CUST-NO

           EXEC CICS STARTBR
                   FILE("TECHCUST")
                   RIDFLD(CUST-NO)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM SCREEN-NEXT-CUSTOMER UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHCUST")
                   NOHANDLE
                   END-EXEC

           MOVE CTL-WLSTSCR-KEY TO SET-CTL-KEY
           MOVE CURRENT-REF TO SET-CTL-VALUE

           PERFORM SET-CONTROL-VALUE

           MOVE SCREENED-COUNT TO TL-SCREENED
           MOVE HIT-COUNT TO TL-HITS
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC

           .
      *****************************************************************
       LOAD-NEXT-ENTRY.

           MOVE WLI-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("WLSTIN")
                   INTO(WATCH-LIST-IN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WLI-SEQ)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE

            IF WLI-PENDING

             PERFORM LOAD-ONE-ENTRY

            END-IF

           END-IF

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-ONE-ENTRY SECTION.

      * one staged entry onto TECHWLST under its list's reference,
      * names in upper case the way VSAMSERV compares them; an entry
      * already on file (a rerun after a failure between the write
      * and the mark) counts as loaded

           INSPECT WLI-SURNAME REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WLI-FIRST-NAME REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WLI-ADDRESS REPLACING ALL LOW-VALUES BY SPACES

           IF WLI-SURNAME = SPACES OR WLI-LIST-REF = SPACES

            ADD 1 TO REJECTED-COUNT

            MOVE SPACES TO DETAIL-LINE
            MOVE WLI-SURNAME TO DL-SURNAME
            MOVE WLI-FIRST-NAME TO DL-FIRST-NAME
            MOVE WLI-PROGRAM TO DL-PROGRAM
            MOVE WLI-SEQ TO DL-ENTRY
            MOVE 'ENTRY NOT LOADED' TO DL-OUTCOME
            MOVE DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE 'R' TO ITEM-MARK

            PERFORM MARK-INPUT-ITEM

            GO TO LOAD-ONE-ENTRY-EXIT

           END-IF

           MOVE WLI-LIST-REF TO WL-LIST-REF
           MOVE WLI-SURNAME TO WL-SURNAME
           MOVE WLI-SEQ TO WL-SEQ
           MOVE WLI-FIRST-NAME TO WL-FIRST-NAME
           MOVE WLI-ADDRESS TO WL-ADDRESS
           MOVE WLI-PROGRAM TO WL-PROGRAM

           INSPECT WATCH-LIST-RECORD CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE WL-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHWLST")
                   FROM(WATCH-LIST-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WL-KEY)
                   KEYLENGTH(30)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 AND EIBRESP NOT = DFHRESP(DUPREC)

            GO TO LOAD-ONE-ENTRY-EXIT

           END-IF

           ADD 1 TO LOADED-COUNT
           MOVE WL-LIST-REF TO LOADED-REF

           MOVE 'L' TO ITEM-MARK

           PERFORM MARK-INPUT-ITEM

           .
       LOAD-ONE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
       MARK-INPUT-ITEM SECTION.

      * ITEM-MARK carries the disposition to stamp; the rest of
      * the record is rewritten exactly as it came in

           MOVE WLI-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("WLSTIN")
                   INTO(WATCH-LIST-IN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WLI-SEQ)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE ITEM-MARK TO WLI-STATUS

            MOVE WLI-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("WLSTIN")
                    FROM(WATCH-LIST-IN-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       MARK-INPUT-ITEM-EXIT.
           EXIT.
      *****************************************************************
       SCREEN-NEXT-CUSTOMER SECTION.

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUST-NO)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO SCREEN-NEXT-CUSTOMER-EXIT

           END-IF

           ADD 1 TO SCREENED-COUNT

           MOVE CUST-SURNAME TO WLS-SURNAME
           MOVE CUST-FIRST-NAME TO WLS-FIRST-NAME
           MOVE CUST-ADDRESS TO WLS-ADDRESS

           INSPECT WLS-NAMES REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WLS-NAMES CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WLS-SURNAME = SPACES

            GO TO SCREEN-NEXT-CUSTOMER-EXIT

           END-IF

      * only the list's entries under the customer's own surname are
      * read; the first matching entry makes the hit

           MOVE 0 TO WLS-HIT-SW
           MOVE 0 TO WLS-DONE-SW

           MOVE CURRENT-REF TO WL-BROWSE-REF
           MOVE WLS-SURNAME TO WL-BROWSE-SURNAME
           MOVE 0 TO WL-BROWSE-SEQ

           EXEC CICS STARTBR
                   FILE("TECHWLST")
                   RIDFLD(WL-BROWSE-KEY)
                   KEYLENGTH(30)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO WLS-DONE-SW

           END-IF

           PERFORM SCREEN-NEXT-ENTRY UNTIL WLS-DONE

           EXEC CICS ENDBR
                   FILE("TECHWLST")
                   NOHANDLE
                   END-EXEC

           IF WLS-HIT

            PERFORM WRITE-THE-HIT

           END-IF

           GO TO SCREEN-NEXT-CUSTOMER-EXIT

           .
      *****************************************************************
       SCREEN-NEXT-ENTRY.

           MOVE WL-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHWLST")
                   INTO(WATCH-LIST-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WL-BROWSE-KEY)
                   KEYLENGTH(30)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR WL-LIST-REF NOT = CURRENT-REF
              OR WL-SURNAME NOT = WLS-SURNAME

            MOVE 1 TO WLS-DONE-SW

           ELSE IF (WL-FIRST-NAME = SPACES
                    OR WL-FIRST-NAME = WLS-FIRST-NAME)
               AND (WL-ADDRESS = SPACES
                    OR WL-ADDRESS = WLS-ADDRESS)

            MOVE 1 TO WLS-HIT-SW
            MOVE 1 TO WLS-DONE-SW

           END-IF

           .
       SCREEN-NEXT-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-THE-HIT SECTION.

      * a nightly hit onto TECHWHIT, pending compliance's decision,
      * with its 'M' audit entry

           PERFORM GET-NEXT-WLHIT-ID

           SET WLH-NIGHTLY TO TRUE
           MOVE CUST-NO TO WLH-CUST-NO
           MOVE SPACES TO WLH-ACCOUNT
           MOVE WLS-SURNAME TO WLH-SURNAME
           MOVE WLS-FIRST-NAME TO WLH-FIRST-NAME
           MOVE WLS-ADDRESS TO WLH-ADDRESS
           MOVE WL-LIST-REF TO WLH-LIST-REF
           MOVE WL-SEQ TO WLH-LIST-SEQ
           MOVE WL-PROGRAM TO WLH-PROGRAM
           MOVE RUN-DATE TO WLH-DATE
           SET WLH-PENDING TO TRUE
           MOVE SPACES TO WLH-DECIDED-DATE
           MOVE SPACES TO WLH-DECIDED-BY
           MOVE 0 TO WLH-FROZEN

           MOVE WLH-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHWHIT")
                   FROM(WL-HIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WLH-ID)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           MOVE CUST-NO TO DL-CUSTNO
           MOVE WLS-SURNAME TO DL-SURNAME
           MOVE WLS-FIRST-NAME TO DL-FIRST-NAME
           MOVE WL-PROGRAM TO DL-PROGRAM
           MOVE WL-SEQ TO DL-ENTRY
           MOVE WLH-ID TO DL-HIT

           IF EIBRESP NOT = 0

            MOVE 'HIT NOT WRITTEN' TO DL-OUTCOME
            MOVE DETAIL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO WRITE-THE-HIT-EXIT

           END-IF

           ADD 1 TO HIT-COUNT

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE WL-HIT-RECORD TO AUDIT-AFTER-IMAGE(1:141)
           MOVE 'WATCH-LIST HIT' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE 'REFERRED' TO DL-OUTCOME
           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-THE-HIT-EXIT.
           EXIT.
      *****************************************************************
       SET-CONTROL-VALUE SECTION.

      * SET-CTL-VALUE into the character value of TECHCTL record
      * SET-CTL-KEY, written the first time round

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SET-CTL-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE SET-CTL-KEY TO CTL-KEY
            MOVE 0 TO CTL-NUM-VALUE
            MOVE SET-CTL-VALUE TO CTL-CHAR-VALUE

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

            MOVE SET-CTL-VALUE TO CTL-CHAR-VALUE

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       SET-CONTROL-VALUE-EXIT.
           EXIT.
      *****************************************************************
       GET-NEXT-WLHIT-ID SECTION.

      * next hit number from the TECHCTL 'WLHITID' control record -
      * the counter VSAMSERV's screening shares, seeded once from an
      * end-of-file browse

           MOVE CTL-WLHITID-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-WLHITID-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE HIGH-VALUES TO SEED-WLH-ID

            EXEC CICS STARTBR
                    FILE("TECHWHIT")
                    RIDFLD(SEED-WLH-ID)
                    GTEQ
                    NOHANDLE
                    END-EXEC

            MOVE WLH-REC-LEN TO LENGTH-VAR

            EXEC CICS READPREV
                    FILE("TECHWHIT")
                    INTO(SEED-WLH-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(SEED-WLH-ID)
                    NOHANDLE
                    END-EXEC

            EXEC CICS ENDBR
                    FILE("TECHWHIT")
                    NOHANDLE
                    END-EXEC

            IF SEED-WLH-ID = HIGH-VALUES
               OR SEED-WLH-ID NOT NUMERIC

             MOVE 0 TO CTL-NUM-VALUE

            ELSE

             MOVE SEED-WLH-ID TO WLH-ID-NUM
             MOVE WLH-ID-NUM TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-WLHITID-KEY TO CTL-KEY
            MOVE SPACES TO CTL-CHAR-VALUE

            ADD 1 TO CTL-NUM-VALUE

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

           MOVE CTL-NUM-VALUE TO WLH-ID-NUM
           MOVE WLH-ID-NUM TO WLH-ID

           .
       GET-NEXT-WLHIT-ID-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

      * sequence number from the TECHCTL 'AUDSEQ' control record -
      * same persisted counter VSAMSERV maintains; hit entries carry
      * the date the screen ran under

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

      * one-time seeding - find the current maximum, into scratch
      * fields so the pending audit entry is not disturbed

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
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("WLRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
