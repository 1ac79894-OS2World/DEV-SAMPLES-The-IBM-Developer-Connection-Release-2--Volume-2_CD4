      *    last window never finished cleanly)
      *  - the backup is current - the TECHCTL 'BKUPDATE' record is
      *    within 7 days of the clock
      *  - every branch open on TECHBRM has signed off the business
      *    date on TECHBSO (VSAMSERV's BRSIGNOFF) - each one still
      *    outstanding gets its own line, so EODROLL never rolls the
      *    date under a branch with tellers still posting; a
      *    sign-off a supervisor forced through is listed with their
      *    userid, but passes
      * And, for the morning's information only, what became of each
      * inbound file the loaders take from outside (SALINF, CHQINF,
      * ATMINF, CERTINF, RTMINF, and the general ledger's GLRETN
      * return file) on the business date - posted, refused and
      * why, waiting on its loader, or not delivered at all - off
      * the TECHJRNL entries INFREG writes and the files' own
      * header records. Likewise a warning, never a refusal,
      * when the general ledger's balances for the last trial-
      * balance night were not reconciled - GLRECON never ran
      * against them, had no usable GL file, or found breaks over
      * the tolerance (the TECHCTL 'GLRECON' record it leaves).
      *
      * Intended to be started by NIGHTRUN as its first step, not
      * called from VSAMSERV.

       01 SAVED-CONTROL-RECORD         PIC X(25).

      * the TECHBRM branch reference record and the TECHBSO branch
      * sign-off record for the business date

       01 BRANCH-MASTER-RECORD.
        03 BRM-CODE                    PIC X(4).
        03 BRM-NAME                    PIC X(20).
        03 BRM-REGION                  PIC X(8).
        03 BRM-STATUS                  PIC X(1).
          88 BRM-OPEN                          VALUE 'O'.

       01 BRANCH-SIGNOFF-RECORD.
        03 BSO-KEY.
         05 BSO-BRANCH                 PIC X(4).
         05 BSO-DATE                   PIC X(8).
        03 BSO-TYPE                    PIC X(1).
          88 BSO-OVERRIDDEN                    VALUE 'O'.
        03 BSO-USERID                  PIC X(8).
        03 BSO-REASON                  PIC X(30).
        03 BSO-OUTSTANDING             PIC 9(3).

      * every file the nightly run reads or writes - one INQUIRE
      * each; extend this table when a new file joins the run

        03 FILLER                      PIC X(9) VALUE 'TECHCOL'.
        03 FILLER                      PIC X(9) VALUE 'TECHDSP'.
        03 FILLER                      PIC X(9) VALUE 'TECHTOKEN'.
        03 FILLER                      PIC X(9) VALUE 'TECHSUSP'.
        03 FILLER                      PIC X(9) VALUE 'TECHVLT'.
        03 FILLER                      PIC X(9) VALUE 'TECHBSO'.
        03 FILLER                      PIC X(9) VALUE 'TECHIFR'.
        03 FILLER                      PIC X(9) VALUE 'TECHBVAL'.
        03 FILLER                      PIC X(9) VALUE 'TECHREACT'.
        03 FILLER                      PIC X(9) VALUE 'TECHBOX'.
        03 FILLER                      PIC X(9) VALUE 'TECHDRFT'.
        03 FILLER                      PIC X(9) VALUE 'TECHLAPP'.
        03 FILLER                      PIC X(9) VALUE 'TECHROLE'.
        03 FILLER                      PIC X(9) VALUE 'TECHBMGR'.
        03 FILLER                      PIC X(9) VALUE 'TECHRCRT'.
        03 FILLER                      PIC X(9) VALUE 'TECHBSUM'.
        03 FILLER                      PIC X(9) VALUE 'TECHFXR'.

       01 FILE-CHECK-VIEW REDEFINES FILE-CHECK-TABLE.
        03 FCT-NAME OCCURS 51 TIMES    PIC X(9).

      * the files other parties deliver for the batch loaders - name,
      * record length and key length - and what became of each on
      * the business date (see INFREG)

       01 INBOUND-FILE-TABLE.
        03 FILLER                      PIC X(14) VALUE 'SALINF  004407'.
        03 FILLER                      PIC X(14) VALUE 'CHQINF  003007'.
        03 FILLER                      PIC X(14) VALUE 'ATMINF  004807'.
        03 FILLER                      PIC X(14) VALUE 'CERTINF 003005'.
        03 FILLER                      PIC X(14) VALUE 'RTMINF  003005'.
        03 FILLER                      PIC X(14) VALUE 'GLRETN  003005'.

       01 INBOUND-FILE-VIEW REDEFINES INBOUND-FILE-TABLE.
        03 IFT-ENTRY OCCURS 6 TIMES.
         05 IFT-NAME                   PIC X(8).
         05 IFT-REC-LEN                PIC 9(4).
         05 IFT-KEY-LEN                PIC 9(2).

      * any inbound record, and the header view common to them all
      * once past the key

       01 INBOUND-BUFFER               PIC X(48).

       01 INBOUND-HEADER-VIEW.
        03 IHV-ORIGINATOR              PIC X(8).
        03 IHV-FILE-DATE               PIC X(8).
        03 IHV-FILE-SEQNO              PIC 9(6).

       01 INBOUND-FILE-RECORD.
        03 IFR-KEY.
         05 IFR-FILE                   PIC X(8).
         05 IFR-ORIGINATOR             PIC X(8).
         05 IFR-FILE-SEQNO             PIC 9(6).
        03 IFR-FILE-DATE               PIC X(8).
        03 IFR-ITEM-COUNT              PIC 9(7).
        03 IFR-HASH-TOTAL              PIC S9(13)V99.
        03 IFR-STATUS                  PIC X(1).
          88 IFR-COMPLETE                      VALUE 'C'.
        03 IFR-ACCEPTED-DATE           PIC X(8).
        03 IFR-ACCEPTED-TIME           PIC X(6).
        03 IFR-COMPLETED-TIME          PIC X(6).

       01 JOURNAL-RECORD.
        03 JR-KEY.
         05 JR-DATE                    PIC X(8).
         05 JR-STEP                    PIC X(8).
        03 JR-START-TIME               PIC X(6).
        03 JR-END-TIME                 PIC X(6).
        03 JR-OUTCOME                  PIC X(2).
        03 JR-START-SEQNO              PIC 9(7).
        03 JR-END-SEQNO                PIC 9(7).

      * the TECHCTL trial-balance snapshot record TRIALBAL keeps

       01 TB-CONTROL-RECORD.
        03 TBC-KEY                     PIC X(8).
        03 TBC-DATE                    PIC X(8).
        03 TBC-TOTAL                   PIC S9(11)V99.
        03 TBC-COUNT                   PIC 9(7).
        03 TBC-AUDSEQ                  PIC 9(7).

       01 MISCEL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-POSTHOLD-KEY            PIC X(8) VALUE 'POSTHOLD'.
        03 CTL-BKUPDATE-KEY            PIC X(8) VALUE 'BKUPDATE'.
        03 CTL-PREFLT-KEY              PIC X(8) VALUE 'PREFLTOK'.
        03 CTL-GLRECON-KEY             PIC X(8) VALUE 'GLRECON'.
        03 TBC-KEY-LATEST              PIC X(8) VALUE 'TBTOTAL1'.
        03 TBC-REC-LEN                 PIC S9(4) VALUE 43.
        03 GLRECON-NO-FILE             PIC 9(9) VALUE 999999999.
        03 GLRECON-BREAKS              PIC ZZZZZZZZ9.
        03 CHECK-FILE-NAME             PIC X(9).
        03 FCT-IX                      PIC 9(2) VALUE 0.
        03 WS-OPEN-CVDA                PIC S9(8) COMP.
        03 BACKUP-ABSTIME              PIC S9(15) COMP-3.
        03 CLOCK-DATE                  PIC X(8).
        03 BACKUP-FLOOR-DATE           PIC X(8).
        03 BUSDATE-VALUE               PIC X(8) VALUE SPACES.
        03 BRM-REC-LEN                 PIC S9(4) VALUE 33.
        03 BSO-REC-LEN                 PIC S9(4) VALUE 54.
        03 BRM-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 BRM-SCAN-DONE                     VALUE 1.
        03 IFT-IX                      PIC 9(2) VALUE 0.
        03 IFR-REC-LEN                 PIC S9(4) VALUE 73.
        03 JR-REC-LEN                  PIC S9(4) VALUE 44.
        03 INBOUND-KEY                 PIC X(7) VALUE ZEROS.
        03 INBOUND-KEY-LEN             PIC S9(4) COMP VALUE 0.

        03 BUS-DATE-PARTS.
         05 BUS-YYYY                   PIC 9(4).
        03 FL-TEXT                     PIC X(40).
        03 FILLER                      PIC X(21) VALUE SPACES.

       01 OVERRIDE-LINE.
        03 FILLER                      PIC X(9) VALUE 'NOTE   -'.
        03 OL-BRANCH                   PIC X(10).
        03 FILLER                      PIC X(24)
                   VALUE 'SIGN-OFF OVERRIDDEN BY'.
        03 OL-USERID                   PIC X(9).
        03 OL-REASON                   PIC X(28).

       01 WARNING-LINE.
        03 FILLER                      PIC X(9) VALUE 'WARNING-'.
        03 WL-WHAT                     PIC X(10).
        03 WL-TEXT                     PIC X(50).
        03 FILLER                      PIC X(11) VALUE SPACES.

       01 ARRIVAL-LINE.
        03 FILLER                      PIC X(9) VALUE 'INBOUND-'.
        03 AL-FILE                     PIC X(10).
        03 AL-TEXT                     PIC X(40).
        03 AL-TIME                     PIC X(6).
        03 FILLER                      PIC X(15) VALUE SPACES.

       01 VERDICT-LINE.
        03 FILLER                      PIC X(18)
                                        VALUE 'PRE-FLIGHT:'.

           PERFORM CHECK-ONE-FILE
                   VARYING FCT-IX FROM 1 BY 1
                   UNTIL FCT-IX > 51

           PERFORM CHECK-BUSINESS-DATE


           PERFORM CHECK-BACKUP-CURRENT

           PERFORM CHECK-BRANCH-SIGNOFFS

           PERFORM CHECK-GL-RECONCILED

      * the inbound files are reported, not judged - a day without a
      * delivery is not a reason to refuse the run

           PERFORM REPORT-ONE-INBOUND-FILE
                   VARYING IFT-IX FROM 1 BY 1
                   UNTIL IFT-IX > 6

           IF RUN-OK

            MOVE 'ALL CHECKS PASSED' TO VL-VERDICT
           .
       CHECK-BACKUP-CURRENT-EXIT.
           EXIT.
      *****************************************************************
       CHECK-BRANCH-SIGNOFFS SECTION.

      * every open branch must have signed off the business date
      * before it may roll - a branch still posting, or with a till
      * not proved, would have its day's cash land under the wrong
      * date. No usable BUSDATE has already failed the run above.

           IF BUSDATE-VALUE = SPACES

            GO TO CHECK-BRANCH-SIGNOFFS-EXIT

           END-IF

           MOVE LOW-VALUES TO BRM-CODE

           EXEC CICS STARTBR
                   FILE("TECHBRM")
                   RIDFLD(BRM-CODE)
                   KEYLENGTH(4)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BRM-SCAN-DONE-SW

           END-IF

           PERFORM CHECK-ONE-BRANCH UNTIL BRM-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHBRM")
                   NOHANDLE
                   END-EXEC

           GO TO CHECK-BRANCH-SIGNOFFS-EXIT

           .
      *****************************************************************
       CHECK-ONE-BRANCH.

           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BRM-CODE)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BRM-SCAN-DONE-SW

           ELSE
           IF BRM-OPEN

            MOVE BRM-CODE TO BSO-BRANCH
            MOVE BUSDATE-VALUE TO BSO-DATE
            MOVE BSO-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBSO")
                    INTO(BRANCH-SIGNOFF-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BSO-KEY)
                    KEYLENGTH(12)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 'SIGNOFF' TO FL-WHAT
             MOVE SPACES TO FL-TEXT
             STRING 'BRANCH ' BRM-CODE ' HAS NOT SIGNED OFF'
                    DELIMITED BY SIZE
                    INTO FL-TEXT
             END-STRING
             PERFORM WRITE-FAIL-LINE

            ELSE
            IF BSO-OVERRIDDEN

             MOVE BRM-CODE TO OL-BRANCH
             MOVE BSO-USERID TO OL-USERID
             MOVE BSO-REASON TO OL-REASON
             MOVE OVERRIDE-LINE TO PRINT-LINE
             PERFORM WRITE-REPORT-LINE

            END-IF
            END-IF

           END-IF
           END-IF

           .
       CHECK-BRANCH-SIGNOFFS-EXIT.
           EXIT.
      *****************************************************************
       CHECK-GL-RECONCILED SECTION.

      * the general ledger's balances for the last trial-balance
      * night should have been reconciled by GLRECON before tonight's
      * posting piles more on top - but a break is for Finance to
      * chase, not a reason to hold the run, so this only warns

           MOVE TBC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(TB-CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TBC-KEY-LATEST)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

      * no snapshot yet means no GL figures to have reconciled

           IF EIBRESP NOT = 0

            GO TO CHECK-GL-RECONCILED-EXIT

           END-IF

           MOVE 'GLRECON' TO WL-WHAT
           MOVE SPACES TO WL-TEXT

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-GLRECON-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR CTL-CHAR-VALUE NOT = TBC-DATE

            STRING 'GL BALANCES FOR ' TBC-DATE ' NOT RECONCILED'
                   DELIMITED BY SIZE
                   INTO WL-TEXT
            END-STRING

           ELSE
           IF CTL-NUM-VALUE = GLRECON-NO-FILE

            STRING 'NO USABLE GL FILE FOR ' TBC-DATE
                   DELIMITED BY SIZE
                   INTO WL-TEXT
            END-STRING

           ELSE
           IF CTL-NUM-VALUE > 0

            MOVE CTL-NUM-VALUE TO GLRECON-BREAKS
            STRING TBC-DATE ' GL BREAKS OVER TOLERANCE:'
                   GLRECON-BREAKS
                   DELIMITED BY SIZE
                   INTO WL-TEXT
            END-STRING

           END-IF
           END-IF
           END-IF

           IF WL-TEXT NOT = SPACES

            MOVE WARNING-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           .
       CHECK-GL-RECONCILED-EXIT.
           EXIT.
      *****************************************************************
       REPORT-ONE-INBOUND-FILE SECTION.

           MOVE IFT-NAME(IFT-IX) TO AL-FILE
           MOVE SPACES TO AL-TEXT
           MOVE SPACES TO AL-TIME

      * a loader that has already run today journalled the outcome
      * under the file's name (see INFREG)

           MOVE BUSDATE-VALUE TO JR-DATE
           MOVE IFT-NAME(IFT-IX) TO JR-STEP
           MOVE JR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHJRNL")
                   INTO(JOURNAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JR-KEY)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE JR-END-TIME TO AL-TIME

            EVALUATE JR-OUTCOME

             WHEN 'OK'
              MOVE 'RECEIVED AND POSTED' TO AL-TEXT

             WHEN 'RN'
              MOVE 'POSTING STARTED - NOT FINISHED' TO AL-TEXT
              MOVE JR-START-TIME TO AL-TIME

             WHEN 'RJ'
              MOVE 'REJECTED - CONTROL TOTALS DISAGREE' TO AL-TEXT

             WHEN 'DU'
              MOVE 'REFUSED - DUPLICATE OF A POSTED FILE' TO AL-TEXT

             WHEN 'SQ'
              MOVE 'REFUSED - OUT OF SEQUENCE' TO AL-TEXT

             WHEN OTHER
              STRING 'JOURNALLED ' JR-OUTCOME
                     DELIMITED BY SIZE
                     INTO AL-TEXT
              END-STRING

            END-EVALUATE

            MOVE ARRIVAL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            GO TO REPORT-ONE-INBOUND-FILE-EXIT

           END-IF

      * not loaded yet - a header on the input file the register
      * has not already seen posted is a delivery waiting for its
      * loader; anything else is no delivery

           MOVE IFT-REC-LEN(IFT-IX) TO LENGTH-VAR
           MOVE IFT-KEY-LEN(IFT-IX) TO INBOUND-KEY-LEN

           EXEC CICS READ
                   FILE(IFT-NAME(IFT-IX))
                   INTO(INBOUND-BUFFER)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(INBOUND-KEY)
                   KEYLENGTH(INBOUND-KEY-LEN)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'NOT ARRIVED' TO AL-TEXT

           ELSE

            MOVE INBOUND-BUFFER(IFT-KEY-LEN(IFT-IX) + 1:22)
              TO INBOUND-HEADER-VIEW

            MOVE IFT-NAME(IFT-IX) TO IFR-FILE
            MOVE IHV-ORIGINATOR TO IFR-ORIGINATOR
            MOVE IHV-FILE-SEQNO TO IFR-FILE-SEQNO
            MOVE IFR-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHIFR")
                    INTO(INBOUND-FILE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(IFR-KEY)
                    KEYLENGTH(22)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND IFR-COMPLETE

             MOVE 'NOT ARRIVED - LAST FILE ALREADY POSTED'
               TO AL-TEXT

            ELSE

             STRING 'ARRIVED, UNPOSTED - '
                    IHV-ORIGINATOR ' ' IHV-FILE-SEQNO
                    DELIMITED BY SIZE
                    INTO AL-TEXT
             END-STRING

            END-IF

           END-IF

           MOVE ARRIVAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       REPORT-ONE-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-FAIL-LINE SECTION.

