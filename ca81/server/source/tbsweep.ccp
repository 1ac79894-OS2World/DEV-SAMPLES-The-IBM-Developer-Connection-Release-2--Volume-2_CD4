      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, single-pass TECHBASE sweep for
      * the nightly reporting jobs.
      *
      * For CICS v3
      *
      * TRIALBAL, DORMANT, ODAGING, DQSCAN, GLFEED, BRANCHSUM, STMTRUN
      * and (at quarter end) ESCHEAT each used to browse all of
      * TECHBASE for themselves, and the batch window grew with every
      * account opened. This job browses TECHBASE once and LINKs each
      * of those functions with every record in turn, through a
      * commarea holding the phase ('S' start of run, 'A' one account,
      * 'E' end of run), the account record and the function's own run
      * totals and tables (which do not survive from one LINK to the
      * next otherwise). Each function still writes its own report and
      * control records exactly as it did on its own.
      *
      * The functions take each record in dependency order: DORMANT
      * first, handing the record back as it left it so the rest see
      * tonight's dormant flag; GLFEED after TRIALBAL, and dropped if
      * TRIALBAL fails (as NIGHTRUN used to hold it); ESCHEAT last,
      * since it posts only once the pass is over, after TRIALBAL has
      * taken its snapshot.
      *
      * Each function's TECHJRNL step entry is journalled here, under
      * the same key NIGHTRUN used for the separate step (run date +
      * step name), with its start and end time and the audit-sequence
      * span it wrote, so a rerun skips the functions already 'OK'
      * tonight, RUNBACK and JRNLTRND read them as before, and a
      * function that fails is dropped from the rest of the pass and
      * journalled 'ER'. Every function can still be started as its
      * own CICS transaction to rerun it alone.
      *
      * The TBSWRPT print file lists what each function made of the
      * night, then compares the night's elapsed time with the nights
      * on TECHJRNL when the same functions ran as separate steps.
      *
      * LINKed by NIGHTRUN with the run date its journal entries go
      * under, and handing back whether any function failed, so that
      * NIGHTRUN journals the sweep itself 'ER' and a rerun comes back
      * for the functions still owed; started on its own it uses the
      * clock date. Not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSWEEP.
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
        03 BRANCH-CODEO                PIC X(4).
        03 LAST-ACTIVITY-DATEO         PIC X(8).
        03 CUSTOMER-NOO                PIC X(6).
        03 DAY-DEBIT-DATEO             PIC X(8).
        03 DAY-DEBIT-TOTALO            PIC S9(9)V99.
        03 PRODUCT-CODEO               PIC X(2).
        03 HOLD-AMOUNTO                PIC S9(9)V99.

       01 JOURNAL-RECORD.
        03 JR-KEY.
         05 JR-DATE                    PIC X(8).
         05 JR-STEP                    PIC X(8).
        03 JR-START-TIME               PIC X(6).
        03 JR-END-TIME                 PIC X(6).
        03 JR-OUTCOME                  PIC X(2).
          88 JR-RAN-OK                         VALUE 'OK'.
        03 JR-START-SEQNO              PIC 9(7).
        03 JR-END-SEQNO                PIC 9(7).

       01 SAVED-JOURNAL-RECORD         PIC X(44).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 CONTROL-VARS.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-AUDSEQ-KEY              PIC X(8) VALUE 'AUDSEQ'.
        03 STEP-AUDSEQ                 PIC 9(7).

      * the functions the pass drives, in the order each record is
      * handed to them. The bracket type says where the audit span
      * a function journals starts - 'P' at the start of the pass,
      * 'E' at its end-of-run phase, for a function that posts only
      * once the pass is over.

       01 FUNCTION-NAMES.
        03 FILLER                      PIC X(9) VALUE 'DORMANT P'.
        03 FILLER                      PIC X(9) VALUE 'ODAGING P'.
        03 FILLER                      PIC X(9) VALUE 'DQSCAN  P'.
        03 FILLER                      PIC X(9) VALUE 'TRIALBALP'.
        03 FILLER                      PIC X(9) VALUE 'GLFEED  P'.
        03 FILLER                      PIC X(9) VALUE 'BRANCHSMP'.
        03 FILLER                      PIC X(9) VALUE 'STMTRUN P'.
        03 FILLER                      PIC X(9) VALUE 'ESCHEAT E'.

       01 FUNCTION-NAMES-VIEW REDEFINES FUNCTION-NAMES.
        03 FUNCTION-NAME-ENTRY OCCURS 8 TIMES.
         05 FUNCTION-NAME              PIC X(8).
         05 FUNCTION-BRACKET           PIC X(1).

      * each function's place in the run - whether it is in the pass,
      * how it came out, its journal times and audit span, and the
      * commarea it is LINKed with (the layout every function
      * declares as its DFHCOMMAREA)

       01 FUNCTION-TABLE.
        03 FN-ENTRY OCCURS 8 TIMES.
         05 FN-STATUS                  PIC X(1).
           88 FN-IN-PASS                       VALUE 'P'.
           88 FN-FAILED                        VALUE 'F'.
           88 FN-COMPLETED                     VALUE 'C'.
           88 FN-ALREADY-DONE                  VALUE 'D'.
           88 FN-NOT-DUE                       VALUE 'N'.
           88 FN-HELD                          VALUE 'H'.
         05 FN-START-TIME              PIC X(6).
         05 FN-END-TIME                PIC X(6).
         05 FN-START-SEQNO             PIC 9(7).
         05 FN-COMMAREA.
          07 FN-PHASE                  PIC X(1).
          07 FN-RECORD                 PIC X(148).
          07 FN-STATE                  PIC X(16000).

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 JR-REC-LEN                  PIC S9(4) VALUE 44.
        03 FN-COMMAREA-LEN             PIC S9(4) COMP VALUE 16149.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 QUARTER-END-SW              PIC 9 VALUE 0.
          88 QUARTER-END-TONIGHT               VALUE 1.
        03 FN-IX                       PIC 9(2) VALUE 0.
        03 TRIALBAL-IX                 PIC 9(2) VALUE 4.
        03 GLFEED-IX                   PIC 9(2) VALUE 5.
        03 ESCHEAT-IX                  PIC 9(2) VALUE 8.
        03 ACCOUNT-COUNT               PIC 9(7) VALUE 0.
        03 FAILED-COUNT                PIC 9(2) VALUE 0.
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 TOMORROW-ABSTIME            PIC S9(15) COMP-3.
        03 RUN-DATE                    PIC X(8).
        03 RUN-TIME                    PIC X(6).
        03 TOMORROW-DATE               PIC X(8).
        03 SWEEP-START-TIME            PIC X(6).
        03 SWEEP-START-SEQNO           PIC 9(7).

      * the elapsed-time comparison - one night's journal entries are
      * gathered as the browse goes through that date, and settled
      * into the separate-steps or single-pass figures when the date
      * changes

       01 COMPARE-VARS.
        03 CMP-EOF-SW                  PIC 9 VALUE 0.
          88 CMP-EOF                           VALUE 1.
        03 CMP-DATE                    PIC X(8) VALUE SPACES.
        03 CMP-DATE-SWEEP-SW           PIC 9 VALUE 0.
          88 CMP-DATE-HAS-SWEEP                VALUE 1.
        03 CMP-DATE-SWEEP-SECS         PIC 9(7) VALUE 0.
        03 CMP-DATE-STEPS-SECS         PIC 9(7) VALUE 0.
        03 CMP-DATE-STEPS-SEEN         PIC 9(2) VALUE 0.
        03 CMP-DATE-FN-SECS OCCURS 8 TIMES PIC 9(7).
        03 CMP-DATE-FN-SW OCCURS 8 TIMES PIC 9.
        03 CMP-BEFORE-NIGHTS           PIC 9(5) VALUE 0.
        03 CMP-BEFORE-SECS             PIC 9(9) VALUE 0.
        03 CMP-BEFORE-FN-SECS OCCURS 8 TIMES PIC 9(9).
        03 CMP-BEFORE-FN-NIGHTS OCCURS 8 TIMES PIC 9(5).
        03 CMP-AFTER-NIGHTS            PIC 9(5) VALUE 0.
        03 CMP-AFTER-SECS              PIC 9(9) VALUE 0.
        03 CMP-TONIGHT-SECS            PIC 9(7) VALUE 0.
        03 CMP-AVERAGE-SECS            PIC 9(7) VALUE 0.
        03 CMP-BEFORE-AVERAGE          PIC 9(7) VALUE 0.
        03 CMP-SAVED-SECS              PIC S9(7) VALUE 0.
        03 CMP-IX                      PIC 9(2) VALUE 0.
        03 ELAPSED-SECS                PIC 9(7).
        03 START-SECS                  PIC 9(7).
        03 END-SECS                    PIC 9(7).
        03 TIME-PARTS.
         05 TP-HH                      PIC 9(2).
         05 TP-MM                      PIC 9(2).
         05 TP-SS                      PIC 9(2).

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(32)
                   VALUE 'SINGLE-PASS TECHBASE SWEEP'.
        03 FILLER                      PIC X(10) VALUE 'RUN DATE:'.
        03 HL-RUN-DATE                 PIC X(8).
        03 FILLER                      PIC X(30) VALUE SPACES.

       01 FUNCTION-LINE.
        03 FL-STEP                     PIC X(10).
        03 FL-RESULT                   PIC X(24).
        03 FL-START                    PIC X(8).
        03 FL-END                      PIC X(8).
        03 FILLER                      PIC X(30) VALUE SPACES.

       01 COUNT-LINE.
        03 FILLER                      PIC X(20)
                   VALUE 'ACCOUNTS READ:'.
        03 CL-COUNT                    PIC ZZZZZZ9.
        03 FILLER                      PIC X(53) VALUE SPACES.

       01 COMPARE-HEADER-LINE.
        03 FILLER                      PIC X(50) VALUE
           'ELAPSED TIME - SEPARATE STEPS AGAINST SINGLE PASS'.
        03 FILLER                      PIC X(30) VALUE SPACES.

       01 COMPARE-STEP-LINE.
        03 CS-STEP                     PIC X(10).
        03 FILLER                      PIC X(22)
                   VALUE 'SEPARATE STEP AVERAGE'.
        03 CS-SECS                     PIC ZZZZZZ9.
        03 FILLER                      PIC X(8) VALUE 'S  OVER'.
        03 CS-NIGHTS                   PIC ZZZZ9.
        03 FILLER                      PIC X(7) VALUE ' NIGHTS'.
        03 FILLER                      PIC X(21) VALUE SPACES.

       01 COMPARE-TOTAL-LINE.
        03 CT-LABEL                    PIC X(32).
        03 CT-SECS                     PIC -(6)9.
        03 FILLER                      PIC X(8) VALUE 'S  OVER'.
        03 CT-NIGHTS                   PIC ZZZZ9.
        03 FILLER                      PIC X(7) VALUE ' NIGHTS'.
        03 FILLER                      PIC X(21) VALUE SPACES.

       LINKAGE SECTION.

      * NIGHTRUN's commarea - the run date the step journal goes
      * under, and whether every function due tonight completed

       01 DFHCOMMAREA.
        03 SWEEP-RUN-DATE              PIC X(8).
        03 SWEEP-OUTCOME               PIC X(1).
          88 SWEEP-ALL-COMPLETED               VALUE 'Y'.
          88 SWEEP-FUNCTION-FAILED             VALUE 'F'.

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

      * quarter-end test, the way NIGHTRUN finds month end - if
      * tomorrow falls in a different month and this month closes a
      * quarter, ESCHEAT is due

           COMPUTE TOMORROW-ABSTIME =
                   NOW-ABSTIME + (24 * 60 * 60 * 1000)

           EXEC CICS FORMATTEDTIME
                   ABSTIME(TOMORROW-ABSTIME)
                   YYYYMMDD(TOMORROW-DATE)
                   NOHANDLE
                   END-EXEC

           IF TOMORROW-DATE(5:2) NOT = RUN-DATE(5:2)
              AND (RUN-DATE(5:2) = '03' OR RUN-DATE(5:2) = '06'
                   OR RUN-DATE(5:2) = '09' OR RUN-DATE(5:2) = '12')

            MOVE 1 TO QUARTER-END-SW

           END-IF

      * the journal entries go under NIGHTRUN's run date, so a run
      * that crosses midnight still journals (and skips) under the
      * night it belongs to

           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
              AND SWEEP-RUN-DATE NUMERIC

            MOVE SWEEP-RUN-DATE TO RUN-DATE

           END-IF

           MOVE RUN-TIME TO SWEEP-START-TIME

           PERFORM GET-AUDIT-COUNTER
           MOVE STEP-AUDSEQ TO SWEEP-START-SEQNO

           MOVE RUN-DATE TO HL-RUN-DATE
           MOVE HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM START-ONE-FUNCTION
                   VARYING FN-IX FROM 1 BY 1
                   UNTIL FN-IX > 8

           MOVE LOW-VALUES TO ACCOUNTO

           EXEC CICS STARTBR
                   FILE("TECHBASE")
                   RIDFLD(ACCOUNTO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM SWEEP-ONE-ACCOUNT UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHBASE")
                   NOHANDLE
                   END-EXEC

           PERFORM END-ONE-FUNCTION
                   VARYING FN-IX FROM 1 BY 1
                   UNTIL FN-IX > 8

           PERFORM WRITE-FUNCTION-LINES

           PERFORM COMPARE-ELAPSED-TIMES

           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA

            IF FAILED-COUNT > 0

             SET SWEEP-FUNCTION-FAILED TO TRUE

            ELSE

             SET SWEEP-ALL-COMPLETED TO TRUE

            END-IF

           END-IF

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       START-ONE-FUNCTION SECTION.

      * a function already journalled 'OK' tonight is not run again;
      * ESCHEAT only runs at quarter end; GLFEED only with a trial
      * balance behind it. The rest journal 'RN' and are LINKed
      * with the start-of-run phase.

           MOVE SPACES TO FN-START-TIME(FN-IX) FN-END-TIME(FN-IX)
           MOVE 0 TO FN-START-SEQNO(FN-IX)

           MOVE RUN-DATE TO JR-DATE
           MOVE FUNCTION-NAME(FN-IX) TO JR-STEP

           MOVE JR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHJRNL")
                   INTO(JOURNAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JR-KEY)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND JR-RAN-OK

            SET FN-ALREADY-DONE(FN-IX) TO TRUE
            MOVE JR-START-TIME TO FN-START-TIME(FN-IX)
            MOVE JR-END-TIME TO FN-END-TIME(FN-IX)

            GO TO START-ONE-FUNCTION-EXIT

           END-IF

           IF FN-IX = ESCHEAT-IX AND NOT QUARTER-END-TONIGHT

            SET FN-NOT-DUE(FN-IX) TO TRUE

            GO TO START-ONE-FUNCTION-EXIT

           END-IF

           IF FN-IX = GLFEED-IX
              AND NOT FN-IN-PASS(TRIALBAL-IX)
              AND NOT FN-ALREADY-DONE(TRIALBAL-IX)

            SET FN-HELD(FN-IX) TO TRUE

            GO TO START-ONE-FUNCTION-EXIT

           END-IF

           SET FN-IN-PASS(FN-IX) TO TRUE

           PERFORM GET-CURRENT-TIME
           MOVE RUN-TIME TO FN-START-TIME(FN-IX)

           PERFORM GET-AUDIT-COUNTER
           MOVE STEP-AUDSEQ TO FN-START-SEQNO(FN-IX)

           MOVE RUN-DATE TO JR-DATE
           MOVE FUNCTION-NAME(FN-IX) TO JR-STEP
           MOVE FN-START-TIME(FN-IX) TO JR-START-TIME
           MOVE SPACES TO JR-END-TIME
           MOVE 'RN' TO JR-OUTCOME
           MOVE FN-START-SEQNO(FN-IX) TO JR-START-SEQNO
           MOVE 0 TO JR-END-SEQNO

           PERFORM PUT-JOURNAL-RECORD

           MOVE 'S' TO FN-PHASE(FN-IX)
           MOVE SPACES TO FN-RECORD(FN-IX)
           MOVE SPACES TO FN-STATE(FN-IX)

           PERFORM LINK-FUNCTION

           .
       START-ONE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       SWEEP-ONE-ACCOUNT SECTION.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBASE")
                   INTO(TECHBASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO SWEEP-ONE-ACCOUNT-EXIT

           END-IF

           ADD 1 TO ACCOUNT-COUNT

           PERFORM PASS-ACCOUNT-TO-FUNCTION
                   VARYING FN-IX FROM 1 BY 1
                   UNTIL FN-IX > 8

           .
       SWEEP-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
       PASS-ACCOUNT-TO-FUNCTION SECTION.

      * the record goes to each function still in the pass, and comes
      * back as that function left it - DORMANT hands back tonight's
      * flag, the others hand back what they were given

           IF NOT FN-IN-PASS(FN-IX)

            GO TO PASS-ACCOUNT-TO-FUNCTION-EXIT

           END-IF

           MOVE 'A' TO FN-PHASE(FN-IX)
           MOVE TECHBASE-RECORD TO FN-RECORD(FN-IX)

           PERFORM LINK-FUNCTION

           IF FN-IN-PASS(FN-IX)

            MOVE FN-RECORD(FN-IX) TO TECHBASE-RECORD

           END-IF

           .
       PASS-ACCOUNT-TO-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       END-ONE-FUNCTION SECTION.

      * the end-of-run phase - totals, trailers, control records -
      * then the journal entry closed with the end time and the
      * audit span the function wrote

           IF NOT FN-IN-PASS(FN-IX)

            GO TO END-ONE-FUNCTION-EXIT

           END-IF

           IF FUNCTION-BRACKET(FN-IX) = 'E'

            PERFORM GET-AUDIT-COUNTER
            MOVE STEP-AUDSEQ TO FN-START-SEQNO(FN-IX)

           END-IF

           MOVE 'E' TO FN-PHASE(FN-IX)
           MOVE SPACES TO FN-RECORD(FN-IX)

           PERFORM LINK-FUNCTION

           IF FN-IN-PASS(FN-IX)

            SET FN-COMPLETED(FN-IX) TO TRUE

            PERFORM JOURNAL-FUNCTION-END

           END-IF

           .
       END-ONE-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       LINK-FUNCTION SECTION.

      * one phase of one function. A function that cannot be LINKed
      * is out of the pass from here on and journalled 'ER' - and
      * GLFEED goes with TRIALBAL, since its figures must be cut from
      * the state the trial balance proved

           EXEC CICS LINK
                   PROGRAM(FUNCTION-NAME(FN-IX))
                   COMMAREA(FN-COMMAREA(FN-IX))
                   LENGTH(FN-COMMAREA-LEN)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            GO TO LINK-FUNCTION-EXIT

           END-IF

           SET FN-FAILED(FN-IX) TO TRUE

           PERFORM JOURNAL-FUNCTION-END

           IF FN-IX = TRIALBAL-IX
              AND FN-IN-PASS(GLFEED-IX)

            SET FN-FAILED(GLFEED-IX) TO TRUE

            MOVE FN-IX TO CMP-IX
            MOVE GLFEED-IX TO FN-IX

            PERFORM JOURNAL-FUNCTION-END

            MOVE CMP-IX TO FN-IX

           END-IF

           .
       LINK-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
       JOURNAL-FUNCTION-END SECTION.

           PERFORM GET-CURRENT-TIME
           MOVE RUN-TIME TO FN-END-TIME(FN-IX)

           PERFORM GET-AUDIT-COUNTER

           MOVE RUN-DATE TO JR-DATE
           MOVE FUNCTION-NAME(FN-IX) TO JR-STEP
           MOVE FN-START-TIME(FN-IX) TO JR-START-TIME
           MOVE FN-END-TIME(FN-IX) TO JR-END-TIME
           MOVE FN-START-SEQNO(FN-IX) TO JR-START-SEQNO
           MOVE STEP-AUDSEQ TO JR-END-SEQNO

           IF FN-FAILED(FN-IX)

            MOVE 'ER' TO JR-OUTCOME

           ELSE

            MOVE 'OK' TO JR-OUTCOME

           END-IF

           PERFORM PUT-JOURNAL-RECORD

           .
       JOURNAL-FUNCTION-END-EXIT.
           EXIT.
      *****************************************************************
       WRITE-FUNCTION-LINES SECTION.

           MOVE ACCOUNT-COUNT TO CL-COUNT
           MOVE COUNT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-ONE-FUNCTION-LINE
                   VARYING FN-IX FROM 1 BY 1
                   UNTIL FN-IX > 8

           GO TO WRITE-FUNCTION-LINES-EXIT

           .
      *****************************************************************
       WRITE-ONE-FUNCTION-LINE.

           MOVE FUNCTION-NAME(FN-IX) TO FL-STEP
           MOVE FN-START-TIME(FN-IX) TO FL-START
           MOVE FN-END-TIME(FN-IX) TO FL-END

           EVALUATE TRUE

            WHEN FN-COMPLETED(FN-IX)
             MOVE 'COMPLETED' TO FL-RESULT

            WHEN FN-FAILED(FN-IX)
             MOVE 'FAILED' TO FL-RESULT
             ADD 1 TO FAILED-COUNT

            WHEN FN-ALREADY-DONE(FN-IX)
             MOVE 'SKIPPED - DONE' TO FL-RESULT

            WHEN FN-NOT-DUE(FN-IX)
             MOVE 'NOT DUE - QUARTER END' TO FL-RESULT

            WHEN FN-HELD(FN-IX)
             MOVE 'HELD - NO TRIALBAL' TO FL-RESULT

            WHEN OTHER
             MOVE SPACES TO FL-RESULT

           END-EVALUATE

           MOVE FUNCTION-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-FUNCTION-LINES-EXIT.
           EXIT.
      *****************************************************************
       COMPARE-ELAPSED-TIMES SECTION.

      * the whole journal, night by night (its key starts with the
      * date). A night with a TBSWEEP entry ran the functions in the
      * single pass; a night without one but with any of the
      * functions ran them as separate steps. Tonight's pass is timed
      * from its own start, since NIGHTRUN closes its entry only
      * after this returns.

           MOVE LOW-VALUES TO JR-KEY

           EXEC CICS STARTBR
                   FILE("TECHJRNL")
                   RIDFLD(JR-KEY)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO CMP-EOF-SW

           END-IF

           PERFORM CLEAR-DATE-FIGURES

           PERFORM DIGEST-JOURNAL-RECORD UNTIL CMP-EOF

           EXEC CICS ENDBR
                   FILE("TECHJRNL")
                   NOHANDLE
                   END-EXEC

           PERFORM SETTLE-DATE-FIGURES

           PERFORM GET-CURRENT-TIME
           MOVE SWEEP-START-TIME TO JR-START-TIME
           MOVE RUN-TIME TO JR-END-TIME
           PERFORM COMPUTE-ELAPSED-SECS
           MOVE ELAPSED-SECS TO CMP-TONIGHT-SECS

           MOVE COMPARE-HEADER-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-COMPARE-STEP-LINE
                   VARYING CMP-IX FROM 1 BY 1
                   UNTIL CMP-IX > 8

           IF CMP-BEFORE-NIGHTS > 0

            COMPUTE CMP-BEFORE-AVERAGE =
                    CMP-BEFORE-SECS / CMP-BEFORE-NIGHTS

           ELSE

            MOVE 0 TO CMP-BEFORE-AVERAGE

           END-IF

           MOVE 'SEPARATE STEPS - NIGHT AVERAGE' TO CT-LABEL
           MOVE CMP-BEFORE-AVERAGE TO CT-SECS
           MOVE CMP-BEFORE-NIGHTS TO CT-NIGHTS
           MOVE COMPARE-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF CMP-AFTER-NIGHTS > 0

            COMPUTE CMP-AVERAGE-SECS =
                    CMP-AFTER-SECS / CMP-AFTER-NIGHTS

            MOVE 'SINGLE PASS - EARLIER AVERAGE' TO CT-LABEL
            MOVE CMP-AVERAGE-SECS TO CT-SECS
            MOVE CMP-AFTER-NIGHTS TO CT-NIGHTS
            MOVE COMPARE-TOTAL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           MOVE 'SINGLE PASS - TONIGHT' TO CT-LABEL
           MOVE CMP-TONIGHT-SECS TO CT-SECS
           MOVE 1 TO CT-NIGHTS
           MOVE COMPARE-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * the saving against the separate steps' average night - only
      * meaningful once the journal still holds such a night

           IF CMP-BEFORE-NIGHTS > 0

            COMPUTE CMP-SAVED-SECS =
                    CMP-BEFORE-AVERAGE - CMP-TONIGHT-SECS

            MOVE 'SAVED TONIGHT (NEGATIVE = SLOWER)' TO CT-LABEL
            MOVE CMP-SAVED-SECS TO CT-SECS
            MOVE CMP-BEFORE-NIGHTS TO CT-NIGHTS
            MOVE COMPARE-TOTAL-LINE TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           ELSE

            MOVE 'NO SEPARATE-STEP NIGHTS LEFT ON THE JOURNAL'
              TO PRINT-LINE
            PERFORM WRITE-REPORT-LINE

           END-IF

           .
       COMPARE-ELAPSED-TIMES-EXIT.
           EXIT.
      *****************************************************************
       DIGEST-JOURNAL-RECORD SECTION.

           MOVE JR-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJRNL")
                   INTO(JOURNAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JR-KEY)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO CMP-EOF-SW

            GO TO DIGEST-JOURNAL-RECORD-EXIT

           END-IF

      * tonight is timed separately; its entries are still open

           IF JR-DATE = RUN-DATE

            GO TO DIGEST-JOURNAL-RECORD-EXIT

           END-IF

           IF JR-DATE NOT = CMP-DATE

            PERFORM SETTLE-DATE-FIGURES

            PERFORM CLEAR-DATE-FIGURES

            MOVE JR-DATE TO CMP-DATE

           END-IF

           IF JR-START-TIME NOT NUMERIC
              OR JR-END-TIME NOT NUMERIC

            GO TO DIGEST-JOURNAL-RECORD-EXIT

           END-IF

           IF JR-STEP = 'TBSWEEP'

            PERFORM COMPUTE-ELAPSED-SECS

            MOVE 1 TO CMP-DATE-SWEEP-SW
            MOVE ELAPSED-SECS TO CMP-DATE-SWEEP-SECS

            GO TO DIGEST-JOURNAL-RECORD-EXIT

           END-IF

           PERFORM FIND-FUNCTION-STEP
                   VARYING CMP-IX FROM 1 BY 1
                   UNTIL CMP-IX > 8
                   OR FUNCTION-NAME(CMP-IX) = JR-STEP

           IF CMP-IX > 8

            GO TO DIGEST-JOURNAL-RECORD-EXIT

           END-IF

           PERFORM COMPUTE-ELAPSED-SECS

           MOVE ELAPSED-SECS TO CMP-DATE-FN-SECS(CMP-IX)
           MOVE 1 TO CMP-DATE-FN-SW(CMP-IX)
           ADD ELAPSED-SECS TO CMP-DATE-STEPS-SECS
           ADD 1 TO CMP-DATE-STEPS-SEEN

           GO TO DIGEST-JOURNAL-RECORD-EXIT

           .
      *****************************************************************
       FIND-FUNCTION-STEP.

           CONTINUE

           .
       DIGEST-JOURNAL-RECORD-EXIT.
           EXIT.
      *****************************************************************
       SETTLE-DATE-FIGURES SECTION.

      * the night just browsed goes to one side of the comparison

           IF CMP-DATE = SPACES

            GO TO SETTLE-DATE-FIGURES-EXIT

           END-IF

           IF CMP-DATE-HAS-SWEEP

            ADD 1 TO CMP-AFTER-NIGHTS
            ADD CMP-DATE-SWEEP-SECS TO CMP-AFTER-SECS

            GO TO SETTLE-DATE-FIGURES-EXIT

           END-IF

           IF CMP-DATE-STEPS-SEEN = 0

            GO TO SETTLE-DATE-FIGURES-EXIT

           END-IF

           ADD 1 TO CMP-BEFORE-NIGHTS
           ADD CMP-DATE-STEPS-SECS TO CMP-BEFORE-SECS

           PERFORM SETTLE-ONE-FUNCTION
                   VARYING CMP-IX FROM 1 BY 1
                   UNTIL CMP-IX > 8

           GO TO SETTLE-DATE-FIGURES-EXIT

           .
      *****************************************************************
       SETTLE-ONE-FUNCTION.

           IF CMP-DATE-FN-SW(CMP-IX) = 1

            ADD CMP-DATE-FN-SECS(CMP-IX)
              TO CMP-BEFORE-FN-SECS(CMP-IX)
            ADD 1 TO CMP-BEFORE-FN-NIGHTS(CMP-IX)

           END-IF

           .
       SETTLE-DATE-FIGURES-EXIT.
           EXIT.
      *****************************************************************
       CLEAR-DATE-FIGURES SECTION.

           MOVE 0 TO CMP-DATE-SWEEP-SW
           MOVE 0 TO CMP-DATE-SWEEP-SECS
           MOVE 0 TO CMP-DATE-STEPS-SECS
           MOVE 0 TO CMP-DATE-STEPS-SEEN

           PERFORM CLEAR-ONE-FUNCTION
                   VARYING CMP-IX FROM 1 BY 1
                   UNTIL CMP-IX > 8

           GO TO CLEAR-DATE-FIGURES-EXIT

           .
      *****************************************************************
       CLEAR-ONE-FUNCTION.

           MOVE 0 TO CMP-DATE-FN-SECS(CMP-IX)
           MOVE 0 TO CMP-DATE-FN-SW(CMP-IX)

      * the run totals start from nothing on the first call only

           IF CMP-DATE = SPACES

            MOVE 0 TO CMP-BEFORE-FN-SECS(CMP-IX)
            MOVE 0 TO CMP-BEFORE-FN-NIGHTS(CMP-IX)

           END-IF

           .
       CLEAR-DATE-FIGURES-EXIT.
           EXIT.
      *****************************************************************
       WRITE-COMPARE-STEP-LINE SECTION.

      * each function's average as a separate step, for the nights
      * the journal still holds

           MOVE FUNCTION-NAME(CMP-IX) TO CS-STEP
           MOVE CMP-BEFORE-FN-NIGHTS(CMP-IX) TO CS-NIGHTS

           IF CMP-BEFORE-FN-NIGHTS(CMP-IX) > 0

            COMPUTE CMP-AVERAGE-SECS =
                    CMP-BEFORE-FN-SECS(CMP-IX)
                    / CMP-BEFORE-FN-NIGHTS(CMP-IX)

           ELSE

            MOVE 0 TO CMP-AVERAGE-SECS

           END-IF

           MOVE CMP-AVERAGE-SECS TO CS-SECS

           MOVE COMPARE-STEP-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-COMPARE-STEP-LINE-EXIT.
           EXIT.
      *****************************************************************
       COMPUTE-ELAPSED-SECS SECTION.

      * HHMMSS to seconds on both ends; an end before the start
      * means the step ran across midnight (as JRNLTRND reckons it)

           MOVE JR-START-TIME TO TIME-PARTS
           COMPUTE START-SECS = TP-HH * 3600 + TP-MM * 60 + TP-SS

           MOVE JR-END-TIME TO TIME-PARTS
           COMPUTE END-SECS = TP-HH * 3600 + TP-MM * 60 + TP-SS

           IF END-SECS < START-SECS

            ADD 86400 TO END-SECS

           END-IF

           COMPUTE ELAPSED-SECS = END-SECS - START-SECS

           .
       COMPUTE-ELAPSED-SECS-EXIT.
           EXIT.
      *****************************************************************
       PUT-JOURNAL-RECORD SECTION.

      * WRITE first; an existing record for this date+step (a rerun,
      * or the 'RN' entry this run put there itself) is re-read for
      * update and rewritten

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
       GET-AUDIT-COUNTER SECTION.

      * the TECHCTL 'AUDSEQ' counter as it stands - zero on a
      * region that has never written an audit entry

           MOVE 0 TO STEP-AUDSEQ

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-AUDSEQ-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND CTL-NUM-VALUE NUMERIC

            MOVE CTL-NUM-VALUE TO STEP-AUDSEQ

           END-IF

           .
       GET-AUDIT-COUNTER-EXIT.
           EXIT.
      *****************************************************************
       GET-CURRENT-TIME SECTION.

           EXEC CICS ASKTIME
                   ABSTIME(NOW-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(NOW-ABSTIME)
                   TIME(RUN-TIME)
                   NOHANDLE
                   END-EXEC

           .
       GET-CURRENT-TIME-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("TBSWRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
