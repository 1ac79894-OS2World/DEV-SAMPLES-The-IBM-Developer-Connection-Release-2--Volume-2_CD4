      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, nightly branch cash position
      * report.
      *
      * For CICS v3
      *
      * The cash a branch holds is in two places - the vault
      * (TECHVLT, kept by the custodian at TELLER) and the tellers'
      * drawers in front of it (TECHTILL) - and neither file alone
      * says what the branch has. This run puts them together for
      * the business date on CASHRPT: for every branch whose vault
      * was opened, the vault's expected cash (opening + delivered
      * by the cash centre - returned to it - net issued to tills)
      * against the custodian's declared count with the components
      * beneath it, then every till working from that branch with
      * its expected cash (float + cash in - cash out + taken from
      * the vault - handed back) against the teller's declared
      * count, then the branch's total. Tills that name no branch,
      * or a branch whose vault was never opened today, follow on
      * their own so no drawer drops out of the figures, and the
      * report closes with the total for all branches. A figure
      * still NOT DECLARED counts nothing on the declared side.
      * Runs nightly from NIGHTRUN after TILLPROF has proved the
      * day, so the statuses read PROVED; can also be started as
      * its own CICS transaction.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCASH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 TILL-RECORD.
        03 TILL-KEY.
         05 TILL-USERID                PIC X(8).
         05 TILL-DATE                  PIC X(8).
        03 TILL-FLOAT                  PIC S9(9)V99.
        03 TILL-CASH-IN                PIC S9(9)V99.
        03 TILL-CASH-OUT               PIC S9(9)V99.
        03 TILL-DECLARED               PIC S9(9)V99.
        03 TILL-STATUS                 PIC X(1).
          88 TILL-IS-OPEN                      VALUE 'O'.
          88 TILL-IS-CLOSED                    VALUE 'C'.
          88 TILL-IS-PROOFED                   VALUE 'P'.
        03 TILL-BRANCH                 PIC X(4).
        03 TILL-VAULT-IN               PIC S9(9)V99.
        03 TILL-VAULT-OUT              PIC S9(9)V99.

       01 VAULT-RECORD.
        03 VLT-KEY.
         05 VLT-BRANCH                 PIC X(4).
         05 VLT-DATE                   PIC X(8).
        03 VLT-OPENING                 PIC S9(9)V99.
        03 VLT-DELIVERED               PIC S9(9)V99.
        03 VLT-RETURNED                PIC S9(9)V99.
        03 VLT-ISSUED                  PIC S9(9)V99.
        03 VLT-RECEIVED                PIC S9(9)V99.
        03 VLT-DECLARED                PIC S9(9)V99.
        03 VLT-STATUS                  PIC X(1).
          88 VLT-IS-OPEN                       VALUE 'O'.
          88 VLT-IS-CLOSED                     VALUE 'C'.
          88 VLT-IS-PROOFED                    VALUE 'P'.
        03 VLT-CUSTODIAN               PIC X(8).
        03 VLT-FIRST-MOVE              PIC 9(7).

      * the TECHBRM branch reference record - for the branch name

       01 BRANCH-MASTER-RECORD.
        03 BRM-CODE                    PIC X(4).
        03 BRM-NAME                    PIC X(20).
        03 BRM-REGION                  PIC X(8).
        03 BRM-STATUS                  PIC X(1).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

      * the day's tills, loaded once so each branch can pick out its
      * own as its vault is reported

       01 TILL-TABLE.
        03 TT-COUNT                    PIC 9(3) VALUE 0.
        03 TT-ENTRY OCCURS 200 TIMES.
         05 TT-USERID                  PIC X(8).
         05 TT-BRANCH                  PIC X(4).
         05 TT-EXPECTED                PIC S9(9)V99.
         05 TT-DECLARED                PIC S9(9)V99.
         05 TT-STATUS                  PIC X(1).
         05 TT-PRINTED-SW              PIC 9.
           88 TT-PRINTED                       VALUE 1.

       01 MISCEL-VARS.
        03 TILL-REC-LEN                PIC S9(4) VALUE 87.
        03 VLT-REC-LEN                 PIC S9(4) VALUE 94.
        03 BRM-REC-LEN                 PIC S9(4) VALUE 33.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
          88 END-OF-FILE                       VALUE 1.
        03 TT-IX                       PIC 9(3) VALUE 0.
        03 TILLS-NOT-LOADED            PIC 9(5) VALUE 0.
        03 BRANCH-COUNT                PIC 9(5) VALUE 0.
        03 TILL-COUNT                  PIC 9(5) VALUE 0.
        03 UNPLACED-COUNT              PIC 9(5) VALUE 0.
        03 NET-ISSUED                  PIC S9(9)V99.
        03 ROW-EXPECTED                PIC S9(9)V99.
        03 ROW-DECLARED                PIC S9(9)V99.
        03 ROW-STATUS                  PIC X(1).
        03 BRANCH-EXPECTED             PIC S9(11)V99.
        03 BRANCH-DECLARED             PIC S9(11)V99.
        03 ALL-EXPECTED                PIC S9(11)V99 VALUE 0.
        03 ALL-DECLARED                PIC S9(11)V99 VALUE 0.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 FILLER                      PIC X(30)
                   VALUE 'BRANCH CASH POSITION REPORT'.
        03 FILLER                      PIC X(15) VALUE 'BUSINESS DATE:'.
        03 HL-DATE                     PIC X(8).
        03 FILLER                      PIC X(27) VALUE SPACES.

       01 COLUMN-LINE.
        03 FILLER                      PIC X(20)
                   VALUE 'BRCH CASH  HELD BY'.
        03 FILLER                      PIC X(14)
                   VALUE '     EXPECTED'.
        03 FILLER                      PIC X(14)
                   VALUE '     DECLARED'.
        03 FILLER                      PIC X(14)
                   VALUE '   OVER/SHORT'.
        03 FILLER                      PIC X(18) VALUE '  STATUS'.

       01 BRANCH-HEAD-LINE.
        03 FILLER                      PIC X(7) VALUE 'BRANCH'.
        03 BH-BRANCH                   PIC X(5).
        03 BH-NAME                     PIC X(20).
        03 FILLER                      PIC X(48) VALUE SPACES.

       01 ROW-LINE.
        03 RL-BRANCH                   PIC X(5).
        03 RL-KIND                     PIC X(6).
        03 RL-WHO                      PIC X(9).
        03 RL-EXPECTED                 PIC -(9)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 RL-DECLARED                 PIC -(9)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 RL-OVER-SHORT               PIC -(9)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 RL-STATUS                   PIC X(12).
        03 FILLER                      PIC X(5) VALUE SPACES.

      * how a vault's expected cash was arrived at - as TILLPROF
      * prints it

       01 VAULT-COMPONENT-LINE.
        03 FILLER                      PIC X(8) VALUE '   OPEN '.
        03 VC-OPENING                  PIC -(9)9.99.
        03 FILLER                      PIC X(5) VALUE ' DLV '.
        03 VC-DELIVERED                PIC -(9)9.99.
        03 FILLER                      PIC X(5) VALUE ' RTN '.
        03 VC-RETURNED                 PIC -(9)9.99.
        03 FILLER                      PIC X(10) VALUE ' NET TILL'.
        03 VC-NET-ISSUED               PIC -(9)9.99.

       01 TOTAL-LINE.
        03 TL-LABEL                    PIC X(20).
        03 TL-EXPECTED                 PIC -(11)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 TL-DECLARED                 PIC -(11)9.99.
        03 FILLER                      PIC X(1) VALUE SPACES.
        03 TL-OVER-SHORT               PIC -(11)9.99.
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 COUNT-LINE.
        03 FILLER                      PIC X(10) VALUE 'BRANCHES:'.
        03 CL-BRANCHES                 PIC ZZZZ9.
        03 FILLER                      PIC X(8) VALUE ' TILLS:'.
        03 CL-TILLS                    PIC ZZZZ9.
        03 FILLER                      PIC X(17)
                                        VALUE ' WITHOUT VAULT:'.
        03 CL-UNPLACED                 PIC ZZZZ9.
        03 FILLER                      PIC X(30) VALUE SPACES.

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

      * the day's tills into the table first

           MOVE LOW-VALUES TO TILL-KEY

           EXEC CICS STARTBR
                   FILE("TECHTILL")
                   RIDFLD(TILL-KEY)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM LOAD-ONE-TILL UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHTILL")
                   NOHANDLE
                   END-EXEC

      * then each branch's vault with its tills beneath it

           MOVE 0 TO END-OF-FILE-SW
           MOVE LOW-VALUES TO VLT-KEY

           EXEC CICS STARTBR
                   FILE("TECHVLT")
                   RIDFLD(VLT-KEY)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM REPORT-ONE-BRANCH UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("TECHVLT")
                   NOHANDLE
                   END-EXEC

      * and whatever drawers no vault claimed

           PERFORM REPORT-UNPLACED-TILLS

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'ALL BRANCHES' TO TL-LABEL
           MOVE ALL-EXPECTED TO TL-EXPECTED
           MOVE ALL-DECLARED TO TL-DECLARED
           COMPUTE TL-OVER-SHORT = ALL-DECLARED - ALL-EXPECTED
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE BRANCH-COUNT TO CL-BRANCHES
           MOVE TILL-COUNT TO CL-TILLS
           MOVE UNPLACED-COUNT TO CL-UNPLACED
           MOVE COUNT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF TILLS-NOT-LOADED > 0

            MOVE SPACES TO PRINT-LINE
            STRING 'TILL TABLE FULL - ' TILLS-NOT-LOADED
                   ' TILLS NOT REPORTED'
                   DELIMITED BY SIZE
                   INTO PRINT-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE

           END-IF

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-ONE-TILL SECTION.

      * a till written before there were vaults carries no branch
      * or vault figures - clear them before every READNEXT

           MOVE TILL-REC-LEN TO LENGTH-VAR
           MOVE SPACES TO TILL-BRANCH
           MOVE 0 TO TILL-VAULT-IN
           MOVE 0 TO TILL-VAULT-OUT

           EXEC CICS READNEXT
                   FILE("TECHTILL")
                   INTO(TILL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TILL-KEY)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO LOAD-ONE-TILL-EXIT

           END-IF

           IF TILL-DATE NOT = RUN-DATE

            GO TO LOAD-ONE-TILL-EXIT

           END-IF

           IF TT-COUNT NOT < 200

            ADD 1 TO TILLS-NOT-LOADED

            GO TO LOAD-ONE-TILL-EXIT

           END-IF

           ADD 1 TO TT-COUNT
           MOVE TILL-USERID TO TT-USERID(TT-COUNT)
           MOVE TILL-BRANCH TO TT-BRANCH(TT-COUNT)
           COMPUTE TT-EXPECTED(TT-COUNT) =
                   TILL-FLOAT + TILL-CASH-IN - TILL-CASH-OUT
                   + TILL-VAULT-IN - TILL-VAULT-OUT
           MOVE TILL-STATUS TO TT-STATUS(TT-COUNT)
           MOVE 0 TO TT-PRINTED-SW(TT-COUNT)

           IF TILL-IS-OPEN

            MOVE 0 TO TT-DECLARED(TT-COUNT)

           ELSE

            MOVE TILL-DECLARED TO TT-DECLARED(TT-COUNT)

           END-IF

           .
       LOAD-ONE-TILL-EXIT.
           EXIT.
      *****************************************************************
       REPORT-ONE-BRANCH SECTION.

           MOVE VLT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHVLT")
                   INTO(VAULT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(VLT-KEY)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

            GO TO REPORT-ONE-BRANCH-EXIT

           END-IF

           IF VLT-DATE NOT = RUN-DATE

            GO TO REPORT-ONE-BRANCH-EXIT

           END-IF

           ADD 1 TO BRANCH-COUNT

           MOVE SPACES TO BRANCH-MASTER-RECORD
           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(VLT-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE '(NOT ON TECHBRM)' TO BRM-NAME

           END-IF

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE VLT-BRANCH TO BH-BRANCH
           MOVE BRM-NAME TO BH-NAME
           MOVE BRANCH-HEAD-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * the vault first, with how its expected figure was reached

           COMPUTE NET-ISSUED = VLT-ISSUED - VLT-RECEIVED

           COMPUTE ROW-EXPECTED =
                   VLT-OPENING + VLT-DELIVERED - VLT-RETURNED
                   - NET-ISSUED

           IF VLT-IS-OPEN

            MOVE 0 TO ROW-DECLARED

           ELSE

            MOVE VLT-DECLARED TO ROW-DECLARED

           END-IF

           MOVE VLT-STATUS TO ROW-STATUS

           MOVE VLT-BRANCH TO RL-BRANCH
           MOVE 'VAULT' TO RL-KIND
           MOVE VLT-CUSTODIAN TO RL-WHO

           PERFORM PRINT-CASH-ROW

           MOVE ROW-EXPECTED TO BRANCH-EXPECTED
           MOVE ROW-DECLARED TO BRANCH-DECLARED

           MOVE VLT-OPENING TO VC-OPENING
           MOVE VLT-DELIVERED TO VC-DELIVERED
           MOVE VLT-RETURNED TO VC-RETURNED
           MOVE NET-ISSUED TO VC-NET-ISSUED
           MOVE VAULT-COMPONENT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * then every till working from this branch

           PERFORM REPORT-BRANCH-TILL
                   VARYING TT-IX FROM 1 BY 1
                   UNTIL TT-IX > TT-COUNT

           MOVE SPACES TO TL-LABEL
           STRING 'BRANCH ' VLT-BRANCH ' TOTAL'
                  DELIMITED BY SIZE
                  INTO TL-LABEL
           END-STRING
           MOVE BRANCH-EXPECTED TO TL-EXPECTED
           MOVE BRANCH-DECLARED TO TL-DECLARED
           COMPUTE TL-OVER-SHORT = BRANCH-DECLARED - BRANCH-EXPECTED
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD BRANCH-EXPECTED TO ALL-EXPECTED
           ADD BRANCH-DECLARED TO ALL-DECLARED

           GO TO REPORT-ONE-BRANCH-EXIT

           .
      *****************************************************************
       REPORT-BRANCH-TILL.

           IF TT-BRANCH(TT-IX) = VLT-BRANCH AND NOT TT-PRINTED(TT-IX)

            PERFORM PRINT-TABLE-TILL

            ADD ROW-EXPECTED TO BRANCH-EXPECTED
            ADD ROW-DECLARED TO BRANCH-DECLARED

           END-IF

           .
       REPORT-ONE-BRANCH-EXIT.
           EXIT.
      *****************************************************************
       REPORT-UNPLACED-TILLS SECTION.

      * tills naming no branch, or a branch with no vault open
      * today - still cash the bank holds

           MOVE 0 TO BRANCH-EXPECTED
           MOVE 0 TO BRANCH-DECLARED

           PERFORM COUNT-UNPLACED-TILL
                   VARYING TT-IX FROM 1 BY 1
                   UNTIL TT-IX > TT-COUNT

           IF UNPLACED-COUNT = 0

            GO TO REPORT-UNPLACED-TILLS-EXIT

           END-IF

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'TILLS WITHOUT A BRANCH VAULT TODAY' TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM REPORT-UNPLACED-TILL
                   VARYING TT-IX FROM 1 BY 1
                   UNTIL TT-IX > TT-COUNT

           MOVE 'UNPLACED TOTAL' TO TL-LABEL
           MOVE BRANCH-EXPECTED TO TL-EXPECTED
           MOVE BRANCH-DECLARED TO TL-DECLARED
           COMPUTE TL-OVER-SHORT = BRANCH-DECLARED - BRANCH-EXPECTED
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD BRANCH-EXPECTED TO ALL-EXPECTED
           ADD BRANCH-DECLARED TO ALL-DECLARED

           GO TO REPORT-UNPLACED-TILLS-EXIT

           .
      *****************************************************************
       COUNT-UNPLACED-TILL.

           IF NOT TT-PRINTED(TT-IX)

            ADD 1 TO UNPLACED-COUNT

           END-IF

           .
      *****************************************************************
       REPORT-UNPLACED-TILL.

           IF NOT TT-PRINTED(TT-IX)

            PERFORM PRINT-TABLE-TILL

            ADD ROW-EXPECTED TO BRANCH-EXPECTED
            ADD ROW-DECLARED TO BRANCH-DECLARED

           END-IF

           .
       REPORT-UNPLACED-TILLS-EXIT.
           EXIT.
      *****************************************************************
       PRINT-TABLE-TILL SECTION.

      * table entry TT-IX as a cash row, marked so it is reported
      * once only

           MOVE TT-EXPECTED(TT-IX) TO ROW-EXPECTED
           MOVE TT-DECLARED(TT-IX) TO ROW-DECLARED
           MOVE TT-STATUS(TT-IX) TO ROW-STATUS

           MOVE TT-BRANCH(TT-IX) TO RL-BRANCH
           MOVE 'TILL' TO RL-KIND
           MOVE TT-USERID(TT-IX) TO RL-WHO

           PERFORM PRINT-CASH-ROW

           MOVE 1 TO TT-PRINTED-SW(TT-IX)
           ADD 1 TO TILL-COUNT

           .
       PRINT-TABLE-TILL-EXIT.
           EXIT.
      *****************************************************************
       PRINT-CASH-ROW SECTION.

      * one vault or till: RL-BRANCH/KIND/WHO are set by the caller,
      * the figures come from ROW-EXPECTED/DECLARED/STATUS. An
      * undeclared drawer has nothing to be over or short against.

           MOVE ROW-EXPECTED TO RL-EXPECTED
           MOVE ROW-DECLARED TO RL-DECLARED

           EVALUATE ROW-STATUS

            WHEN 'O'

             MOVE 0 TO RL-OVER-SHORT
             MOVE 'NOT DECLARED' TO RL-STATUS

            WHEN 'C'

             COMPUTE RL-OVER-SHORT = ROW-DECLARED - ROW-EXPECTED
             MOVE 'DECLARED' TO RL-STATUS

            WHEN OTHER

             COMPUTE RL-OVER-SHORT = ROW-DECLARED - ROW-EXPECTED
             MOVE 'PROVED' TO RL-STATUS

           END-EVALUATE

           MOVE ROW-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       PRINT-CASH-ROW-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-LINE SECTION.

           EXEC CICS WRITE
                   FILE("CASHRPT")
                   FROM(PRINT-LINE)
                   LENGTH(LENGTH OF PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
