      * from deposits, cash out from withdrawals, and the drawer
      * count declared at close (the Z command). This job browses
      * TECHTILL end-to-end and proves every declared till it has
      * not proved before: expected = float + cash in - cash out
      * + cash taken from the branch vault - cash handed back to
      * it, over/short = declared - expected, one TILLRPT line per
      * teller per date. A difference does not vanish into the
      * night: it posts to the suspense internal account (the
      * TECHPARM 'INTACCTS' record) with the teller's userid in the
      * narrative and a TECHAUDIT entry, and is recorded on the
      * TECHSUSP suspense register (source TILLPROF, the teller and
      * date as its reference) until someone clears it, and the
      * till is marked proofed so a rerun can never post the
      * difference twice. A
      * till still open (no Z declared) is reported as NOT DECLARED
      * and left for the next run.
      *
      * The branch vaults behind the tills (TECHVLT) are proved the
      * same way once the tills are done: expected = opening +
      * delivered by the cash centre - returned to it - net cash
      * issued to tills (issued less received back), against the
      * custodian's declared count. The line reads VLT and the
      * branch where a till shows the teller, a second line breaks
      * the expected figure down, and a difference posts to
      * suspense and goes on the register (VAULT OVER / VAULT
      * SHORT, the branch and date as its reference) exactly as a
      * till's does. Intended to be started nightly as its own
      * CICS transaction, not called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
          88 TILL-IS-OPEN                      VALUE 'O'.
          88 TILL-IS-CLOSED                    VALUE 'C'.
          88 TILL-IS-PROOFED                   VALUE 'P'.
        03 TILL-BRANCH                 PIC X(4).
        03 TILL-VAULT-IN               PIC S9(9)V99.
        03 TILL-VAULT-OUT              PIC S9(9)V99.

      * the TECHVLT branch vault position for a business date - see
      * TELLER's DO-VAULT

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

       01 TECHBASE-RECORD.
        03 ACCOUNTO                    PIC X(5).
        03 AUDIT-NARRATIVE              PIC X(30).

      * the narrative a posted difference carries - names whose
      * drawer (or which branch's vault) it came from

       01 DIFF-NARRATIVE-BUILD.
        03 DIFF-NARR-KIND              PIC X(10)
                                        VALUE 'TILL DIFF '.
        03 DIFF-NARR-USERID            PIC X(8).
        03 FILLER                      PIC X(12) VALUE SPACES.

      * what POST-DIFFERENCE posts and registers - set by the till
      * or vault proof that found it

       01 DIFF-VARS.
        03 DIFF-AMOUNT                 PIC S9(9)V99.
        03 DIFF-ORIG-ID                PIC X(8).
        03 DIFF-ORIG-DATE              PIC X(8).
        03 DIFF-OVER-REASON            PIC X(16).
        03 DIFF-SHORT-REASON           PIC X(16).

      * the TECHPARM 'INTACCTS' record - the suspense account the
      * differences land on

        03 IAP-INTEXP-ACCT             PIC X(5).
        03 IAP-SUSP-ACCT               PIC X(5).
        03 IAP-UNCL-ACCT               PIC X(5).
        03 IAP-CLEAR-ACCT              PIC X(5).

       01 CONTRA-VARS.
        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.

      * TECHCTL 'AUDSEQ' control record - the persisted audit

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 TILL-REC-LEN                PIC S9(4) VALUE 87.
        03 VLT-REC-LEN                 PIC S9(4) VALUE 94.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
        03 DIFF-COUNT                  PIC 9(5) VALUE 0.
        03 TILL-EXPECTED               PIC S9(9)V99.
        03 TILL-OVER-SHORT             PIC S9(9)V99.
        03 VAULT-PROOFED-COUNT         PIC 9(5) VALUE 0.
        03 VAULT-OPEN-COUNT            PIC 9(5) VALUE 0.
        03 VAULT-DIFF-COUNT            PIC 9(5) VALUE 0.
        03 VAULT-NET-ISSUED            PIC S9(9)V99.
        03 VAULT-EXPECTED              PIC S9(9)V99.
        03 VAULT-OVER-SHORT            PIC S9(9)V99.
        03 RUN-DATE                    PIC X(8).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.

      * the TECHSUSP suspense-register record - one item for each
      * amount this run leaves sitting in the suspense internal
      * account, numbered from the TECHCTL 'SUSPSEQ' counter (see
      * WRITE-SUSPENSE-ITEM)

       01 SUSPENSE-ITEM-RECORD.
        03 SUS-REF                     PIC 9(7).
        03 SUS-SOURCE                  PIC X(8).
        03 SUS-ORIG-REF                PIC X(20).
        03 SUS-DATE                    PIC X(8).
        03 SUS-AMOUNT                  PIC S9(9)V99.
        03 SUS-ACCOUNT                 PIC X(5).
        03 SUS-REASON                  PIC X(16).
        03 SUS-STATUS                  PIC X(1).
          88 SUS-OPEN                          VALUE 'O'.
        03 SUS-RESOLVED-DATE           PIC X(8).
        03 SUS-RESOLVED-TO             PIC X(5).
        03 SUS-RESOLVED-BY             PIC X(8).

       01 SUSPENSE-VARS.
        03 SUS-REC-LEN                 PIC S9(4) VALUE 97.
        03 CTL-SUSPSEQ-KEY             PIC X(8) VALUE 'SUSPSEQ'.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 TL-DIFF                     PIC ZZZZ9.
        03 FILLER                      PIC X(21) VALUE SPACES.

      * how a vault's expected cash was arrived at

       01 VAULT-COMPONENT-LINE.
        03 FILLER                      PIC X(8) VALUE '   OPEN '.
        03 VC-OPENING                  PIC -(9)9.99.
        03 FILLER                      PIC X(5) VALUE ' DLV '.
        03 VC-DELIVERED                PIC -(9)9.99.
        03 FILLER                      PIC X(5) VALUE ' RTN '.
        03 VC-RETURNED                 PIC -(9)9.99.
        03 FILLER                      PIC X(10) VALUE ' NET TILL'.
        03 VC-NET-ISSUED               PIC -(9)9.99.

       01 VAULT-TOTAL-LINE.
        03 FILLER                      PIC X(16)
                                        VALUE 'VAULTS PROOFED:'.
        03 VT-PROOFED                  PIC ZZZZ9.
        03 FILLER                      PIC X(16)
                                        VALUE ' NOT DECLARED:'.
        03 VT-OPEN                     PIC ZZZZ9.
        03 FILLER                      PIC X(19)
                                        VALUE ' WITH DIFFERENCE:'.
        03 VT-DIFF                     PIC ZZZZ9.
        03 FILLER                      PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

      * LENGTH-VAR is shared with the suspense posting a proved
      * difference performs - restore the record length before
      * every READNEXT, and clear the vault fields a till written
      * before there were vaults does not carry

            MOVE TILL-REC-LEN TO LENGTH-VAR
            MOVE SPACES TO TILL-BRANCH
            MOVE 0 TO TILL-VAULT-IN
            MOVE 0 TO TILL-VAULT-OUT

            EXEC CICS READNEXT
                    FILE("TECHTILL")
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

      * then the vaults behind the tills

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

           PERFORM UNTIL END-OF-FILE

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

            ELSE

             IF VLT-IS-CLOSED

              PERFORM PROVE-ONE-VAULT

             ELSE

              IF VLT-IS-OPEN

               PERFORM REPORT-UNDECLARED-VAULT

              END-IF

             END-IF

            END-IF

           END-PERFORM

           EXEC CICS ENDBR
                   FILE("TECHVLT")
                   NOHANDLE
                   END-EXEC

           MOVE VAULT-PROOFED-COUNT TO VT-PROOFED
           MOVE VAULT-OPEN-COUNT TO VT-OPEN
           MOVE VAULT-DIFF-COUNT TO VT-DIFF
           MOVE VAULT-TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           EXEC CICS RETURN
                   END-EXEC


           COMPUTE TILL-EXPECTED =
                   TILL-FLOAT + TILL-CASH-IN - TILL-CASH-OUT
                   + TILL-VAULT-IN - TILL-VAULT-OUT

           COMPUTE TILL-OVER-SHORT = TILL-DECLARED - TILL-EXPECTED


            MOVE 'TO SUSPENSE' TO DL-RESULT

            MOVE TILL-OVER-SHORT TO DIFF-AMOUNT
            MOVE 'TILL DIFF ' TO DIFF-NARR-KIND
            MOVE TILL-USERID TO DIFF-NARR-USERID
            MOVE TILL-USERID TO DIFF-ORIG-ID
            MOVE TILL-DATE TO DIFF-ORIG-DATE
            MOVE 'TILL OVER' TO DIFF-OVER-REASON
            MOVE 'TILL SHORT' TO DIFF-SHORT-REASON

            PERFORM POST-DIFFERENCE

           END-IF
      *****************************************************************
       POST-DIFFERENCE SECTION.

      * the drawer (or vault) difference in DIFF-AMOUNT lands in
      * the suspense internal account - a surplus adds, a shortage
      * subtracts - with an audit entry naming the teller or the
      * branch. A region whose internal accounts were never named
      * is only reported.

           IF IAP-SUSP-ACCT = SPACES OR IAP-SUSP-ACCT = LOW-VALUES


           MOVE TECHBASE-RECORD TO BEFORE-IMAGE

           ADD DIFF-AMOUNT TO BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

            MOVE IAP-SUSP-ACCT TO AUDIT-ACCOUNT
            MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
            MOVE TECHBASE-RECORD TO AUDIT-AFTER-IMAGE
            MOVE DIFF-NARRATIVE-BUILD TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

      * and the difference goes on the suspense register in its own
      * right, so it can be found and cleared later

            MOVE SPACES TO SUSPENSE-ITEM-RECORD
            MOVE 'TILLPROF' TO SUS-SOURCE
            MOVE DIFF-ORIG-ID TO SUS-ORIG-REF(1:8)
            MOVE DIFF-ORIG-DATE TO SUS-ORIG-REF(10:8)
            MOVE DIFF-AMOUNT TO SUS-AMOUNT

            IF DIFF-AMOUNT > 0

             MOVE DIFF-OVER-REASON TO SUS-REASON

            ELSE

             MOVE DIFF-SHORT-REASON TO SUS-REASON

            END-IF

            PERFORM WRITE-SUSPENSE-ITEM

           END-IF

           .
           .
       MARK-TILL-PROOFED-EXIT.
           EXIT.
      *****************************************************************
       PROVE-ONE-VAULT SECTION.

      * opening + delivered - returned - net issued to tills is what
      * the custodian should have counted; only movements the
      * receiving side confirmed are in the figures

           COMPUTE VAULT-NET-ISSUED = VLT-ISSUED - VLT-RECEIVED

           COMPUTE VAULT-EXPECTED =
                   VLT-OPENING + VLT-DELIVERED - VLT-RETURNED
                   - VAULT-NET-ISSUED

           COMPUTE VAULT-OVER-SHORT = VLT-DECLARED - VAULT-EXPECTED

           MOVE SPACES TO DL-USERID
           STRING 'VLT ' VLT-BRANCH DELIMITED BY SIZE
                  INTO DL-USERID
           END-STRING
           MOVE VLT-DATE TO DL-DATE
           MOVE VAULT-EXPECTED TO DL-EXPECTED
           MOVE VLT-DECLARED TO DL-DECLARED
           MOVE VAULT-OVER-SHORT TO DL-OVER-SHORT

           IF VAULT-OVER-SHORT = 0

            MOVE 'BALANCED' TO DL-RESULT

           ELSE

            ADD 1 TO VAULT-DIFF-COUNT

            MOVE 'TO SUSPENSE' TO DL-RESULT

            MOVE VAULT-OVER-SHORT TO DIFF-AMOUNT
            MOVE 'VAULT DIFF' TO DIFF-NARR-KIND
            MOVE SPACES TO DIFF-NARR-USERID
            MOVE VLT-BRANCH TO DIFF-NARR-USERID(2:4)
            MOVE DL-USERID TO DIFF-ORIG-ID
            MOVE VLT-DATE TO DIFF-ORIG-DATE
            MOVE 'VAULT OVER' TO DIFF-OVER-REASON
            MOVE 'VAULT SHORT' TO DIFF-SHORT-REASON

            PERFORM POST-DIFFERENCE

           END-IF

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE VLT-OPENING TO VC-OPENING
           MOVE VLT-DELIVERED TO VC-DELIVERED
           MOVE VLT-RETURNED TO VC-RETURNED
           MOVE VAULT-NET-ISSUED TO VC-NET-ISSUED
           MOVE VAULT-COMPONENT-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM MARK-VAULT-PROOFED

           ADD 1 TO VAULT-PROOFED-COUNT

           .
       PROVE-ONE-VAULT-EXIT.
           EXIT.
      *****************************************************************
       REPORT-UNDECLARED-VAULT SECTION.

           ADD 1 TO VAULT-OPEN-COUNT

           MOVE SPACES TO DL-USERID
           STRING 'VLT ' VLT-BRANCH DELIMITED BY SIZE
                  INTO DL-USERID
           END-STRING
           MOVE VLT-DATE TO DL-DATE
           MOVE 0 TO DL-EXPECTED
           MOVE 0 TO DL-DECLARED
           MOVE 0 TO DL-OVER-SHORT
           MOVE 'NOT DECLARED' TO DL-RESULT

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       REPORT-UNDECLARED-VAULT-EXIT.
           EXIT.
      *****************************************************************
       MARK-VAULT-PROOFED SECTION.

           MOVE VLT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHVLT")
                   INTO(VAULT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(VLT-KEY)
                   KEYLENGTH(12)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 'P' TO VLT-STATUS

            MOVE VLT-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHVLT")
                    FROM(VAULT-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
       MARK-VAULT-PROOFED-EXIT.
           EXIT.
      *****************************************************************
       LOAD-INTERNAL-ACCTS SECTION.

           .
       LOAD-INTERNAL-ACCTS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-SUSPENSE-ITEM SECTION.

      * the caller fills the source, original reference, amount
      * (as it stands in suspense - what suspense holds for someone
      * is positive, what it is owed negative), account and reason;
      * the item is numbered from the TECHCTL 'SUSPSEQ' counter and
      * goes on the register open, for VSAMSERV's SUSPENSE function
      * to resolve and SUSPAGE to age

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-SUSPSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-SUSPSEQ-KEY TO CTL-KEY
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

            IF CTL-NUM-VALUE > 9999999

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

           MOVE CTL-NUM-VALUE TO SUS-REF
           MOVE RUN-DATE TO SUS-DATE
           SET SUS-OPEN TO TRUE
           MOVE SPACES TO SUS-RESOLVED-DATE
           MOVE SPACES TO SUS-RESOLVED-TO
           MOVE SPACES TO SUS-RESOLVED-BY

           MOVE SUS-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHSUSP")
                   FROM(SUSPENSE-ITEM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SUS-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-SUSPENSE-ITEM-EXIT.
           EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.

