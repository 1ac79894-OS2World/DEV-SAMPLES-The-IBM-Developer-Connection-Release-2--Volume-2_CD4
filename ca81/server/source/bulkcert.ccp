      * started as its own CICS transaction, not called from
      * VSAMSERV.
      *
      * Like the other inbound files, CERTINF carries a header
      * record (key 00000 - originator, file date, file sequence
      * number) and a trailer (key 99999 - item count, and the hash
      * total of the account numbers); a list that does not agree
      * with its trailer, or that the INFREG inbound-file register
      * refuses as a repeat or out of sequence, certifies nothing.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKCERT.

       WORKING-STORAGE SECTION.

      * one CERTINF request record - the first record after the
      * header carries the as-at date in the data bytes, the rest
      * carry one account number each

       01 CERT-IN-RECORD.
        03 CI-SEQ                      PIC X(5).
          88 CI-FILE-HEADER                    VALUE '00000'.
          88 CI-FILE-TRAILER                   VALUE '99999'.
        03 CI-DATA                     PIC X(25).

       01 CERT-IN-ACCOUNT REDEFINES CERT-IN-RECORD.
        03 FILLER                      PIC X(5).
        03 CIA-ACCOUNT                 PIC 9(5).
        03 FILLER                      PIC X(20).

      * the file's own control records - the header at the lowest
      * key (who sent the file, its date, and the sender's file
      * sequence number) and the trailer at the highest (the count
      * of items between them, the date record included, and the
      * hash total of the account numbers)

       01 CERT-IN-HEADER REDEFINES CERT-IN-RECORD.
        03 FILLER                      PIC X(5).
        03 CIH-ORIGINATOR              PIC X(8).
        03 CIH-FILE-DATE               PIC X(8).
        03 CIH-FILE-SEQNO              PIC 9(6).
        03 FILLER                      PIC X(3).

       01 CERT-IN-TRAILER REDEFINES CERT-IN-RECORD.
        03 FILLER                      PIC X(5).
        03 CIT-ITEM-COUNT              PIC 9(7).
        03 CIT-HASH-TOTAL              PIC S9(13)V99.
        03 FILLER                      PIC X(3).

       01 AUDIT-RECORD.
        03 AUDIT-SEQNO                 PIC 9(7).
         05 RQ-BALANCE                 PIC S9(9)V99.

       01 MISCEL-VARS.
        03 CI-REC-LEN                  PIC S9(4) VALUE 30.
        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 AH-REC-LEN                  PIC S9(4) VALUE 373.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 CERT-COUNT                  PIC 9(5) VALUE 0.
        03 NOACT-COUNT                 PIC 9(5) VALUE 0.

      * INFREG's parameter block - the inbound-file register that
      * refuses a repeated or out-of-sequence file and journals what
      * became of it on TECHJRNL (see INFREG)

       01 INFREG-PARMS.
        03 IRP-FUNCTION                PIC X(1).
        03 IRP-FILE                    PIC X(8).
        03 IRP-ORIGINATOR              PIC X(8).
        03 IRP-FILE-DATE               PIC X(8).
        03 IRP-FILE-SEQNO              PIC 9(6).
        03 IRP-ITEM-COUNT              PIC 9(7).
        03 IRP-HASH-TOTAL              PIC S9(13)V99.
        03 IRP-RESULT                  PIC X(1).
          88 IRP-ACCEPTED                      VALUE 'A'.
          88 IRP-RESUMED                       VALUE 'R'.
          88 IRP-REFUSED                       VALUE 'X'.
        03 IRP-REASON                  PIC X(20).
        03 IRP-LAST-SEQNO              PIC 9(6).

       01 INBOUND-VARS.
        03 INBOUND-STATE-SW            PIC 9 VALUE 0.
          88 INBOUND-ABSENT                    VALUE 0.
          88 INBOUND-VERIFIED                  VALUE 1.
          88 INBOUND-REJECTED                  VALUE 2.
        03 HEADER-SEEN-SW              PIC 9 VALUE 0.
          88 HEADER-SEEN                       VALUE 1.
        03 TRAILER-SEEN-SW             PIC 9 VALUE 0.
          88 TRAILER-SEEN                      VALUE 1.
        03 COUNTED-ITEMS               PIC 9(7) VALUE 0.
        03 COUNTED-HASH                PIC S9(13)V99 VALUE 0.
        03 TRAILER-ITEMS               PIC 9(7) VALUE 0.
        03 TRAILER-HASH                PIC S9(13)V99 VALUE 0.

       01 PRINT-LINE                   PIC X(80).

       01 HEADER-LINE.
        03 TL-NOACT                    PIC ZZZZ9.
        03 FILLER                      PIC X(40) VALUE SPACES.

       01 INBOUND-LINE.
        03 IL-FILE                     PIC X(9).
        03 IL-ORIGINATOR               PIC X(9).
        03 IL-FILE-DATE                PIC X(9).
        03 FILLER                      PIC X(4) VALUE 'SEQ'.
        03 IL-FILE-SEQNO               PIC Z(5)9.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 IL-RESULT                   PIC X(20).
        03 FILLER                      PIC X(21) VALUE SPACES.

       01 INBOUND-TOTALS-LINE.
        03 FILLER                      PIC X(9) VALUE 'TRAILER'.
        03 ITL-TRAILER-ITEMS           PIC ZZZZZZ9.
        03 ITL-TRAILER-HASH            PIC -(13)9.99.
        03 FILLER                      PIC X(10) VALUE '  COUNTED'.
        03 ITL-COUNTED-ITEMS           PIC ZZZZZZ9.
        03 ITL-COUNTED-HASH            PIC -(13)9.99.
        03 FILLER                      PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

      * a list that does not prove - or no list at all - certifies
      * nothing

           PERFORM VERIFY-INBOUND-FILE

           IF NOT INBOUND-VERIFIED

            EXEC CICS RETURN
                    END-EXEC

           END-IF

           PERFORM LOAD-REQUEST-LIST

           IF ASAT-DATE NOT NUMERIC OR RQ-COUNT = 0
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM COMPLETE-INBOUND-FILE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       VERIFY-INBOUND-FILE SECTION.

      * nothing on the file posts until the whole file proves - the
      * header and trailer must both be there, the items between
      * them must count and hash to what the trailer says, and the
      * register (INFREG) must take it as the sender's next file

           MOVE 0 TO INBOUND-STATE-SW
           MOVE 0 TO HEADER-SEEN-SW
           MOVE 0 TO TRAILER-SEEN-SW
           MOVE 0 TO COUNTED-ITEMS
           MOVE 0 TO COUNTED-HASH
           MOVE 0 TO TRAILER-ITEMS
           MOVE 0 TO TRAILER-HASH
           MOVE 0 TO END-OF-FILE-SW
           MOVE 'CERTINF' TO IRP-FILE
           MOVE SPACES TO IRP-ORIGINATOR
           MOVE SPACES TO IRP-FILE-DATE
           MOVE 0 TO IRP-FILE-SEQNO
           MOVE LOW-VALUES TO CI-SEQ

           EXEC CICS STARTBR
                   FILE("CERTINF")
                   RIDFLD(CI-SEQ)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           END-IF

           PERFORM VERIFY-ONE-RECORD UNTIL END-OF-FILE

           EXEC CICS ENDBR
                   FILE("CERTINF")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO END-OF-FILE-SW

      * an empty file is simply no delivery - nothing to journal and
      * nothing to post

           IF NOT HEADER-SEEN AND NOT TRAILER-SEEN
              AND COUNTED-ITEMS = 0

            MOVE 'NO FILE RECEIVED' TO IL-RESULT
            PERFORM WRITE-INBOUND-LINE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           MOVE TRAILER-ITEMS TO ITL-TRAILER-ITEMS
           MOVE TRAILER-HASH TO ITL-TRAILER-HASH
           MOVE COUNTED-ITEMS TO ITL-COUNTED-ITEMS
           MOVE COUNTED-HASH TO ITL-COUNTED-HASH
           MOVE INBOUND-TOTALS-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF NOT HEADER-SEEN

            MOVE 'NO HEADER RECORD' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           IF NOT TRAILER-SEEN

            MOVE 'NO TRAILER RECORD' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           IF COUNTED-ITEMS NOT = TRAILER-ITEMS

            MOVE 'ITEM COUNT MISMATCH' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           IF COUNTED-HASH NOT = TRAILER-HASH

            MOVE 'HASH TOTAL MISMATCH' TO IRP-REASON
            PERFORM REJECT-INBOUND-FILE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

           MOVE 'A' TO IRP-FUNCTION
           MOVE COUNTED-ITEMS TO IRP-ITEM-COUNT
           MOVE COUNTED-HASH TO IRP-HASH-TOTAL
           PERFORM LINK-INBOUND-REGISTER

           IF IRP-REFUSED

            MOVE 2 TO INBOUND-STATE-SW
            MOVE IRP-REASON TO IL-RESULT
            PERFORM WRITE-INBOUND-LINE

            GO TO VERIFY-INBOUND-FILE-EXIT

           END-IF

      * a resumed file is one an earlier run accepted and never
      * finished - its posted items are marked, so it carries on

           MOVE 1 TO INBOUND-STATE-SW

           IF IRP-RESUMED

            MOVE 'FILE RESUMED' TO IL-RESULT

           ELSE

            MOVE 'FILE ACCEPTED' TO IL-RESULT

           END-IF

           PERFORM WRITE-INBOUND-LINE

           GO TO VERIFY-INBOUND-FILE-EXIT

           .
      *****************************************************************
       VERIFY-ONE-RECORD.

           MOVE CI-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("CERTINF")
                   INTO(CERT-IN-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CI-SEQ)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO END-OF-FILE-SW

           ELSE

            EVALUATE TRUE

             WHEN CI-FILE-HEADER
              MOVE 1 TO HEADER-SEEN-SW
              MOVE CIH-ORIGINATOR TO IRP-ORIGINATOR
              MOVE CIH-FILE-DATE TO IRP-FILE-DATE
              MOVE CIH-FILE-SEQNO TO IRP-FILE-SEQNO

             WHEN CI-FILE-TRAILER
              MOVE 1 TO TRAILER-SEEN-SW
              MOVE CIT-ITEM-COUNT TO TRAILER-ITEMS
              MOVE CIT-HASH-TOTAL TO TRAILER-HASH

             WHEN OTHER
              ADD 1 TO COUNTED-ITEMS

      * the first item is the as-at date - every one after it is an
      * account number, and the numbers are what the hash sums

              IF COUNTED-ITEMS > 1 AND CIA-ACCOUNT NUMERIC

               ADD CIA-ACCOUNT TO COUNTED-HASH

              END-IF

            END-EVALUATE

           END-IF

           .
       VERIFY-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       REJECT-INBOUND-FILE SECTION.

      * IRP-REASON says why - the whole file is refused, and the
      * refusal is journalled for the morning report

           MOVE 2 TO INBOUND-STATE-SW
           MOVE IRP-REASON TO IL-RESULT
           PERFORM WRITE-INBOUND-LINE

           MOVE 'R' TO IRP-FUNCTION
           MOVE COUNTED-ITEMS TO IRP-ITEM-COUNT
           MOVE COUNTED-HASH TO IRP-HASH-TOTAL
           PERFORM LINK-INBOUND-REGISTER

           .
       REJECT-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       COMPLETE-INBOUND-FILE SECTION.

      * every item is now posted or refused - the register marks the
      * file complete, so a second delivery of it is a duplicate

           MOVE 'C' TO IRP-FUNCTION
           PERFORM LINK-INBOUND-REGISTER

           .
       COMPLETE-INBOUND-FILE-EXIT.
           EXIT.
      *****************************************************************
       LINK-INBOUND-REGISTER SECTION.

           EXEC CICS LINK
                   PROGRAM('INFREG')
                   COMMAREA(INFREG-PARMS)
                   LENGTH(LENGTH OF INFREG-PARMS)
                   NOHANDLE
                   END-EXEC

      * a register that cannot be reached cannot vouch for the file

           IF EIBRESP NOT = 0

            MOVE 'X' TO IRP-RESULT
            MOVE 'REGISTER UNAVAILABLE' TO IRP-REASON

           END-IF

           .
       LINK-INBOUND-REGISTER-EXIT.
           EXIT.
      *****************************************************************
       WRITE-INBOUND-LINE SECTION.

           MOVE IRP-FILE TO IL-FILE
           MOVE IRP-ORIGINATOR TO IL-ORIGINATOR
           MOVE IRP-FILE-DATE TO IL-FILE-DATE
           MOVE IRP-FILE-SEQNO TO IL-FILE-SEQNO
           MOVE INBOUND-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           .
       WRITE-INBOUND-LINE-EXIT.
           EXIT.
      *****************************************************************
       LOAD-REQUEST-LIST SECTION.


           ELSE

      * the header and trailer are the file's control records -
      * VERIFY-INBOUND-FILE has already proved them

            IF CI-FILE-HEADER OR CI-FILE-TRAILER

             CONTINUE

            ELSE

             IF ASAT-DATE NOT NUMERIC

      * the first record on the file names the date the whole run
      * certifies at

              MOVE CI-DATA(1:8) TO ASAT-DATE

             ELSE

              ADD 1 TO RQ-COUNT
              MOVE CI-DATA(1:5) TO RQ-ACCOUNT(RQ-COUNT)
              MOVE 0 TO RQ-FOUND(RQ-COUNT)
              MOVE 0 TO RQ-BALANCE(RQ-COUNT)

             END-IF

            END-IF

