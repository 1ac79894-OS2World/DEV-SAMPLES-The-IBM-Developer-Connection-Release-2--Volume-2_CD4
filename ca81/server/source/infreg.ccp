      *****************************************************************
      *
      * AUTHOR\DATE\AREA maintenance, inbound-file register.
      *
      * For CICS v3
      *
      * Every file another party delivers for a batch run - the
      * employers' SALINF wage files, the exchange's CHQINF inward
      * cheques, the switch's ATMINF transactions, the auditors'
      * CERTINF lists, the post office's RTMINF returned mail, the
      * general ledger's GLRETN returned balances - carries a header
      * record naming its originator, its file date and the
      * originator's own file sequence number, and a trailer record
      * with the item count and hash total. The loading job
      * (SALCRED, CHQCLEAR, ATMPOST, BULKCERT, RTMLOAD, GLRECON)
      * proves the trailer against the items itself, then LINKs
      * here with the header and trailer figures, before it posts
      * anything:
      *  - 'A' accept - the TECHIFR register (key = file name +
      *    originator + file sequence) is checked; a file already
      *    posted to completion is refused as a duplicate, and a
      *    file that is not the originator's next one in sequence is
      *    refused out of sequence (an originator's first file sets
      *    the sequence). A file accepted earlier whose run never
      *    completed, with the same count and hash, is resumed - the
      *    loaders mark each item in place, so the rerun carries on
      *    where the failure stopped it. An accepted file is
      *    registered as posting
      *  - 'R' reject - the loader found the file unfit (no header or
      *    trailer, count or hash not agreeing); only journalled
      *  - 'C' complete - the run finished; the register entry is
      *    marked complete
      * Each outcome is journalled on TECHJRNL under the business
      * date and the FILE name as the step, so PREFLT and NIGHTRUN's
      * morning report can say which files arrived and what became
      * of them: 'RN' posting, 'OK' posted, 'RJ' rejected on its
      * control totals, 'DU' refused as a duplicate, 'SQ' refused
      * out of sequence. Intended to be LINKed by the loaders, not
      * called from VSAMSERV.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * the TECHIFR inbound-file register record - one per file
      * accepted

       01 INBOUND-FILE-RECORD.
        03 IFR-KEY.
         05 IFR-FILE                   PIC X(8).
         05 IFR-ORIGINATOR             PIC X(8).
         05 IFR-FILE-SEQNO             PIC 9(6).
        03 IFR-FILE-DATE               PIC X(8).
        03 IFR-ITEM-COUNT              PIC 9(7).
        03 IFR-HASH-TOTAL              PIC S9(13)V99.
        03 IFR-STATUS                  PIC X(1).
          88 IFR-POSTING                       VALUE 'P'.
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

       01 SAVED-JOURNAL-RECORD         PIC X(44).

       01 CONTROL-RECORD.
        03 CTL-KEY                     PIC X(8).
        03 CTL-NUM-VALUE               PIC 9(9).
        03 CTL-CHAR-VALUE              PIC X(8).

       01 MISCEL-VARS.
        03 IFR-REC-LEN                 PIC S9(4) VALUE 73.
        03 JR-REC-LEN                  PIC S9(4) VALUE 44.
        03 CTL-REC-LEN                 PIC S9(4) VALUE 25.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 RUN-DATE                    PIC X(8).
        03 RUN-TIME                    PIC X(6).
        03 NOW-ABSTIME                 PIC S9(15) COMP-3.
        03 IFR-BROWSE-KEY.
         05 IFR-BROWSE-FILE            PIC X(8).
         05 IFR-BROWSE-ORIGINATOR      PIC X(8).
         05 IFR-BROWSE-SEQNO           PIC 9(6).
        03 IFR-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 IFR-SCAN-DONE                     VALUE 1.
        03 LAST-SEQNO-SW               PIC 9 VALUE 0.
          88 LAST-SEQNO-FOUND                  VALUE 1.
        03 NEXT-SEQNO                  PIC 9(7).

       LINKAGE SECTION.

       01 DFHCOMMAREA.
        03 IRP-FUNCTION                PIC X(1).
          88 IRP-ACCEPT                        VALUE 'A'.
          88 IRP-REJECT                        VALUE 'R'.
          88 IRP-COMPLETE                      VALUE 'C'.
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

      * the journal is kept under the business date the loaders post
      * under (TECHCTL 'BUSDATE'); a region without the record falls
      * back to the machine clock

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

           EVALUATE TRUE

            WHEN IRP-ACCEPT
             PERFORM ACCEPT-THE-FILE

            WHEN IRP-REJECT
             MOVE 'RJ' TO JR-OUTCOME
             PERFORM JOURNAL-REFUSAL

            WHEN IRP-COMPLETE
             PERFORM COMPLETE-THE-FILE

            WHEN OTHER
             MOVE 'X' TO IRP-RESULT
             MOVE 'INVALID FUNCTION' TO IRP-REASON

           END-EVALUATE

           EXEC CICS RETURN
                   END-EXEC

           .
       MAINLINE-EXIT.
           EXIT.
      *****************************************************************
       ACCEPT-THE-FILE SECTION.

           MOVE 'A' TO IRP-RESULT
           MOVE SPACES TO IRP-REASON
           MOVE 0 TO IRP-LAST-SEQNO

           MOVE IRP-FILE TO IFR-FILE
           MOVE IRP-ORIGINATOR TO IFR-ORIGINATOR
           MOVE IRP-FILE-SEQNO TO IFR-FILE-SEQNO
           MOVE IFR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHIFR")
                   INTO(INBOUND-FILE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IFR-KEY)
                   KEYLENGTH(22)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

      * this very file has been seen before - carry on with a run
      * that never finished, refuse anything else

            MOVE IRP-FILE-SEQNO TO IRP-LAST-SEQNO

            IF IFR-POSTING
               AND IFR-ITEM-COUNT = IRP-ITEM-COUNT
               AND IFR-HASH-TOTAL = IRP-HASH-TOTAL

             MOVE 'R' TO IRP-RESULT
             PERFORM JOURNAL-POSTING

            ELSE

             MOVE 'X' TO IRP-RESULT
             MOVE 'DUPLICATE FILE' TO IRP-REASON
             MOVE 'DU' TO JR-OUTCOME
             PERFORM JOURNAL-REFUSAL

            END-IF

            GO TO ACCEPT-THE-FILE-EXIT

           END-IF

      * a new file must be the originator's next - the highest
      * sequence registered so far, plus one

           PERFORM FIND-LAST-SEQNO

           IF LAST-SEQNO-FOUND

            COMPUTE NEXT-SEQNO = IRP-LAST-SEQNO + 1

            IF IRP-FILE-SEQNO NOT = NEXT-SEQNO

             MOVE 'X' TO IRP-RESULT
             MOVE 'OUT OF SEQUENCE' TO IRP-REASON
             MOVE 'SQ' TO JR-OUTCOME
             PERFORM JOURNAL-REFUSAL

             GO TO ACCEPT-THE-FILE-EXIT

            END-IF

           END-IF

           MOVE IRP-FILE TO IFR-FILE
           MOVE IRP-ORIGINATOR TO IFR-ORIGINATOR
           MOVE IRP-FILE-SEQNO TO IFR-FILE-SEQNO
           MOVE IRP-FILE-DATE TO IFR-FILE-DATE
           MOVE IRP-ITEM-COUNT TO IFR-ITEM-COUNT
           MOVE IRP-HASH-TOTAL TO IFR-HASH-TOTAL
           MOVE 'P' TO IFR-STATUS
           MOVE RUN-DATE TO IFR-ACCEPTED-DATE
           MOVE RUN-TIME TO IFR-ACCEPTED-TIME
           MOVE SPACES TO IFR-COMPLETED-TIME
           MOVE IFR-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHIFR")
                   FROM(INBOUND-FILE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IFR-KEY)
                   KEYLENGTH(22)
                   NOHANDLE
                   END-EXEC

      * a file the register cannot record is not posted - a later
      * delivery of it could not then be recognised as a repeat

           IF EIBRESP NOT = 0

            MOVE 'X' TO IRP-RESULT
            MOVE 'REGISTER UNAVAILABLE' TO IRP-REASON
            MOVE 'RJ' TO JR-OUTCOME
            PERFORM JOURNAL-REFUSAL

            GO TO ACCEPT-THE-FILE-EXIT

           END-IF

           PERFORM JOURNAL-POSTING

           .
       ACCEPT-THE-FILE-EXIT.
           EXIT.
      *****************************************************************
       FIND-LAST-SEQNO SECTION.

      * every file registered for this file name and originator, in
      * sequence order - the last one seen is the highest

           MOVE 0 TO LAST-SEQNO-SW
           MOVE 0 TO IFR-SCAN-DONE-SW
           MOVE IRP-FILE TO IFR-BROWSE-FILE
           MOVE IRP-ORIGINATOR TO IFR-BROWSE-ORIGINATOR
           MOVE 0 TO IFR-BROWSE-SEQNO

           EXEC CICS STARTBR
                   FILE("TECHIFR")
                   RIDFLD(IFR-BROWSE-KEY)
                   KEYLENGTH(22)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO FIND-LAST-SEQNO-EXIT

           END-IF

           PERFORM FIND-NEXT-REGISTERED UNTIL IFR-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHIFR")
                   NOHANDLE
                   END-EXEC

           GO TO FIND-LAST-SEQNO-EXIT

           .
      *****************************************************************
       FIND-NEXT-REGISTERED.

           MOVE IFR-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHIFR")
                   INTO(INBOUND-FILE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IFR-BROWSE-KEY)
                   KEYLENGTH(22)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR IFR-FILE NOT = IRP-FILE
              OR IFR-ORIGINATOR NOT = IRP-ORIGINATOR

            MOVE 1 TO IFR-SCAN-DONE-SW

           ELSE

            MOVE 1 TO LAST-SEQNO-SW
            MOVE IFR-FILE-SEQNO TO IRP-LAST-SEQNO

           END-IF

           .
       FIND-LAST-SEQNO-EXIT.
           EXIT.
      *****************************************************************
       COMPLETE-THE-FILE SECTION.

           MOVE IRP-FILE TO IFR-FILE
           MOVE IRP-ORIGINATOR TO IFR-ORIGINATOR
           MOVE IRP-FILE-SEQNO TO IFR-FILE-SEQNO
           MOVE IFR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHIFR")
                   INTO(INBOUND-FILE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IFR-KEY)
                   KEYLENGTH(22)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 'C' TO IFR-STATUS
            MOVE RUN-TIME TO IFR-COMPLETED-TIME
            MOVE IFR-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHIFR")
                    FROM(INBOUND-FILE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

      * the posting entry the accept wrote keeps its start time

           MOVE RUN-DATE TO JR-DATE
           MOVE IRP-FILE TO JR-STEP
           MOVE JR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHJRNL")
                   INTO(JOURNAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JR-KEY)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE RUN-TIME TO JR-START-TIME

           END-IF

           MOVE RUN-TIME TO JR-END-TIME
           MOVE 'OK' TO JR-OUTCOME
           MOVE 0 TO JR-START-SEQNO
           MOVE 0 TO JR-END-SEQNO

           PERFORM PUT-JOURNAL-RECORD

           .
       COMPLETE-THE-FILE-EXIT.
           EXIT.
      *****************************************************************
       JOURNAL-POSTING SECTION.

           MOVE RUN-DATE TO JR-DATE
           MOVE IRP-FILE TO JR-STEP
           MOVE RUN-TIME TO JR-START-TIME
           MOVE SPACES TO JR-END-TIME
           MOVE 'RN' TO JR-OUTCOME
           MOVE 0 TO JR-START-SEQNO
           MOVE 0 TO JR-END-SEQNO

           PERFORM PUT-JOURNAL-RECORD

           .
       JOURNAL-POSTING-EXIT.
           EXIT.
      *****************************************************************
       JOURNAL-REFUSAL SECTION.

      * the caller has set JR-OUTCOME - a refused file starts and
      * ends in the same moment

           MOVE RUN-DATE TO JR-DATE
           MOVE IRP-FILE TO JR-STEP
           MOVE RUN-TIME TO JR-START-TIME
           MOVE RUN-TIME TO JR-END-TIME
           MOVE 0 TO JR-START-SEQNO
           MOVE 0 TO JR-END-SEQNO

           PERFORM PUT-JOURNAL-RECORD

           .
       JOURNAL-REFUSAL-EXIT.
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
