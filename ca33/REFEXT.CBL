      $set callfh
       identification division.
       program-id. refext.
      *
      * Statement        Licensed Materials - Property of IBM
      *
      *                  CA33 SupportPac
      *                  (c) Copyright IBM Corp. 1994.
      *
      *                  See Copyright Instructions.
      *
      *                  All rights reserved.
      *
      *                  U.S. Government Users Restricted Rights - use,
      *                  duplication or disclosure restricted by GSA
      *                  ADP Schedule Contract with IBM Corp.
      *
      * Status           Version 1 Release 0
      *
      * Description
      *
      * This program accesses BOTH sequential AND BTrieve files
      * the same way MIXFILES does, for the customer master and the
      * reference files that give TECHBASE its meaning: the
      * sequential extracts of TECHCUST (customers, 202 bytes),
      * TECHJNT (joint-owner links, 41 bytes), TECHBRM (branches,
      * 33 bytes) and TECHPROD (products, 39 bytes) are converted
      * into four BTrieve files keyed exactly as the region keys
      * them - customer number, account + customer number, branch
      * code and product code - so ACCTJOIN can answer who owns an
      * account, which branch it is held at and what product it is
      * on without going to the region. Any input file may be
      * absent; its phase is skipped with a note. Unlike the audit
      * trail these files are maintained, so a record whose key is
      * already in the extract (a rerun, or a later extract over an
      * earlier one) is rewritten with the new image and counted as
      * refreshed, not an error.
      *
       environment division.
       input-output section.
       file-control.
      $set filetype"5"
      * assigned to data-names, not literals, so REFEXT_CUSTBTR and
      * friends in the environment can repoint any file without a
      * recompile - get-paths fills these in before the opens, and
      * the literal value here is only the default when no override
      * is set
           select custbtr assign to
               ws-custbtr-path
               organization is indexed
               record key is fd-cust-no
               access mode is dynamic
               file status is ws-custbtr-status.
      $set filetype"5"
           select jntbtr assign to
               ws-jntbtr-path
               organization is indexed
               record key is fd-jnt-key
               access mode is dynamic
               file status is ws-jntbtr-status.
      $set filetype"5"
           select brmbtr assign to
               ws-brmbtr-path
               organization is indexed
               record key is fd-brm-code
               access mode is dynamic
               file status is ws-brmbtr-status.
      $set filetype"5"
           select prodbtr assign to
               ws-prodbtr-path
               organization is indexed
               record key is fd-prod-code
               access mode is dynamic
               file status is ws-prodbtr-status.
      $set filetype"0"
           select custtext assign to
               ws-custtext-path
           organization is line sequential
           file status is ws-custtext-status.
           select jnttext assign to
               ws-jnttext-path
           organization is line sequential
           file status is ws-jnttext-status.
           select brmtext assign to
               ws-brmtext-path
           organization is line sequential
           file status is ws-brmtext-status.
           select prodtext assign to
               ws-prodtext-path
           organization is line sequential
           file status is ws-prodtext-status.

      * checkpoint file - phase reached plus records already
      * converted, so a run interrupted partway through can restart
      * without re-reading everything it already did
           select chkptfile assign to
               ws-chkpt-path
           organization is line sequential
           file status is ws-chkpt-status.

      * rejects - every extract record that fails the per-field
      * validation lands here with a reason code, instead of going
      * into the BTrieve copy and poisoning the analysis
           select rejectfile assign to
               ws-reject-path
           organization is line sequential.

       file section.
       fd custbtr
          block contains 0 records.
       01 fd-custbtr-record.
      * full TECHCUST layout (202 bytes) - key is the customer
      * number at position 0, exactly as the region keys it
           05 fd-cust-no       pic x(6).
           05 fd-cust-rest     pic x(196).
       fd jntbtr
          block contains 0 records.
       01 fd-jntbtr-record.
      * full TECHJNT layout (41 bytes) - key is account + customer
      * number (11 bytes), so every co-owner of one account sits
      * together in key order
           05 fd-jnt-key       pic x(11).
           05 fd-jnt-rest      pic x(30).
       fd brmbtr
          block contains 0 records.
       01 fd-brmbtr-record.
      * full TECHBRM layout (33 bytes) - key is the branch code
           05 fd-brm-code      pic x(4).
           05 fd-brm-rest      pic x(29).
       fd prodbtr
          block contains 0 records.
       01 fd-prodbtr-record.
      * full TECHPROD layout (39 bytes) - key is the product code
           05 fd-prod-code     pic x(2).
           05 fd-prod-rest     pic x(37).
       fd custtext.
       01 fd-custtext-record.
           05 cq-cust-no       pic x(6).
           05 cq-surname       pic x(15).
           05 cq-first-name    pic x(10).
           05 cq-remainder     pic x(171).
       fd jnttext.
       01 fd-jnttext-record.
           05 jq-account       pic x(5).
           05 jq-cust-no       pic x(6).
           05 jq-surname       pic x(15).
           05 jq-remainder     pic x(15).
       fd brmtext.
       01 fd-brmtext-record.
           05 bq-code          pic x(4).
           05 bq-name          pic x(20).
           05 bq-remainder     pic x(9).
       fd prodtext.
       01 fd-prodtext-record.
           05 pq-code          pic x(2).
           05 pq-name          pic x(12).
           05 pq-remainder     pic x(25).
       fd chkptfile.
       01 fd-chkpt-record.
           05 fd-chkpt-phase          pic 9(001).
           05 fd-chkpt-read-count     pic 9(006).
           05 fd-chkpt-cust-written   pic 9(006).
           05 fd-chkpt-jnt-written    pic 9(006).
           05 fd-chkpt-brm-written    pic 9(006).
           05 fd-chkpt-prod-written   pic 9(006).
       fd rejectfile.
       01 fd-reject-record.
           05 rj-reason        pic x(12).
           05 filler           pic x(1).
           05 rj-image         pic x(202).

       working-storage section.
       77 ws-custbtr-status    pic x(002)  value "99".
       77 ws-jntbtr-status     pic x(002)  value "99".
       77 ws-brmbtr-status     pic x(002)  value "99".
       77 ws-prodbtr-status    pic x(002)  value "99".
       77 ws-custtext-status   pic x(002)  value "99".
       77 ws-jnttext-status    pic x(002)  value "99".
       77 ws-brmtext-status    pic x(002)  value "99".
       77 ws-prodtext-status   pic x(002)  value "99".
       77 ws-chkpt-status      pic x(002)  value "99".
       01 ws-phase             pic 9(001)  value 1.
       01 ws-rec-read          pic 9(006)  value 0.
       01 ws-rec-written       pic 9(006)  value 0.
       01 ws-refreshed         pic 9(006)  value 0.
       01 ws-write-errors      pic 9(006)  value 0.
       01 ws-cust-written      pic 9(006)  value 0.
       01 ws-jnt-written       pic 9(006)  value 0.
       01 ws-brm-written       pic 9(006)  value 0.
       01 ws-prod-written      pic 9(006)  value 0.
       01 ws-run-date          pic 9(006)  value zero.
       01 ws-run-time          pic 9(008)  value zero.
       01 ws-custbtr-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHCUST.BTR".
       01 ws-jntbtr-path       pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHJNT.BTR".
       01 ws-brmbtr-path       pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHBRM.BTR".
       01 ws-prodbtr-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHPROD.BTR".
       01 ws-custtext-path     pic x(080)
           value "E:\CICS200\USERBIN\DATA\CUSTSEQ.TXT".
       01 ws-jnttext-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\JNTSEQ.TXT".
       01 ws-brmtext-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\BRMSEQ.TXT".
       01 ws-prodtext-path     pic x(080)
           value "E:\CICS200\USERBIN\DATA\PRODSEQ.TXT".
       01 ws-chkpt-path        pic x(080)
           value "E:\CICS200\USERBIN\DATA\REFEXT.CHK".
       01 ws-reject-path       pic x(080)
           value "E:\CICS200\USERBIN\DATA\REFREJ.TXT".
       01 ws-reject-count      pic 9(006)  value 0.
       01 ws-reject-reason     pic x(012)  value spaces.
       01 ws-reject-key        pic x(011)  value spaces.
       01 ws-reject-image      pic x(202)  value spaces.
       01 ws-checkpoint-phase  pic 9(001)  value 1.
       01 ws-checkpoint-count  pic 9(006)  value 0.
       01 ws-chk-cust-written  pic 9(006)  value 0.
       01 ws-chk-jnt-written   pic 9(006)  value 0.
       01 ws-chk-brm-written   pic 9(006)  value 0.
       01 ws-chk-prod-written  pic 9(006)  value 0.
       01 ws-skip-count        pic 9(006)  value 0.
       01 ws-expected-total    pic 9(006)  value 0.
       01 ws-btr-actual        pic 9(006)  value 0.
       01 ws-env-value         pic x(080)  value spaces.

       procedure division.
       main-line.
           perform get-paths.
           perform load-checkpoint.
           accept ws-run-date from date.
           accept ws-run-time from time.
           display "ABOUT TO OPEN BTRIEVE FILES".
           open i-o custbtr.
           display "TECHCUST OPEN file status = ", ws-custbtr-status.
           if ws-custbtr-status not = "00"
               display "FATAL: TECHCUST open failed, aborting run"
               go to end-run.
           open i-o jntbtr.
           display "TECHJNT OPEN file status = ", ws-jntbtr-status.
           if ws-jntbtr-status not = "00"
               display "FATAL: TECHJNT open failed, aborting run"
               close custbtr
               go to end-run.
           open i-o brmbtr.
           display "TECHBRM OPEN file status = ", ws-brmbtr-status.
           if ws-brmbtr-status not = "00"
               display "FATAL: TECHBRM open failed, aborting run"
               close custbtr jntbtr
               go to end-run.
           open i-o prodbtr.
           display "TECHPROD OPEN file status = ", ws-prodbtr-status.
           if ws-prodbtr-status not = "00"
               display "FATAL: TECHPROD open failed, aborting run"
               close custbtr jntbtr brmbtr
               go to end-run.
           open output rejectfile.
           if ws-checkpoint-phase > 1
               display "RESTART: earlier phases already complete"
               go to cust-phase jnt-phase brm-phase prod-phase
                   depending on ws-checkpoint-phase.

      * PHASE 1 - customers: CUSTSEQ.TXT into TECHCUST.BTR
       cust-phase.
           open input custtext.
           if ws-custtext-status not = "00"
               display "No customer extract at ", ws-custtext-path
               display "  - customer phase skipped"
               go to jnt-phase.
           go to cust-skip.
       cust-loop.
           read custtext at end go to cust-done.
           add 1 to ws-rec-read.
           perform validate-cust-record.
           if ws-reject-reason not = spaces
               move cq-cust-no to ws-reject-key
               move fd-custtext-record to ws-reject-image
               perform reject-record
               perform save-checkpoint
               go to cust-loop.
           write fd-custbtr-record from fd-custtext-record.
           if ws-custbtr-status = "22"
               rewrite fd-custbtr-record from fd-custtext-record
               add 1 to ws-refreshed
           else
               if ws-custbtr-status not = "00"
                   display "WARNING: TECHCUST write rejected for key ",
                           cq-cust-no, " status = ", ws-custbtr-status
                   add 1 to ws-write-errors
               else
                   add 1 to ws-rec-written
                   add 1 to ws-cust-written.
           perform save-checkpoint.
           go to cust-loop.
       cust-skip.
           if ws-checkpoint-count = 0
               go to cust-loop.
           display "RESTART: skipping ", ws-checkpoint-count,
                   " already-converted customer record(s)".
           move 0 to ws-skip-count.
       cust-skip-loop.
           add 1 to ws-skip-count.
           read custtext at end go to cust-done.
           if ws-skip-count < ws-checkpoint-count
               go to cust-skip-loop.
           go to cust-loop.
       cust-done.
           close custtext.
           display "CUSTOMER PHASE: read ", ws-rec-read, " written ",
                   ws-rec-written.

      * PHASE 2 - joint-owner links: JNTSEQ.TXT into TECHJNT.BTR
       jnt-phase.
           move 2 to ws-phase.
           if ws-checkpoint-phase not = 2
               move 0 to ws-checkpoint-count.
           move 0 to ws-rec-read ws-rec-written.
           open input jnttext.
           if ws-jnttext-status not = "00"
               display "No joint-owner extract at ", ws-jnttext-path
               display "  - joint-owner phase skipped"
               go to brm-phase.
           go to jnt-skip.
       jnt-loop.
           read jnttext at end go to jnt-done.
           add 1 to ws-rec-read.
           perform validate-jnt-record.
           if ws-reject-reason not = spaces
               move jq-account to ws-reject-key
               move jq-cust-no to ws-reject-key(6:6)
               move fd-jnttext-record to ws-reject-image
               perform reject-record
               perform save-checkpoint
               go to jnt-loop.
           write fd-jntbtr-record from fd-jnttext-record.
           if ws-jntbtr-status = "22"
               rewrite fd-jntbtr-record from fd-jnttext-record
               add 1 to ws-refreshed
           else
               if ws-jntbtr-status not = "00"
                   display "WARNING: TECHJNT write rejected for key ",
                           jq-account, jq-cust-no, " status = ",
                           ws-jntbtr-status
                   add 1 to ws-write-errors
               else
                   add 1 to ws-rec-written
                   add 1 to ws-jnt-written.
           perform save-checkpoint.
           go to jnt-loop.
       jnt-skip.
           if ws-checkpoint-count = 0
               go to jnt-loop.
           display "RESTART: skipping ", ws-checkpoint-count,
                   " already-converted joint-owner record(s)".
           move 0 to ws-skip-count.
       jnt-skip-loop.
           add 1 to ws-skip-count.
           read jnttext at end go to jnt-done.
           if ws-skip-count < ws-checkpoint-count
               go to jnt-skip-loop.
           go to jnt-loop.
       jnt-done.
           close jnttext.
           display "JOINT-OWNER PHASE: read ", ws-rec-read,
                   " written ", ws-rec-written.

      * PHASE 3 - branches: BRMSEQ.TXT into TECHBRM.BTR
       brm-phase.
           move 3 to ws-phase.
           if ws-checkpoint-phase not = 3
               move 0 to ws-checkpoint-count.
           move 0 to ws-rec-read ws-rec-written.
           open input brmtext.
           if ws-brmtext-status not = "00"
               display "No branch extract at ", ws-brmtext-path
               display "  - branch phase skipped"
               go to prod-phase.
           go to brm-skip.
       brm-loop.
           read brmtext at end go to brm-done.
           add 1 to ws-rec-read.
           perform validate-brm-record.
           if ws-reject-reason not = spaces
               move bq-code to ws-reject-key
               move fd-brmtext-record to ws-reject-image
               perform reject-record
               perform save-checkpoint
               go to brm-loop.
           write fd-brmbtr-record from fd-brmtext-record.
           if ws-brmbtr-status = "22"
               rewrite fd-brmbtr-record from fd-brmtext-record
               add 1 to ws-refreshed
           else
               if ws-brmbtr-status not = "00"
                   display "WARNING: TECHBRM write rejected for key ",
                           bq-code, " status = ", ws-brmbtr-status
                   add 1 to ws-write-errors
               else
                   add 1 to ws-rec-written
                   add 1 to ws-brm-written.
           perform save-checkpoint.
           go to brm-loop.
       brm-skip.
           if ws-checkpoint-count = 0
               go to brm-loop.
           display "RESTART: skipping ", ws-checkpoint-count,
                   " already-converted branch record(s)".
           move 0 to ws-skip-count.
       brm-skip-loop.
           add 1 to ws-skip-count.
           read brmtext at end go to brm-done.
           if ws-skip-count < ws-checkpoint-count
               go to brm-skip-loop.
           go to brm-loop.
       brm-done.
           close brmtext.
           display "BRANCH PHASE: read ", ws-rec-read, " written ",
                   ws-rec-written.

      * PHASE 4 - products: PRODSEQ.TXT into TECHPROD.BTR
       prod-phase.
           move 4 to ws-phase.
           if ws-checkpoint-phase not = 4
               move 0 to ws-checkpoint-count.
           move 0 to ws-rec-read ws-rec-written.
           open input prodtext.
           if ws-prodtext-status not = "00"
               display "No product extract at ", ws-prodtext-path
               display "  - product phase skipped"
               go to convert-done.
           go to prod-skip.
       prod-loop.
           read prodtext at end go to prod-done.
           add 1 to ws-rec-read.
           perform validate-prod-record.
           if ws-reject-reason not = spaces
               move pq-code to ws-reject-key
               move fd-prodtext-record to ws-reject-image
               perform reject-record
               perform save-checkpoint
               go to prod-loop.
           write fd-prodbtr-record from fd-prodtext-record.
           if ws-prodbtr-status = "22"
               rewrite fd-prodbtr-record from fd-prodtext-record
               add 1 to ws-refreshed
           else
               if ws-prodbtr-status not = "00"
                   display "WARNING: TECHPROD write rejected for key ",
                           pq-code, " status = ", ws-prodbtr-status
                   add 1 to ws-write-errors
               else
                   add 1 to ws-rec-written
                   add 1 to ws-prod-written.
           perform save-checkpoint.
           go to prod-loop.
       prod-skip.
           if ws-checkpoint-count = 0
               go to prod-loop.
           display "RESTART: skipping ", ws-checkpoint-count,
                   " already-converted product record(s)".
           move 0 to ws-skip-count.
       prod-skip-loop.
           add 1 to ws-skip-count.
           read prodtext at end go to prod-done.
           if ws-skip-count < ws-checkpoint-count
               go to prod-skip-loop.
           go to prod-loop.
       prod-done.
           close prodtext.
           display "PRODUCT PHASE: read ", ws-rec-read, " written ",
                   ws-rec-written.
       convert-done.
           close custbtr jntbtr brmbtr prodbtr rejectfile.
           perform reconcile-counts thru count-prod-done.
           perform clear-checkpoint.
           perform print-run-summary.
       end-run.
           stop run.

      * RESTART/CHECKPOINT SUPPORT
      *
      * load-checkpoint reads which phase a previous, interrupted run
      * was in and how many of that phase's input records it had
      * already converted; the phase skip loops then re-read (and
      * discard) that many before normal conversion resumes, so
      * restarting after a crash doesn't redo work already in the
      * BTrieve copies. save-checkpoint records progress after every
      * record; clear-checkpoint resets once a run completes cleanly.
       load-checkpoint.
           move 1 to ws-checkpoint-phase.
           move 0 to ws-checkpoint-count.
           move 0 to ws-chk-cust-written ws-chk-jnt-written
                     ws-chk-brm-written ws-chk-prod-written.
           open input chkptfile.
           if ws-chkpt-status = "00"
               read chkptfile
               move fd-chkpt-phase         to ws-checkpoint-phase
               move fd-chkpt-read-count    to ws-checkpoint-count
               move fd-chkpt-cust-written  to ws-chk-cust-written
               move fd-chkpt-jnt-written   to ws-chk-jnt-written
               move fd-chkpt-brm-written   to ws-chk-brm-written
               move fd-chkpt-prod-written  to ws-chk-prod-written
               close chkptfile
               display "RESTART: resuming phase ", ws-checkpoint-phase
           else
               display "No checkpoint found - starting from the top".
           if ws-checkpoint-phase < 1 or ws-checkpoint-phase > 4
               display "Checkpoint phase ", ws-checkpoint-phase,
                       " not recognised - starting from the top"
               move 1 to ws-checkpoint-phase
               move 0 to ws-checkpoint-count.

       save-checkpoint.
           move ws-phase to fd-chkpt-phase.
           if ws-phase = ws-checkpoint-phase
               compute fd-chkpt-read-count =
                       ws-checkpoint-count + ws-rec-read
           else
               move ws-rec-read to fd-chkpt-read-count.
           compute fd-chkpt-cust-written =
                   ws-chk-cust-written + ws-cust-written.
           compute fd-chkpt-jnt-written =
                   ws-chk-jnt-written + ws-jnt-written.
           compute fd-chkpt-brm-written =
                   ws-chk-brm-written + ws-brm-written.
           compute fd-chkpt-prod-written =
                   ws-chk-prod-written + ws-prod-written.
           open output chkptfile.
           write fd-chkpt-record.
           close chkptfile.

       clear-checkpoint.
           move 1 to fd-chkpt-phase.
           move 0 to fd-chkpt-read-count.
           move 0 to fd-chkpt-cust-written fd-chkpt-jnt-written
                     fd-chkpt-brm-written fd-chkpt-prod-written.
           open output chkptfile.
           write fd-chkpt-record.
           close chkptfile.

      ***************************************************************
      * RECONCILIATION                                              *
      ***************************************************************
      * Confirm that what is physically in each BTrieve copy matches
      * the cumulative count of records this (and any prior,
      * checkpointed) run(s) believe they successfully wrote,
      * catching silent data loss the way MIXFILES does for
      * TECHBASE. Refreshed records from reruns are not in the
      * expected count - they were on file before this run.
       reconcile-counts.
           compute ws-expected-total =
                   ws-chk-cust-written + ws-cust-written.
           move 0 to ws-btr-actual.
           open input custbtr.
       count-cust-loop.
           read custbtr next record at end go to count-cust-done.
           add 1 to ws-btr-actual.
           go to count-cust-loop.
       count-cust-done.
           close custbtr.
           display "RECONCILIATION: TECHCUST contains ",
                   ws-btr-actual, " record(s), new writes ",
                   ws-expected-total.
           compute ws-expected-total =
                   ws-chk-jnt-written + ws-jnt-written.
           move 0 to ws-btr-actual.
           open input jntbtr.
       count-jnt-loop.
           read jntbtr next record at end go to count-jnt-done.
           add 1 to ws-btr-actual.
           go to count-jnt-loop.
       count-jnt-done.
           close jntbtr.
           display "RECONCILIATION: TECHJNT contains ",
                   ws-btr-actual, " record(s), new writes ",
                   ws-expected-total.
           compute ws-expected-total =
                   ws-chk-brm-written + ws-brm-written.
           move 0 to ws-btr-actual.
           open input brmbtr.
       count-brm-loop.
           read brmbtr next record at end go to count-brm-done.
           add 1 to ws-btr-actual.
           go to count-brm-loop.
       count-brm-done.
           close brmbtr.
           display "RECONCILIATION: TECHBRM contains ",
                   ws-btr-actual, " record(s), new writes ",
                   ws-expected-total.
           compute ws-expected-total =
                   ws-chk-prod-written + ws-prod-written.
           move 0 to ws-btr-actual.
           open input prodbtr.
       count-prod-loop.
           read prodbtr next record at end go to count-prod-done.
           add 1 to ws-btr-actual.
           go to count-prod-loop.
       count-prod-done.
           close prodbtr.
           display "RECONCILIATION: TECHPROD contains ",
                   ws-btr-actual, " record(s), new writes ",
                   ws-expected-total.

       print-run-summary.
           display "=============================================".
           display "REFEXT RUN SUMMARY".
           display "  run date/time    : ", ws-run-date, "/",
                   ws-run-time.
           display "  TECHCUST path    : ", ws-custbtr-path.
           display "  TECHJNT path     : ", ws-jntbtr-path.
           display "  TECHBRM path     : ", ws-brmbtr-path.
           display "  TECHPROD path    : ", ws-prodbtr-path.
           display "  customers written: ", ws-cust-written.
           display "  joint links wrtn : ", ws-jnt-written.
           display "  branches written : ", ws-brm-written.
           display "  products written : ", ws-prod-written.
           display "  refreshed        : ", ws-refreshed.
           display "  records rejected : ", ws-reject-count.
           display "  write errors     : ", ws-write-errors.
           display "=============================================".

      ***************************************************************
      * FIELD-LEVEL VALIDATION                                       *
      ***************************************************************
      * bad input is caught at the door instead of downstream - a
      * key the region could never have written (a non-numeric
      * customer or account number, a blank branch or product
      * code) or a record with no name to show never reaches the
      * BTrieve copies. The first rule broken names the reject.
       validate-cust-record.
           move spaces to ws-reject-reason.
           if cq-cust-no not numeric
               move "BAD-CUSTNO" to ws-reject-reason
           else
               if cq-surname = spaces
                   move "NO-SURNAME" to ws-reject-reason.

       validate-jnt-record.
           move spaces to ws-reject-reason.
           if jq-account not numeric
               move "BAD-ACCOUNT" to ws-reject-reason
           else
               if jq-cust-no not numeric
                   move "BAD-CUSTNO" to ws-reject-reason.

       validate-brm-record.
           move spaces to ws-reject-reason.
           if bq-code = spaces
               move "BAD-BRANCH" to ws-reject-reason
           else
               if bq-name = spaces
                   move "NO-NAME" to ws-reject-reason.

       validate-prod-record.
           move spaces to ws-reject-reason.
           if pq-code = spaces
               move "BAD-PRODUCT" to ws-reject-reason
           else
               if pq-name = spaces
                   move "NO-NAME" to ws-reject-reason.

      * the caller has already put the input image in
      * ws-reject-image and its key in ws-reject-key
       reject-record.
           display "REJECTED: ", ws-reject-reason, " key ",
                   ws-reject-key.
           move spaces to fd-reject-record.
           move ws-reject-reason to rj-reason.
           move ws-reject-image to rj-image.
           write fd-reject-record.
           add 1 to ws-reject-count.
           move spaces to ws-reject-key ws-reject-image.

       get-paths.
           display "REFEXT_CUSTBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-custbtr-path.
           display "REFEXT_JNTBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-jntbtr-path.
           display "REFEXT_BRMBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-brmbtr-path.
           display "REFEXT_PRODBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-prodbtr-path.
           display "REFEXT_CUSTIN" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-custtext-path.
           display "REFEXT_JNTIN" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-jnttext-path.
           display "REFEXT_BRMIN" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-brmtext-path.
           display "REFEXT_PRODIN" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-prodtext-path.
           display "REFEXT_CHKPT" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-chkpt-path.
           display "REFEXT_REJECTS" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-reject-path.

       end program refext.
