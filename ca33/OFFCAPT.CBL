      $set callfh
       identification division.
       program-id. offcapt.
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
      *  This program accesses BOTH BTrieve and sequential files -
      *  the branch's offline teller for when the CICS region itself
      *  is down (TELLER only covers the Web front end being down).
      *  The teller signs on with their userid and keys each cash
      *  deposit or withdrawal at the console; every accepted item is
      *  appended to the capture file with the teller, the date and
      *  time, the account, the amount and a locally generated
      *  reference - branch, station, date and a running number -
      *  which is shown to be written on the customer's slip. Once
      *  the region is back, OFFUPLD (CA55) posts the capture file
      *  through VSAMSERV's normal DEBIT and CREDIT rules and uses
      *  the reference to refuse anything posted twice.
      *
      *  Nothing is posted here, so withdrawals are held to a
      *  conservative offline limit taken from the morning copy of
      *  TECHBASE.BTR (MIXFILES or DELTAREF run at opening): the
      *  balance less any held amount, never the overdraft, and
      *  never more than OFFCAPT_LIMIT (whole units, 500 unless set)
      *  in total for the account for the day. Deposits taken
      *  offline do not add to it - the cash is not yet on the
      *  account. A closed account takes nothing; a frozen or
      *  dormant one takes deposits only.
      *
      *  The capture file is re-read before every item and written
      *  one record at a time (opened, written and closed again, the
      *  way AUDEXT keeps its checkpoint), so a power cut loses no
      *  more than the item being keyed, and every station at the
      *  branch can point OFFCAPT_FILE at the same shared file - the
      *  limit then counts what the other stations have paid out
      *  too. OFFCAPT_BRANCH must be set; OFFCAPT_STATION tells the
      *  branch's stations apart in the reference (01 unless set).
      *
       environment division.
       input-output section.
       file-control.
      $set filetype"5"
      * assigned to data-names, not literals, so OFFCAPT_TECHBASE
      * and OFFCAPT_FILE in the environment can repoint either file
      * without a recompile - get-paths fills these in before the
      * opens
           select techbase assign to
               ws-techbase-path
               organization is indexed
               record key is fd-number
               access mode is random
               file status is ws-techbase-status.
      $set filetype"0"
      * the capture file - the only record of the items until
      * OFFUPLD has posted them
           select capfile assign to
               ws-capfile-path
           organization is line sequential
           file status is ws-capfile-status.

       file section.
       fd techbase
          block contains 0 records.
       01 fd-techbase-record.
      * full live TECHBASE layout (148 bytes) - see MIXFILES.CBL
           05 fd-number        pic 9(5).
           05 fd-surname       pic x(15).
           05 fd-first-name    pic x(10).
           05 fd-address       pic x(45).
           05 fd-balance       pic s9(9)v99.
           05 fd-overdraft     pic s9(9)v99.
           05 fd-status        pic x(1).
           05 fd-branch        pic x(4).
           05 fd-last-activity pic x(8).
           05 fd-customer-no   pic x(6).
           05 fd-day-db-date   pic x(8).
           05 fd-day-db-total  pic s9(9)v99.
           05 fd-product-code  pic x(2).
           05 fd-hold-amount   pic s9(9)v99.
       fd capfile.
       01 fd-capture-record.
      * one captured item (61 bytes) - OFFUPLD.CBL reads the same
      * layout. The reference is branch + station + YYMMDD + a
      * running number per station per day.
           05 fd-cap-reference.
               10 fd-cap-ref-branch    pic x(4).
               10 fd-cap-ref-station   pic x(2).
               10 fd-cap-ref-date      pic 9(6).
               10 fd-cap-ref-seq       pic 9(4).
           05 filler           pic x(1).
           05 fd-cap-teller    pic x(8).
           05 filler           pic x(1).
           05 fd-cap-date      pic 9(8).
           05 filler           pic x(1).
           05 fd-cap-time      pic 9(6).
           05 filler           pic x(1).
           05 fd-cap-account   pic 9(5).
           05 filler           pic x(1).
      * D deposit (paid in), W withdrawal (paid out)
           05 fd-cap-type      pic x(1).
           05 filler           pic x(1).
           05 fd-cap-amount    pic 9(9)v99.

       working-storage section.
       77 ws-techbase-status   pic x(002)  value "99".
       77 ws-capfile-status    pic x(002)  value "99".
       01 ws-run-date          pic 9(008)  value zero.
       01 ws-run-yymmdd        pic 9(006)  value zero.
       01 ws-run-time          pic 9(008)  value zero.
       01 ws-techbase-path     pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHBASE.BTR".
       01 ws-capfile-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\OFFCAPT.TXT".
       01 ws-env-value         pic x(080)  value spaces.
       01 ws-branch            pic x(004)  value spaces.
       01 ws-branch-num        pic 9(004)  value 0.
       01 ws-station           pic x(002)  value "01".
       01 ws-station-num       pic 9(002)  value 0.
       01 ws-ceiling           pic 9(009)v99 value 500.
       01 ws-ceiling-num       pic 9(009)  value 0.

      * counts for the end-of-session summary
       01 ws-items-captured    pic 9(005)  value 0.
       01 ws-items-refused     pic 9(005)  value 0.
       01 ws-total-in          pic s9(11)v99 value 0.
       01 ws-total-out         pic s9(11)v99 value 0.
       01 ws-finished          pic 9       value 0.

      * what the teller keys for one item
       01 ws-teller            pic x(008)  value spaces.
       01 ws-in-account        pic x(005)  value spaces.
       01 ws-in-type           pic x(001)  value spaces.
       01 ws-in-amount         pic x(013)  value spaces.
       01 ws-in-confirm        pic x(001)  value spaces.

      * amount parsing - the same optional-decimal-point split the
      * Web front end applies to a posted amount
       01 ws-int-part          pic x(009)  justified right.
       01 ws-dec-part          pic x(002).
       01 ws-amount-int        pic 9(009)  value 0.
       01 ws-amount-dec        pic 9(002)  value 0.
       01 ws-amount            pic 9(009)v99 value 0.
       01 ws-amount-ok         pic 9       value 0.

      * what the capture file already holds for today - the last
      * running number this station used and what has been paid out
      * of the account in hand by any station
       01 ws-last-seq          pic 9(004)  value 0.
       01 ws-paid-out          pic s9(11)v99 value 0.
       01 ws-available         pic s9(11)v99 value 0.
       01 ws-limit             pic s9(11)v99 value 0.
       01 ws-remaining         pic s9(11)v99 value 0.
       01 ws-cap-eof           pic 9       value 0.

       01 ws-owner-name        pic x(026)  value spaces.
       01 ws-edit-amount       pic z(8)9.99.
       01 ws-edit-remaining    pic -(8)9.99.
       01 ws-edit-total        pic -(10)9.99.

       01 ws-reference.
           05 ws-ref-branch    pic x(4).
           05 ws-ref-station   pic x(2).
           05 ws-ref-date      pic 9(6).
           05 ws-ref-seq       pic 9(4).

       procedure division.
       main-line.
           perform get-paths.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date(3:6) to ws-run-yymmdd.
           if ws-branch = spaces
               display "FATAL: OFFCAPT_BRANCH is not set, aborting run"
               go to end-run.
           open input techbase.
           display "TECHBASE OPEN file status = ", ws-techbase-status.
           if ws-techbase-status not = "00"
               display "FATAL: TECHBASE open failed, aborting run"
               go to end-run.
           perform load-captured thru load-captured-done.
           if ws-capfile-status not = "00"
               display "FATAL: capture file unreadable, status ",
                       ws-capfile-status
               close techbase
               go to end-run.
           display "=============================================".
           display "OFFLINE CAPTURE - BRANCH ", ws-branch,
                   " STATION ", ws-station, " DATE ", ws-run-date.
           display "  nothing keyed here is posted until the region"
           display "  is back and OFFUPLD has run".
           display "=============================================".
           display "Teller userid: " with no advancing.
           accept ws-teller.
           if ws-teller = spaces
               close techbase
               go to end-run.
       capture-next.
           perform capture-one-item thru capture-one-done.
           if ws-finished = 0
               go to capture-next.
           close techbase.
           perform print-run-summary.
       end-run.
           stop run.

      * one item end to end - account, type, amount, the offline
      * checks, the teller's confirmation, then the capture record
       capture-one-item.
           display " ".
           display "Account (blank to finish): " with no advancing.
           move spaces to ws-in-account.
           accept ws-in-account.
           if ws-in-account = spaces
               move 1 to ws-finished
               go to capture-one-done.
           if ws-in-account not numeric
               display "  ACCOUNT MUST BE 5 DIGITS"
               go to capture-one-done.
           move ws-in-account to fd-number.
           read techbase
               invalid key
                   display "  NOT ON THE MORNING EXTRACT - REFUSED"
                   add 1 to ws-items-refused
                   go to capture-one-done
           end-read.
           perform make-owner-name.
           display "  ", fd-number, " ", ws-owner-name,
                   " STATUS ", fd-status.
           if fd-status = "C"
               display "  ACCOUNT CLOSED - REFUSED"
               add 1 to ws-items-refused
               go to capture-one-done.
           display "D deposit / W withdrawal: " with no advancing.
           move spaces to ws-in-type.
           accept ws-in-type.
           inspect ws-in-type converting "dw" to "DW".
           if ws-in-type not = "D" and ws-in-type not = "W"
               display "  TYPE MUST BE D OR W"
               go to capture-one-done.
           if ws-in-type = "W"
                   and (fd-status = "F" or fd-status = "D")
               display "  ACCOUNT FROZEN OR DORMANT - NO WITHDRAWALS"
               add 1 to ws-items-refused
               go to capture-one-done.
           display "Amount: " with no advancing.
           move spaces to ws-in-amount.
           accept ws-in-amount.
           perform parse-amount thru parse-amount-done.
           if ws-amount-ok = 0 or ws-amount = 0
               display "  INVALID AMOUNT"
               go to capture-one-done.

      * what this and every other station has already captured for
      * the account today, and this station's last running number
           perform load-captured thru load-captured-done.
           if ws-capfile-status not = "00"
               display "  CAPTURE FILE UNREADABLE, STATUS ",
                       ws-capfile-status, " - ITEM NOT TAKEN"
               go to capture-one-done.
           if ws-in-type = "W"
               perform check-offline-limit thru check-offline-done
               if ws-remaining < ws-amount
                   move ws-remaining to ws-edit-remaining
                   display "  OVER THE OFFLINE LIMIT - AT MOST ",
                           ws-edit-remaining, " MAY BE PAID OUT"
                   add 1 to ws-items-refused
                   go to capture-one-done.
           move ws-amount to ws-edit-amount.
           if ws-in-type = "W"
               display "  PAY OUT ", ws-edit-amount,
                       " - confirm Y/N: " with no advancing
           else
               display "  TAKE IN ", ws-edit-amount,
                       " - confirm Y/N: " with no advancing.
           move spaces to ws-in-confirm.
           accept ws-in-confirm.
           if ws-in-confirm not = "Y" and ws-in-confirm not = "y"
               display "  ITEM CANCELLED"
               go to capture-one-done.
           perform write-capture thru write-capture-done.
       capture-one-done.
           exit.

      * the offline limit - balance less held funds, nothing below
      * zero and no overdraft, capped at OFFCAPT_LIMIT, less what
      * has already been paid out of the account offline today
       check-offline-limit.
           compute ws-available = fd-balance - fd-hold-amount.
           if ws-available < 0
               move 0 to ws-available.
           move ws-available to ws-limit.
           if ws-limit > ws-ceiling
               move ws-ceiling to ws-limit.
           compute ws-remaining = ws-limit - ws-paid-out.
           if ws-remaining < 0
               move 0 to ws-remaining.
       check-offline-done.
           exit.

      * the capture record goes on the end of the file and the file
      * is closed again straight away, so it is on disk before the
      * customer leaves the counter
       write-capture.
           add 1 to ws-last-seq.
           move ws-branch to ws-ref-branch.
           move ws-station to ws-ref-station.
           move ws-run-yymmdd to ws-ref-date.
           move ws-last-seq to ws-ref-seq.
           accept ws-run-time from time.
           move spaces to fd-capture-record.
           move ws-reference to fd-cap-reference.
           move ws-teller to fd-cap-teller.
           move ws-run-date to fd-cap-date.
           move ws-run-time(1:6) to fd-cap-time.
           move fd-number to fd-cap-account.
           move ws-in-type to fd-cap-type.
           move ws-amount to fd-cap-amount.
           open extend capfile.
           if ws-capfile-status = "00"
               write fd-capture-record.
           if ws-capfile-status not = "00"
               display "  CAPTURE FILE WRITE FAILED, STATUS ",
                       ws-capfile-status, " - ITEM NOT TAKEN"
               go to write-capture-done.
           close capfile.
           add 1 to ws-items-captured.
           if ws-in-type = "W"
               add ws-amount to ws-total-out
           else
               add ws-amount to ws-total-in.
           display "  CAPTURED - REFERENCE ", ws-reference,
                   " - WRITE IT ON THE SLIP".
       write-capture-done.
           exit.

      * one pass of the capture file: the highest running number
      * this station has used today and today's withdrawals from
      * the account in hand (fd-number) by any station. A file that
      * is not there yet is created empty.
       load-captured.
           move 0 to ws-last-seq ws-paid-out ws-cap-eof.
           open input capfile.
           if ws-capfile-status = "35"
               open output capfile
               if ws-capfile-status = "00"
                   close capfile
               end-if
               go to load-captured-done.
           if ws-capfile-status not = "00"
               go to load-captured-done.
       load-captured-loop.
           read capfile at end go to load-captured-end.
           if fd-cap-date not = ws-run-date
               go to load-captured-loop.
           if fd-cap-ref-branch = ws-branch
                   and fd-cap-ref-station = ws-station
                   and fd-cap-ref-date = ws-run-yymmdd
                   and fd-cap-ref-seq > ws-last-seq
               move fd-cap-ref-seq to ws-last-seq.
           if fd-cap-type = "W"
                   and fd-cap-account = fd-number
                   and fd-cap-amount is numeric
               add fd-cap-amount to ws-paid-out.
           go to load-captured-loop.
       load-captured-end.
           close capfile.
           move "00" to ws-capfile-status.
       load-captured-done.
           exit.

       parse-amount.
           move 0 to ws-amount-ok ws-amount.
           move spaces to ws-int-part ws-dec-part.
           unstring ws-in-amount delimited by "." or " "
               into ws-int-part ws-dec-part.
           inspect ws-int-part replacing leading " " by "0".
           if ws-dec-part = spaces
               move "00" to ws-dec-part.
           if ws-dec-part(2:1) = space
               move "0" to ws-dec-part(2:1).
           if ws-int-part is numeric and ws-dec-part is numeric
               move ws-int-part to ws-amount-int
               move ws-dec-part to ws-amount-dec
               compute ws-amount = ws-amount-int + ws-amount-dec / 100
               move 1 to ws-amount-ok.
       parse-amount-done.
           exit.

      * first name then surname, one space between
       make-owner-name.
           move spaces to ws-owner-name.
           if fd-first-name = spaces
               move fd-surname to ws-owner-name
           else
               string fd-first-name delimited by "  "
                      " "           delimited by size
                      fd-surname    delimited by "  "
                   into ws-owner-name.

       print-run-summary.
           display "=============================================".
           display "OFFCAPT SESSION SUMMARY".
           display "  date             : ", ws-run-date.
           display "  branch/station   : ", ws-branch, "/", ws-station.
           display "  teller           : ", ws-teller.
           display "  capture file     : ", ws-capfile-path.
           display "  items captured   : ", ws-items-captured.
           display "  items refused    : ", ws-items-refused.
           move ws-total-in to ws-edit-total.
           display "  cash taken in    : ", ws-edit-total.
           move ws-total-out to ws-edit-total.
           display "  cash paid out    : ", ws-edit-total.
           display "=============================================".

       get-paths.
           display "OFFCAPT_TECHBASE" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-techbase-path.
           display "OFFCAPT_FILE" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-capfile-path.
      * branch and station are held zero-filled in the reference,
      * so an operator-typed numeric value goes through NUMVAL into
      * a zero-filled picture the way READFILE's range variables do
           display "OFFCAPT_BRANCH" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               if function trim(ws-env-value) is numeric
                   move function numval(ws-env-value)
                       to ws-branch-num
                   move ws-branch-num to ws-branch
               else
                   move ws-env-value to ws-branch
               end-if
           end-if.
           display "OFFCAPT_STATION" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               if function trim(ws-env-value) is numeric
                   move function numval(ws-env-value)
                       to ws-station-num
                   move ws-station-num to ws-station
               else
                   move ws-env-value to ws-station
               end-if
           end-if.
           display "OFFCAPT_LIMIT" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               if function trim(ws-env-value) is numeric
                   move function numval(ws-env-value)
                       to ws-ceiling-num
                   move ws-ceiling-num to ws-ceiling
               else
                   display "OFFCAPT_LIMIT ignored - not numeric: ",
                           ws-env-value
               end-if
           end-if.

       end program offcapt.
