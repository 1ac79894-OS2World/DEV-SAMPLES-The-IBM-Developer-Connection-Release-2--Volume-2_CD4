      $set callfh
       identification division.
       program-id. acctjoin.
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
      *  This program reads BTrieve files and writes a sequential
      *  listing - the joined reader for the extracts MIXFILES and
      *  REFEXT convert. TECHBASE.BTR is read in key order and each
      *  account is listed with its owner's name from TECHCUST.BTR,
      *  every joint owner linked to it on TECHJNT.BTR, its branch
      *  name from TECHBRM.BTR and its product name from
      *  TECHPROD.BTR. The selection variables narrow the run the
      *  way READFILE's range variables do: ACCTJOIN_BRANCH and
      *  ACCTJOIN_PRODUCT keep only accounts held at that branch or
      *  on that product, ACCTJOIN_CUSTOMER only accounts that
      *  customer owns, alone or jointly; any combination may be
      *  set. A reference extract that is not there is noted and
      *  the listing goes ahead without the names it would supply.
      *
       environment division.
       input-output section.
       file-control.
      $set filetype"5"
      * assigned to data-names, not literals, so ACCTJOIN_TECHBASE
      * and friends in the environment can repoint any file without
      * a recompile - get-paths fills these in before the opens
           select techbase assign to
               ws-techbase-path
               organization is indexed
               record key is fd-number
               access mode is sequential
               file status is ws-techbase-status.
      $set filetype"5"
           select custbtr assign to
               ws-custbtr-path
               organization is indexed
               record key is fd-cust-no
               access mode is random
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
               access mode is random
               file status is ws-brmbtr-status.
      $set filetype"5"
           select prodbtr assign to
               ws-prodbtr-path
               organization is indexed
               record key is fd-prod-code
               access mode is random
               file status is ws-prodbtr-status.
      $set filetype"0"
           select listfile assign to
               ws-list-path
           organization is line sequential.

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
       fd custbtr
          block contains 0 records.
       01 fd-custbtr-record.
      * full TECHCUST layout (202 bytes) - see REFEXT.CBL
           05 fd-cust-no       pic x(6).
           05 fd-cust-surname  pic x(15).
           05 fd-cust-first-name
                               pic x(10).
           05 fd-cust-rest     pic x(171).
       fd jntbtr
          block contains 0 records.
       01 fd-jntbtr-record.
      * full TECHJNT layout (41 bytes) - account + customer key
           05 fd-jnt-key.
               10 fd-jnt-account   pic x(5).
               10 fd-jnt-cust-no   pic x(6).
           05 fd-jnt-surname   pic x(15).
           05 fd-jnt-rest      pic x(15).
       fd brmbtr
          block contains 0 records.
       01 fd-brmbtr-record.
      * full TECHBRM layout (33 bytes)
           05 fd-brm-code      pic x(4).
           05 fd-brm-name      pic x(20).
           05 fd-brm-rest      pic x(9).
       fd prodbtr
          block contains 0 records.
       01 fd-prodbtr-record.
      * full TECHPROD layout (39 bytes)
           05 fd-prod-code     pic x(2).
           05 fd-prod-name     pic x(12).
           05 fd-prod-rest     pic x(25).
       fd listfile.
       01 fd-list-record       pic x(110).

       working-storage section.
       77 ws-techbase-status   pic x(002)  value "99".
       77 ws-custbtr-status    pic x(002)  value "99".
       77 ws-jntbtr-status     pic x(002)  value "99".
       77 ws-brmbtr-status     pic x(002)  value "99".
       77 ws-prodbtr-status    pic x(002)  value "99".
       01 ws-cust-open         pic 9       value 0.
       01 ws-jnt-open          pic 9       value 0.
       01 ws-brm-open          pic 9       value 0.
       01 ws-prod-open         pic 9       value 0.
       01 ws-rec-read          pic 9(006)  value 0.
       01 ws-rec-listed        pic 9(006)  value 0.
       01 ws-joint-listed      pic 9(006)  value 0.
       01 ws-no-customer       pic 9(006)  value 0.
       01 ws-run-date          pic 9(006)  value zero.
       01 ws-run-time          pic 9(008)  value zero.
       01 ws-sel-branch        pic x(004)  value spaces.
       01 ws-sel-product       pic x(002)  value spaces.
       01 ws-sel-customer      pic x(006)  value spaces.
       01 ws-sel-branch-num    pic 9(004)  value 0.
       01 ws-sel-product-num   pic 9(002)  value 0.
       01 ws-sel-customer-num  pic 9(006)  value 0.
       01 ws-techbase-path     pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHBASE.BTR".
       01 ws-custbtr-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHCUST.BTR".
       01 ws-jntbtr-path       pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHJNT.BTR".
       01 ws-brmbtr-path       pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHBRM.BTR".
       01 ws-prodbtr-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHPROD.BTR".
       01 ws-list-path         pic x(080)
           value "E:\CICS200\USERBIN\DATA\ACCTLIST.TXT".
       01 ws-env-value         pic x(080)  value spaces.

      * the joint owners of the account in hand, gathered before the
      * account is listed so ACCTJOIN_CUSTOMER can match on them
       01 ws-joint-count       pic 9(002)  value 0.
       01 ws-joint-more        pic 9(004)  value 0.
       01 ws-joint-hit         pic 9       value 0.
       01 ws-joint-ix          pic 9(002)  value 0.
       01 ws-joint-table.
           05 ws-joint-entry   occurs 10 times.
               10 ws-joint-cust-no pic x(6).
               10 ws-joint-name    pic x(26).
       01 ws-jnt-end           pic 9       value 0.
       01 ws-account-key       pic x(005)  value spaces.
       01 ws-person-surname    pic x(015)  value spaces.
       01 ws-person-first-name pic x(010)  value spaces.
       01 ws-person-name       pic x(026)  value spaces.

       01 ws-heading-1.
           05 filler           pic x(040)
               value "ACCTJOIN - ACCOUNTS WITH OWNERS, BRANCH ".
           05 filler           pic x(012)  value "AND PRODUCT ".
           05 filler           pic x(010)  value "RUN DATE ".
           05 ws-head-date     pic 9(006).
       01 ws-heading-2.
           05 filler           pic x(044)
               value "ACCNT OWNER                      BRCH BRANCH".
           05 filler           pic x(034)
               value "               PR PRODUCT        ".
           05 filler           pic x(010)  value "   BALANCE".
       01 ws-account-line.
           05 al-number        pic 9(5).
           05 filler           pic x(1)    value space.
           05 al-owner         pic x(26).
           05 filler           pic x(1)    value space.
           05 al-branch        pic x(4).
           05 filler           pic x(1)    value space.
           05 al-branch-name   pic x(20).
           05 filler           pic x(1)    value space.
           05 al-product       pic x(2).
           05 filler           pic x(1)    value space.
           05 al-product-name  pic x(12).
           05 filler           pic x(1)    value space.
           05 al-balance       pic -(9)9.99.
       01 ws-joint-line.
           05 filler           pic x(6)    value spaces.
           05 filler           pic x(13)   value "JOINT OWNER ".
           05 jl-cust-no       pic x(6).
           05 filler           pic x(1)    value space.
           05 jl-name          pic x(26).
       01 ws-more-line.
           05 filler           pic x(6)    value spaces.
           05 filler           pic x(13)   value "JOINT OWNER ".
           05 filler           pic x(5)    value "AND ".
           05 ml-count         pic zzz9.
           05 filler           pic x(6)    value " MORE".

       procedure division.
       main-line.
           perform get-paths.
           accept ws-run-date from date.
           accept ws-run-time from time.
           display "ABOUT TO OPEN BTRIEVE FILES".
           open input techbase.
           display "TECHBASE OPEN file status = ", ws-techbase-status.
           if ws-techbase-status not = "00"
               display "FATAL: TECHBASE open failed, aborting run"
               go to end-run.
           open input custbtr.
           if ws-custbtr-status = "00"
               move 1 to ws-cust-open
           else
               display "No customer extract at ", ws-custbtr-path
               display "  - owner names taken from TECHBASE".
           open input jntbtr.
           if ws-jntbtr-status = "00"
               move 1 to ws-jnt-open
           else
               display "No joint-owner extract at ", ws-jntbtr-path
               display "  - joint owners not listed".
           open input brmbtr.
           if ws-brmbtr-status = "00"
               move 1 to ws-brm-open
           else
               display "No branch extract at ", ws-brmbtr-path
               display "  - branch names not listed".
           open input prodbtr.
           if ws-prodbtr-status = "00"
               move 1 to ws-prod-open
           else
               display "No product extract at ", ws-prodbtr-path
               display "  - product names not listed".
           open output listfile.
           move ws-run-date to ws-head-date.
           write fd-list-record from ws-heading-1.
           move spaces to fd-list-record.
           write fd-list-record.
           write fd-list-record from ws-heading-2.
       loop-reading.
           read techbase next record at end go to display-output.
           if ws-techbase-status not = "00"
               display "TECHBASE READ file status = ",
                       ws-techbase-status
               go to display-output.
           add 1 to ws-rec-read.
           if ws-sel-branch not = spaces
                   and fd-branch not = ws-sel-branch
               go to loop-reading.
           if ws-sel-product not = spaces
                   and fd-product-code not = ws-sel-product
               go to loop-reading.
           perform gather-joint-owners thru gather-joint-done.
           if ws-sel-customer not = spaces
                   and fd-customer-no not = ws-sel-customer
                   and ws-joint-hit = 0
               go to loop-reading.
           perform list-account thru list-joint-done.
           go to loop-reading.
       display-output.
           close techbase listfile.
           if ws-cust-open = 1
               close custbtr.
           if ws-jnt-open = 1
               close jntbtr.
           if ws-brm-open = 1
               close brmbtr.
           if ws-prod-open = 1
               close prodbtr.
           perform print-run-summary.
       end-run.
           stop run.

      * every TECHJNT link for the account in hand - the key is
      * account + customer number, so a START on the account with
      * a low customer number puts the first co-owner next in line
      * and the run of links ends when the account changes
       gather-joint-owners.
           move 0 to ws-joint-count ws-joint-more ws-joint-hit.
           move 0 to ws-jnt-end.
           if ws-jnt-open = 0
               go to gather-joint-done.
           move fd-number to ws-account-key.
           move ws-account-key to fd-jnt-account.
           move low-values to fd-jnt-cust-no.
           start jntbtr key is not less than fd-jnt-key
               invalid key
                   go to gather-joint-done
           end-start.
       gather-joint-loop.
           read jntbtr next record at end go to gather-joint-done.
           if fd-jnt-account not = ws-account-key
               go to gather-joint-done.
           if fd-jnt-cust-no = ws-sel-customer
               move 1 to ws-joint-hit.
           if ws-joint-count = 10
               add 1 to ws-joint-more
               go to gather-joint-loop.
           add 1 to ws-joint-count.
           move fd-jnt-cust-no to ws-joint-cust-no(ws-joint-count).
           move fd-jnt-surname to ws-person-surname.
           move spaces to ws-person-first-name.
           if ws-cust-open = 1
               move fd-jnt-cust-no to fd-cust-no
               read custbtr
                   invalid key
                       continue
                   not invalid key
                       move fd-cust-surname to ws-person-surname
                       move fd-cust-first-name to ws-person-first-name
               end-read.
           perform make-person-name.
           move ws-person-name to ws-joint-name(ws-joint-count).
           go to gather-joint-loop.
       gather-joint-done.
           exit.

      * owner, branch and product names for the account in hand,
      * each falling back to what TECHBASE itself carries when the
      * reference record is not there
       list-account.
           move fd-number to al-number.
           move fd-surname to ws-person-surname.
           move fd-first-name to ws-person-first-name.
           if fd-customer-no = spaces or ws-cust-open = 0
               add 1 to ws-no-customer
           else
               move fd-customer-no to fd-cust-no
               read custbtr
                   invalid key
                       add 1 to ws-no-customer
                   not invalid key
                       move fd-cust-surname to ws-person-surname
                       move fd-cust-first-name to ws-person-first-name
               end-read.
           perform make-person-name.
           move ws-person-name to al-owner.
           move fd-branch to al-branch.
           move spaces to al-branch-name.
           if ws-brm-open = 1
               move fd-branch to fd-brm-code
               read brmbtr
                   invalid key
                       move "** NOT ON TECHBRM **" to al-branch-name
                   not invalid key
                       move fd-brm-name to al-branch-name
               end-read.
           move fd-product-code to al-product.
           move spaces to al-product-name.
           if ws-prod-open = 1
               move fd-product-code to fd-prod-code
               read prodbtr
                   invalid key
                       move "** UNKNOWN *" to al-product-name
                   not invalid key
                       move fd-prod-name to al-product-name
               end-read.
           move fd-balance to al-balance.
           write fd-list-record from ws-account-line.
           add 1 to ws-rec-listed.
           move 0 to ws-joint-ix.
       list-joint-loop.
           if ws-joint-ix = ws-joint-count
               go to list-joint-done.
           add 1 to ws-joint-ix.
           move ws-joint-cust-no(ws-joint-ix) to jl-cust-no.
           move ws-joint-name(ws-joint-ix) to jl-name.
           write fd-list-record from ws-joint-line.
           add 1 to ws-joint-listed.
           go to list-joint-loop.
       list-joint-done.
           if ws-joint-more not = 0
               move ws-joint-more to ml-count
               write fd-list-record from ws-more-line.

      * first name then surname, one space between
       make-person-name.
           move spaces to ws-person-name.
           if ws-person-first-name = spaces
               move ws-person-surname to ws-person-name
           else
               string ws-person-first-name delimited by "  "
                      " "                  delimited by size
                      ws-person-surname    delimited by "  "
                   into ws-person-name.

       print-run-summary.
           display "=============================================".
           display "ACCTJOIN RUN SUMMARY".
           display "  run date/time    : ", ws-run-date, "/",
                   ws-run-time.
           display "  TECHBASE path    : ", ws-techbase-path.
           display "  listing path     : ", ws-list-path.
           display "  branch selected  : ", ws-sel-branch.
           display "  product selected : ", ws-sel-product.
           display "  customer selected: ", ws-sel-customer.
           display "  accounts read    : ", ws-rec-read.
           display "  accounts listed  : ", ws-rec-listed.
           display "  joint owners     : ", ws-joint-listed.
           display "  no customer rec  : ", ws-no-customer.
           display "=============================================".

       get-paths.
           display "ACCTJOIN_TECHBASE" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-techbase-path.
           display "ACCTJOIN_CUSTBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-custbtr-path.
           display "ACCTJOIN_JNTBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-jntbtr-path.
           display "ACCTJOIN_BRMBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-brmbtr-path.
           display "ACCTJOIN_PRODBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-prodbtr-path.
           display "ACCTJOIN_LIST" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-list-path.
      * the codes are held zero-filled on the region (branch 0042,
      * product 07, customer 000123), so an operator-typed numeric
      * value goes through NUMVAL into a zero-filled picture the
      * way READFILE's range variables do; anything else is taken
      * exactly as typed
           display "ACCTJOIN_BRANCH" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               if function trim(ws-env-value) is numeric
                   move function numval(ws-env-value)
                       to ws-sel-branch-num
                   move ws-sel-branch-num to ws-sel-branch
               else
                   move ws-env-value to ws-sel-branch
               end-if
           end-if.
           display "ACCTJOIN_PRODUCT" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               if function trim(ws-env-value) is numeric
                   move function numval(ws-env-value)
                       to ws-sel-product-num
                   move ws-sel-product-num to ws-sel-product
               else
                   move ws-env-value to ws-sel-product
               end-if
           end-if.
           display "ACCTJOIN_CUSTOMER" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               if function trim(ws-env-value) is numeric
                   move function numval(ws-env-value)
                       to ws-sel-customer-num
                   move ws-sel-customer-num to ws-sel-customer
               else
                   display "ACCTJOIN_CUSTOMER ignored - not numeric: ",
                           ws-env-value
               end-if
           end-if.

       end program acctjoin.
