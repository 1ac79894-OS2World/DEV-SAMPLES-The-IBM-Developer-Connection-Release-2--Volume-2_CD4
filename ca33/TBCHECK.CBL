      $set callfh
       identification division.
       program-id. tbcheck.
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
      * This program reads BTrieve files and a sequential copy of
      * the region's control file and writes a sequential report -
      * an offline second opinion on the night's figures. It reads
      * the TECHBASE extract in key order, as MIXBACK does, and
      * builds the nominal figures the region's TRIALBAL and
      * BRANCHSUM print: the trial balance (customer accounts one
      * line each with a running total, the bank's internal accounts
      * in their own section, every account in the grand total) and
      * the per-branch subtotals with their product lines beneath.
      * These are plain sums of the balances, each in its account's
      * own currency - the same sums TRIALBAL saves in its 'TBTOTAL1'
      * snapshot. No exchange rates are extracted, so the local
      * equivalents TRIALBAL and BRANCHSUM print beside foreign-
      * currency figures are not reproduced; instead a currency
      * summary breaks the trial balance down by the currency its
      * product is held in, to be compared line for line with the
      * account counts and balances in TRIALBAL's own currency
      * summary. A product naming no currency is counted as LOCAL;
      * one naming the local currency by its code is shown under
      * that code. It then finds the 'TBTOTAL1' snapshot on TECHCTL
      * in a copy taken from the region, and reports any difference
      * in account count or total on deposit. Run against a
      * TECHBASE.BTR taken at the same moment (or brought forward to
      * it with DELTAREF) the figures should agree to the penny.
      * TECHPROD.BTR and TECHBRM.BTR from REFEXT supply the product
      * types and currencies and the branch names; either may be
      * absent, in which case no account is treated as internal or
      * foreign, or branch names are not shown.
      *
       environment division.
       input-output section.
       file-control.
      $set filetype"5"
      * assigned to data-names, not literals, so TBCHECK_TECHBASE
      * and friends in the environment can repoint any file without
      * a recompile - get-paths fills these in before the opens
           select techbase assign to
               ws-techbase-path
               organization is indexed
               record key is fd-number
               access mode is sequential
               file status is ws-techbase-status.
      $set filetype"5"
           select prodbtr assign to
               ws-prodbtr-path
               organization is indexed
               record key is fd-prod-code
               access mode is sequential
               file status is ws-prodbtr-status.
      $set filetype"5"
           select brmbtr assign to
               ws-brmbtr-path
               organization is indexed
               record key is fd-brm-code
               access mode is random
               file status is ws-brmbtr-status.
      $set filetype"0"
      * the TECHCTL copy - a sequential dump of the control file, or
      * just its 'TBTOTAL1' record; either way it is scanned for that
      * key
           select ctlfile assign to
               ws-ctlfile-path
           organization is line sequential
           file status is ws-ctlfile-status.
           select rptfile assign to
               ws-rptfile-path
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
       fd prodbtr
          block contains 0 records.
       01 fd-prodbtr-record.
      * full TECHPROD layout (39 bytes) - see REFEXT.CBL
           05 fd-prod-code     pic x(2).
           05 fd-prod-name     pic x(12).
           05 fd-prod-type     pic x(1).
           05 fd-prod-rest     pic x(21).
           05 fd-prod-currency pic x(3).
       fd brmbtr
          block contains 0 records.
       01 fd-brmbtr-record.
      * full TECHBRM layout (33 bytes) - see REFEXT.CBL
           05 fd-brm-code      pic x(4).
           05 fd-brm-name      pic x(20).
           05 fd-brm-rest      pic x(9).
       fd ctlfile.
       01 fd-ctl-record.
      * the trial-balance snapshot layout (43 bytes) - the shorter
      * TECHCTL records share only the key
           05 fd-ctl-key       pic x(8).
           05 fd-ctl-date      pic x(8).
           05 fd-ctl-total     pic s9(11)v99.
           05 fd-ctl-count     pic 9(7).
           05 fd-ctl-audseq    pic 9(7).
           05 filler           pic x(37).
       fd rptfile.
       01 fd-rpt-record        pic x(80).

       working-storage section.
       77 ws-techbase-status   pic x(002)  value "99".
       77 ws-prodbtr-status    pic x(002)  value "99".
       77 ws-brmbtr-status     pic x(002)  value "99".
       77 ws-ctlfile-status    pic x(002)  value "99".
       01 ws-brm-open          pic 9       value 0.
       01 ws-rec-read          pic 9(007)  value 0.
       01 ws-run-date          pic 9(006)  value zero.
       01 ws-run-time          pic 9(008)  value zero.
       01 ws-techbase-path     pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHBASE.BTR".
       01 ws-prodbtr-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHPROD.BTR".
       01 ws-brmbtr-path       pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHBRM.BTR".
       01 ws-ctlfile-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\TECHCTL.TXT".
       01 ws-rptfile-path      pic x(080)
           value "E:\CICS200\USERBIN\DATA\TBCHECK.TXT".
       01 ws-env-value         pic x(080)  value spaces.

      * trial balance figures - every account counts in the grand
      * total, the internal (type 'I') ones are listed apart
       01 ws-tb-count          pic 9(007)  value 0.
       01 ws-tb-total          pic s9(11)v99 comp-3 value 0.
       01 ws-int-count         pic 9(003)  value 0.
       01 ws-int-total         pic s9(11)v99 comp-3 value 0.
       01 ws-int-ix            pic 9(003)  value 0.
       01 ws-int-table.
           05 ws-int-row       occurs 20 times.
               10 ws-int-account   pic x(5).
               10 ws-int-balance   pic s9(9)v99.

      * product types from TECHPROD, loaded once
       01 ws-pt-count          pic 9(002)  value 0.
       01 ws-pt-ix             pic 9(002)  value 0.
       01 ws-prod-type         pic x(001)  value space.
       01 ws-prod-currency     pic x(003)  value spaces.
       01 ws-pt-table.
           05 ws-pt-entry      occurs 20 times.
               10 ws-pt-code       pic x(2).
               10 ws-pt-type       pic x(1).
               10 ws-pt-currency   pic x(3).

      * the trial balance by currency - local-currency accounts on
      * their own, then each foreign currency in the order first met
       01 ws-local-accts       pic 9(007)  value 0.
       01 ws-local-total       pic s9(11)v99 comp-3 value 0.
       01 ws-cy-count          pic 9(002)  value 0.
       01 ws-cy-ix             pic 9(002)  value 0.
       01 ws-cy-table.
           05 ws-cy-entry      occurs 20 times.
               10 ws-cy-currency   pic x(3).
               10 ws-cy-accts      pic 9(7).
               10 ws-cy-total      pic s9(11)v99 comp-3.

      * branch and product figures, kept in branch-code order with
      * products in the order first met, exactly as BRANCHSUM keeps
      * them, so the control breaks print the same
       01 ws-bp-count          pic 9(003)  value 0.
       01 ws-bp-overflow-count pic 9(005)  value 0.
       01 ws-bp-overflow-total pic s9(11)v99 comp-3 value 0.
       01 ws-bp-table.
           05 ws-bp-entry      occurs 500 times.
               10 ws-bp-branch     pic x(4).
               10 ws-bp-product    pic x(2).
               10 ws-bp-accts      pic 9(5).
               10 ws-bp-total      pic s9(11)v99 comp-3.
       01 ws-bp-ix             pic 9(003)  value 0.
       01 ws-bp-shift-ix       pic 9(003)  value 0.
       01 ws-bp-group-start    pic 9(003)  value 0.
       01 ws-bp-group-end      pic 9(003)  value 0.
       01 ws-cur-branch        pic x(004)  value spaces.
       01 ws-branch-accts      pic 9(005)  value 0.
       01 ws-branch-total      pic s9(11)v99 comp-3 value 0.
       01 ws-branch-count      pic 9(005)  value 0.
       01 ws-grand-accts       pic 9(007)  value 0.
       01 ws-grand-total       pic s9(11)v99 comp-3 value 0.

      * the region's snapshot and how far this run is from it
       01 ws-snap-found        pic 9       value 0.
       01 ws-snap-date         pic x(008)  value spaces.
       01 ws-snap-total        pic s9(11)v99 value 0.
       01 ws-snap-count        pic 9(007)  value 0.
       01 ws-count-diff        pic s9(007) value 0.
       01 ws-total-diff        pic s9(11)v99 value 0.
       01 ws-result            pic x(008)  value spaces.

       01 ws-title-line.
           05 filler           pic x(040)
               value "TBCHECK - OFFLINE TRIAL BALANCE AND BRAN".
           05 filler           pic x(021)
               value "CH SUMMARY  RUN DATE ".
           05 ws-title-date    pic 9(006).
           05 filler           pic x(013)  value spaces.
       01 ws-tb-header-line.
           05 filler           pic x(020)
               value "TRIAL BALANCE REPORT".
           05 filler           pic x(060)  value spaces.
       01 ws-tb-column-line.
           05 filler           pic x(010)  value "ACCOUNT".
           05 filler           pic x(020)  value "NAME".
           05 filler           pic x(015)  value "BALANCE".
           05 filler           pic x(015)  value "RUNNING TOTAL".
           05 filler           pic x(020)  value spaces.
       01 ws-detail-line.
           05 dl-account       pic x(10).
           05 dl-name          pic x(20).
           05 dl-balance       pic -(9)9.99.
           05 filler           pic x(3)    value spaces.
           05 dl-running-total pic -(11)9.99.
           05 filler           pic x(14)   value spaces.
       01 ws-total-line.
           05 filler           pic x(025)
               value "TOTAL ACCOUNTS ON FILE:".
           05 tl-count         pic zzzz9.
           05 filler           pic x(010)  value spaces.
           05 filler           pic x(020)
               value "TOTAL ON DEPOSIT:".
           05 tl-total         pic -(11)9.99.
           05 filler           pic x(006)  value spaces.
       01 ws-cy-header-line.
           05 filler           pic x(040)
               value "CURRENCY SUMMARY - BALANCES IN EACH ACCO".
           05 filler           pic x(040)
               value "UNT'S OWN CURRENCY".
       01 ws-cy-column-line.
           05 filler           pic x(010)  value "CURRENCY".
           05 filler           pic x(010)  value "ACCOUNTS".
           05 filler           pic x(018)  value "BALANCE".
           05 filler           pic x(042)  value spaces.
       01 ws-currency-line.
           05 cl-currency      pic x(10).
           05 cl-accts         pic zzzzzz9.
           05 filler           pic x(1)    value spaces.
           05 cl-total         pic -(11)9.99.
           05 filler           pic x(47)   value spaces.
       01 ws-bs-header-line.
           05 filler           pic x(022)
               value "BRANCH SUMMARY REPORT".
           05 filler           pic x(058)  value spaces.
       01 ws-bs-column-line.
           05 filler           pic x(010)  value "BRANCH".
           05 filler           pic x(015)  value "ACCOUNTS".
           05 filler           pic x(020)
               value "TOTAL ON DEPOSIT".
           05 filler           pic x(035)  value spaces.
       01 ws-branch-line.
           05 bl-branch        pic x(6).
           05 bl-name          pic x(21).
           05 bl-count         pic zzzz9.
           05 filler           pic x(3)    value spaces.
           05 bl-total         pic -(11)9.99.
           05 filler           pic x(30)   value spaces.
       01 ws-product-line.
           05 filler           pic x(4)    value spaces.
           05 pl-product       pic x(6).
           05 pl-accts         pic zzzz9.
           05 filler           pic x(3)    value spaces.
           05 pl-total         pic -(11)9.99.
           05 filler           pic x(47)   value spaces.
       01 ws-grand-total-line.
           05 filler           pic x(020)  value "TOTAL BRANCHES:".
           05 gl-branch-count  pic zzzz9.
           05 filler           pic x(005)  value spaces.
           05 filler           pic x(020)  value "TOTAL ACCOUNTS:".
           05 gl-account-count pic zzzz9.
           05 filler           pic x(005)  value spaces.
           05 filler           pic x(016)  value "GRAND TOTAL:".
           05 gl-total         pic -(11)9.99.
           05 filler           pic x(001)  value spaces.
       01 ws-cmp-header-line.
           05 filler           pic x(040)
               value "COMPARISON WITH REGION SNAPSHOT TBTOTAL1".
           05 filler           pic x(007)  value " DATED ".
           05 ch-date          pic x(008).
           05 filler           pic x(025)  value spaces.
       01 ws-cmp-column-line.
           05 filler           pic x(018)  value spaces.
           05 filler           pic x(016)  value "          REGION".
           05 filler           pic x(001)  value space.
           05 filler           pic x(016)  value "     WORKSTATION".
           05 filler           pic x(001)  value space.
           05 filler           pic x(016)  value "      DIFFERENCE".
           05 filler           pic x(012)  value spaces.
       01 ws-cmp-count-line.
           05 filler           pic x(018)  value "ACCOUNT COUNT".
           05 cc-region        pic z(15)9.
           05 filler           pic x(001)  value space.
           05 cc-workstation   pic z(15)9.
           05 filler           pic x(001)  value space.
           05 cc-difference    pic -(15)9.
           05 filler           pic x(012)  value spaces.
       01 ws-cmp-total-line.
           05 filler           pic x(017)  value "TOTAL ON DEPOSIT".
           05 ct-region        pic -(13)9.99.
           05 filler           pic x(001)  value space.
           05 ct-workstation   pic -(12)9.99.
           05 filler           pic x(001)  value space.
           05 ct-difference    pic -(12)9.99.
           05 filler           pic x(012)  value spaces.
       01 ws-cmp-result-line.
           05 filler           pic x(008)  value "RESULT: ".
           05 cr-text          pic x(072).

       procedure division.
       main-line.
           perform get-paths.
           accept ws-run-date from date.
           accept ws-run-time from time.
           display "ABOUT TO OPEN FILES".
           open input techbase.
           display "TECHBASE OPEN file status = ", ws-techbase-status.
           if ws-techbase-status not = "00"
               display "FATAL: TECHBASE open failed, aborting run"
               go to end-run.
           perform load-products thru load-products-done.
           open input brmbtr.
           if ws-brmbtr-status = "00"
               move 1 to ws-brm-open
           else
               display "No branch extract at ", ws-brmbtr-path
               display "  - branch names not shown".
           open output rptfile.
           move ws-run-date to ws-title-date.
           write fd-rpt-record from ws-title-line.
           move spaces to fd-rpt-record.
           write fd-rpt-record.
           write fd-rpt-record from ws-tb-header-line.
           write fd-rpt-record from ws-tb-column-line.
       loop-reading.
           read techbase next record at end go to end-of-accounts.
           if ws-techbase-status not = "00"
               display "TECHBASE READ file status = ",
                       ws-techbase-status
               go to end-of-accounts.
           add 1 to ws-rec-read.
           perform trial-balance-account thru trial-balance-done.
           perform accumulate-account thru accumulate-done.
           go to loop-reading.
       end-of-accounts.
           close techbase.
           perform write-trial-totals thru write-internal-done.
           perform write-currency-summary thru write-currency-done.
           perform write-branch-summary thru write-branch-summary-done.
           perform load-snapshot thru load-snapshot-done.
           perform compare-snapshot thru compare-snapshot-done.
           close rptfile.
           if ws-brm-open = 1
               close brmbtr.
           perform print-run-summary.
       end-run.
           stop run.

      ***************************************************************
      * PRODUCT TYPES                                               *
      ***************************************************************
      * TECHPROD is small - read the lot once, as TRIALBAL does,
      * rather than a read per account. Without it no account is
      * taken for an internal one and the trial balance lists them
      * all among the customers; the grand total is the same.
       load-products.
           move 0 to ws-pt-count.
           open input prodbtr.
           if ws-prodbtr-status not = "00"
               display "No product extract at ", ws-prodbtr-path
               display "  - internal accounts not listed apart"
               go to load-products-done.
       load-products-loop.
           if ws-pt-count = 20
               go to load-products-close.
           read prodbtr next record
               at end go to load-products-close.
           add 1 to ws-pt-count.
           move fd-prod-code to ws-pt-code(ws-pt-count).
           move fd-prod-type to ws-pt-type(ws-pt-count).
           if fd-prod-currency = low-values
               move spaces to fd-prod-currency.
           move fd-prod-currency to ws-pt-currency(ws-pt-count).
           go to load-products-loop.
       load-products-close.
           close prodbtr.
       load-products-done.
           exit.

      ***************************************************************
      * TRIAL BALANCE                                               *
      ***************************************************************
      * one line per customer account with the running total; the
      * bank's own internal accounts are held back for their own
      * section below the totals, as TRIALRPT shows them
       trial-balance-account.
           add 1 to ws-tb-count.
           add fd-balance to ws-tb-total.
           move space to ws-prod-type.
           move spaces to ws-prod-currency.
           move 0 to ws-pt-ix.
       find-product-type.
           if ws-pt-ix = ws-pt-count
               go to product-type-found.
           add 1 to ws-pt-ix.
           if ws-pt-code(ws-pt-ix) not = fd-product-code
               go to find-product-type.
           move ws-pt-type(ws-pt-ix) to ws-prod-type.
           move ws-pt-currency(ws-pt-ix) to ws-prod-currency.
       product-type-found.
           perform accumulate-currency thru accumulate-currency-done.
           if ws-prod-type = "I"
               add 1 to ws-int-count
               add fd-balance to ws-int-total
               if ws-int-count not > 20
                   move fd-number to ws-int-account(ws-int-count)
                   move fd-balance to ws-int-balance(ws-int-count)
               end-if
               go to trial-balance-done.
           move fd-number to dl-account.
           move fd-first-name to dl-name.
           move fd-balance to dl-balance.
           move ws-tb-total to dl-running-total.
           write fd-rpt-record from ws-detail-line.
       trial-balance-done.
           exit.

       write-trial-totals.
           move ws-tb-count to tl-count.
           move ws-tb-total to tl-total.
           write fd-rpt-record from ws-total-line.
           if ws-int-count = 0
               go to write-internal-done.
           move "INTERNAL (NON-CUSTOMER) ACCOUNTS" to fd-rpt-record.
           write fd-rpt-record.
           move 0 to ws-int-ix.
       write-internal-loop.
           if ws-int-ix = ws-int-count or ws-int-ix = 20
               go to write-internal-total.
           add 1 to ws-int-ix.
           move spaces to ws-detail-line.
           move ws-int-account(ws-int-ix) to dl-account.
           move ws-int-balance(ws-int-ix) to dl-balance.
           move 0 to dl-running-total.
           write fd-rpt-record from ws-detail-line.
           go to write-internal-loop.
       write-internal-total.
           move spaces to ws-detail-line.
           move "INTERNAL" to dl-account.
           move "TOTAL" to dl-name.
           move ws-int-total to dl-running-total.
           move 0 to dl-balance.
           write fd-rpt-record from ws-detail-line.
       write-internal-done.
           exit.

      ***************************************************************
      * CURRENCY SUMMARY                                            *
      ***************************************************************
      * the account's balance added into its currency's row - the
      * local row when its product names none, else the row for the
      * product's currency, opened the first time it is met
       accumulate-currency.
           if ws-prod-currency = spaces
               add 1 to ws-local-accts
               add fd-balance to ws-local-total
               go to accumulate-currency-done.
           move 0 to ws-cy-ix.
       find-currency-row.
           add 1 to ws-cy-ix.
           if ws-cy-ix > ws-cy-count
               go to open-currency-row.
           if ws-cy-currency(ws-cy-ix) not = ws-prod-currency
               go to find-currency-row.
           add 1 to ws-cy-accts(ws-cy-ix).
           add fd-balance to ws-cy-total(ws-cy-ix).
           go to accumulate-currency-done.
       open-currency-row.
      * no more currencies than products, so the table cannot fill
           add 1 to ws-cy-count.
           move ws-prod-currency to ws-cy-currency(ws-cy-count).
           move 1 to ws-cy-accts(ws-cy-count).
           move fd-balance to ws-cy-total(ws-cy-count).
       accumulate-currency-done.
           exit.

      * printed only where some account is held in a foreign
      * currency, as TRIALBAL prints its own; no cross-currency total
      * is given - the grand total above is the nominal sum
       write-currency-summary.
           if ws-cy-count = 0
               go to write-currency-done.
           move spaces to fd-rpt-record.
           write fd-rpt-record.
           write fd-rpt-record from ws-cy-header-line.
           write fd-rpt-record from ws-cy-column-line.
           move "LOCAL" to cl-currency.
           move ws-local-accts to cl-accts.
           move ws-local-total to cl-total.
           write fd-rpt-record from ws-currency-line.
           move 0 to ws-cy-ix.
       write-currency-loop.
           if ws-cy-ix = ws-cy-count
               go to write-currency-done.
           add 1 to ws-cy-ix.
           move ws-cy-currency(ws-cy-ix) to cl-currency.
           move ws-cy-accts(ws-cy-ix) to cl-accts.
           move ws-cy-total(ws-cy-ix) to cl-total.
           write fd-rpt-record from ws-currency-line.
           go to write-currency-loop.
       write-currency-done.
           exit.

      ***************************************************************
      * BRANCH SUMMARY                                              *
      ***************************************************************
      * find the account's branch and product in the table, or the
      * slot where it belongs - after the branch's other products,
      * before the next branch up - opening the slot up by moving
      * the entries above it one place along
       accumulate-account.
           move 0 to ws-bp-ix.
       find-bp-slot.
           add 1 to ws-bp-ix.
           if ws-bp-ix > ws-bp-count
               go to bp-slot-found.
           if ws-bp-branch(ws-bp-ix) > fd-branch
               go to bp-slot-found.
           if ws-bp-branch(ws-bp-ix) = fd-branch
                   and ws-bp-product(ws-bp-ix) = fd-product-code
               add 1 to ws-bp-accts(ws-bp-ix)
               add fd-balance to ws-bp-total(ws-bp-ix)
               go to accumulate-done.
           go to find-bp-slot.
       bp-slot-found.
           if ws-bp-count = 500
               add 1 to ws-bp-overflow-count
               add fd-balance to ws-bp-overflow-total
               go to accumulate-done.
           move ws-bp-count to ws-bp-shift-ix.
       shift-bp-entry.
           if ws-bp-shift-ix < ws-bp-ix
               go to insert-bp-entry.
           move ws-bp-entry(ws-bp-shift-ix)
               to ws-bp-entry(ws-bp-shift-ix + 1).
           subtract 1 from ws-bp-shift-ix.
           go to shift-bp-entry.
       insert-bp-entry.
           add 1 to ws-bp-count.
           move fd-branch to ws-bp-branch(ws-bp-ix).
           move fd-product-code to ws-bp-product(ws-bp-ix).
           move 1 to ws-bp-accts(ws-bp-ix).
           move fd-balance to ws-bp-total(ws-bp-ix).
       accumulate-done.
           exit.

      * the table is in branch order - one control break per branch,
      * then the overflow line (if any) and the grand total
       write-branch-summary.
           move spaces to fd-rpt-record.
           write fd-rpt-record.
           write fd-rpt-record from ws-bs-header-line.
           write fd-rpt-record from ws-bs-column-line.
           move 1 to ws-bp-ix.
       branch-group-loop.
           if ws-bp-ix > ws-bp-count
               go to branch-overflow.
           move ws-bp-branch(ws-bp-ix) to ws-cur-branch.
           move ws-bp-ix to ws-bp-group-start.
       add-group-entry.
           add ws-bp-accts(ws-bp-ix) to ws-branch-accts.
           add ws-bp-total(ws-bp-ix) to ws-branch-total.
           add 1 to ws-bp-ix.
           if ws-bp-ix not > ws-bp-count
                   and ws-bp-branch(ws-bp-ix) = ws-cur-branch
               go to add-group-entry.
           compute ws-bp-group-end = ws-bp-ix - 1.
           perform write-branch-line thru write-product-done.
           go to branch-group-loop.
       branch-overflow.
           if ws-bp-overflow-count not = 0
               move "****" to ws-cur-branch
               move ws-bp-overflow-count to ws-branch-accts
               move ws-bp-overflow-total to ws-branch-total
               move 1 to ws-bp-group-start
               move 0 to ws-bp-group-end
               perform write-branch-line thru write-product-done.
           move ws-branch-count to gl-branch-count.
           move ws-grand-accts to gl-account-count.
           move ws-grand-total to gl-total.
           write fd-rpt-record from ws-grand-total-line.
       write-branch-summary-done.
           exit.

      * the branch line with the branch's name from TECHBRM beside
      * its code, then its own run of product lines
       write-branch-line.
           add 1 to ws-branch-count.
           add ws-branch-accts to ws-grand-accts.
           add ws-branch-total to ws-grand-total.
           move "(NOT ON BRANCH FILE)" to bl-name.
           if ws-cur-branch = "****"
               move "(OTHER BRANCHES)" to bl-name
           else
               if ws-brm-open = 0
                   move spaces to bl-name
               else
                   move ws-cur-branch to fd-brm-code
                   read brmbtr
                       invalid key
                           continue
                       not invalid key
                           move fd-brm-name to bl-name
                   end-read.
           move ws-cur-branch to bl-branch.
           move ws-branch-accts to bl-count.
           move ws-branch-total to bl-total.
           write fd-rpt-record from ws-branch-line.
           move 0 to ws-branch-accts.
           move 0 to ws-branch-total.
           move ws-bp-group-start to ws-bp-shift-ix.
       write-product-loop.
           if ws-bp-shift-ix > ws-bp-group-end
               go to write-product-done.
           if ws-bp-product(ws-bp-shift-ix) = spaces
                   or ws-bp-product(ws-bp-shift-ix) = low-values
               move "(NONE)" to pl-product
           else
               move ws-bp-product(ws-bp-shift-ix) to pl-product.
           move ws-bp-accts(ws-bp-shift-ix) to pl-accts.
           move ws-bp-total(ws-bp-shift-ix) to pl-total.
           write fd-rpt-record from ws-product-line.
           add 1 to ws-bp-shift-ix.
           go to write-product-loop.
       write-product-done.
           exit.

      ***************************************************************
      * COMPARISON WITH THE REGION                                  *
      ***************************************************************
      * the TECHCTL copy is scanned for the 'TBTOTAL1' record TRIALBAL
      * saved; a record whose figures are not numeric is reported as
      * unreadable rather than compared
       load-snapshot.
           move 0 to ws-snap-found.
           open input ctlfile.
           if ws-ctlfile-status not = "00"
               display "No TECHCTL copy at ", ws-ctlfile-path
               go to load-snapshot-done.
       load-snapshot-loop.
           read ctlfile at end go to load-snapshot-close.
           if fd-ctl-key not = "TBTOTAL1"
               go to load-snapshot-loop.
           if fd-ctl-total not numeric or fd-ctl-count not numeric
               move 2 to ws-snap-found
               go to load-snapshot-close.
           move 1 to ws-snap-found.
           move fd-ctl-date to ws-snap-date.
           move fd-ctl-total to ws-snap-total.
           move fd-ctl-count to ws-snap-count.
       load-snapshot-close.
           close ctlfile.
       load-snapshot-done.
           exit.

       compare-snapshot.
           move spaces to fd-rpt-record.
           write fd-rpt-record.
           move "NOT MADE" to ws-result.
           if ws-snap-found = 0
               move "NO TBTOTAL1 SNAPSHOT IN THE TECHCTL COPY"
                   to cr-text
               write fd-rpt-record from ws-cmp-result-line
               go to compare-branch-foot.
           if ws-snap-found = 2
               move "TBTOTAL1 IN THE TECHCTL COPY IS UNREADABLE"
                   to cr-text
               write fd-rpt-record from ws-cmp-result-line
               go to compare-branch-foot.
           compute ws-count-diff = ws-tb-count - ws-snap-count.
           compute ws-total-diff = ws-tb-total - ws-snap-total.
           move ws-snap-date to ch-date.
           write fd-rpt-record from ws-cmp-header-line.
           write fd-rpt-record from ws-cmp-column-line.
           move ws-snap-count to cc-region.
           move ws-tb-count to cc-workstation.
           move ws-count-diff to cc-difference.
           write fd-rpt-record from ws-cmp-count-line.
           move ws-snap-total to ct-region.
           move ws-tb-total to ct-workstation.
           move ws-total-diff to ct-difference.
           write fd-rpt-record from ws-cmp-total-line.
           if ws-count-diff = 0 and ws-total-diff = 0
               move "AGREE" to ws-result
               move "COUNT AND TOTAL AGREE WITH THE REGION" to cr-text
           else
               move "DIFFER" to ws-result
               move "COUNT OR TOTAL DIFFERS FROM THE REGION" to cr-text.
           write fd-rpt-record from ws-cmp-result-line.
      * the two halves of this report are built from the same pass
      * (overflow line included), so a branch summary that does not
      * foot to the trial balance means an account has gone astray
       compare-branch-foot.
           if ws-grand-total not = ws-tb-total
                   or ws-grand-accts not = ws-tb-count
               move "BRANCH SUMMARY DOES NOT FOOT TO THE TRIAL BALANCE"
                   to cr-text
               write fd-rpt-record from ws-cmp-result-line.
       compare-snapshot-done.
           exit.

       print-run-summary.
           display "=============================================".
           display "TBCHECK RUN SUMMARY".
           display "  run date/time    : ", ws-run-date, "/",
                   ws-run-time.
           display "  TECHBASE path    : ", ws-techbase-path.
           display "  TECHCTL copy     : ", ws-ctlfile-path.
           display "  report path      : ", ws-rptfile-path.
           display "  accounts read    : ", ws-rec-read.
           display "  branches         : ", ws-branch-count.
           display "  snapshot date    : ", ws-snap-date.
           display "  count difference : ", ws-count-diff.
           display "  total difference : ", ws-total-diff.
           display "  comparison       : ", ws-result.
           display "=============================================".

       get-paths.
           display "TBCHECK_TECHBASE" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-techbase-path.
           display "TBCHECK_PRODBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-prodbtr-path.
           display "TBCHECK_BRMBTR" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-brmbtr-path.
           display "TBCHECK_TECHCTL" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-ctlfile-path.
           display "TBCHECK_REPORT" upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-rptfile-path.

       end program tbcheck.
