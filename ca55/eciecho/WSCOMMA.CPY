          03 CA-REQ                    PIC  X(002).
          03 CA-RC                     PIC  X(001).
      * layout version - must match VSAMSERV's COMMAREA-VERSION or
      * the call is refused with 916; set '56' on every request
          03 CA-VERSION                PIC  X(002).
          03 CA-KEYSIZE                PIC S9(004) COMP.
          03 CA-VSAMRECORD.
             05 CA-DSP-E-STATUS        PIC  X(001).
             05 CA-DSP-E-RAISED        PIC  X(008).
             05 CA-DSP-E-NOTE          PIC  X(020).
      * outward payment to another bank (CA-REQ '38') - the
      * beneficiary's bank code, account and name; the amount rides
      * in CA-SALDO and the payment reference comes back in
      * CA-TXNREF
          03 CA-BENE-BANK              PIC  X(006).
          03 CA-BENE-ACCT              PIC  X(016).
          03 CA-BENE-NAME              PIC  X(020).
      * the clearing internal account on the 'INTACCTS' record
          03 CA-PARM-CLEAR-ACCT        PIC  X(005).
      * the TECHMAND direct-debit mandate register (CA-REQ '39') -
      * 'A' adds the mandate for the biller reference in CA-MND-REF
      * (CA-MND-LIMIT is the per-collection ceiling, zero for none),
      * 'C' cancels it, 'L' lists the account's mandates from
      * CA-MND-REF onward
          03 CA-MND-FUNC               PIC  X(001).
          03 CA-MND-REF                PIC  X(016).
          03 CA-MND-BILLER             PIC  X(020).
          03 CA-MND-LIMIT              PIC S9(009)V99.
          03 CA-MND-COUNT              PIC  9(001).
          03 CA-MND-ENTRY OCCURS 5 TIMES.
             05 CA-MND-E-REF           PIC  X(016).
             05 CA-MND-E-BILLER        PIC  X(020).
             05 CA-MND-E-LIMIT         PIC S9(009)V99.
             05 CA-MND-E-STATUS        PIC  X(001).
             05 CA-MND-E-LAST          PIC  X(008).
      * the TECHSWP balance-sweep register (CA-REQ '40') - 'A' adds
      * the sweep from the account to the savings account in
      * CA-TOACCT (CA-SWP-DIR 'O' surplus out above CA-SWP-TARGET,
      * 'I' cover up to CA-SWP-FLOOR, 'B' both), 'C' cancels it,
      * 'L' lists the account's sweeps from CA-TOACCT onward
          03 CA-SWP-FUNC               PIC  X(001).
          03 CA-SWP-TARGET             PIC S9(009)V99.
          03 CA-SWP-FLOOR              PIC S9(009)V99.
          03 CA-SWP-DIR                PIC  X(001).
          03 CA-SWP-COUNT              PIC  9(001).
          03 CA-SWP-ENTRY OCCURS 5 TIMES.
             05 CA-SWP-E-SAVINGS       PIC  X(005).
             05 CA-SWP-E-TARGET        PIC S9(009)V99.
             05 CA-SWP-E-FLOOR         PIC S9(009)V99.
             05 CA-SWP-E-DIR           PIC  X(001).
             05 CA-SWP-E-STATUS        PIC  X(001).
             05 CA-SWP-E-LAST          PIC  X(008).
             05 CA-SWP-E-LAST-AMT      PIC S9(009)V99.
      * request origin - stamped by VSAMSERV from the transaction
      * the request arrives under ('T' the TELLER console); anything
      * a client puts here is overwritten, so leave it LOW-VALUES
          03 CA-CHANNEL                PIC  X(001).
      * the TECHPAYE registered-payee list (CA-REQ '41') - 'A' adds
      * the payee account in CA-TOACCT with nickname CA-PAY-NICKNAME,
      * 'D' deletes it ('A' and 'D' return the READ token in
      * CA-TOKEN), 'L' lists the account's payees from CA-TOACCT
      * onward - CA-PAY-E-USABLE 'Y' once the cooling-off has run
          03 CA-PAY-FUNC               PIC  X(001).
          03 CA-PAY-NICKNAME           PIC  X(020).
          03 CA-PAY-COUNT              PIC  9(001).
          03 CA-PAY-ENTRY OCCURS 5 TIMES.
             05 CA-PAY-E-PAYEE         PIC  X(005).
             05 CA-PAY-E-NICKNAME      PIC  X(020).
             05 CA-PAY-E-ADDED         PIC  X(008).
             05 CA-PAY-E-USABLE        PIC  X(001).
      * the TECHAML suspicious-activity case register (CA-REQ '42')
      * - 'L' lists cases from CA-AML-ID onward ('O' in
      * CA-AML-STATUS for open cases only), 'N' adds CA-AML-NOTE to
      * case CA-AML-ID, 'S' closes it as CA-AML-STATUS 'C' cleared
      * or 'R' reported
          03 CA-AML-FUNC               PIC  X(001).
          03 CA-AML-ID                 PIC  X(005).
          03 CA-AML-STATUS             PIC  X(001).
          03 CA-AML-NOTE               PIC  X(040).
          03 CA-AML-COUNT              PIC  9(001).
          03 CA-AML-ENTRY OCCURS 5 TIMES.
             05 CA-AML-E-ID            PIC  X(005).
             05 CA-AML-E-ACCT          PIC  X(005).
             05 CA-AML-E-RULE          PIC  X(002).
             05 CA-AML-E-STATUS        PIC  X(001).
             05 CA-AML-E-OPENED        PIC  X(008).
             05 CA-AML-E-AMOUNT        PIC S9(009)V99.
             05 CA-AML-E-NOTES         PIC  9(002).
             05 CA-AML-E-NOTE          PIC  X(040).
      * the TECHWHIT watch-list hit file (CA-REQ '43') - 'L' lists
      * hits from CA-WL-HIT-ID onward ('P' in CA-WL-STATUS for
      * pending hits only), 'C' confirms hit CA-WL-HIT-ID and
      * freezes the customer's accounts (how many in CA-WL-FROZEN),
      * 'D' dismisses it
          03 CA-WL-FUNC                PIC  X(001).
          03 CA-WL-HIT-ID              PIC  X(007).
          03 CA-WL-STATUS              PIC  X(001).
          03 CA-WL-FROZEN              PIC  9(002).
          03 CA-WL-COUNT               PIC  9(001).
          03 CA-WL-ENTRY OCCURS 5 TIMES.
             05 CA-WL-E-ID             PIC  X(007).
             05 CA-WL-E-SOURCE         PIC  X(001).
             05 CA-WL-E-CUST-NO        PIC  X(006).
             05 CA-WL-E-ACCT           PIC  X(005).
             05 CA-WL-E-SURNAME        PIC  X(015).
             05 CA-WL-E-FIRST-NAME     PIC  X(010).
             05 CA-WL-E-PROGRAM        PIC  X(010).
             05 CA-WL-E-DATE           PIC  X(008).
             05 CA-WL-E-STATUS         PIC  X(001).
             05 CA-WL-E-FROZEN         PIC  9(002).
      * customer risk rating and periodic KYC review - ca-kyc-func
      * 'I' inquire, 'R' record a review; ca-kyc-rating H/M/L also
      * rates a new customer at CREATE; ca-kyc-standing 'N' never
      * reviewed, 'C' current, 'D' due, 'B' overdue - debits refused
          03 CA-KYC-FUNC               PIC  X(001).
          03 CA-KYC-CUST-NO            PIC  X(006).
          03 CA-KYC-RATING             PIC  X(001).
          03 CA-KYC-LAST-DATE          PIC  X(008).
          03 CA-KYC-DUE-DATE           PIC  X(008).
          03 CA-KYC-BY                 PIC  X(008).
          03 CA-KYC-STANDING           PIC  X(001).
      * product service-charge schedule (PRODMNT 'A'/'U')
          03 CA-PROD-FREE-ITEMS        PIC  9(003).
          03 CA-PROD-ITEM-FEE          PIC  9(003)V99.
          03 CA-PROD-MONTHLY-FEE       PIC  9(005)V99.
      * service-charge exemption - ca-fex-func 'S' set, 'C' clear,
      * 'Q' query; ca-fex-status 'Y' exempt
          03 CA-FEX-FUNC               PIC  X(001).
          03 CA-FEX-REASON             PIC  X(020).
          03 CA-FEX-DATE               PIC  X(008).
          03 CA-FEX-BY                 PIC  X(008).
          03 CA-FEX-STATUS             PIC  X(001).
      * supervisor approval of high-value postings - ca-apq-func
      * 'L' list (from ca-apq-id), 'A' approve, 'D' decline the
      * queued posting ca-apq-id; ca-parm-appr-limit is the
      * PARMMAINT threshold above which DEBIT/TRANSFER queue (974)
          03 CA-APQ-FUNC               PIC  X(001).
          03 CA-APQ-ID                 PIC  X(007).
          03 CA-APQ-COUNT              PIC  9(001).
          03 CA-APQ-ENTRY OCCURS 5 TIMES.
             05 CA-APQ-E-ID            PIC  X(007).
             05 CA-APQ-E-TYPE          PIC  X(001).
             05 CA-APQ-E-ACCT          PIC  X(005).
             05 CA-APQ-E-TOACCT        PIC  X(005).
             05 CA-APQ-E-AMOUNT        PIC  9(009)V99.
             05 CA-APQ-E-REQBY         PIC  X(008).
             05 CA-APQ-E-TIME          PIC  X(006).
          03 CA-PARM-APPR-LIMIT        PIC  9(009)V99.
      * court orders - ca-lgl-func 'L' list (from ca-lgl-ref),
      * 'A' register, 'R' remit and close, 'P' remit part, 'W'
      * withdraw; ca-parm-court-acct is the PARMMAINT court-payments
      * account
          03 CA-LGL-FUNC               PIC  X(001).
          03 CA-LGL-REF                PIC  X(016).
          03 CA-LGL-AUTHORITY          PIC  X(030).
          03 CA-LGL-PRIORITY           PIC  9(002).
          03 CA-LGL-AMOUNT             PIC  S9(009)V99.
          03 CA-LGL-HELD               PIC  S9(009)V99.
          03 CA-LGL-COUNT              PIC  9(001).
          03 CA-LGL-ENTRY OCCURS 5 TIMES.
             05 CA-LGL-E-REF           PIC  X(016).
             05 CA-LGL-E-PRIORITY      PIC  9(002).
             05 CA-LGL-E-ORDERED       PIC  S9(009)V99.
             05 CA-LGL-E-OWED          PIC  S9(009)V99.
             05 CA-LGL-E-HELD          PIC  S9(009)V99.
             05 CA-LGL-E-STATUS        PIC  X(001).
             05 CA-LGL-E-RECEIVED      PIC  X(008).
          03 CA-PARM-COURT-ACCT        PIC  X(005).
      * transaction history - ca-hist-from/ca-hist-to (YYYYMMDD),
      * up to 10 postings a page; ca-hist-more 'Y' means resubmit
      * with ca-hist-resume as returned
          03 CA-HIST-FROM              PIC  X(008).
          03 CA-HIST-TO                PIC  X(008).
          03 CA-HIST-RESUME            PIC  X(007).
          03 CA-HIST-MORE              PIC  X(001).
          03 CA-HIST-COUNT             PIC  9(002).
          03 CA-HIST-ENTRY OCCURS 10 TIMES.
             05 CA-HIST-DATE           PIC  X(008).
             05 CA-HIST-OP             PIC  X(001).
             05 CA-HIST-AMOUNT         PIC  S9(009)V99.
             05 CA-HIST-BALANCE        PIC  S9(009)V99.
             05 CA-HIST-NARR           PIC  X(030).
             05 CA-HIST-TXNREF         PIC  X(012).
             05 CA-HIST-DSP            PIC  X(001).
      * early break of a term deposit - ca-tdb-func 'Q' quotes,
      * 'B' breaks (supervised); ca-tdb-quote is the line to show
      * the customer. ca-prod-break-rate and the ca-parm-tdb-*
      * rule ride with product and parameter maintenance
          03 CA-PROD-BREAK-RATE        PIC S9V9(04).
          03 CA-PARM-TDB-MIN-MONTHS    PIC  9(003).
          03 CA-PARM-TDB-FORFEIT       PIC  X(001).
          03 CA-TDB-FUNC               PIC  X(001).
          03 CA-TDB-MONTHS-HELD        PIC  9(003).
          03 CA-TDB-RATE               PIC S9V9(04).
          03 CA-TDB-FORFEIT            PIC  X(001).
          03 CA-TDB-INTEREST           PIC  S9(009)V99.
          03 CA-TDB-PAYOUT             PIC  S9(009)V99.
          03 CA-TDB-QUOTE              PIC  X(079).
      * loan early settlement - ca-lns-func 'Q' quotes as at
      * ca-lns-date (blank for today), 'S' settles (supervised);
      * ca-parm-lrb-pct is the rebate percentage parameter
          03 CA-PARM-LRB-PCT           PIC  9(003).
          03 CA-LNS-FUNC               PIC  X(001).
          03 CA-LNS-DATE               PIC  X(008).
          03 CA-LNS-REMAINING          PIC  9(003).
          03 CA-LNS-PRINCIPAL          PIC  S9(009)V99.
          03 CA-LNS-INTEREST           PIC  S9(009)V99.
          03 CA-LNS-REBATE             PIC  S9(009)V99.
          03 CA-LNS-AMOUNT             PIC  S9(009)V99.
          03 CA-LNS-FROM               PIC  X(005).
          03 CA-LNS-QUOTE              PIC  X(079).
      * cheque on another bank paid in for collection - drawee
      * bank code and cheque serial; ca-parm-rcf-fee is the
      * returned-cheque fee parameter
          03 CA-OCQ-BANK               PIC  X(006).
          03 CA-OCQ-CHEQUE             PIC  X(010).
          03 CA-PARM-RCF-FEE           PIC  S9(007)V99.
      * card expiry month (yyyymm) on add and query; on query the
      * card linked to it by a reissue
          03 CA-CARD-EXPIRY            PIC  X(006).
          03 CA-CARD-LINKED            PIC  X(016).
      * suspense register: l(ist) open items after ca-sus-ref,
      * a(ccount) resolves ca-sus-ref to accounto, r(eturn) sends
      * it back to its originator
          03 CA-SUS-FUNC               PIC  X(001).
          03 CA-SUS-REF                PIC  9(007).
          03 CA-SUS-MORE               PIC  X(001).
          03 CA-SUS-COUNT              PIC  9(001).
          03 CA-SUS-ENTRY OCCURS 8 TIMES.
             05 CA-SUS-E-REF           PIC  9(007).
             05 CA-SUS-E-SOURCE        PIC  X(008).
             05 CA-SUS-E-ORIG-REF      PIC  X(020).
             05 CA-SUS-E-DATE          PIC  X(008).
             05 CA-SUS-E-AMOUNT        PIC S9(009)V99.
             05 CA-SUS-E-ACCOUNT       PIC  X(005).
             05 CA-SUS-E-REASON        PIC  X(016).
      * branch vault and the cash centre: d(elivered) or s(ent
      * back) for ca-vlt-branch; the movement reference and the
      * vault's expected cash come back
          03 CA-VLT-FUNC               PIC  X(001).
          03 CA-VLT-BRANCH             PIC  X(004).
          03 CA-VLT-AMOUNT             PIC S9(009)V99.
          03 CA-VLT-CCREF              PIC  X(012).
          03 CA-VLT-REF                PIC  9(007).
          03 CA-VLT-EXPECTED           PIC S9(009)V99.
      * branch end-of-day sign-off: s(ign off) ca-bso-branch, or
      * o(verride) with ca-bso-reason; ca-bso-outstanding returns
      * the tills/vault still open or unproved
          03 CA-BSO-FUNC               PIC  X(001).
          03 CA-BSO-BRANCH             PIC  X(004).
          03 CA-BSO-REASON             PIC  X(030).
          03 CA-BSO-OUTSTANDING        PIC  9(003).
      * ca-parm-di-cap is the deposit-insurance cap per customer
      * parameter
          03 CA-PARM-DI-CAP            PIC  S9(009)V99.
      * management viewer report selection: ca-rpt-type n(ew
      * business) for ca-rpt-month (blank = latest) instead of the
      * branch figures; 8 branch/product rows a page, paged on
      * ca-rpt-nb-resume
          03 CA-RPT-TYPE               PIC  X(001).
          03 CA-RPT-MONTH              PIC  X(006).
          03 CA-RPT-NB-RESUME          PIC  X(006).
          03 CA-RPT-NB-COUNT           PIC  9(002).
          03 CA-RPT-NB-ROW OCCURS 8 TIMES.
             05 CA-RPT-NB-BRANCH       PIC  X(004).
             05 CA-RPT-NB-PRODUCT      PIC  X(002).
             05 CA-RPT-NB-OPENED       PIC  9(005).
             05 CA-RPT-NB-OPENED-BAL   PIC S9(011)V99.
             05 CA-RPT-NB-CLOSED       PIC  9(005).
             05 CA-RPT-NB-CLOSED-BAL   PIC S9(011)V99.
             05 CA-RPT-NB-ARCHIVED     PIC  9(005).
             05 CA-RPT-NB-SWITCH-IN    PIC  9(005).
             05 CA-RPT-NB-SWITCH-OUT   PIC  9(005).
             05 CA-RPT-NB-NET-ACCTS    PIC S9(005).
             05 CA-RPT-NB-NET-DEPOSITS PIC S9(011)V99.
             05 CA-RPT-NB-LY-HELD      PIC  X(001).
             05 CA-RPT-NB-LY-NET-ACCTS PIC S9(005).
             05 CA-RPT-NB-LY-NET-DEPS  PIC S9(011)V99.
      * deceased customer (deceased) and estate settlement
      * (estsetl): the executor's account rides in ca-toacct;
      * counts and amount paid come back
          03 CA-DEC-CUST-NO            PIC  X(006).
          03 CA-DEC-DEATH-DATE         PIC  X(008).
          03 CA-DEC-FROZEN             PIC  9(003).
          03 CA-DEC-JOINT              PIC  9(003).
          03 CA-DEC-ORDERS             PIC  9(003).
          03 CA-DEC-PAYMENTS           PIC  9(003).
          03 CA-DEC-CARDS              PIC  9(003).
          03 CA-DEC-SETTLED            PIC  9(003).
          03 CA-DEC-PAID               PIC S9(011)V99.
          03 CA-DEC-FAIL-ACCOUNT       PIC  X(005).
      * date of birth (yyyymmdd) given at create
          03 CA-BIRTH-DATE             PIC  X(008).
      * supervised back-value date (yyyymmdd) on debit, credit
      * and transfer - blank posts at the business date
          03 CA-VALUE-DATE             PIC  X(008).
      * dormant account reactivation (reactivate): the approving
      * supervisor's userid and password, and the id evidence seen
          03 CA-REACT-SUPV-ID          PIC  X(008).
          03 CA-REACT-SUPV-PWD         PIC  X(008).
          03 CA-REACT-EVIDENCE         PIC  X(030).
      * returned mail (retmail): customer, 'R' record / 'C' clear,
      * and the date the post came back (blank = business date)
          03 CA-RM-CUST-NO             PIC  X(006).
          03 CA-RM-FUNC                PIC  X(001).
          03 CA-RM-DATE                PIC  X(008).
      * safe-deposit box register (boxmaint): 'A' add/re-price,
      * 'R' rent, 'V' vacate, 'Q' query, 'L' list a branch's boxes
          03 CA-BOX-FUNC               PIC  X(001).
          03 CA-BOX-BRANCH             PIC  X(004).
          03 CA-BOX-NUMBER             PIC  X(004).
          03 CA-BOX-SIZE               PIC  X(001).
          03 CA-BOX-RENT               PIC S9(007)V99.
          03 CA-BOX-CUST-NO            PIC  X(006).
          03 CA-BOX-ACCOUNT            PIC  X(005).
          03 CA-BOX-STATUS             PIC  X(001).
          03 CA-BOX-START              PIC  X(008).
          03 CA-BOX-NEXT-DUE           PIC  X(008).
          03 CA-BOX-ARREARS            PIC S9(007)V99.
          03 CA-BOX-COUNT              PIC  9(001).
          03 CA-BOX-ENTRY OCCURS 5 TIMES.
             05 CA-BOX-E-NUMBER        PIC  X(004).
             05 CA-BOX-E-SIZE          PIC  X(001).
             05 CA-BOX-E-STATUS        PIC  X(001).
             05 CA-BOX-E-CUST-NO       PIC  X(006).
             05 CA-BOX-E-RENT          PIC  S9(007)V99.
             05 CA-BOX-E-NEXT-DUE      PIC  X(008).
             05 CA-BOX-E-ARREARS       PIC  S9(007)V99.
      * box-rent income account (parmmaint 'BOXRENT' record)
          03 CA-PARM-BOX-ACCT          PIC  X(005).
      * bank drafts (draft): 'I' issue to payee for balanceo,
      * 'E' encash draft number into accounto (blank = clearing),
      * 'Q' query one draft
          03 CA-DFT-FUNC               PIC  X(001).
          03 CA-DFT-NUMBER             PIC  X(007).
          03 CA-DFT-PAYEE              PIC  X(030).
          03 CA-DFT-AMOUNT             PIC S9(009)V99.
          03 CA-DFT-FEE                PIC S9(007)V99.
          03 CA-DFT-STATUS             PIC  X(001).
          03 CA-DFT-ACCOUNT            PIC  X(005).
          03 CA-DFT-ISSUE-DATE         PIC  X(008).
          03 CA-DFT-PAID-DATE          PIC  X(008).
          03 CA-DFT-PAID-TO            PIC  X(005).
      * drafts-outstanding account and issue fee (parmmaint 'DRAFTS')
          03 CA-PARM-DRAFT-ACCT        PIC  X(005).
          03 CA-PARM-DRAFT-FEE         PIC S9(007)V99.
      * loan applications (loanapp): 'C' capture, 'L' list,
      * 'Q' query, 'A' approve, 'D' decline; loanset books the
      * approved application in ca-loan-app-no
          03 CA-LAPP-FUNC              PIC  X(001).
          03 CA-LAPP-NUMBER            PIC  X(007).
          03 CA-LAPP-CUST-NO           PIC  X(006).
          03 CA-LAPP-AMOUNT            PIC S9(009)V99.
          03 CA-LAPP-TERM              PIC  9(003).
          03 CA-LAPP-PURPOSE           PIC  X(016).
          03 CA-LAPP-INCOME            PIC S9(007)V99.
          03 CA-LAPP-CHECKS            PIC  X(003).
          03 CA-LAPP-STATUS            PIC  X(001).
          03 CA-LAPP-ENTERED-BY        PIC  X(008).
          03 CA-LAPP-DECIDED-BY        PIC  X(008).
          03 CA-LAPP-REASON            PIC  X(016).
          03 CA-LAPP-LOAN-ACCT         PIC  X(005).
          03 CA-LAPP-COUNT             PIC  9(001).
          03 CA-LAPP-ENTRY OCCURS 5 TIMES.
             05 CA-LAPP-E-NUMBER       PIC  X(007).
             05 CA-LAPP-E-CUST-NO      PIC  X(006).
             05 CA-LAPP-E-AMOUNT       PIC S9(009)V99.
             05 CA-LAPP-E-TERM         PIC  9(003).
             05 CA-LAPP-E-STATUS       PIC  X(001).
             05 CA-LAPP-E-CHECKS       PIC  X(003).
             05 CA-LAPP-E-BY           PIC  X(008).
          03 CA-LOAN-APP-NO            PIC  X(007).
      * loan application checks (parmmaint 'LOANRULE' record)
          03 CA-PARM-LR-ARREARS        PIC  9(003).
          03 CA-PARM-LR-ODA-DAYS       PIC  9(003).
          03 CA-PARM-LR-STATUS         PIC  X(001).
      * customer link for a web userid (useradm 'a' and 'c')
          03 CA-ADM-CUST-NO            PIC  X(006).
      * role table (rolemaint): 'g' grant, 'r' revoke, 'x' conflict,
      * 'c' clear conflict, 'l' list; useradm 'a'/'r' roles
          03 CA-ROLE-FUNC              PIC  X(001).
          03 CA-ROLE-ID                PIC  X(008).
          03 CA-ROLE-STATE             PIC  X(002).
          03 CA-ROLE-SUBFUNC           PIC  X(001).
          03 CA-ROLE-OTHER             PIC  X(008).
          03 CA-ROLE-DESC              PIC  X(030).
          03 CA-ROLE-RESUME            PIC  X(009).
          03 CA-ROLE-COUNT             PIC  9(001).
          03 CA-ROLE-ENTRY OCCURS 5 TIMES.
             05 CA-ROLE-E-TYPE         PIC  X(001).
             05 CA-ROLE-E-TARGET       PIC  X(008).
             05 CA-ROLE-E-DESC         PIC  X(030).
          03 CA-ADM-ROLE OCCURS 4 TIMES PIC X(008).
      * access recertification (recert): 'o' open, 'x' close, 'm'
      * branch certifier, 'c' confirm, 'r' revoke, 'l' list;
      * useradm 'a'/'b' home branch
          03 CA-ADM-BRANCH             PIC  X(004).
          03 CA-RCT-FUNC               PIC  X(001).
          03 CA-RCT-USERID             PIC  X(008).
          03 CA-RCT-BRANCH             PIC  X(004).
          03 CA-RCT-MANAGER            PIC  X(008).
          03 CA-RCT-CAMPAIGN           PIC  X(008).
          03 CA-RCT-RESUME             PIC  X(008).
          03 CA-RCT-LISTED             PIC  9(005).
          03 CA-RCT-CONFIRMED          PIC  9(005).
          03 CA-RCT-DISABLED           PIC  9(005).
          03 CA-RCT-COUNT              PIC  9(001).
          03 CA-RCT-ENTRY OCCURS 5 TIMES.
             05 CA-RCT-E-USERID        PIC  X(008).
             05 CA-RCT-E-BRANCH        PIC  X(004).
             05 CA-RCT-E-STATUS        PIC  X(001).
             05 CA-RCT-E-DATE          PIC  X(008).
      * returned-balance tolerance (parmmaint 'GLRECON' record)
          03 CA-PARM-GL-TOLERANCE      PIC  9(007)V99.
      * foreign currency: product currency (prodmnt 'A', list),
      * account currency back on read, parmmaint 'FXPARM' record,
      * exchange rates (fxrate): 'k' key, 'a' approve, 'r' reject,
      * 'l' list; a converted transfer's credit amount and rate
          03 CA-PROD-CURRENCY          PIC  X(003).
          03 CA-PROD-E-CURRENCY OCCURS 10 TIMES PIC X(003).
          03 CA-ACCT-CURRENCY          PIC  X(003).
          03 CA-PARM-LOCAL-CCY         PIC  X(003).
          03 CA-PARM-FX-SPREAD         PIC  9(001)V9(4).
          03 CA-FX-FUNC                PIC  X(001).
          03 CA-FX-CURRENCY            PIC  X(003).
          03 CA-FX-DATE                PIC  X(008).
          03 CA-FX-RATE                PIC  9(005)V9(6).
          03 CA-FX-COUNT               PIC  9(001).
          03 CA-FX-ENTRY OCCURS 5 TIMES.
             05 CA-FX-E-CURRENCY       PIC  X(003).
             05 CA-FX-E-DATE           PIC  X(008).
             05 CA-FX-E-RATE           PIC  9(005)V9(6).
             05 CA-FX-E-STATUS         PIC  X(001).
             05 CA-FX-E-KEYED-BY       PIC  X(008).
             05 CA-FX-E-REVIEWED-BY    PIC  X(008).
          03 CA-XFER-CREDIT-AMOUNT     PIC  S9(009)V99.
          03 CA-XFER-RATE              PIC  9(005)V9(6).
