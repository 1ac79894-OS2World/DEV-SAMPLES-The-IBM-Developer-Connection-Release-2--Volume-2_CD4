      * Alt Index       = TECHAUX    Key - 01 pos=8 len=5 (account, so
      *   one account's history can be positioned on directly instead
      *   of scanning the whole file - used by REVERSAL-RECORD,
      *   MINISTMT-RECORD, HISTINQ-RECORD and STMTGEN)
      *   one record is written for every successful CREATE/UPDATE/
      *   DELETE/DEBIT/CREDIT/TRANSFER against TECHBASE, holding a
      *   before- and after-image of the customer record plus who/when
      * Address         45 - CHAR
      * Balance         11 - ZONED S9(9)V99
      * Overdraft-Limit 11 - ZONED S9(9)V99
      * Account-Status   1 - CHAR (O=open C=closed F=frozen
      *                             D=dormant - open, but debits
      *                             refused until REACTIVATE)
      * Branch-Code      4 - CHAR
      * Last-Activity-Date 8 - CHAR (YYYYMMDD, stamped by UPDATE/DEBIT/
      *                             CREDIT on every successful post)
      *                            products pay fees)
      * Hold-Amount     11 - ZONED S9(9)V99 (total of the account's
      *                            uncleared deposits still under hold
      *                            on TECHHOLD, plus what is held
      *                            for open court orders on
      *                            TECHLEGAL - available balance =
      *                            BALANCEO minus this)
      *
      * SERVER-STATE values (two digits - the CGI clients send '01',
      * 25=CHQMAINT  26=FDPMAINT  27=CUSTPOS  28=CARDMAINT
      * 29=CUSTMERG  30=ESCHRCLM  31=CALMAINT  32=SESSADM
      * 33=PRODMNT  34=CLOSEACC  35=ASATBAL  36=COLLMNT
      * 37=DSPMAINT  38=OUTPAY  39=MNDMAINT  40=SWPMAINT
      * 41=PAYMAINT  42=AMLMAINT  43=WLMAINT  44=KYCREVW
      * 45=FEEEXMT  46=APQMAINT  47=LGLMAINT  48=HISTINQ
      * 49=TDBREAK  50=LNSETTLE  51=CHQDEP  52=SUSPENSE
      * 53=VAULTCC  54=BRSIGNOFF  55=DECEASED  56=ESTSETL
      * 57=REACTIVATE  58=RETMAIL  59=BOXMAINT  60=DRAFT
      * 61=LOANAPP  62=ROLEMAINT  63=RECERT  64=FXRATE
      *
      * CUSTOMER SCOPE - a web userid linked to a customer (TECHCRED
      * CRED-CUST-NO) sees only that customer's own accounts and the
      * joint accounts it co-owns through TECHJNT. MAINLINE checks
      * every request from such a userid before dispatch (see
      * CHECK-CUSTOMER-SCOPE): only the customer-facing services are
      * open to it (READ, UPDATE, DEBIT, CREDIT, TRANSFER, MINISTMT,
      * SOMAINT, FDPMAINT, CUSTPOS, PAYMAINT, HISTINQ), ACCOUNTO must
      * be one of its accounts - so the surname search is closed to
      * it - and CUSTPOS must name its own customer number. A
      * standing-order or future-payment cancel must name an order
      * drawn on ACCOUNTO. Anything else is refused with 1036, which
      * lands in TECHRLOG like every other refusal. Where the money
      * may go is already governed by the registered-payee list.
      * Staff userids (no customer link) keep full access.
      *
      * BOXMAINT keeps the TECHBOX safe-deposit box register for
      * the branches that rent boxes. CA-BOX-FUNC 'A' puts box
      * CA-BOX-NUMBER on the register at CA-BOX-BRANCH (a real, open
      * branch, 914) with its size S/M/L and annual rent (1023
      * otherwise), or re-prices a box already there - restricted
      * to CRED-CAN-DESTROY. 'R' lets a vacant box (1018 not on the
      * register, 1019 already let) to customer CA-BOX-CUST-NO, who
      * must be on the master and not deceased (1002), with the rent
      * to come from CA-BOX-ACCOUNT - open, and owned or co-owned by
      * the renter (1024). The first year falls due that day and
      * the nightly BOXBILL job takes it, then again on each
      * anniversary; what it cannot take is carried as arrears. 'V'
      * vacates a let box (1020 if not let) once nothing is owed
      * (1021). 'Q' returns one box, 'L' up to 5 of the branch's
      * boxes from CA-BOX-NUMBER onward. Changes are audited as 'M'
      * entries. CLOSEACC refuses with 1022 to close the last open
      * account of an owner or co-owner who still rents a box.
      *
      * DRAFT issues and pays bank drafts. CA-DFT-FUNC 'I' writes a
      * draft for the amount in BALANCEO to payee CA-DFT-PAYEE (1026
      * without a payee or a positive amount): ACCOUNTO is debited
      * under every DEBIT-RECORD rule with the narrative 'BANK DRAFT'
      * and the payee, then separately debited the fee on the
      * TECHPARM 'DRAFTS' record ('DRAFT FEE'), the draft amount
      * credited to the drafts-outstanding internal account the
      * same record names and the fee to the fee account (1025 when
      * either is needed and not named). The debit's audit sequence
      * number is the draft number - CA-DFT-NUMBER and CA-TXNREF -
      * and the draft goes on the TECHDRFT register outstanding.
      * 'E' pays draft CA-DFT-NUMBER when presented (1027 not on the
      * register, 1028 already paid) for the amount keyed in
      * BALANCEO, which must be what was written (1029): into
      * ACCOUNTO under CREDIT-RECORD's rules, or through the
      * clearing internal account (953 when none) when ACCOUNTO is
      * blank; the drafts account gives the money up and the draft
      * is marked paid. A buyer's spoiled draft is encashed back
      * into their own account. 'Q' returns one draft. REVERSAL
      * refuses a draft or an encashment (1030) and refunds a draft
      * fee through the fee account. The nightly DRAFTREC job ages
      * what is outstanding and proves it against the account.
      *
      * LOANAPP is the loan application and credit-decision queue
      * that stands in front of LOANSET. CA-LAPP-FUNC 'C' captures
      * an application from customer CA-LAPP-CUST-NO for
      * CA-LAPP-AMOUNT over CA-LAPP-TERM months, with its purpose and
      * the declared monthly income (1031 when any is missing), and
      * files it on TECHLAPP under the next TECHCTL 'LAPPSEQ' number
      * with the customer's position as CUSTPOS sees it (which comes
      * back in CA-POS-*). The TECHPARM 'LOANRULE' checks run there
      * and then - installments overdue on TECHLNS beyond the number
      * tolerated, an account on TECHODA overdrawn longer than the
      * days tolerated, a frozen or dormant account - and an
      * application failing any of them is filed referred ('R')
      * rather than pending ('P'), the failures flagged 'Y' in
      * CA-LAPP-CHECKS. 'L' lists up to 5 applications awaiting a
      * decision from CA-LAPP-NUMBER onward and 'Q' returns one
      * (1032 not on the register). 'A' approves and 'D' declines,
      * with CA-LAPP-REASON, one still awaiting a decision (1033) -
      * CRED-CAN-DESTROY only and never by the userid that captured
      * it (925). Capture and decision are audited as 'M' entries.
      * LOANSET books only the approved application in
      * CA-LOAN-APP-NO (1034), for the customer who owns the loan
      * account, a principal no larger than approved and the
      * approved term in installments (1035), and marks it booked
      * ('B') against the loan account. The nightly LOANPIPE job
      * reports the pipeline.
      *
      * RETMAIL flags customer CA-RM-CUST-NO's post as returned
      * undelivered (CA-RM-FUNC 'R', dated CA-RM-DATE or the business
      * date - a future date is refused with 1015) or clears the
      * flag ('C' - CRED-CAN-DESTROY only, once the branch has
      * confirmed the address). A flag already set, or one not set
      * to clear, is refused with 1016 / 1017. STMTRUN and NOTIFY
      * post nothing to a flagged customer; an approved contact
      * change (PENDMAINT) or an address UPDATE clears it.
      *
      * A dormant account (status 'D', flagged by the nightly
      * DORMANT run once its last activity is past the cutoff) still
      * takes credits, but DEBIT and a TRANSFER out of it are refused
      * with 1012, as is unfreezing it. REACTIVATE brings it back:
      * it needs a second, approving userid whose TECHROLE role
      * grants REACTIVATE (its own password in CA-REACT-SUPV-PWD,
      * never the session's userid - 925) and the customer's ID
      * evidence in CA-REACT-EVIDENCE (1013), which becomes the
      * audit narrative. An account that is not dormant is refused
      * with 1014. Each reactivation is registered on TECHREACT for
      * the monthly REACTRPT report by branch and supervisor.
      *
      * DEBIT, CREDIT and TRANSFER may be back-valued: a value date
      * in CA-VALUE-DATE other than the business date needs a
      * supervisor (CRED-CAN-DESTROY), must be a real date before
      * the business date (1009), no further back than the days on
      * the TECHPARM 'BVALPARM' record allow (1010 - none at all
      * when unset) and not before the date INTPOST last capitalized
      * interest on, TECHCTL 'INTCAP' (1011). Each leg's TECHAUDIT
      * entry is dated with the posting date as ever and carries
      * 'VAL' and the value date in the last 12 bytes of its
      * narrative; each leg is also registered on TECHBVAL, from
      * which the nightly ACCRUE run adjusts the TECHACCR bucket for
      * the days the item should have been on the balance.
      *
      * Every customer carries a date of birth on the TECHCUST
      * master, captured at CREATE in CA-BIRTH-DATE (a real date not
      * after the business date, 1008); a customer on file without
      * one has it recorded when they next open an account. A
      * customer younger than the age of majority on the TECHPARM
      * 'AGEPARM' record (18 when unset) is a minor: no debit or
      * transfer out may take a minor's account below zero, whatever
      * its overdraft limit (1006), and no card is issued on it
      * (1007). The monthly AGEMIGR job moves the accounts of those
      * who have come of age from the children's product to the
      * adult one.
      *
      * DECEASED records the death of customer CA-DEC-CUST-NO on
      * CA-DEC-DEATH-DATE (a real date not after the business date,
      * 1004) - supervised (CRED-CAN-DESTROY). The TECHCUST master
      * is marked 'D' with the date and the supervisor's userid
      * (1002 if already so), and in the same unit of work every
      * account the customer owns or co-owns is dealt with: a sole
      * account is frozen through FREEZE-RECORD and its active
      * standing orders suspended and pending future-dated
      * payments cancelled; a joint account is left running for
      * the survivors but every TECHJNT link of it goes under
      * survivor review; every live card on any of the accounts is
      * hot-carded. The counts come back in CA-DEC-FROZEN/JOINT/
      * ORDERS/PAYMENTS/CARDS and the whole is one 'M' audit entry.
      * A deceased customer opens nothing new and joins no account
      * (1002), and NOTIFY writes them no more letters.
      *
      * ESTSETL settles the estate of a deceased customer (1003
      * otherwise) - supervised. Every sole account still open is
      * closed through CLOSEACC-RECORD, the death freeze excepted,
      * with the balance paid to the executor's account in
      * TRANSFER-TO-ACCOUNT (on file, not closed or frozen and not
      * one of the estate's own, 1005). Any account that cannot
      * close is named in CA-DEC-FAIL-ACCOUNT and the rollback
      * undoes the lot. CA-DEC-SETTLED/PAID say how many closed and
      * how much was paid; the master is stamped with the date and
      * the executor's account. Joint accounts pass to the
      * survivors and are not touched.
      *
      * BRSIGNOFF signs branch CA-BSO-BRANCH off for the business
      * date - supervised (CRED-CAN-DESTROY), the branch real and
      * open on TECHBRM (914). CA-BSO-FUNC 'S' is refused (999)
      * while any of the branch's TECHTILL tills for the date is
      * still open or declared but not yet proved by TILLPROF, or
      * its TECHVLT vault the same; CA-BSO-OUTSTANDING says how
      * many. 'O' overrides for a branch that cannot sign off and
      * needs a reason in CA-BSO-REASON (1000 for a bad function
      * or a missing reason). Either goes on TECHBSO with the
      * supervisor's userid and an 'M' audit entry; PREFLT refuses
      * the nightly run - and so the BUSDATE roll - while an open
      * branch has no sign-off for the date.
      *
      * VAULTCC records cash the branch vault takes in from the
      * cash centre (CA-VLT-FUNC 'D', a delivery) or sends back to
      * it ('S') - supervised (CRED-CAN-DESTROY), because it is the
      * one movement with nobody at the branch to confirm the other
      * side. CA-VLT-BRANCH names a real, open branch (914) whose
      * TECHVLT vault the custodian has opened today at TELLER and
      * not yet declared (996); the amount rides in CA-VLT-AMOUNT
      * (909 unless positive) and the cash centre's own reference
      * in CA-VLT-CCREF. A return cannot exceed what the vault
      * should hold (997). The movement goes on TECHVMOV already
      * confirmed, and its reference and the vault's new expected
      * cash come back in CA-VLT-REF/EXPECTED. 998 is any other
      * CA-VLT-FUNC. Movements between vault and till are TELLER's
      * own business, like the till itself.
      *
      * SUSPENSE works the suspense register TECHSUSP, every amount
      * the batch jobs could not post and left sitting in the
      * suspense internal account - a wage SALCRED rejected, an ATM
      * item ATMPOST declined that the network had already paid,
      * a till difference TILLPROF posted. All of it is supervised
      * (CRED-CAN-DESTROY). CA-SUS-FUNC 'L' lists the open items,
      * 8 at a time from CA-SUS-REF on; 'A' resolves one to
      * ACCOUNTO (or the account the item names, when ACCOUNTO is
      * blank) - a positive item is credited to the customer under
      * CREDIT-RECORD's rules, a negative one debited from them
      * (closed and frozen refused, the overdraft limit not applied
      * - the money is already gone), and the suspense account takes
      * the other leg; 'R' returns a SALCRED or ATMPOST item to its
      * originator through the clearing internal account (993 for
      * a till difference, which has nowhere to go back to). Either
      * closes the item with today's date and the supervisor's
      * userid, and waits out the batch posting hold. 992 means the
      * item is not open, 995 that no suspense account is named on
      * the TECHPARM 'INTACCTS' record. The nightly SUSPAGE job ages
      * what is still open and proves it against the account.
      *
      * CHQDEP pays in a cheque drawn on another bank for
      * collection. The drawee bank's code and the cheque's serial
      * ride in CA-OCQ-BANK/CHEQUE (both required, 989) and the
      * amount in BALANCEO. The customer is credited under exactly
      * CREDIT-RECORD's rules with the funds under deposit hold
      * (CA-UNCLEARED forced on) and the narrative 'CHEQUE DEPOSIT'
      * and the serial; the item is then recorded on the KSDS
      * outward-items register TECHOCHQ (key = the credit's 7-digit
      * audit sequence number, the item reference handed back in
      * CA-TXNREF), status 'P' pending, with the TECHHOLD detail the
      * hold went on, and the clearing internal account on the
      * TECHPARM 'INTACCTS' record is debited for the amount the
      * drawee bank now owes us (953 when none is named). The
      * nightly OCHQCLR job presents the pending items on the
      * OCQOUT outward clearing file and marks them 'S' sent;
      * OCHQRTN reads the clearing house's unpaid items back from
      * OCQRTN and charges each one back to the customer ('R'
      * returned) - the hold still outstanding lifted, the TECHPARM
      * 'RCHQFEE' returned-cheque fee charged and a letter raised.
      * A REVERSAL of the deposit cancels the item ('X') and lifts
      * its hold while it is still pending; once presented only the
      * return can undo it (990).
      *
      * LNSETTLE quotes and performs the early settlement of the
      * loan in ACCOUNTO. CA-LNS-FUNC 'Q' quotes the payoff as at
      * CA-LNS-DATE - the principal still owed plus the interest on
      * installments due by that date, plus the unearned interest
      * on later ones less the TECHPARM 'LNREBATE' percentage - for
      * any signed-on user; 'S' settles it today, gated by
      * CRED-CAN-DESTROY and the posting hold: the payoff transfers
      * in from the collecting account, every installment still due
      * on TECHLNS is marked settled, the interest the loan earned
      * goes to the interest-expense internal account, the account
      * closes through CLOSEACC and a settlement letter line is
      * written for NOTIFY - one unit of work. 987 means no loan is
      * outstanding, 988 a quote date in the past.
      *
      * TDBREAK breaks ACCOUNTO's fixed-term deposit before maturity.
      * CA-TDB-FUNC 'Q' quotes - open to any signed-on user, so the
      * customer sees the figures before agreeing - and 'B' breaks
      * it, gated by CRED-CAN-DESTROY and the batch posting hold.
      * Interest is recomputed for the whole months actually held
      * at the product's break rate (PROD-BREAK-RATE; negative
      * claws interest back, never more than the deposit holds),
      * or forfeited outright under the TECHPARM 'TDBREAK' rule.
      * The break posts it to the customer with its contra on the
      * interest-expense internal account (986 when that is not
      * set up), and marks TECHTERM released, which lifts the 930
      * lock - all audited in the one unit of work. 985 means there
      * is no locked deposit to break.
      *
      * HISTINQ is the full transaction history of ACCOUNTO between
      * two dates (CA-HIST-FROM, CA-HIST-TO - the business date when
      * no end is given), ten postings a page, oldest first - each
      * with date, operation, amount, the running balance it left,
      * narrative, transaction reference and dispute marker. Entries
      * AUDARCH has moved to TECHAUDH are read first, then the live
      * trail through TECHAUX, so a range reaching back past the
      * live trail still comes back whole. CA-HIST-MORE 'Y' means
      * there is another page: resubmit with CA-HIST-RESUME as it
      * came back, as the surname search pages on CA-SEARCH-RESUME.
      * A missing or backward range answers 984. Driven by the
      * histacc1 page and the teller's I command.
      *
      * LGLMAINT keeps the TECHLEGAL register of court orders -
      * garnishments and partial legal holds. 'A' registers an order
      * (reference, issuing authority, amount, priority) and at once
      * ring-fences whatever the account has free, up to the amount
      * ordered; from then on every CREDIT, incoming TRANSFER and
      * SALCRED wage credit goes first to the account's open orders,
      * highest priority first, until each holds what it is owed.
      * What is held sits in HOLD-AMOUNTO beside the deposit holds,
      * so the available balance excludes it. 'R' remits what is
      * held to the court-payments account named on the TECHPARM
      * 'CRTPAY' record and closes the order; 'P' remits part-way
      * and leaves it open for later credits; 'W' withdraws an order
      * the court has lifted, releasing its hold; 'L' lists up to 5
      * of the account's orders from CA-LGL-REF onward. A, R, P and
      * W are gated by CRED-CAN-DESTROY; every change to an order is
      * audited as an 'M' entry with the order before and after. A
      * remittance cannot be reversed (982) and an account with an
      * open order cannot close (983).
      *
      * APQMAINT is the supervisor's side of high-value posting
      * approval. A DEBIT or TRANSFER over the TECHPARM 'APPRLIM'
      * threshold passes every posting check and is then queued on
      * TECHAPQ instead of posted (974): the amount is earmarked in
      * the account's HOLD-AMOUNTO so it cannot be spent twice, and
      * the teller is handed the transaction reference it will post
      * under. CA-APQ-FUNC 'L' lists up to 5 queued postings from
      * CA-APQ-ID onward; 'A' approves CA-APQ-ID, releasing the
      * earmark and replaying the stored request through the normal
      * DEBIT/TRANSFER path, answering with the original reference;
      * 'D' declines it and releases the earmark. Gated by
      * CRED-CAN-DESTROY, and the userid that keyed a posting may
      * not decide it (925). Items still queued when the day ends
      * lapse in the nightly APQLAPSE run (976 if one is tried).
      *
      * FEEEXMT waives an account from the monthly service charges
      * the month-end SVCCHG job levies under each product's charge
      * schedule - 'S' records the exemption with its reason, 'C'
      * removes it, 'Q' answers whether the account is exempt. Set
      * and clear are supervised like PRODMNT and audited as 'M'
      * entries carrying the exemption record.
      *
      * KYCREVW keeps the periodic KYC review cycle - every
      * customer carries a risk rating set at opening, and is due a
      * review at an interval set by that rating on the TECHPARM
      * 'KYCPARM' record (high-risk yearly, low-risk every five
      * years by default). 'I' answers the customer's standing and
      * 'R' records a review, stamping the reviewer and the next due
      * date. A customer left overdue past the grace period has new
      * debits and transfers out refused on every account they own
      * or co-own until the review is recorded.
      *
      * WLMAINT is compliance's window onto the TECHWHIT watch-list
      * hit file. Every opening is screened against the sanctions
      * watch list in force before anything is written, and a hit
      * refers it to compliance instead of completing it (969); a
      * change of name or address is screened as it is applied to
      * the TECHCUST master, and the nightly WLSCREEN job rescreens
      * every customer whenever a new list is loaded. CA-WL-FUNC
      * 'L' lists up to 5 hits from CA-WL-HIT-ID onward
      * (CA-WL-STATUS 'P' lists pending hits only); 'C' confirms
      * hit CA-WL-HIT-ID as a true match and freezes every account
      * the customer owns or co-owns through TECHJNT, by way of
      * FREEZE-RECORD and its audit entries, returning the number
      * frozen in CA-WL-FROZEN; 'D' dismisses it. A decided hit
      * takes no second decision (970). Gated by CRED-CAN-DESTROY,
      * and every decision is audited as an 'M' entry with the hit
      * before and after.
      *
      * AMLMAINT is the compliance officer's window onto the TECHAML
      * case register the nightly AMLSCAN job opens cases in - one
      * case per account and rule hit (RI credited and withdrawn
      * again within the window, DR large debit just out of
      * dormancy, MP many different payers, RS repeated round-sum
      * transfers). CA-AML-FUNC 'L' lists up to 5 cases from
      * CA-AML-ID onward (CA-AML-STATUS 'O' lists open cases only);
      * 'N' adds the note in CA-AML-NOTE to open case CA-AML-ID;
      * 'S' closes it as cleared 'C' or reported 'R', the note
      * giving the reason. A closed case takes no further changes
      * (967) and notes and decisions need their text (968). Gated
      * by CRED-CAN-DESTROY - case files are not for every teller -
      * and every note and decision is audited as an 'M' entry with
      * the case before and after.
      *
      * PAYMAINT keeps the TECHPAYE registered-payee list - the
      * accounts a web user may transfer to from ACCOUNTO, keyed on
      * the account plus the payee account. CA-PAY-FUNC 'A' registers
      * the payee in TRANSFER-TO-ACCOUNT (on file, not closed, not
      * ACCOUNTO itself - 966; already registered - 964) with an
      * optional nickname, 'D' deletes it (965), 'L' lists up to 5
      * from TRANSFER-TO-ACCOUNT onward with whether each is usable
      * yet. Like a standing-order change, 'A' and 'D' must present
      * the one-time token a READ of the account handed out. A new
      * payee only becomes usable once the cooling-off period on the
      * TECHPARM 'PAYEPARM' record (hours, fallback 24) has run from
      * the moment it was added, so a fraudster who gets into a web
      * session cannot add a mule account and empty the account the
      * same night. TRANSFER-RECORD refuses a web transfer to any
      * account that is not a matured registered payee with 963;
      * transfers keyed at the TELLER console (worked out from the
      * transaction the request arrives under, see MAINLINE) are
      * not restricted. Adds and deletes are audited as 'M' entries.
      *
      * SWPMAINT keeps the TECHSWP balance-sweep register - a
      * business customer's standing instruction linking a current
      * account (ACCOUNTO) with a savings account of the same
      * customer (TRANSFER-TO-ACCOUNT), keyed on the pair. The
      * direction in CA-SWP-DIR says what the nightly SWEEPRUN job
      * does with it: 'O' sweeps anything above the target balance
      * CA-SWP-TARGET out to savings, 'I' covers the current account
      * back up to the floor CA-SWP-FLOOR from savings, 'B' does
      * both (958 for any other direction; 960 when a floor above
      * the target would have the two fighting). Both accounts must
      * be on file, not closed, different and owned by the same
      * customer (959), and held in the same currency (1046).
      * CA-SWP-FUNC 'A' adds the instruction - a
      * cancelled one comes back to life under the same key, an
      * active one is refused with 961; 'C' cancels it (962); 'L'
      * lists up to 5 of ACCOUNTO's sweeps from TRANSFER-TO-ACCOUNT
      * onward. Adds and cancels are audited as 'M' entries.
      *
      * MNDMAINT keeps the TECHMAND direct-debit mandate register - the
      * customer's permission for a utility or insurer to pull its bills
      * from the account. The KSDS is keyed on the account plus the
      * biller's own 16-character reference (the one the biller quotes
      * on its collection file). CA-MND-FUNC 'A' adds a mandate for
      * ACCOUNTO (the account must be on file, not closed and held in
      * the local currency, 1046; reference and biller name required,
      * 955) with an optional per-collection ceiling in CA-MND-LIMIT
      * (zero = no ceiling) - a mandate the customer cancelled before
      * comes back to life under the same key, an active one is refused
      * with 956; 'C' cancels it (957 when there is no active mandate
      * under that key); 'L' lists up to 5 of the account's mandates
      * from CA-MND-REF onward. Adds and cancels are audited as 'M'
      * entries. The nightly DDCOLL job collects the billers' files
      * against the register - an item with no mandate, a cancelled one,
      * an amount over the ceiling or insufficient funds goes back to
      * the biller on the DDCUNP unpaid-returns file.
      *
      * OUTPAY pays a beneficiary at another bank - what the
      * branches used to do on paper. The beneficiary's bank code,
      * account and name ride in CA-BENE-BANK/ACCT/NAME (all three
      * required, 952) and the amount in BALANCEO. The customer is
      * debited under exactly DEBIT-RECORD's rules (closed, frozen,
      * term lock, daily cap, overdraft, available funds) with the
      * narrative 'OUTWARD PAYMENT' and the beneficiary's name; the
      * payment is then parked on the KSDS outward-payments file
      * TECHOPAY (key = the debit's 7-digit audit sequence number,
      * which is also the payment reference handed back in
      * CA-TXNREF), status 'P' pending, and the amount credited to
      * the clearing internal account named on the TECHPARM
      * 'INTACCTS' record (953 when none is named). The nightly
      * OPAYCLR job writes the pending payments to the fixed-format
      * CLROUT clearing file for the payments network and marks them
      * 'S' sent; OPAYRTN reads the network's CLRRTN returns file
      * back and re-credits the customer for every rejected payment
      * ('R' returned). A REVERSAL of the debit cancels the payment
      * ('X') and takes the clearing contra back out while it is
      * still pending; once it has gone to the network it can only
      * come back as a return (954).
      *
      * DSPMAINT is the dispute register the investigators'
      * notebooks never were. CA-DSP-FUNC 'R' raises a TECHDSP
      * number and history instead of a close-and-reopen. The
      * switch takes interest/fee effect from the NEXT cycle by
      * nature: the batch jobs resolve PRODUCT-CODEO afresh every
      * run. A product is held in one currency (CA-PROD-CURRENCY,
      * blank for the local currency), fixed when it is added - 'U'
      * will not change it (1046), and 'S' will not switch an
      * account onto a product held in another currency (1046), so
      * an account's balance always stays in the currency it was
      * opened in.
      *
      * SESSADM is the live-session monitor for incident response -
      * gated by CRED-CAN-DESTROY. CA-SESS-FUNC 'L' lists up to 5
      *
      * CARDMAINT is the ATM/POS card register over TECHCARD -
      * CA-CARD-FUNC 'A' links the card number in CA-CARD-NUMBER to
      * the account in ACCOUNTO (the account must exist, be open
      * and be held in the local currency, 1046), 'H' hot-cards it
      * on the spot - the moment the customer phones, from any
      * signed-on teller - 'R' reactivates
      * a hot card, 'Q' answers with its status, expiry and linked
      * card. Every card carries an expiry month (CA-CARD-EXPIRY,
      * YYYYMM - three years out from the business date when none
      * is given, 991 when one is given that is not a month or has
      * already gone). The nightly ATMPOST batch posts the switch's
      * transaction file against this register, declining unknown,
      * hot and expired cards to the returns file; the month-end
      * CARDREN batch registers the replacements for next month's
      * expiries as pending cards for the bureau to emboss.
      *
      * CUSTPOS is the customer combined-position inquiry - "what is
      * this customer's total relationship with us". Driven with the
      * other supervised operation; both drawdown legs are audited
      * (narrative 'LOAN DRAWDOWN'). The nightly LOANRUN job raises
      * each due installment as a transfer from the nominated
      * account and reports arrears. Only an application approved
      * through LOANAPP can be booked, and booking it closes it.
      *
      * RESTORE reinstates an account deleted in error from the
      * complete before-image its DELETE left in TECHAUDIT - gated
      *
      * USERADM is the user-administration facility for TECHCRED -
      * CA-ADM-FUNC 'A' adds a userid (initial password and level in
      * the CA-ADM fields), 'D' disables one, 'L' re-levels one,
      * 'C' links one to the customer in CA-ADM-CUST-NO (blank
      * unlinks it again, making it a staff userid). An add may
      * carry the customer link too; a customer that is not on the
      * TECHCUST master is refused with 923. 'R' gives a userid its
      * roles (up to 4, in CA-ADM-ROLE - an add may carry them too):
      * each must be on TECHROLE (1037) and no two may be recorded
      * there as conflicting (1038), so one userid can never hold,
      * say, both the maker and the approver side of a control. 'B'
      * sets a userid's home branch from CA-ADM-BRANCH (an add may
      * carry it too; a branch not on TECHBRM is refused with 923).
      * Callable only by a role granting it, and every action writes
      * a TECHAUDIT entry (operation 'M', the credentials record
      * images in the before/after slots) so web userids stop being
      * maintained outside all audit. USERLIST prints the quarterly
      * access-review listing, ROLERPT who can do what.
      *
      * ROLEMAINT keeps the TECHROLE role table - CA-ROLE-FUNC 'G'
      * grants role CA-ROLE-ID request type CA-ROLE-STATE with
      * sub-function CA-ROLE-SUBFUNC ('*' for all of them), 'R'
      * revokes it, 'X' records CA-ROLE-OTHER as conflicting with
      * it, 'C' clears that, 'L' lists the role's rows; 1037 for
      * anything missing or invalid. Audited as 'M' entries.
      *
      * PERMISSIONS - which requests are supervised is one list,
      * CONTROLLED-FUNCTION-TABLE, and MAINLINE checks it for every
      * request before dispatch (see CHECK-PERMISSION): a controlled
      * request type / sub-function needs LOGIN-USERID, signing on
      * again with LOGIN-PASSWORD, to hold a TECHROLE role granting
      * it, or is refused with 905, 918 or 907. Wherever this
      * narrative or a section still says "gated like DELETE and
      * REVERSAL" or "needs CRED-CAN-DESTROY", that is the check it
      * means. A userid given no roles yet is judged on the old 'A'
      * level letter until USERADM gives it some, so the switch to
      * roles can be made one userid at a time. The back-valued
      * posting and daily-cap override are granted as request type
      * 00, sub-functions 'V' and 'L'; REACTIVATE's second approver
      * needs a role granting REACTIVATE.
      *
      * RECERT runs the quarterly access recertification. CA-RCT-FUNC
      * 'O' opens a campaign (one at a time - 1040), listing every
      * active staff userid on TECHRCRT under its certifier: the
      * TECHBMGR manager of its home branch, or the opener where
      * there is none. 'M' names a branch's manager. Each certifier
      * lists its userids with 'L' and confirms ('C') or revokes
      * ('R') them - never its own (1042), never another
      * certifier's (1041). 'X' closes the campaign and disables,
      * through USERADM, every userid not confirmed. 'O', 'X' and
      * 'M' are supervised; 1039 when no campaign is open, 1043 for
      * anything missing or invalid. RCRTRPT is the completion
      * report for compliance.
      *
      * FXRATE keeps the daily exchange-rate table, TECHFXR, under
      * maker-checker control. CA-FX-FUNC 'K' keys the rate for
      * CA-FX-CURRENCY on CA-FX-DATE (blank: the business date,
      * never earlier) as pending - keying it again before it is
      * reviewed replaces it, and a rate already approved can only
      * be re-keyed for a date still to come. 'A' approves or 'R'
      * rejects a pending rate - never the userid that keyed it
      * (925) and only while it is pending (926). 'K', 'A' and 'R'
      * are supervised and audited as 'M' entries; 'L' lists up to
      * 5 rates from CA-FX-CURRENCY / CA-FX-DATE on. 1044 for
      * anything missing or invalid, the local currency included.
      * A TRANSFER between accounts held in different currencies
      * converts the amount at the day's approved rates (1045 when
      * either is missing), less the TECHPARM 'FXPARM' spread, and
      * cannot be back-valued (1047); a closure's residual transfer
      * to a nominee (CLOSEACC, ESTSETL) converts the same way. The
      * bank's internal, clearing and income accounts are all held
      * in the local currency, so an OUTPAY, CHQDEP, DRAFT issue,
      * SUSPENSE resolution to an account, LNSETTLE or LGLMAINT
      * remittance on a foreign-currency account is refused (1046),
      * as is a SWPMAINT sweep between two currencies.
      *
      * LIMITCHG is the dedicated overdraft-limit change - the new
      * limit rides in the commarea record's OVERDRAFT-LIMITO,
      * check AUTHENTICATE makes, before the new one in
      * CA-NEWPASSWD is accepted); 'R' is the administrator reset
      * for forgotten passwords, gated by CRED-CAN-DESTROY and
      * aimed at the userid in CA-PWD-TARGET. Passwords are checked
      * and stored only as PWDHASH digests.
      *
      * RPTDATA serves the Web management-report viewer - restricted
      * to userids with CRED-AUTH-LEVEL 'A', it returns the trial-
      * balance totals plus a page of up to 10 per-branch figures in
      * the CA-RPT block, paged on CA-RPT-RESUME the same way the
      * surname search pages. CA-RPT-TYPE 'N' selects the new-
      * business report instead - the month NEWBUS built on TECHNBS
      * for CA-RPT-MONTH (blank = TECHCTL 'NBMONTH', the latest), 8
      * branch and product rows a page on CA-RPT-NB-RESUME; 1001 is
      * any other report type.
      *
      * FREEZE is the dedicated freeze/unfreeze function - the
      * desired ACCOUNT-STATUSO ('F' to freeze, 'O' to unfreeze)
      *   an account (see credacc1). Repeated wrong passwords push
      *   CRED-FAIL-COUNT up until the userid locks (CRED-STATUS 'L',
      *   response 918) after PARM-LOCKOUT-MAX consecutive failures -
      *   see AUTHENTICATE-RECORD; UNLOCK (state 16, supervised)
      *   and the administrator password reset both clear the lock.
      *   pos=16 len=1 is CRED-AUTH-LEVEL - it decides the supervised
      *   requests only for a userid that holds no roles yet (see
      *   AUTHORISE-USERID). pos=52 len=6 is CRED-CUST-NO - the
      *   TECHCUST customer a customer-facing userid belongs to (set
      *   through USERADM); blank for staff userids and for every
      *   record written before the field existed. pos=58 len=32 is
      *   CRED-ROLES, the four TECHROLE roles the userid holds. pos=90
      *   len=4 is CRED-BRANCH, the home branch RECERT files the
      *   userid under. pos=94 len=137 holds the password one-way
      *   hashed - CRED-PWD-FORM 'H', the userid's salt, the PWDHASH
      *   digest of the current password and of the three before it;
      *   the clear CRED-PASSWORD (pos=8) and CRED-PWD-HISTORY
      *   (pos=28) are blank on a converted record. Records still in
      *   clear are converted on their next good sign-on, or all at
      *   once by PWDMIGR.
      *
      * KSDS role table = TECHROLE  Key - 00 pos=0 len=17 (role,
      *   entry type, target) - a 'P' row grants the role one request
      *   type (the SERVER-STATE number) and sub-function ('*' all of
      *   them); an 'X' row names another role it may never be held
      *   with. Maintained by ROLEMAINT, read by AUTHORISE-USERID and
      *   USERADM, reported by ROLERPT.
      *
      * KSDS branch certifier file = TECHBMGR  Key - 00 pos=0 len=4
      *   the userid that recertifies each branch's userids - set by
      *   RECERT 'M'.
      *
      * KSDS recertification file = TECHRCRT  Key - 00 pos=0 len=24
      *   (campaign, certifier, userid) - one row per userid listed by
      *   a RECERT campaign with the certifier's decision and what the
      *   close did, plus a header row per campaign (certifier and
      *   userid LOW-VALUES). TECHCTL 'RECERT' names the latest
      *   campaign. Reported by RCRTRPT.
      *
      * KSDS session file = TECHSESS  Key - 00 pos=0 len=8
      *   one record per live Web session - issued by AUTHENTICATE on
      *   without re-keying anything, and an address UPDATE is applied
      *   to the master and propagated to every account of the
      *   customer through the TECHCUX path (see
      *   SYNC-CUSTOMER-MASTER). Each customer also carries a risk
      *   rating ('H' high, 'M' medium, 'L' low) set at opening and
      *   the dates of their last and next periodic KYC review,
      *   recorded through KYCREVW and listed monthly by KYCDUE.
      *   A returned-mail flag ('R', with the date the post came
      *   back and who recorded it) stops STMTRUN and NOTIFY
      *   posting anything to an address the post office says is
      *   wrong - set by RETMAIL or the RTMLOAD job, cleared by
      *   RETMAIL, an approved contact change or a new address.
      *
      * KSDS joint-owner link = TECHJNT  Key - 00 pos=0 len=11
      *   (account + customer number) - one record per CO-OWNER of a
      *   SEARCH-SURNAME-RECORDS appends joint matches from this
      *   path once the primary TECHALT matches run out)
      *
      * KSDS safe-deposit box register = TECHBOX  Key - 00 pos=0
      *   len=8 (branch + box number) - one record per box a branch
      *   rents out: size S/M/L, status 'V' vacant or 'L' let, the
      *   renting customer and the account the rent comes from, the
      *   annual rent, the date let, the next anniversary the rent
      *   falls due, the last date paid and any rent unpaid (with
      *   when it first went unpaid and when the renter was last
      *   reminded). Maintained by BOXMAINT; billed by BOXBILL.
      * Alt Index      = TECHBOXC  Key - 01 pos=8 len=6 (renting
      *   customer, non-unique - CLOSEACC finds the boxes a
      *   customer still holds through it)
      *
      * KSDS bank draft register = TECHDRFT  Key - 00 pos=0 len=7
      *   (draft number - the audit sequence number of the debit
      *   that bought it) - the issuing account and its branch, the
      *   payee, amount and fee, status 'O' outstanding or 'P' paid,
      *   the date issued and by whom, and the date paid, to which
      *   account and by whom. Maintained by DRAFT; proved against
      *   the drafts-outstanding account by DRAFTREC.
      *
      * KSDS loan application register = TECHLAPP  Key - 00 pos=0 len=7
      *   (application number - a serial from the TECHCTL 'LAPPSEQ'
      *   counter) - the customer, amount, term, purpose and monthly
      *   income, the customer's position at capture (accounts, total
      *   balance and holds, standing orders), the three check
      *   flags, status 'P' pending / 'R' referred / 'A' approved /
      *   'D' declined / 'B' booked, who captured and who decided it
      *   and when, the decline reason, and the loan account and
      *   date it was booked. Maintained by LOANAPP and LOANSET;
      *   reported nightly by LOANPIPE.
      *
      * KSDS branch reference = TECHBRM  Key - 00 pos=0 len=4
      *   one record per real branch - code, name, region and an
      *   open/closed status. CREATE-RECORD and REDOM validate every
      *   total; DEBIT and TRANSFER check the available balance
      *   (BALANCEO minus HOLD-AMOUNTO) and refuse with 917 when only
      *   uncleared funds would cover the withdrawal. The daily
      *   HOLDREL job releases matured holds; a cheque paid in for
      *   collection that comes back unpaid has its hold lifted by
      *   OCHQRTN instead (see TECHOCHQ).
      *
      * KSDS product file = TECHPROD  Key - 00 pos=0 len=2
      *   one record per account product (code, name, type, status) -
      *   term deposits (see TECHTERM below). CREATE-RECORD validates
      *   a non-blank PRODUCT-CODEO against it; accounts written
      *   before products existed carry a blank code and keep the
      *   historical behavior (interest and fees both). Each product
      *   also carries its monthly service-charge schedule - the
      *   postings free each month, the price of each posting over
      *   that, and a flat monthly fee - maintained through PRODMNT
      *   and charged by the month-end SVCCHG job - and, on a term
      *   product, the rate a deposit broken early earns (TDBREAK).
      *
      * KSDS loan-schedule file = TECHLNS  Key - 00 pos=0 len=8
      *   (loan account + installment sequence) - one record per
      *   account to loan account, narrative 'LOAN INSTALLMENT')
      *   and reports the ones the deposit side cannot cover as
      *   arrears. A refused installment stays due and is retried
      *   every night until it posts. LNSETTLE's early settlement
      *   marks every installment still due 'S' settled.
      *
      * KSDS merge worklist = TECHMRG  Key - 00 pos=0 len=12
      *   (losing customer + surviving customer) - one record per
      *
      * KSDS card register = TECHCARD  Key - 00 pos=0 len=16
      *   one record per ATM/POS card - the card number, the
      *   TECHBASE account it draws on, its status ('A' active,
      *   'H' hot, 'X' cancelled, 'P' pending - a replacement not
      *   yet in use), its expiry month (YYYYMM, last valid month;
      *   blank on cards registered before expiries were kept,
      *   which never expire) and the linked card (on a card
      *   CARDREN has replaced, its replacement; on the replacement,
      *   the card it replaces). Maintained by CARDMAINT; the
      *   ATMPOST batch resolves each switch item through it and
      *   activates a pending replacement on its first use or once
      *   the card it replaces has expired, as CARDREN also does
      *   at month end.
      *
      * KSDS statement-cycle file = TECHCYC  Key - 00 pos=0 len=5
      *   one record per account carrying its statement cycle day
      *   returns report, and marks what it pays - so a cheque can
      *   never pay twice.
      *
      * KSDS outward-items register = TECHOCHQ  Key - 00 pos=0 len=7
      *   (the audit sequence number of the customer credit) - one
      *   record per cheque on another bank paid in for collection
      *   (CHQDEP): the account credited, amount, drawee bank and
      *   serial, the TECHHOLD detail (sequence, amount, release
      *   date) the funds went under, status 'P' pending, 'S' sent,
      *   'R' returned unpaid or 'X' cancelled, and the deposit,
      *   sent and return dates. OCHQCLR presents the pending items;
      *   OCHQRTN charges back the ones the drawee bank returns.
      *
      * KSDS suspense register = TECHSUSP  Key - 00 pos=0 len=7
      *   (a serial from the TECHCTL 'SUSPSEQ' counter) - one record
      *   per amount left in the suspense internal account by
      *   SALCRED (a rejected wage, positive - held for someone),
      *   ATMPOST (a declined item the network paid, negative -
      *   owed to suspense) or TILLPROF (a till over or short): the
      *   source job, its own reference, the date, the signed
      *   amount, the account it was meant for and why it could not
      *   post, status 'O' open, 'A' resolved to an account or 'R'
      *   returned to the originator, and who closed it, when and
      *   to which account. Resolved through SUSPENSE; aged nightly
      *   by SUSPAGE.
      *
      * KSDS branch sign-off file = TECHBSO  Key - 00 pos=0 len=12
      *   (branch + business date) - one record per branch per day
      *   it signed off (BRSIGNOFF): type 'S' signed off clean or
      *   'O' overridden, the supervisor's userid, the override
      *   reason and how many tills/vault were still outstanding
      *   when it was forced. PREFLT reads it for every open branch
      *   before the nightly run may roll the business date.
      *
      * KSDS branch vault file = TECHVLT  Key - 00 pos=0 len=12
      *   (branch + business date) - one record per branch vault per
      *   day, opened by the custodian at TELLER (F O) with the
      *   counted opening cash and declared at close (F Z): the
      *   opening, cash delivered by and returned to the cash
      *   centre (VAULTCC), cash issued to and received back from
      *   tills, the declared count, status 'O' open, 'C' declared
      *   or 'P' proved overnight by TILLPROF, the custodian and the
      *   first movement reference of the day. Expected cash is
      *   opening + delivered - returned - issued + received.
      *
      * KSDS vault movement file = TECHVMOV  Key - 00 pos=0 len=7
      *   (a serial from the TECHCTL 'VMOVSEQ' counter) - one record
      *   per movement of cash in or out of a vault: type 'I' vault
      *   to till, 'R' till to vault, 'D' delivered by the cash
      *   centre or 'S' sent back to it, the branch, date, teller,
      *   amount, status 'P' pending the receiving side, 'C'
      *   confirmed or 'X' cancelled, who keyed and who confirmed
      *   it, and the cash centre's reference. Vault and till
      *   figures only move when a movement is confirmed.
      *
      * KSDS term-deposit file = TECHTERM  Key - 00 pos=0 len=5
      *   one record per fixed-term deposit account - the agreed term
      *   in months, the agreed annual rate, open and maturity dates
      *   refused with 929 when malformed); DEBIT and TRANSFER
      *   refuse to touch the funds with 930 until maturity; the
      *   nightly TERMMAT job pays the agreed interest at maturity
      *   and rolls or releases per the instruction. TDBREAK breaks
      *   a deposit early at the product's break rate and marks the
      *   record released ('R'), which lifts the 930 lock.
      *
      * KSDS fee-exemption file = TECHFEX  Key - 00 pos=0 len=5
      *   one record per account waived from the monthly service
      *   charges - the reason, and who granted it when. Maintained
      *   by FEEEXMT; the month-end SVCCHG job skips every account on
      *   it. Removing the record puts the account back on charge.
      *
      * KSDS approval-queue file = TECHAPQ  Key - 00 pos=0 len=7
      *   (the sequence number of the posting's 'Q' audit entry,
      *   which is also its transaction reference) - DEBIT and
      *   TRANSFER requests over the TECHPARM 'APPRLIM' threshold,
      *   waiting for a supervisor. Variable length: an 80-byte
      *   header (type, accounts, amount, who keyed it and when,
      *   status P/A/D/L, who decided and when, the entry it finally
      *   posted under) followed by the complete commarea the
      *   request arrived with, password blanked. Decided through
      *   APQMAINT; the nightly APQLAPSE job lapses what is left.
      *
      * KSDS legal-order file = TECHLEGAL  Key - 00 pos=0 len=21
      *   (account, court's order reference) - garnishments and
      *   other court orders served on an account: the issuing
      *   authority, priority (1 highest), amount ordered, amount
      *   still owed, the part of it held on the account awaiting
      *   remittance, amount remitted so far, status O/C/W and
      *   dates. Maintained by LGLMAINT; reported month-end by the
      *   LGLAGING job.
      *
      * Internal (non-customer) accounts - fee income, interest
      * expense, suspense, unclaimed funds - are ordinary TECHBASE
      *   job at start of run so head office can change a rate without
      *   a recompile. Maintained online by PARMMAINT (CA-PARM-FUNC
      *   'R' to read, 'U' to update), which is restricted to userids
      *   with CRED-CAN-DESTROY like DELETE and REVERSAL. The
      *   'APPRLIM' record beside it carries the supervisor-approval
      *   threshold for high-value postings, read and set through
      *   PARMMAINT with the rates, and the 'CRTPAY' record the
      *   internal court-payments account legal-order remittances
      *   are paid into. The 'TDBREAK' record holds the rule under
      *   which breaking a term deposit early forfeits its interest,
      *   and 'LNREBATE' the share of a loan's unearned interest an
      *   early settlement is let off. 'RCHQFEE' is the fee OCHQRTN
      *   charges for each cheque paid in that comes back unpaid.
      *   'DICAP' is the deposit-insurance cover per customer that
      *   SCVGEN caps each single-customer-view total at.
      *   'BOXRENT' names the internal account BOXBILL credits
      *   safe-deposit box rent to. 'DRAFTS' names the internal
      *   account bank drafts are outstanding on and the fee DRAFT
      *   charges for each one issued. 'LOANRULE' holds the checks
      *   LOANAPP makes on a loan application - how many overdue
      *   installments and how many days overdrawn are tolerated,
      *   and whether a frozen or dormant account refers it.
      *   'GLRECON' is the tolerance GLRECON allows between a
      *   balance the general ledger hands back and our own figure
      *   before it calls the line a break. 'FXPARM' names the
      *   local currency and the spread a converted TRANSFER takes
      *   off the day's cross rate.
      *
      * KSDS exchange-rate file = TECHFXR  Key - 00 pos=0 len=11
      *   (currency, business date) - how many units of the local
      *   currency one unit of the foreign currency is worth that
      *   day, with its status P/A/R (pending, approved, rejected),
      *   who keyed it and when and who reviewed it. Kept through
      *   FXRATE; only an approved rate is ever used.
      *
      * Account-number check digit - the last digit of every NEWLY
      * assigned account number is a weighted mod-11 check over the
           88 ACCOUNT-OPENO                    VALUE 'O'.
           88 ACCOUNT-CLOSEDO                  VALUE 'C'.
           88 ACCOUNT-FROZENO                  VALUE 'F'.
           88 ACCOUNT-DORMANTO                 VALUE 'D'.
         05 BRANCH-CODEO                PIC X(4).
         05 LAST-ACTIVITY-DATEO         PIC X(8).
         05 CUSTOMER-NOO                PIC X(6).
          88 CA-ADM-ADD                        VALUE 'A'.
          88 CA-ADM-DISABLE                    VALUE 'D'.
          88 CA-ADM-SET-LEVEL                  VALUE 'L'.
          88 CA-ADM-SET-CUSTOMER               VALUE 'C'.
          88 CA-ADM-SET-ROLES                  VALUE 'R'.
          88 CA-ADM-SET-BRANCH                 VALUE 'B'.
        03 CA-ADM-USERID               PIC X(8).
        03 CA-ADM-PASSWORD             PIC X(8).
        03 CA-ADM-LEVEL                PIC X(1).
         05 CA-DSP-E-RAISED            PIC X(8).
         05 CA-DSP-E-NOTE              PIC X(20).

      * outward payment to another bank (see OUTPAY-RECORD) - the
      * beneficiary; the payment reference answers in CA-TXNREF

        03 CA-BENE-BANK                PIC X(6).
        03 CA-BENE-ACCT                PIC X(16).
        03 CA-BENE-NAME                PIC X(20).

      * the clearing internal account on the 'INTACCTS' record -
      * read and updated through PARMMAINT with the others

        03 CA-PARM-CLEAR-ACCT          PIC X(5).

      * the TECHMAND direct-debit mandate register (see
      * MNDMAINT-RECORD) - 'A' adds ACCOUNTO's mandate for the
      * biller reference in CA-MND-REF, 'C' cancels it, 'L' lists
      * ACCOUNTO's mandates from CA-MND-REF onward

        03 CA-MND-FUNC                 PIC X(1).
        03 CA-MND-REF                  PIC X(16).
        03 CA-MND-BILLER               PIC X(20).
        03 CA-MND-LIMIT                PIC S9(9)V99.
        03 CA-MND-COUNT                PIC 9(1).
        03 CA-MND-ENTRY OCCURS 5 TIMES.
         05 CA-MND-E-REF               PIC X(16).
         05 CA-MND-E-BILLER            PIC X(20).
         05 CA-MND-E-LIMIT             PIC S9(9)V99.
         05 CA-MND-E-STATUS            PIC X(1).
         05 CA-MND-E-LAST              PIC X(8).

      * the TECHSWP balance-sweep register (see SWPMAINT-RECORD) -
      * 'A' adds the sweep from ACCOUNTO to the savings account in
      * TRANSFER-TO-ACCOUNT, 'C' cancels it, 'L' lists ACCOUNTO's
      * sweeps from TRANSFER-TO-ACCOUNT onward

        03 CA-SWP-FUNC                 PIC X(1).
        03 CA-SWP-TARGET               PIC S9(9)V99.
        03 CA-SWP-FLOOR                PIC S9(9)V99.
        03 CA-SWP-DIR                  PIC X(1).
        03 CA-SWP-COUNT                PIC 9(1).
        03 CA-SWP-ENTRY OCCURS 5 TIMES.
         05 CA-SWP-E-SAVINGS           PIC X(5).
         05 CA-SWP-E-TARGET            PIC S9(9)V99.
         05 CA-SWP-E-FLOOR             PIC S9(9)V99.
         05 CA-SWP-E-DIR               PIC X(1).
         05 CA-SWP-E-STATUS            PIC X(1).
         05 CA-SWP-E-LAST              PIC X(8).
         05 CA-SWP-E-LAST-AMT          PIC S9(9)V99.

      * where the request came from - set by MAINLINE, never taken
      * from the caller: 'T' when it arrived under the TELLER console
      * transaction, LOW-VALUES otherwise. Whatever a client puts
      * here is overwritten; it is kept in the layout so a request
      * held on TECHAPQ replays with the origin it really had.

        03 CA-CHANNEL                  PIC X(1).

      * the TECHPAYE registered-payee list (see PAYMAINT-RECORD) -
      * 'A' registers the payee account in TRANSFER-TO-ACCOUNT for
      * ACCOUNTO, 'D' deletes it, 'L' lists ACCOUNTO's payees from
      * TRANSFER-TO-ACCOUNT onward; CA-PAY-E-USABLE 'Y' once the
      * cooling-off period has run

        03 CA-PAY-FUNC                 PIC X(1).
        03 CA-PAY-NICKNAME             PIC X(20).
        03 CA-PAY-COUNT                PIC 9(1).
        03 CA-PAY-ENTRY OCCURS 5 TIMES.
         05 CA-PAY-E-PAYEE             PIC X(5).
         05 CA-PAY-E-NICKNAME          PIC X(20).
         05 CA-PAY-E-ADDED             PIC X(8).
         05 CA-PAY-E-USABLE            PIC X(1).

      * the TECHAML suspicious-activity case register (see
      * AMLMAINT-RECORD) - 'L' lists from CA-AML-ID onward ('O' in
      * CA-AML-STATUS for open cases only), 'N' adds CA-AML-NOTE to
      * case CA-AML-ID, 'S' closes it as CA-AML-STATUS 'C' cleared
      * or 'R' reported

        03 CA-AML-FUNC                 PIC X(1).
        03 CA-AML-ID                   PIC X(5).
        03 CA-AML-STATUS               PIC X(1).
        03 CA-AML-NOTE                 PIC X(40).
        03 CA-AML-COUNT                PIC 9(1).
        03 CA-AML-ENTRY OCCURS 5 TIMES.
         05 CA-AML-E-ID                PIC X(5).
         05 CA-AML-E-ACCT              PIC X(5).
         05 CA-AML-E-RULE              PIC X(2).
         05 CA-AML-E-STATUS            PIC X(1).
         05 CA-AML-E-OPENED            PIC X(8).
         05 CA-AML-E-AMOUNT            PIC S9(9)V99.
         05 CA-AML-E-NOTES             PIC 9(2).
         05 CA-AML-E-NOTE              PIC X(40).

      * the TECHWHIT watch-list hit file (see WLMAINT-RECORD) -
      * 'L' lists from CA-WL-HIT-ID onward ('P' in CA-WL-STATUS for
      * pending hits only), 'C' confirms hit CA-WL-HIT-ID and
      * freezes the customer's accounts (how many in CA-WL-FROZEN),
      * 'D' dismisses it

        03 CA-WL-FUNC                  PIC X(1).
        03 CA-WL-HIT-ID                PIC X(7).
        03 CA-WL-STATUS                PIC X(1).
        03 CA-WL-FROZEN                PIC 9(2).
        03 CA-WL-COUNT                 PIC 9(1).
        03 CA-WL-ENTRY OCCURS 5 TIMES.
         05 CA-WL-E-ID                 PIC X(7).
         05 CA-WL-E-SOURCE             PIC X(1).
         05 CA-WL-E-CUST-NO            PIC X(6).
         05 CA-WL-E-ACCT               PIC X(5).
         05 CA-WL-E-SURNAME            PIC X(15).
         05 CA-WL-E-FIRST-NAME         PIC X(10).
         05 CA-WL-E-PROGRAM            PIC X(10).
         05 CA-WL-E-DATE               PIC X(8).
         05 CA-WL-E-STATUS             PIC X(1).
         05 CA-WL-E-FROZEN             PIC 9(2).

      * customer risk rating and periodic KYC review (see
      * KYCREVW-RECORD) - CA-KYC-RATING 'H', 'M' or 'L' also rates
      * the customer at CREATE, blank meaning medium
        03 CA-KYC-FUNC                 PIC X(1).
        03 CA-KYC-CUST-NO              PIC X(6).
        03 CA-KYC-RATING               PIC X(1).
        03 CA-KYC-LAST-DATE            PIC X(8).
        03 CA-KYC-DUE-DATE             PIC X(8).
        03 CA-KYC-BY                   PIC X(8).
        03 CA-KYC-STANDING             PIC X(1).

      * the product's monthly service-charge schedule (PRODMNT 'A'
      * and 'U' - a piece left non-numeric is left alone)
        03 CA-PROD-FREE-ITEMS          PIC 9(3).
        03 CA-PROD-ITEM-FEE            PIC 9(3)V99.
        03 CA-PROD-MONTHLY-FEE         PIC 9(5)V99.

      * service-charge exemption of ACCOUNTO (see FEEEXMT-RECORD) -
      * 'S' sets, 'C' clears, 'Q' queries; CA-FEX-STATUS 'Y' exempt
        03 CA-FEX-FUNC                 PIC X(1).
        03 CA-FEX-REASON               PIC X(20).
        03 CA-FEX-DATE                 PIC X(8).
        03 CA-FEX-BY                   PIC X(8).
        03 CA-FEX-STATUS               PIC X(1).

      * supervisor approval of high-value postings (APQMAINT) -
      * 'L' lists up to 5 queued postings from CA-APQ-ID onward,
      * 'A' approves the one named in CA-APQ-ID, 'D' declines it;
      * and the approval threshold PARMMAINT reads and sets

        03 CA-APQ-FUNC                 PIC X(1).
          88 CA-APQ-LIST                       VALUE 'L'.
          88 CA-APQ-APPROVE                    VALUE 'A'.
          88 CA-APQ-DECLINE                    VALUE 'D'.
        03 CA-APQ-ID                   PIC X(7).
        03 CA-APQ-COUNT                PIC 9(1).
        03 CA-APQ-ENTRY OCCURS 5 TIMES.
         05 CA-APQ-E-ID                PIC X(7).
         05 CA-APQ-E-TYPE              PIC X(1).
         05 CA-APQ-E-ACCT              PIC X(5).
         05 CA-APQ-E-TOACCT            PIC X(5).
         05 CA-APQ-E-AMOUNT            PIC 9(9)V99.
         05 CA-APQ-E-REQBY             PIC X(8).
         05 CA-APQ-E-TIME              PIC X(6).
        03 CA-PARM-APPR-LIMIT          PIC 9(9)V99.

      * court orders (LGLMAINT) - 'L' lists up to 5 of ACCOUNTO's
      * orders from CA-LGL-REF onward, 'A' registers one, 'R'
      * remits what is held and closes it, 'P' remits part-way,
      * 'W' withdraws it; CA-LGL-HELD answers what was held or
      * moved; and the court-payments account PARMMAINT reads and
      * sets

        03 CA-LGL-FUNC                 PIC X(1).
          88 CA-LGL-LIST                       VALUE 'L'.
          88 CA-LGL-REGISTER                   VALUE 'A'.
          88 CA-LGL-REMIT                      VALUE 'R'.
          88 CA-LGL-PART-REMIT                 VALUE 'P'.
          88 CA-LGL-WITHDRAW                   VALUE 'W'.
        03 CA-LGL-REF                  PIC X(16).
        03 CA-LGL-AUTHORITY            PIC X(30).
        03 CA-LGL-PRIORITY             PIC 9(2).
        03 CA-LGL-AMOUNT               PIC S9(9)V99.
        03 CA-LGL-HELD                 PIC S9(9)V99.
        03 CA-LGL-COUNT                PIC 9(1).
        03 CA-LGL-ENTRY OCCURS 5 TIMES.
         05 CA-LGL-E-REF               PIC X(16).
         05 CA-LGL-E-PRIORITY          PIC 9(2).
         05 CA-LGL-E-ORDERED           PIC S9(9)V99.
         05 CA-LGL-E-OWED              PIC S9(9)V99.
         05 CA-LGL-E-HELD              PIC S9(9)V99.
         05 CA-LGL-E-STATUS            PIC X(1).
         05 CA-LGL-E-RECEIVED          PIC X(8).
        03 CA-PARM-COURT-ACCT          PIC X(5).

      * transaction history by date range (HISTINQ) - up to 10
      * postings a page, oldest first; CA-HIST-MORE 'Y' means
      * resubmit with CA-HIST-RESUME as returned for the next page

        03 CA-HIST-FROM                PIC X(8).
        03 CA-HIST-TO                  PIC X(8).
        03 CA-HIST-RESUME              PIC X(7).
        03 CA-HIST-MORE                PIC X(1).
        03 CA-HIST-COUNT               PIC 9(2).
        03 CA-HIST-ENTRY OCCURS 10 TIMES.
         05 CA-HIST-DATE               PIC X(8).
         05 CA-HIST-OP                 PIC X(1).
         05 CA-HIST-AMOUNT             PIC S9(9)V99.
         05 CA-HIST-BALANCE            PIC S9(9)V99.
         05 CA-HIST-NARR               PIC X(30).
         05 CA-HIST-TXNREF             PIC X(12).
         05 CA-HIST-DSP                PIC X(1).

      * the early-break rate of a term product (PRODMNT 'A' and 'U'),
      * the TECHPARM 'TDBREAK' forfeiture rule (PARMMAINT), and the
      * early break of ACCOUNTO's term deposit (TDBREAK) - CA-TDB-FUNC
      * 'Q' quotes, 'B' breaks; either way the quote comes back

        03 CA-PROD-BREAK-RATE          PIC S9V9(4).
        03 CA-PARM-TDB-MIN-MONTHS      PIC 9(3).
        03 CA-PARM-TDB-FORFEIT         PIC X(1).
        03 CA-TDB-FUNC                 PIC X(1).
        03 CA-TDB-MONTHS-HELD          PIC 9(3).
        03 CA-TDB-RATE                 PIC S9V9(4).
        03 CA-TDB-FORFEIT              PIC X(1).
        03 CA-TDB-INTEREST             PIC S9(9)V99.
        03 CA-TDB-PAYOUT               PIC S9(9)V99.
        03 CA-TDB-QUOTE                PIC X(79).

      * early settlement of the loan in ACCOUNTO (LNSETTLE) -
      * CA-LNS-FUNC 'Q' quotes as at CA-LNS-DATE (blank for today),
      * 'S' settles today from the collecting account (the nominee
      * in TRANSFER-TO-ACCOUNT, else the one on the schedule);
      * either way the figures come back. CA-PARM-LRB-PCT is the
      * TECHPARM 'LNREBATE' percentage (PARMMAINT)

        03 CA-PARM-LRB-PCT             PIC 9(3).
        03 CA-LNS-FUNC                 PIC X(1).
        03 CA-LNS-DATE                 PIC X(8).
        03 CA-LNS-REMAINING            PIC 9(3).
        03 CA-LNS-PRINCIPAL            PIC S9(9)V99.
        03 CA-LNS-INTEREST             PIC S9(9)V99.
        03 CA-LNS-REBATE               PIC S9(9)V99.
        03 CA-LNS-AMOUNT               PIC S9(9)V99.
        03 CA-LNS-FROM                 PIC X(5).
        03 CA-LNS-QUOTE                PIC X(79).

      * a cheque on another bank paid in for collection (CHQDEP) -
      * the drawee bank's code and the cheque's serial;
      * CA-PARM-RCF-FEE is the TECHPARM 'RCHQFEE' returned-cheque
      * fee (PARMMAINT)

        03 CA-OCQ-BANK                 PIC X(6).
        03 CA-OCQ-CHEQUE               PIC X(10).
        03 CA-PARM-RCF-FEE             PIC S9(7)V99.

      * the card's expiry month (YYYYMM) on add and query, and on
      * query the card it is linked to by a reissue (CARDMAINT)

        03 CA-CARD-EXPIRY              PIC X(6).
        03 CA-CARD-LINKED              PIC X(16).

      * the suspense register (SUSPENSE) - CA-SUS-FUNC 'L' lists up
      * to 8 open items after CA-SUS-REF (CA-SUS-MORE 'Y' when more
      * remain - call again with the last reference listed), 'A'
      * resolves item CA-SUS-REF to ACCOUNTO (blank for the account
      * the item names), 'R' returns it to its originator

        03 CA-SUS-FUNC                 PIC X(1).
        03 CA-SUS-REF                  PIC 9(7).
        03 CA-SUS-MORE                 PIC X(1).
        03 CA-SUS-COUNT                PIC 9(1).
        03 CA-SUS-ENTRY OCCURS 8 TIMES.
         05 CA-SUS-E-REF               PIC 9(7).
         05 CA-SUS-E-SOURCE            PIC X(8).
         05 CA-SUS-E-ORIG-REF          PIC X(20).
         05 CA-SUS-E-DATE              PIC X(8).
         05 CA-SUS-E-AMOUNT            PIC S9(9)V99.
         05 CA-SUS-E-ACCOUNT           PIC X(5).
         05 CA-SUS-E-REASON            PIC X(16).

      * the branch vault's dealings with the cash centre (VAULTCC) -
      * CA-VLT-FUNC 'D' delivered to the vault, 'S' sent back; the
      * movement reference and the vault's expected cash come back

        03 CA-VLT-FUNC                 PIC X(1).
        03 CA-VLT-BRANCH               PIC X(4).
        03 CA-VLT-AMOUNT               PIC S9(9)V99.
        03 CA-VLT-CCREF                PIC X(12).
        03 CA-VLT-REF                  PIC 9(7).
        03 CA-VLT-EXPECTED             PIC S9(9)V99.

      * branch end-of-day sign-off (BRSIGNOFF) - CA-BSO-FUNC 'S'
      * signs CA-BSO-BRANCH off, 'O' overrides with CA-BSO-REASON;
      * CA-BSO-OUTSTANDING comes back with the tills/vault not yet
      * proved

        03 CA-BSO-FUNC                 PIC X(1).
        03 CA-BSO-BRANCH               PIC X(4).
        03 CA-BSO-REASON               PIC X(30).
        03 CA-BSO-OUTSTANDING          PIC 9(3).

      * CA-PARM-DI-CAP is the TECHPARM 'DICAP' deposit-insurance
      * cap per customer SCVGEN applies (PARMMAINT)

        03 CA-PARM-DI-CAP              PIC S9(9)V99.

      * management viewer report selection - CA-RPT-TYPE 'N' asks
      * RPTDATA for the new-business figures NEWBUS keeps for
      * CA-RPT-MONTH (blank = the latest month built) instead of the
      * branch figures, up to 8 branch and product rows a page,
      * paged on CA-RPT-NB-RESUME with CA-RPT-MORE

        03 CA-RPT-TYPE                 PIC X(1).
        03 CA-RPT-MONTH                PIC X(6).
        03 CA-RPT-NB-RESUME            PIC X(6).
        03 CA-RPT-NB-COUNT             PIC 9(2).
        03 CA-RPT-NB-ROW OCCURS 8 TIMES.
         05 CA-RPT-NB-BRANCH           PIC X(4).
         05 CA-RPT-NB-PRODUCT          PIC X(2).
         05 CA-RPT-NB-OPENED           PIC 9(5).
         05 CA-RPT-NB-OPENED-BAL       PIC S9(11)V99.
         05 CA-RPT-NB-CLOSED           PIC 9(5).
         05 CA-RPT-NB-CLOSED-BAL       PIC S9(11)V99.
         05 CA-RPT-NB-ARCHIVED         PIC 9(5).
         05 CA-RPT-NB-SWITCH-IN        PIC 9(5).
         05 CA-RPT-NB-SWITCH-OUT       PIC 9(5).
         05 CA-RPT-NB-NET-ACCTS        PIC S9(5).
         05 CA-RPT-NB-NET-DEPOSITS     PIC S9(11)V99.
         05 CA-RPT-NB-LY-HELD          PIC X(1).
         05 CA-RPT-NB-LY-NET-ACCTS     PIC S9(5).
         05 CA-RPT-NB-LY-NET-DEPS      PIC S9(11)V99.

      * deceased customer and estate settlement (DECEASED, ESTSETL) -
      * the executor's account rides in TRANSFER-TO-ACCOUNT; the
      * counts and the amount paid (in the executor's account's
      * currency) come back, and CA-DEC-FAIL-ACCOUNT names the
      * account an estate settlement could not close

        03 CA-DEC-CUST-NO              PIC X(6).
        03 CA-DEC-DEATH-DATE           PIC X(8).
        03 CA-DEC-FROZEN               PIC 9(3).
        03 CA-DEC-JOINT                PIC 9(3).
        03 CA-DEC-ORDERS               PIC 9(3).
        03 CA-DEC-PAYMENTS             PIC 9(3).
        03 CA-DEC-CARDS                PIC 9(3).
        03 CA-DEC-SETTLED              PIC 9(3).
        03 CA-DEC-PAID                 PIC S9(11)V99.
        03 CA-DEC-FAIL-ACCOUNT         PIC X(5).

      * the customer's date of birth (YYYYMMDD) given at CREATE

        03 CA-BIRTH-DATE               PIC X(8).

      * a supervised back-value date (YYYYMMDD) for DEBIT, CREDIT and
      * TRANSFER - blank, or the business date itself, posts on time

        03 CA-VALUE-DATE               PIC X(8).

      * dormant account reactivation (REACTIVATE) - the approving
      * supervisor's own userid and password, and the identification
      * the customer produced, recorded as the audit narrative

        03 CA-REACT-SUPV-ID            PIC X(8).
        03 CA-REACT-SUPV-PWD           PIC X(8).
        03 CA-REACT-EVIDENCE           PIC X(30).

      * returned mail (RETMAIL) - the customer, 'R' to record that
      * post to them came back undelivered (on CA-RM-DATE, the
      * business date when blank) or 'C' to clear the flag

        03 CA-RM-CUST-NO               PIC X(6).
        03 CA-RM-FUNC                  PIC X(1).
          88 CA-RM-RECORD                      VALUE 'R'.
          88 CA-RM-CLEAR                       VALUE 'C'.
        03 CA-RM-DATE                  PIC X(8).

      * safe-deposit box register (BOXMAINT) - the branch and box;
      * CA-BOX-FUNC 'A' adds or re-prices a box, 'R' rents it to
      * CA-BOX-CUST-NO with the rent taken from CA-BOX-ACCOUNT, 'V'
      * vacates it, 'Q' returns one box and 'L' lists up to 5 of the
      * branch's boxes from CA-BOX-NUMBER onward

        03 CA-BOX-FUNC                 PIC X(1).
        03 CA-BOX-BRANCH               PIC X(4).
        03 CA-BOX-NUMBER               PIC X(4).
        03 CA-BOX-SIZE                 PIC X(1).
        03 CA-BOX-RENT                 PIC S9(7)V99.
        03 CA-BOX-CUST-NO              PIC X(6).
        03 CA-BOX-ACCOUNT              PIC X(5).
        03 CA-BOX-STATUS               PIC X(1).
        03 CA-BOX-START                PIC X(8).
        03 CA-BOX-NEXT-DUE             PIC X(8).
        03 CA-BOX-ARREARS              PIC S9(7)V99.
        03 CA-BOX-COUNT                PIC 9(1).
        03 CA-BOX-ENTRY OCCURS 5 TIMES.
         05 CA-BOX-E-NUMBER            PIC X(4).
         05 CA-BOX-E-SIZE              PIC X(1).
         05 CA-BOX-E-STATUS            PIC X(1).
         05 CA-BOX-E-CUST-NO           PIC X(6).
         05 CA-BOX-E-RENT              PIC S9(7)V99.
         05 CA-BOX-E-NEXT-DUE          PIC X(8).
         05 CA-BOX-E-ARREARS           PIC S9(7)V99.

      * CA-PARM-BOX-ACCT is the TECHPARM 'BOXRENT' internal account
      * BOXBILL credits safe-deposit box rent to (PARMMAINT)

        03 CA-PARM-BOX-ACCT            PIC X(5).

      * bank drafts (DRAFT) - CA-DFT-FUNC 'I' issues a draft for the
      * amount in BALANCEO to CA-DFT-PAYEE out of ACCOUNTO, the
      * draft number answering in CA-DFT-NUMBER; 'E' encashes draft
      * CA-DFT-NUMBER for the amount presented in BALANCEO into
      * ACCOUNTO (through clearing when ACCOUNTO is blank); 'Q'
      * returns one draft from the register

        03 CA-DFT-FUNC                 PIC X(1).
        03 CA-DFT-NUMBER               PIC X(7).
        03 CA-DFT-PAYEE                PIC X(30).
        03 CA-DFT-AMOUNT               PIC S9(9)V99.
        03 CA-DFT-FEE                  PIC S9(7)V99.
        03 CA-DFT-STATUS               PIC X(1).
        03 CA-DFT-ACCOUNT              PIC X(5).
        03 CA-DFT-ISSUE-DATE           PIC X(8).
        03 CA-DFT-PAID-DATE            PIC X(8).
        03 CA-DFT-PAID-TO              PIC X(5).

      * the TECHPARM 'DRAFTS' record - the drafts-outstanding
      * internal account and the issue fee (PARMMAINT)

        03 CA-PARM-DRAFT-ACCT          PIC X(5).
        03 CA-PARM-DRAFT-FEE           PIC S9(7)V99.

      * loan applications (LOANAPP) - CA-LAPP-FUNC 'C' captures an
      * application from CA-LAPP-CUST-NO, its number answering in
      * CA-LAPP-NUMBER; 'L' lists up to 5 awaiting a decision from
      * CA-LAPP-NUMBER onward, 'Q' returns one, 'A' approves and 'D'
      * declines one. CA-LAPP-CHECKS flags the arrears, overdraft
      * and account-status checks 'Y' failed / 'N' passed.
      * CA-LOAN-APP-NO names the approved application LOANSET books.

        03 CA-LAPP-FUNC                PIC X(1).
        03 CA-LAPP-NUMBER              PIC X(7).
        03 CA-LAPP-CUST-NO             PIC X(6).
        03 CA-LAPP-AMOUNT              PIC S9(9)V99.
        03 CA-LAPP-TERM                PIC 9(3).
        03 CA-LAPP-PURPOSE             PIC X(16).
        03 CA-LAPP-INCOME              PIC S9(7)V99.
        03 CA-LAPP-CHECKS              PIC X(3).
        03 CA-LAPP-STATUS              PIC X(1).
        03 CA-LAPP-ENTERED-BY          PIC X(8).
        03 CA-LAPP-DECIDED-BY          PIC X(8).
        03 CA-LAPP-REASON              PIC X(16).
        03 CA-LAPP-LOAN-ACCT           PIC X(5).
        03 CA-LAPP-COUNT               PIC 9(1).
        03 CA-LAPP-ENTRY OCCURS 5 TIMES.
         05 CA-LAPP-E-NUMBER           PIC X(7).
         05 CA-LAPP-E-CUST-NO          PIC X(6).
         05 CA-LAPP-E-AMOUNT           PIC S9(9)V99.
         05 CA-LAPP-E-TERM             PIC 9(3).
         05 CA-LAPP-E-STATUS           PIC X(1).
         05 CA-LAPP-E-CHECKS           PIC X(3).
         05 CA-LAPP-E-BY               PIC X(8).
        03 CA-LOAN-APP-NO              PIC X(7).

      * the TECHPARM 'LOANRULE' record - overdue installments and
      * days overdrawn tolerated, and 'Y' to refer an application
      * over a frozen or dormant account (PARMMAINT)

        03 CA-PARM-LR-ARREARS          PIC 9(3).
        03 CA-PARM-LR-ODA-DAYS         PIC 9(3).
        03 CA-PARM-LR-STATUS           PIC X(1).

      * customer link for a web userid - USERADM 'A' and 'C'

        03 CA-ADM-CUST-NO              PIC X(6).

      * role table maintenance - ROLEMAINT's request fields. 'G'
      * grants role CA-ROLE-ID request type CA-ROLE-STATE with
      * sub-function CA-ROLE-SUBFUNC ('*' every one), 'R' revokes
      * that, 'X' records CA-ROLE-OTHER as a role it may never be
      * held with, 'C' clears that, 'L' lists the role's rows after
      * CA-ROLE-RESUME (entry type and target). USERADM 'A' and 'R'
      * take the userid's roles in CA-ADM-ROLE.

        03 CA-ROLE-FUNC                PIC X(1).
        03 CA-ROLE-ID                  PIC X(8).
        03 CA-ROLE-STATE               PIC X(2).
        03 CA-ROLE-SUBFUNC             PIC X(1).
        03 CA-ROLE-OTHER               PIC X(8).
        03 CA-ROLE-DESC                PIC X(30).
        03 CA-ROLE-RESUME              PIC X(9).
        03 CA-ROLE-COUNT               PIC 9(1).
        03 CA-ROLE-ENTRY OCCURS 5 TIMES.
         05 CA-ROLE-E-TYPE             PIC X(1).
         05 CA-ROLE-E-TARGET           PIC X(8).
         05 CA-ROLE-E-DESC             PIC X(30).
        03 CA-ADM-ROLE OCCURS 4 TIMES  PIC X(8).

      * access recertification - RECERT's request fields. 'O' opens
      * a campaign, 'X' closes it, 'M' makes CA-RCT-MANAGER the
      * certifier for branch CA-RCT-BRANCH (blank removes it); the
      * certifier 'C' confirms or 'R' revokes CA-RCT-USERID, and 'L'
      * lists the certifier's own userids after CA-RCT-RESUME.
      * CA-RCT-CAMPAIGN and the counts come back. USERADM 'A' and
      * 'B' take a userid's home branch in CA-ADM-BRANCH.

        03 CA-ADM-BRANCH               PIC X(4).
        03 CA-RCT-FUNC                 PIC X(1).
          88 CA-RCT-OPEN                       VALUE 'O'.
          88 CA-RCT-CLOSE                      VALUE 'X'.
          88 CA-RCT-SET-MANAGER                VALUE 'M'.
          88 CA-RCT-CONFIRM                    VALUE 'C'.
          88 CA-RCT-REVOKE                     VALUE 'R'.
          88 CA-RCT-LIST                       VALUE 'L'.
        03 CA-RCT-USERID               PIC X(8).
        03 CA-RCT-BRANCH               PIC X(4).
        03 CA-RCT-MANAGER              PIC X(8).
        03 CA-RCT-CAMPAIGN             PIC X(8).
        03 CA-RCT-RESUME               PIC X(8).
        03 CA-RCT-LISTED               PIC 9(5).
        03 CA-RCT-CONFIRMED            PIC 9(5).
        03 CA-RCT-DISABLED             PIC 9(5).
        03 CA-RCT-COUNT                PIC 9(1).
        03 CA-RCT-ENTRY OCCURS 5 TIMES.
         05 CA-RCT-E-USERID            PIC X(8).
         05 CA-RCT-E-BRANCH            PIC X(4).
         05 CA-RCT-E-STATUS            PIC X(1).
         05 CA-RCT-E-DATE              PIC X(8).

      * CA-PARM-GL-TOLERANCE is the TECHPARM 'GLRECON' tolerance
      * GLRECON allows on each returned GL balance (PARMMAINT)

        03 CA-PARM-GL-TOLERANCE        PIC 9(7)V99.

      * foreign-currency accounts. CA-PROD-CURRENCY is the currency
      * of the product PRODMNT 'A' adds (blank: the local currency)
      * and CA-PROD-E-CURRENCY each listed product's; READ returns
      * the account's currency in CA-ACCT-CURRENCY. CA-PARM-LOCAL-CCY
      * and CA-PARM-FX-SPREAD are the TECHPARM 'FXPARM' record
      * (PARMMAINT). FXRATE's request fields: CA-FX-FUNC 'K' keys
      * CA-FX-RATE for CA-FX-CURRENCY on CA-FX-DATE, 'A' approves
      * and 'R' rejects the rate keyed, 'L' lists up to 5 rates from
      * CA-FX-CURRENCY / CA-FX-DATE on. A TRANSFER between accounts
      * of different currencies returns the amount credited and the
      * rate it was converted at in CA-XFER-CREDIT-AMOUNT and
      * CA-XFER-RATE.

        03 CA-PROD-CURRENCY            PIC X(3).
        03 CA-PROD-E-CURRENCY OCCURS 10 TIMES PIC X(3).
        03 CA-ACCT-CURRENCY            PIC X(3).
        03 CA-PARM-LOCAL-CCY           PIC X(3).
        03 CA-PARM-FX-SPREAD           PIC 9V9(4).
        03 CA-FX-FUNC                  PIC X(1).
          88 CA-FX-KEY                         VALUE 'K'.
          88 CA-FX-APPROVE                     VALUE 'A'.
          88 CA-FX-REJECT                      VALUE 'R'.
          88 CA-FX-LIST                        VALUE 'L'.
        03 CA-FX-CURRENCY              PIC X(3).
        03 CA-FX-DATE                  PIC X(8).
        03 CA-FX-RATE                  PIC 9(5)V9(6).
        03 CA-FX-COUNT                 PIC 9(1).
        03 CA-FX-ENTRY OCCURS 5 TIMES.
         05 CA-FX-E-CURRENCY           PIC X(3).
         05 CA-FX-E-DATE               PIC X(8).
         05 CA-FX-E-RATE               PIC 9(5)V9(6).
         05 CA-FX-E-STATUS             PIC X(1).
         05 CA-FX-E-KEYED-BY           PIC X(8).
         05 CA-FX-E-REVIEWED-BY        PIC X(8).
        03 CA-XFER-CREDIT-AMOUNT       PIC S9(9)V99.
        03 CA-XFER-RATE                PIC 9(5)V9(6).


      *************************

       01 MISCEL-VARS.
        03 CUST-REC-LEN                PIC S9(4) VALUE 148.
        03 COMMAREA-VERSION            PIC X(2) VALUE '56'.

      * the TELLER console's transaction id - TELLER LINKs here under
      * it; the CGI and ECI clients arrive under the mirror

        03 TELLER-TRANID               PIC X(4) VALUE 'TELL'.
        03 CONSOLE-ORIGIN-SW           PIC 9 VALUE 0.
          88 CONSOLE-ORIGIN                    VALUE 1.
        03 LENGTH-VAR                  PIC S9(5) VALUE 0.

        03 KEY-SIZE                    PIC S9(4) COMP.
        03 ACCOUNT-NUM                 PIC  9(5) VALUE 0.
         05 SERVER-STATE-ASATBAL       PIC 9(2) VALUE 35.
         05 SERVER-STATE-COLLMNT       PIC 9(2) VALUE 36.
         05 SERVER-STATE-DSPMAINT      PIC 9(2) VALUE 37.
         05 SERVER-STATE-OUTPAY        PIC 9(2) VALUE 38.
         05 SERVER-STATE-MNDMAINT      PIC 9(2) VALUE 39.
         05 SERVER-STATE-SWPMAINT      PIC 9(2) VALUE 40.
         05 SERVER-STATE-PAYMAINT      PIC 9(2) VALUE 41.
         05 SERVER-STATE-AMLMAINT      PIC 9(2) VALUE 42.
         05 SERVER-STATE-WLMAINT       PIC 9(2) VALUE 43.
         05 SERVER-STATE-KYCREVW       PIC 9(2) VALUE 44.
         05 SERVER-STATE-FEEEXMT       PIC 9(2) VALUE 45.
         05 SERVER-STATE-APQMAINT      PIC 9(2) VALUE 46.
         05 SERVER-STATE-LGLMAINT      PIC 9(2) VALUE 47.
         05 SERVER-STATE-HISTINQ       PIC 9(2) VALUE 48.
         05 SERVER-STATE-TDBREAK       PIC 9(2) VALUE 49.
         05 SERVER-STATE-LNSETTLE      PIC 9(2) VALUE 50.
         05 SERVER-STATE-CHQDEP        PIC 9(2) VALUE 51.
         05 SERVER-STATE-SUSPENSE      PIC 9(2) VALUE 52.
         05 SERVER-STATE-VAULTCC       PIC 9(2) VALUE 53.
         05 SERVER-STATE-BRSIGNOFF     PIC 9(2) VALUE 54.
         05 SERVER-STATE-DECEASED      PIC 9(2) VALUE 55.
         05 SERVER-STATE-ESTSETL       PIC 9(2) VALUE 56.
         05 SERVER-STATE-REACTIVATE    PIC 9(2) VALUE 57.
         05 SERVER-STATE-RETMAIL       PIC 9(2) VALUE 58.
         05 SERVER-STATE-BOXMAINT      PIC 9(2) VALUE 59.
         05 SERVER-STATE-DRAFT         PIC 9(2) VALUE 60.
         05 SERVER-STATE-LOANAPP       PIC 9(2) VALUE 61.
         05 SERVER-STATE-ROLEMAINT     PIC 9(2) VALUE 62.
         05 SERVER-STATE-RECERT        PIC 9(2) VALUE 63.
         05 SERVER-STATE-FXRATE        PIC 9(2) VALUE 64.

        03 CREDENTIALS-RECORD.
         05 CRED-USERID                PIC X(8).
         05 CRED-PWD-HISTORY.
          07 CRED-OLD-PWD OCCURS 3     PIC X(8).

      * the customer a customer-facing userid belongs to - blank (or
      * LOW-VALUES on a record written before the field existed)
      * for a staff userid (see CHECK-CUSTOMER-SCOPE)

         05 CRED-CUST-NO               PIC X(6).

      * the TECHROLE roles the userid holds (see AUTHORISE-USERID) -
      * LOW-VALUES on a record written before the roles existed. A
      * userid holding none is judged on CRED-AUTH-LEVEL alone until
      * USERADM gives it roles

         05 CRED-ROLES.
          07 CRED-ROLE OCCURS 4        PIC X(8).

      * the userid's home branch - whose manager recertifies it
      * (see RECERT-RECORD); LOW-VALUES on a record written before
      * the field existed

         05 CRED-BRANCH                PIC X(4).

      * the password as PWDHASH keeps it - CRED-PWD-FORM 'H' once
      * the record is converted, with the userid's salt, the digest
      * of the current password and the digests of the three before
      * it; CRED-PASSWORD and CRED-PWD-HISTORY are then blank. A
      * record still in clear (LOW-VALUES here, written before the
      * digest existed) is converted on its next good sign-on, or
      * by PWDMIGR (see VERIFY-CRED-PASSWORD / CONVERT-CRED-PASSWORD)

         05 CRED-PWD-FORM              PIC X(1).
           88 CRED-PWD-HASHED                  VALUE 'H'.
         05 CRED-SALT                  PIC X(8).
         05 CRED-PWD-HASH              PIC X(32).
         05 CRED-OLD-HASHES.
          07 CRED-OLD-HASH OCCURS 3    PIC X(32).

        03 CRED-REC-LEN                PIC S9(4) VALUE 231.

        03 LOCKOUT-MAX                 PIC 9(2) VALUE 5.

         05 IAP-INTEXP-ACCT            PIC X(5).
         05 IAP-SUSP-ACCT              PIC X(5).
         05 IAP-UNCL-ACCT              PIC X(5).
         05 IAP-CLEAR-ACCT             PIC X(5).

        03 IAP-REC-LEN                 PIC S9(4) VALUE 33.
        03 IAP-KEY-VALUE               PIC X(8) VALUE 'INTACCTS'.
        03 SAVED-IAP-RECORD            PIC X(33).
        03 REVERSED-NARRATIVE          PIC X(30).
        03 CONTRA-ACCT                 PIC X(5).


        03 CLS-ACR-REC-LEN             PIC S9(4) VALUE 24.
        03 CLS-ACCRUED-AMOUNT          PIC S9(9)V99 VALUE 0.
        03 CLS-CONTRA-AMOUNT           PIC S9(9)V99 VALUE 0.
        03 CLS-SO-SCAN-DONE-SW         PIC 9 VALUE 0.
          88 CLS-SO-SCAN-DONE                 VALUE 1.
        03 CLS-SO-FOUND-SW             PIC 9 VALUE 0.
        03 DSP-MARK-SEQNO              PIC 9(7).
        03 DSP-DELTA                   PIC S9(9)V99.

      * the TECHOPAY outward-payments file (see OUTPAY-RECORD) -
      * one record per payment to another bank, keyed on the audit
      * sequence number of the customer debit that funded it

        03 OUTWARD-PAYMENT-RECORD.
         05 OPY-REF                    PIC 9(7).
         05 OPY-ACCOUNT                PIC X(5).
         05 OPY-FROM-NAME              PIC X(15).
         05 OPY-AMOUNT                 PIC S9(9)V99.
         05 OPY-BENE-BANK              PIC X(6).
         05 OPY-BENE-ACCT              PIC X(16).
         05 OPY-BENE-NAME              PIC X(20).
         05 OPY-STATUS                 PIC X(1).
           88 OPY-PENDING                      VALUE 'P'.
           88 OPY-SENT                         VALUE 'S'.
           88 OPY-RETURNED                     VALUE 'R'.
           88 OPY-CANCELLED                    VALUE 'X'.
         05 OPY-ENTRY-DATE             PIC X(8).
         05 OPY-ENTERED-BY             PIC X(8).
         05 OPY-SENT-DATE              PIC X(8).
         05 OPY-RETURN-DATE            PIC X(8).
         05 OPY-RETURN-REASON          PIC X(2).

        03 OPY-REC-LEN                 PIC S9(4) VALUE 115.
        03 OPY-PAY-AMOUNT              PIC S9(9)V99.

      * the TECHMAND direct-debit mandate register (see
      * MNDMAINT-RECORD) - keyed on account plus the biller's
      * reference

        03 MANDATE-RECORD.
         05 MND-KEY.
          07 MND-ACCOUNT               PIC X(5).
          07 MND-REF                   PIC X(16).
         05 MND-BILLER                 PIC X(20).
         05 MND-LIMIT                  PIC S9(9)V99.
         05 MND-STATUS                 PIC X(1).
           88 MND-ACTIVE                       VALUE 'A'.
           88 MND-CANCELLED                    VALUE 'C'.
         05 MND-START-DATE             PIC X(8).
         05 MND-CREATED-BY             PIC X(8).
         05 MND-CANCEL-DATE            PIC X(8).
         05 MND-LAST-DATE              PIC X(8).
         05 MND-LAST-AMOUNT            PIC S9(9)V99.

        03 MND-REC-LEN                 PIC S9(4) VALUE 96.
        03 MND-BROWSE-KEY.
         05 MND-BROWSE-ACCT            PIC X(5).
         05 MND-BROWSE-REF             PIC X(16).
        03 MND-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 MND-SCAN-DONE                    VALUE 1.

      * the TECHSWP balance-sweep register (see SWPMAINT-RECORD) -
      * keyed on the current account plus the savings account it
      * sweeps with

        03 SWEEP-RECORD.
         05 SWP-KEY.
          07 SWP-CURRENT               PIC X(5).
          07 SWP-SAVINGS               PIC X(5).
         05 SWP-TARGET                 PIC S9(9)V99.
         05 SWP-FLOOR                  PIC S9(9)V99.
         05 SWP-DIRECTION              PIC X(1).
           88 SWP-DIR-VALID                    VALUE 'O' 'I' 'B'.
         05 SWP-STATUS                 PIC X(1).
           88 SWP-ACTIVE                       VALUE 'A'.
           88 SWP-CANCELLED                    VALUE 'C'.
         05 SWP-START-DATE             PIC X(8).
         05 SWP-CREATED-BY             PIC X(8).
         05 SWP-CANCEL-DATE            PIC X(8).
         05 SWP-LAST-DATE              PIC X(8).
         05 SWP-LAST-AMOUNT            PIC S9(9)V99.

        03 SWP-REC-LEN                 PIC S9(4) VALUE 77.
        03 SWP-BROWSE-KEY.
         05 SWP-BROWSE-CURRENT         PIC X(5).
         05 SWP-BROWSE-SAVINGS         PIC X(5).
        03 SWP-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 SWP-SCAN-DONE                    VALUE 1.

      * the TECHPAYE registered-payee list (see PAYMAINT-RECORD) -
      * keyed on the account plus the payee account

        03 PAYEE-RECORD.
         05 PAY-KEY.
          07 PAY-ACCOUNT               PIC X(5).
          07 PAY-PAYEE                 PIC X(5).
         05 PAY-NICKNAME               PIC X(20).
         05 PAY-ADDED-DATE             PIC X(8).
         05 PAY-ADDED-TIME             PIC X(6).
         05 PAY-ADDED-BY               PIC X(8).

        03 PAY-REC-LEN                 PIC S9(4) VALUE 52.
        03 PAY-BROWSE-KEY.
         05 PAY-BROWSE-ACCT            PIC X(5).
         05 PAY-BROWSE-PAYEE           PIC X(5).
        03 PAY-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 PAY-SCAN-DONE                    VALUE 1.
        03 PAY-MATURED-SW              PIC 9 VALUE 0.
          88 PAY-MATURED                      VALUE 1.

      * the TECHPARM 'PAYEPARM' record - the cooling-off period in
      * hours, and the added-before cutoff it gives (see
      * LOAD-PAYEE-CUTOFF)

        03 PAYEE-PARM-RECORD.
         05 PYP-KEY                    PIC X(8).
         05 PYP-COOL-HOURS             PIC 9(4).

        03 PYP-REC-LEN                 PIC S9(4) VALUE 12.
        03 PYP-KEY-VALUE               PIC X(8) VALUE 'PAYEPARM'.
        03 PAYEE-COOL-HOURS            PIC 9(4) VALUE 24.
        03 PAY-ABSTIME                 PIC S9(15) COMP-3.
        03 PAY-HOURS-UNITS             PIC S9(15) COMP-3.
        03 PAY-CUTOFF-DATE             PIC X(8).
        03 PAY-CUTOFF-TIME             PIC X(6).

      * the TECHAML suspicious-activity case register (see
      * AMLMAINT-RECORD) - cases are opened by the nightly AMLSCAN
      * run, numbered off the TECHCTL 'AMLID' counter; the same
      * layout AMLSCAN writes

        03 AML-CASE-RECORD.
         05 AMC-ID                     PIC X(5).
         05 AMC-ACCOUNT                PIC X(5).
         05 AMC-RULE                   PIC X(2).
         05 AMC-STATUS                 PIC X(1).
           88 AMC-OPEN                         VALUE 'O'.
           88 AMC-CLEARED                      VALUE 'C'.
           88 AMC-REPORTED                     VALUE 'R'.
         05 AMC-OPEN-DATE              PIC X(8).
         05 AMC-AMOUNT                 PIC S9(9)V99.
         05 AMC-ITEMS                  PIC 9(3).
         05 AMC-NOTE-COUNT             PIC 9(2).
         05 AMC-NOTE                   PIC X(40).
         05 AMC-UPD-DATE               PIC X(8).
         05 AMC-UPD-BY                 PIC X(8).

        03 AMC-REC-LEN                 PIC S9(4) VALUE 93.
        03 AMC-BROWSE-KEY              PIC X(5).
        03 AMC-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 AMC-SCAN-DONE                    VALUE 1.

      * the sanctions watch list (see SCREEN-WATCH-LIST) - the
      * TECHWLST entries the nightly WLSCREEN job loads from each
      * delivered list, keyed on the list's reference, the listed
      * surname and the entry's place in the delivery; the TECHCTL
      * 'WLSTREF' record names the list in force. The same layout
      * WLSCREEN writes.

        03 WATCH-LIST-RECORD.
         05 WL-KEY.
          07 WL-LIST-REF               PIC X(8).
          07 WL-SURNAME                PIC X(15).
          07 WL-SEQ                    PIC 9(7).
         05 WL-FIRST-NAME              PIC X(10).
         05 WL-ADDRESS                 PIC X(45).
         05 WL-PROGRAM                 PIC X(10).

        03 WL-REC-LEN                  PIC S9(4) VALUE 95.
        03 WL-BROWSE-KEY.
         05 WL-BROWSE-REF              PIC X(8).
         05 WL-BROWSE-SURNAME          PIC X(15).
         05 WL-BROWSE-SEQ              PIC 9(7).
        03 CTL-WLSTREF-KEY             PIC X(8) VALUE 'WLSTREF'.

      * the person being screened, in upper case, and the outcome

        03 WLS-NAMES.
         05 WLS-SURNAME                PIC X(15).
         05 WLS-FIRST-NAME             PIC X(10).
         05 WLS-ADDRESS                PIC X(45).
        03 WLS-LIST-REF                PIC X(8).
        03 WLS-DONE-SW                 PIC 9 VALUE 0.
          88 WLS-DONE                          VALUE 1.
        03 WLS-HIT-SW                  PIC 9 VALUE 0.
          88 WLS-HIT                           VALUE 1.
        03 WLS-CHANGED-SW              PIC 9 VALUE 0.
          88 WLS-CHANGED                       VALUE 1.

      * the TECHWHIT watch-list hit file compliance works from (see
      * WLMAINT-RECORD) - one record per hit, numbered off the
      * TECHCTL 'WLHITID' counter, from an opening ('O'), a change
      * of details ('U') or WLSCREEN's nightly rescreen ('N'); the
      * same layout WLSCREEN writes

        03 WL-HIT-RECORD.
         05 WLH-ID                     PIC X(7).
         05 WLH-SOURCE                 PIC X(1).
           88 WLH-AT-OPENING                   VALUE 'O'.
           88 WLH-AT-UPDATE                    VALUE 'U'.
           88 WLH-NIGHTLY                      VALUE 'N'.
         05 WLH-CUST-NO                PIC X(6).
         05 WLH-ACCOUNT                PIC X(5).
         05 WLH-SURNAME                PIC X(15).
         05 WLH-FIRST-NAME             PIC X(10).
         05 WLH-ADDRESS                PIC X(45).
         05 WLH-LIST-REF               PIC X(8).
         05 WLH-LIST-SEQ               PIC 9(7).
         05 WLH-PROGRAM                PIC X(10).
         05 WLH-DATE                   PIC X(8).
         05 WLH-STATUS                 PIC X(1).
           88 WLH-PENDING                      VALUE 'P'.
           88 WLH-CONFIRMED                    VALUE 'C'.
           88 WLH-DISMISSED                    VALUE 'D'.
         05 WLH-DECIDED-DATE           PIC X(8).
         05 WLH-DECIDED-BY             PIC X(8).
         05 WLH-FROZEN                 PIC 9(2).

        03 WLH-REC-LEN                 PIC S9(4) VALUE 141.
        03 WLH-SAVE-RECORD             PIC X(141).
        03 WLH-BROWSE-KEY              PIC X(7).
        03 WLH-ID-NUM                  PIC 9(7).
        03 WLH-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 WLH-SCAN-DONE                    VALUE 1.
        03 CTL-WLHITID-KEY             PIC X(8) VALUE 'WLHITID'.

      * the accounts a confirmed match freezes (see
      * WLMAINT-FREEZE-ALL)

        03 WLF-TABLE.
         05 WLF-ACCT OCCURS 50 TIMES   PIC X(5).
        03 WLF-COUNT                   PIC 9(2) VALUE 0.
        03 WLF-IX                      PIC 9(2) VALUE 0.
        03 WLF-NEW-ACCT                PIC X(5).
        03 WLF-FROZEN-COUNT            PIC 9(2) VALUE 0.
        03 WLF-JNT-KEY                 PIC X(6).
        03 WLF-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 WLF-SCAN-DONE                    VALUE 1.
        03 WLF-DUP-SW                  PIC 9 VALUE 0.
          88 WLF-DUP-ON-LIST                  VALUE 1.

      * the TECHPARM 'KYCPARM' record - the KYC review interval in
      * months for each risk rating and the grace period in days a
      * customer may run overdue before new debits are refused (see
      * LOAD-KYC-PARMS)

        03 KYC-PARM-RECORD.
         05 KYP-KEY                    PIC X(8).
         05 KYP-HIGH-MONTHS            PIC 9(3).
         05 KYP-MEDIUM-MONTHS          PIC 9(3).
         05 KYP-LOW-MONTHS             PIC 9(3).
         05 KYP-GRACE-DAYS             PIC 9(3).

        03 KYP-REC-LEN                 PIC S9(4) VALUE 20.
        03 KYP-KEY-VALUE               PIC X(8) VALUE 'KYCPARM'.
        03 KYC-HIGH-MONTHS             PIC 9(3) VALUE 12.
        03 KYC-MEDIUM-MONTHS           PIC 9(3) VALUE 36.
        03 KYC-LOW-MONTHS              PIC 9(3) VALUE 60.
        03 KYC-GRACE-DAYS              PIC 9(3) VALUE 30.
        03 KYC-MONTHS                  PIC 9(3).
        03 KYC-BLOCK-CUTOFF            PIC X(8).
        03 KYC-CHECK-CUST              PIC X(6).
        03 KYC-JNT-KEY                 PIC X(11).
        03 KYC-BLOCK-SW                PIC 9 VALUE 0.
          88 KYC-BLOCKED                       VALUE 1.
        03 KYC-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 KYC-SCAN-DONE                     VALUE 1.

      * the TECHFEX fee-exemption record (see FEEEXMT-RECORD)

        03 FEE-EXEMPT-RECORD.
         05 FEX-ACCOUNT                PIC X(5).
         05 FEX-REASON                 PIC X(20).
         05 FEX-DATE                   PIC X(8).
         05 FEX-BY                     PIC X(8).

        03 FEX-REC-LEN                 PIC S9(4) VALUE 41.

      * the TECHAPQ approval-queue record (see QUEUE-FOR-APPROVAL /
      * APQMAINT-RECORD) - the header, then the whole commarea the
      * posting arrived with, so approval replays exactly what was
      * keyed

        03 APPROVAL-QUEUE-RECORD.
         05 APQ-ID                     PIC 9(7).
         05 APQ-TYPE                   PIC X(1).
           88 APQ-IS-DEBIT                     VALUE 'D'.
           88 APQ-IS-TRANSFER                  VALUE 'T'.
         05 APQ-ACCOUNT                PIC X(5).
         05 APQ-TO-ACCOUNT             PIC X(5).
         05 APQ-AMOUNT                 PIC S9(9)V99.
         05 APQ-REQUESTED-BY           PIC X(8).
         05 APQ-REQ-DATE               PIC X(8).
         05 APQ-REQ-TIME               PIC X(6).
         05 APQ-STATUS                 PIC X(1).
           88 APQ-IS-PENDING                   VALUE 'P'.
           88 APQ-APPROVED                     VALUE 'A'.
           88 APQ-DECLINED                     VALUE 'D'.
           88 APQ-LAPSED                       VALUE 'L'.
         05 APQ-REVIEWED-BY            PIC X(8).
         05 APQ-ACTION-DATE            PIC X(8).
         05 APQ-POSTED-SEQNO           PIC 9(7).
         05 APQ-REQUEST-LEN            PIC 9(5).
         05 APQ-REQUEST                PIC X(12000).

        03 APQ-HEADER-LEN              PIC S9(4) VALUE 80.
        03 APQ-MAX-LEN                 PIC S9(5) VALUE 12080.
        03 APQ-BROWSE-KEY              PIC 9(7).
        03 APQ-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 APQ-SCAN-DONE                     VALUE 1.
        03 APQ-REPLAY-SW               PIC 9 VALUE 0.
          88 APQ-REPLAYING                     VALUE 1.
        03 APQ-NEEDED-SW               PIC 9 VALUE 0.
          88 APQ-APPROVAL-NEEDED               VALUE 1.
        03 APQ-CHECK-AMOUNT            PIC S9(9)V99.
        03 APQ-ONFILE-IMAGE            PIC X(148).
        03 APQ-CALLER-BUFFER           PIC X(12000).
        03 APQ-SAVED-TXNREF            PIC X(12).
        03 APQ-APPROVER-ID             PIC X(8).
        03 APQ-APPROVER-PASSWORD       PIC X(8).
        03 APQ-REPLAY-RESP             PIC S9(8) COMP.
        03 APQ-RELEASE-NARRATIVE       PIC X(30).

      * the TECHPARM 'APPRLIM' record - a DEBIT or TRANSFER over the
      * threshold waits for a supervisor; no record, or a zero
      * threshold, lets every posting straight through

        03 APPROVAL-LIMIT-RECORD.
         05 APL-KEY                    PIC X(8).
         05 APL-THRESHOLD              PIC 9(9)V99.

        03 APL-REC-LEN                 PIC S9(4) VALUE 19.
        03 APL-KEY-VALUE               PIC X(8) VALUE 'APPRLIM'.

      * the TECHLEGAL court-order record - one per garnishment or
      * other legal order served on an account. AMOUNT-OWED is what
      * the order is still owed (ordered less remitted), AMOUNT-HELD
      * the part of that already ring-fenced on the account and
      * waiting to be remitted; the account's HOLD-AMOUNTO carries
      * the held figures of all its open orders.

        03 LEGAL-ORDER-RECORD.
         05 LO-KEY.
          07 LO-ACCOUNT                PIC X(5).
          07 LO-ORDER-REF              PIC X(16).
         05 LO-AUTHORITY               PIC X(30).
         05 LO-PRIORITY                PIC 9(2).
         05 LO-AMOUNT-ORDERED          PIC S9(9)V99.
         05 LO-AMOUNT-OWED             PIC S9(9)V99.
         05 LO-AMOUNT-HELD             PIC S9(9)V99.
         05 LO-AMOUNT-REMITTED         PIC S9(9)V99.
         05 LO-STATUS                  PIC X(1).
           88 LO-OPEN                          VALUE 'O'.
           88 LO-CLOSED                        VALUE 'C'.
           88 LO-WITHDRAWN                     VALUE 'W'.
         05 LO-RECEIVED-DATE           PIC X(8).
         05 LO-REGISTERED-BY           PIC X(8).
         05 LO-CLOSED-DATE             PIC X(8).

        03 LO-REC-LEN                  PIC S9(4) VALUE 122.
        03 LO-BROWSE-KEY.
         05 LO-BROWSE-ACCT             PIC X(5).
         05 LO-BROWSE-REF              PIC X(16).
        03 LO-SCAN-DONE-SW             PIC 9 VALUE 0.
          88 LO-SCAN-DONE                      VALUE 1.
        03 LO-CAPTURE-DONE-SW          PIC 9 VALUE 0.
          88 LO-CAPTURE-DONE                   VALUE 1.
        03 LEGAL-OPEN-FOUND-SW         PIC 9 VALUE 0.
          88 LEGAL-OPEN-FOUND                  VALUE 1.
        03 LEGAL-ACCOUNT               PIC X(5).
        03 LEGAL-CREDIT-AMOUNT         PIC S9(9)V99.
        03 LEGAL-FREE-FUNDS            PIC S9(9)V99.
        03 LEGAL-CAPTURE-LIMIT         PIC S9(9)V99.
        03 LEGAL-CAPTURED              PIC S9(9)V99.
        03 LEGAL-TAKE                  PIC S9(9)V99.
        03 LEGAL-SAVED-CREDIT          PIC S9(9)V99.
        03 LEGAL-REMIT-AMOUNT          PIC S9(9)V99.
        03 LEGAL-BEST-KEY              PIC X(21).
        03 LEGAL-BEST-PRIORITY         PIC 9(2).
        03 LEGAL-BEFORE-IMAGE          PIC X(122).
        03 LEGAL-SAVED-IMAGE           PIC X(148).

      * the TECHPARM 'CRTPAY' record - the internal account court
      * remittances are paid into

        03 COURT-PAY-RECORD.
         05 CRT-KEY                    PIC X(8).
         05 CRT-COURT-ACCT             PIC X(5).

        03 CRT-REC-LEN                 PIC S9(4) VALUE 13.
        03 CRT-KEY-VALUE               PIC X(8) VALUE 'CRTPAY'.

      * the TECHPARM 'TDBREAK' record - when breaking a term deposit
      * early forfeits its interest altogether (see TDBREAK-QUOTE):
      * always when TBR-FORFEIT-ALL is 'Y', or when broken inside
      * TBR-MIN-MONTHS of opening. No record forfeits nothing.

        03 TERM-BREAK-RULE-RECORD.
         05 TBR-KEY                    PIC X(8).
         05 TBR-MIN-MONTHS             PIC 9(3).
         05 TBR-FORFEIT-ALL            PIC X(1).

        03 TBR-REC-LEN                 PIC S9(4) VALUE 12.
        03 TBR-KEY-VALUE               PIC X(8) VALUE 'TDBREAK'.

      * the TECHPARM 'LNREBATE' record - the percentage of a loan's
      * unearned interest (on installments falling after the
      * settlement date) rebated on early settlement (see
      * LNSETTLE-QUOTE). No record rebates nothing.

        03 LOAN-REBATE-RECORD.
         05 LRB-KEY                    PIC X(8).
         05 LRB-PCT                    PIC 9(3).

        03 LRB-REC-LEN                 PIC S9(4) VALUE 11.
        03 LRB-KEY-VALUE               PIC X(8) VALUE 'LNREBATE'.

      * transaction-history paging (see HISTINQ-RECORD) - the
      * resume point the caller sent, and the last entry put on
      * this page

        03 HIST-RESUME-SEQNO           PIC X(7).
        03 HIST-ENTRY-SEQNO            PIC X(7).
        03 HIST-LAST-SEQNO             PIC X(7).
        03 HIST-RESUMING-SW            PIC 9 VALUE 0.
          88 HIST-RESUMING                     VALUE 1.
        03 HIST-PAGE-DONE-SW           PIC 9 VALUE 0.
          88 HIST-PAGE-DONE                    VALUE 1.

      * early term-deposit break working fields (see TDBREAK-QUOTE)

        03 TDB-OPEN-PARTS.
         05 TDB-OPEN-YYYY              PIC 9(4).
         05 TDB-OPEN-MM                PIC 9(2).
         05 TDB-OPEN-DD                PIC 9(2).
        03 TDB-TODAY-PARTS.
         05 TDB-TODAY-YYYY             PIC 9(4).
         05 TDB-TODAY-MM               PIC 9(2).
         05 TDB-TODAY-DD               PIC 9(2).
        03 TDB-MONTHS-HELD             PIC S9(4) VALUE 0.
        03 TDB-RATE                    PIC S9V9(4) VALUE 0.
        03 TDB-RATE-PCT                PIC -Z9.99.
        03 TDB-INTEREST                PIC S9(9)V99 VALUE 0.
        03 TDB-INTEXP-ACCT             PIC X(5).
        03 TDB-TERM-BEFORE-IMAGE       PIC X(31).
        03 TDB-FORFEIT-SW              PIC 9 VALUE 0.
          88 TDB-FORFEITED                     VALUE 1.
        03 TDB-QUOTE-LINE.
         05 FILLER                     PIC X(6) VALUE 'BREAK '.
         05 TQ-ACCOUNT                 PIC X(5).
         05 FILLER                     PIC X(6) VALUE ' HELD '.
         05 TQ-MONTHS                  PIC ZZ9.
         05 FILLER                     PIC X(6) VALUE ' MTHS '.
         05 TQ-BASIS                   PIC X(13).
         05 FILLER                     PIC X(5) VALUE ' INT '.
         05 TQ-INTEREST                PIC -(9)9.99.
         05 FILLER                     PIC X(8) VALUE ' PAYOUT '.
         05 TQ-PAYOUT                  PIC -(9)9.99.

      * loan early-settlement working fields (see LNSETTLE-QUOTE)

        03 LNS-PRINCIPAL               PIC S9(9)V99 VALUE 0.
        03 LNS-TOTAL-SCHED             PIC S9(9)V99 VALUE 0.
        03 LNS-DUE-SUM                 PIC S9(9)V99 VALUE 0.
        03 LNS-FUTURE-SUM              PIC S9(9)V99 VALUE 0.
        03 LNS-INT-CHARGE              PIC S9(9)V99 VALUE 0.
        03 LNS-INT-TO-DATE             PIC S9(9)V99 VALUE 0.
        03 LNS-INT-UNEARNED            PIC S9(9)V99 VALUE 0.
        03 LNS-REBATE                  PIC S9(9)V99 VALUE 0.
        03 LNS-EARNED                  PIC S9(9)V99 VALUE 0.
        03 LNS-REBATE-PCT              PIC 9(3) VALUE 0.
        03 LNS-REMAINING               PIC 9(3) VALUE 0.
        03 LNS-FROM-ACCT               PIC X(5).
        03 LNS-TXNREF                  PIC X(12).
        03 LNS-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 LNS-SCAN-DONE                     VALUE 1.
        03 LNS-QUOTE-LINE.
         05 FILLER                     PIC X(11) VALUE 'SETTLEMENT '.
         05 LQ-ACCOUNT                 PIC X(5).
         05 FILLER                     PIC X(7) VALUE ' AS AT '.
         05 LQ-DATE                    PIC X(8).
         05 FILLER                     PIC X(5) VALUE ' PAY '.
         05 LQ-AMOUNT                  PIC -(9)9.99.
         05 FILLER                     PIC X(6) VALUE ' FROM '.
         05 LQ-FROM                    PIC X(5).

      * the TECHOCHQ outward-items register (see CHQDEP-RECORD) -
      * one record per cheque on another bank paid in for
      * collection, keyed on the audit sequence number of the
      * customer credit

        03 OUTWARD-CHEQUE-RECORD.
         05 OCQ-REF                    PIC 9(7).
         05 OCQ-ACCOUNT                PIC X(5).
         05 OCQ-AMOUNT                 PIC S9(9)V99.
         05 OCQ-DRAWEE-BANK            PIC X(6).
         05 OCQ-CHEQUE-NO              PIC X(10).
         05 OCQ-HOLD-SEQ               PIC 9(3).
         05 OCQ-HOLD-AMOUNT            PIC S9(9)V99.
         05 OCQ-HOLD-DATE              PIC X(8).
         05 OCQ-STATUS                 PIC X(1).
           88 OCQ-PENDING                      VALUE 'P'.
           88 OCQ-SENT                         VALUE 'S'.
           88 OCQ-RETURNED                     VALUE 'R'.
           88 OCQ-CANCELLED                    VALUE 'X'.
         05 OCQ-DEPOSIT-DATE           PIC X(8).
         05 OCQ-ENTERED-BY             PIC X(8).
         05 OCQ-SENT-DATE              PIC X(8).
         05 OCQ-RETURN-DATE            PIC X(8).
         05 OCQ-RETURN-REASON          PIC X(2).

        03 OCQ-REC-LEN                 PIC S9(4) VALUE 96.
        03 OCQ-DEP-AMOUNT              PIC S9(9)V99.
        03 OCQ-CANCEL-HOLD             PIC S9(9)V99.

      * the TECHPARM 'RCHQFEE' record - the fee OCHQRTN charges for
      * a cheque paid in that comes back unpaid. No record charges
      * nothing.

        03 RETURNED-CHEQUE-FEE-RECORD.
         05 RCF-KEY                    PIC X(8).
         05 RCF-FEE                    PIC S9(7)V99.

        03 RCF-REC-LEN                 PIC S9(4) VALUE 17.
        03 RCF-KEY-VALUE               PIC X(8) VALUE 'RCHQFEE'.

      * the TECHPARM 'DICAP' record - the deposit-insurance cover
      * per customer SCVGEN caps each customer's total at. No
      * record means no cap has been set.

        03 DEPOSIT-INSURANCE-RECORD.
         05 DIC-KEY                    PIC X(8).
         05 DIC-CAP                    PIC S9(9)V99.

        03 DIC-REC-LEN                 PIC S9(4) VALUE 19.
        03 DIC-KEY-VALUE               PIC X(8) VALUE 'DICAP'.

      * the TECHSUSP suspense register (see SUSPENSE-RECORD) - one
      * item per amount a batch job left in the suspense account

        03 SUSPENSE-ITEM-RECORD.
         05 SUS-REF                    PIC 9(7).
         05 SUS-SOURCE                 PIC X(8).
           88 SUS-FROM-SALCRED                 VALUE 'SALCRED'.
           88 SUS-FROM-ATMPOST                 VALUE 'ATMPOST'.
         05 SUS-ORIG-REF               PIC X(20).
         05 SUS-DATE                   PIC X(8).
         05 SUS-AMOUNT                 PIC S9(9)V99.
         05 SUS-ACCOUNT                PIC X(5).
         05 SUS-REASON                 PIC X(16).
         05 SUS-STATUS                 PIC X(1).
           88 SUS-OPEN                         VALUE 'O'.
           88 SUS-RESOLVED                     VALUE 'A'.
           88 SUS-RETURNED                     VALUE 'R'.
         05 SUS-RESOLVED-DATE          PIC X(8).
         05 SUS-RESOLVED-TO            PIC X(5).
         05 SUS-RESOLVED-BY            PIC X(8).

        03 SUS-REC-LEN                 PIC S9(4) VALUE 97.
        03 SUS-BROWSE-REF              PIC 9(7).
        03 SUS-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 SUS-SCAN-DONE                     VALUE 1.
        03 SUS-LEG-ACCT                PIC X(5).
        03 SUS-LEG-AMOUNT              PIC S9(9)V99.
        03 SUS-TXNREF                  PIC X(12).

      * the TECHVLT branch vault position and the TECHVMOV vault
      * movement register (see VAULTCC-RECORD)

        03 VAULT-RECORD.
         05 VLT-KEY.
          07 VLT-BRANCH                PIC X(4).
          07 VLT-DATE                  PIC X(8).
         05 VLT-OPENING                PIC S9(9)V99.
         05 VLT-DELIVERED              PIC S9(9)V99.
         05 VLT-RETURNED               PIC S9(9)V99.
         05 VLT-ISSUED                 PIC S9(9)V99.
         05 VLT-RECEIVED               PIC S9(9)V99.
         05 VLT-DECLARED               PIC S9(9)V99.
         05 VLT-STATUS                 PIC X(1).
           88 VLT-IS-OPEN                      VALUE 'O'.
           88 VLT-IS-PROOFED                   VALUE 'P'.
         05 VLT-CUSTODIAN              PIC X(8).
         05 VLT-FIRST-MOVE             PIC 9(7).

        03 VLT-REC-LEN                 PIC S9(4) VALUE 94.
        03 VLT-EXPECTED                PIC S9(9)V99.

        03 VAULT-MOVE-RECORD.
         05 VMV-REF                    PIC 9(7).
         05 VMV-BRANCH                 PIC X(4).
         05 VMV-DATE                   PIC X(8).
         05 VMV-TYPE                   PIC X(1).
         05 VMV-USERID                 PIC X(8).
         05 VMV-AMOUNT                 PIC S9(9)V99.
         05 VMV-STATUS                 PIC X(1).
         05 VMV-BY                     PIC X(8).
         05 VMV-CONFIRMED-BY           PIC X(8).
         05 VMV-CC-REF                 PIC X(12).

        03 VMV-REC-LEN                 PIC S9(4) VALUE 68.
        03 CTL-VMOVSEQ-KEY             PIC X(8) VALUE 'VMOVSEQ'.

      * the TECHTILL teller cash position (kept by TELLER) and the
      * TECHBSO branch sign-off record (see BRSIGNOFF-RECORD)

        03 TILL-RECORD.
         05 TILL-KEY.
          07 TILL-USERID               PIC X(8).
          07 TILL-DATE                 PIC X(8).
         05 TILL-FLOAT                 PIC S9(9)V99.
         05 TILL-CASH-IN               PIC S9(9)V99.
         05 TILL-CASH-OUT              PIC S9(9)V99.
         05 TILL-DECLARED              PIC S9(9)V99.
         05 TILL-STATUS                PIC X(1).
           88 TILL-IS-PROOFED                  VALUE 'P'.
         05 TILL-BRANCH                PIC X(4).
         05 TILL-VAULT-IN              PIC S9(9)V99.
         05 TILL-VAULT-OUT             PIC S9(9)V99.

        03 TILL-REC-LEN                PIC S9(4) VALUE 87.

        03 BRANCH-SIGNOFF-RECORD.
         05 BSO-KEY.
          07 BSO-BRANCH                PIC X(4).
          07 BSO-DATE                  PIC X(8).
         05 BSO-TYPE                   PIC X(1).
         05 BSO-USERID                 PIC X(8).
         05 BSO-REASON                 PIC X(30).
         05 BSO-OUTSTANDING            PIC 9(3).

        03 BSO-REC-LEN                 PIC S9(4) VALUE 54.
        03 SAVED-BSO-IMAGE             PIC X(54).
        03 BSO-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 BSO-SCAN-DONE                     VALUE 1.

      * the TECHNBS new-business figures NEWBUS keeps, one per
      * month, branch and product - served by RPTDATA

        03 NEWBUS-RECORD.
         05 NBS-KEY.
          07 NBS-MONTH                 PIC X(6).
          07 NBS-BRANCH                PIC X(4).
          07 NBS-PRODUCT               PIC X(2).
         05 NBS-OPENED                 PIC 9(5).
         05 NBS-OPENED-BAL             PIC S9(11)V99.
         05 NBS-CLOSED                 PIC 9(5).
         05 NBS-CLOSED-BAL             PIC S9(11)V99.
         05 NBS-ARCHIVED               PIC 9(5).
         05 NBS-ARCHIVED-BAL           PIC S9(11)V99.
         05 NBS-SWITCH-IN              PIC 9(5).
         05 NBS-SWITCH-IN-BAL          PIC S9(11)V99.
         05 NBS-SWITCH-OUT             PIC 9(5).
         05 NBS-SWITCH-OUT-BAL         PIC S9(11)V99.
         05 NBS-LY-HELD                PIC X(1).
         05 NBS-LY-NET-ACCTS           PIC S9(5).
         05 NBS-LY-NET-DEPOSITS        PIC S9(11)V99.

        03 NBS-REC-LEN                 PIC S9(4) VALUE 121.
        03 CTL-NBMONTH-KEY             PIC X(8) VALUE 'NBMONTH'.
        03 RPT-NB-KEY                  PIC X(12).
        03 RPT-NB-IX                   PIC 9(2) VALUE 0.

      * deceased-customer and estate working fields (see
      * DECEASED-RECORD and ESTSETL-RECORD) - every account the
      * customer owns or co-owns, marked sole or joint, and the
      * TECHJNT, TECHSORD, TECHFDP or TECHCARD keys one browse pass
      * gathers for update once the browse has ended

        03 DEC-CUST-NO                 PIC X(6).
        03 DEC-TABLE.
         05 DEC-ENTRY OCCURS 50 TIMES.
          07 DEC-ACCT                  PIC X(5).
          07 DEC-OWNERSHIP             PIC X(1).
            88 DEC-SOLE                        VALUE 'S'.
            88 DEC-JOINT                       VALUE 'J'.
        03 DEC-COUNT                   PIC 9(2) VALUE 0.
        03 DEC-IX                      PIC 9(2) VALUE 0.
        03 DEC-FIND-IX                 PIC 9(2) VALUE 0.
        03 DEC-HIT-IX                  PIC 9(2) VALUE 0.
        03 DEC-NEW-ACCT                PIC X(5).
        03 DEC-NEW-OWNERSHIP           PIC X(1).
        03 DEC-FOUND-SW                PIC 9 VALUE 0.
          88 DEC-ON-LIST                       VALUE 1.
        03 DEC-JNT-CUST-KEY            PIC X(6).
        03 DEC-JNT-KEY.
         05 DEC-JNT-ACCT               PIC X(5).
         05 DEC-JNT-CUST               PIC X(6).
        03 DEC-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 DEC-SCAN-DONE                     VALUE 1.
        03 DEC-KEY-TABLE.
         05 DEC-KEY OCCURS 50 TIMES    PIC X(16).
        03 DEC-KEY-COUNT               PIC 9(2) VALUE 0.
        03 DEC-KEY-IX                  PIC 9(2) VALUE 0.
        03 DEC-FAIL-SW                 PIC 9 VALUE 0.
          88 DEC-FAILED                        VALUE 1.
        03 DEC-FAIL-RESP               PIC S9(8) COMP VALUE 0.
        03 ESTATE-SETTLING-SW          PIC 9 VALUE 0.
          88 ESTATE-SETTLING                   VALUE 1.

      * the customer as the returned-mail entries audit it - name and
      * the mail flag, which lies past what an audit image can hold

        03 RETMAIL-AUDIT-IMAGE.
         05 RMA-CUST-NO                PIC X(6).
         05 RMA-SURNAME                PIC X(15).
         05 RMA-FIRST-NAME             PIC X(10).
         05 RMA-MAIL-DATA              PIC X(17).

      * the customer as the estate entries audit it - the master is
      * too long for an audit image, so its name, estate data and
      * what was done

        03 DEC-AUDIT-IMAGE.
         05 DEC-AI-CUST-NO             PIC X(6).
         05 DEC-AI-SURNAME             PIC X(15).
         05 DEC-AI-FIRST-NAME          PIC X(10).
         05 DEC-AI-ESTATE              PIC X(30).
         05 DEC-AI-FROZEN              PIC 9(3).
         05 DEC-AI-JOINT               PIC 9(3).
         05 DEC-AI-ORDERS              PIC 9(3).
         05 DEC-AI-PAYMENTS            PIC 9(3).
         05 DEC-AI-CARDS               PIC 9(3).
         05 DEC-AI-SETTLED             PIC 9(3).
         05 DEC-AI-PAID                PIC S9(11)V99.

      * the TECHPARM 'AGEPARM' record - the age of majority, and
      * the children's product and the adult product the monthly
      * AGEMIGR job moves a customer's accounts between as they
      * come of age (see CHECK-MINOR-CUSTOMER)

        03 AGE-PARM-RECORD.
         05 AGP-KEY                    PIC X(8).
         05 AGP-MAJORITY-AGE           PIC 9(2).
         05 AGP-MINOR-PRODUCT          PIC X(2).
         05 AGP-ADULT-PRODUCT          PIC X(2).

        03 AGP-REC-LEN                 PIC S9(4) VALUE 14.
        03 AGP-KEY-VALUE               PIC X(8) VALUE 'AGEPARM'.
        03 MAJORITY-AGE                PIC 9(2) VALUE 18.
        03 MINOR-CUTOFF.
         05 MINOR-CUTOFF-YYYY          PIC 9(4).
         05 MINOR-CUTOFF-MMDD          PIC X(4).
        03 MINOR-CHECK-CUST            PIC X(6).
        03 MINOR-SW                    PIC 9 VALUE 0.
          88 CUSTOMER-IS-MINOR                 VALUE 1.

      * back-valued postings - the TECHPARM 'BVALPARM' record holds
      * how many days before the business date a supervisor may
      * back-value a DEBIT, CREDIT or TRANSFER (absent or zero: not
      * at all), and the TECHCTL 'INTCAP' record the business date
      * INTPOST last capitalized interest on (see CHECK-VALUE-DATE)

        03 BVAL-PARM-RECORD.
         05 BVP-KEY                    PIC X(8).
         05 BVP-MAX-DAYS               PIC 9(3).

        03 BVP-REC-LEN                 PIC S9(4) VALUE 11.
        03 BVP-KEY-VALUE               PIC X(8) VALUE 'BVALPARM'.
        03 CTL-INTCAP-KEY              PIC X(8) VALUE 'INTCAP'.
        03 BVAL-MAX-DAYS               PIC 9(3) VALUE 0.
        03 BVAL-WINDOW-START           PIC X(8).
        03 BACK-VALUE-SW               PIC 9 VALUE 0.
          88 POSTING-BACK-VALUED               VALUE 1.

      * the TECHBVAL back-value register - one entry per account
      * leg of a back-valued posting, keyed by account and its
      * TECHAUDIT sequence number, for the nightly ACCRUE run to
      * recompute the missed days' interest from (BV-STATUS 'P'
      * pending, 'A' adjusted)

        03 BACK-VALUE-RECORD.
         05 BV-KEY.
          07 BV-ACCOUNT                PIC X(5).
          07 BV-SEQNO                  PIC 9(7).
         05 BV-VALUE-DATE              PIC X(8).
         05 BV-POST-DATE               PIC X(8).
         05 BV-AMOUNT                  PIC S9(9)V99.
         05 BV-BALANCE-BEFORE          PIC S9(9)V99.
         05 BV-STATUS                  PIC X(1).
         05 BV-ADJ-DATE                PIC X(8).
         05 BV-ADJ-AMOUNT              PIC S9(9)V99.
         05 BV-DAYS                    PIC 9(3).

        03 BV-REC-LEN                  PIC S9(4) VALUE 73.

      * the TECHREACT reactivation register - one entry per dormant
      * account brought back into use, keyed by the TECHAUDIT
      * sequence number of its reactivation, for the monthly REACTRPT
      * report by branch and approving supervisor

        03 REACTIVATION-RECORD.
         05 REA-SEQNO                  PIC 9(7).
         05 REA-DATE                   PIC X(8).
         05 REA-ACCOUNT                PIC X(5).
         05 REA-BRANCH                 PIC X(4).
         05 REA-REQUESTED-BY           PIC X(8).
         05 REA-APPROVED-BY            PIC X(8).
         05 REA-EVIDENCE               PIC X(30).
         05 REA-BALANCE                PIC S9(9)V99.
         05 REA-LAST-ACTIVITY          PIC X(8).

        03 REA-REC-LEN                 PIC S9(4) VALUE 89.

      * the TECHBOX safe-deposit box register (see BOXMAINT-RECORD)
      * - keyed on the branch plus the box number; the renting
      * customer leads the data so the TECHBOXC path can find every
      * box a customer holds

        03 SAFE-BOX-RECORD.
         05 BOX-KEY.
          07 BOX-BRANCH                PIC X(4).
          07 BOX-NUMBER                PIC X(4).
         05 BOX-CUST-NO                PIC X(6).
         05 BOX-SIZE                   PIC X(1).
           88 BOX-SIZE-VALID                   VALUE 'S' 'M' 'L'.
         05 BOX-STATUS                 PIC X(1).
           88 BOX-VACANT                       VALUE 'V'.
           88 BOX-LET                          VALUE 'L'.
         05 BOX-ACCOUNT                PIC X(5).
         05 BOX-ANNUAL-RENT            PIC S9(7)V99.
         05 BOX-START-DATE             PIC X(8).
         05 BOX-NEXT-DUE               PIC X(8).
         05 BOX-LAST-PAID              PIC X(8).
         05 BOX-ARREARS                PIC S9(7)V99.
         05 BOX-ARREARS-SINCE          PIC X(8).
         05 BOX-LAST-REMINDER          PIC X(8).
         05 BOX-LET-BY                 PIC X(8).
         05 BOX-END-DATE               PIC X(8).

        03 BOX-REC-LEN                 PIC S9(4) VALUE 103.
        03 BOX-BROWSE-KEY.
         05 BOX-BROWSE-BRANCH          PIC X(4).
         05 BOX-BROWSE-NUMBER          PIC X(4).
        03 BOX-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 BOX-SCAN-DONE                     VALUE 1.

      * the closure check against the register (see
      * CLOSEACC-CHECK-BOXES) - whose boxes are being looked for, and
      * what the walk of their other accounts found

        03 BOX-HOLDER-KEY              PIC X(6).
        03 BOX-HOLDER-BROWSE-KEY       PIC X(6).
        03 BOX-JNT-BROWSE-KEY          PIC X(11).
        03 BOX-HOLDER-SW               PIC 9 VALUE 0.
          88 BOX-HOLDER-STRANDED               VALUE 1.
        03 BOX-OTHER-ACCT-SW           PIC 9 VALUE 0.
          88 BOX-OTHER-ACCT-FOUND              VALUE 1.
        03 BOX-HOLDER-SCAN-SW          PIC 9 VALUE 0.
          88 BOX-HOLDER-SCAN-DONE              VALUE 1.
        03 BOX-JNT-SCAN-SW             PIC 9 VALUE 0.
          88 BOX-JNT-SCAN-DONE                 VALUE 1.

      * the TECHPARM 'BOXRENT' record - the internal account BOXBILL
      * credits safe-deposit box rent to

        03 BOX-RENT-PARM-RECORD.
         05 BXR-KEY                    PIC X(8).
         05 BXR-INCOME-ACCT            PIC X(5).

        03 BXR-REC-LEN                 PIC S9(4) VALUE 13.
        03 BXR-KEY-VALUE               PIC X(8) VALUE 'BOXRENT'.

      * the TECHDRFT bank draft register (see DRAFT-RECORD) - one
      * record per draft issued, keyed by the draft number, which
      * is the audit sequence number of the debit that bought it

        03 BANK-DRAFT-RECORD.
         05 DFT-NUMBER                 PIC 9(7).
         05 DFT-ACCOUNT                PIC X(5).
         05 DFT-BRANCH                 PIC X(4).
         05 DFT-PAYEE                  PIC X(30).
         05 DFT-AMOUNT                 PIC S9(9)V99.
         05 DFT-FEE                    PIC S9(7)V99.
         05 DFT-STATUS                 PIC X(1).
           88 DFT-OUTSTANDING                  VALUE 'O'.
           88 DFT-PAID                         VALUE 'P'.
         05 DFT-ISSUE-DATE             PIC X(8).
         05 DFT-ISSUED-BY              PIC X(8).
         05 DFT-PAID-DATE              PIC X(8).
         05 DFT-PAID-TO                PIC X(5).
         05 DFT-PAID-BY                PIC X(8).

        03 DFT-REC-LEN                 PIC S9(4) VALUE 104.
        03 DFT-ISSUE-AMOUNT            PIC S9(9)V99.
        03 DFT-PAY-ACCT                PIC X(5).
        03 DFT-LEG-ACCT                PIC X(5).
        03 DFT-LEG-AMOUNT              PIC S9(9)V99.
        03 DFT-LEG-NARRATIVE           PIC X(30).

      * the TECHPARM 'DRAFTS' record - the drafts-outstanding
      * internal account and the fee charged per draft issued

        03 DRAFT-PARM-RECORD.
         05 DFP-KEY                    PIC X(8).
         05 DFP-OUTST-ACCT             PIC X(5).
         05 DFP-FEE                    PIC S9(7)V99.

        03 DFP-REC-LEN                 PIC S9(4) VALUE 22.
        03 DFP-KEY-VALUE               PIC X(8) VALUE 'DRAFTS'.

      * the TECHLAPP loan application register (see LOANAPP-RECORD)
      * - one record per application, keyed by a serial from the
      * TECHCTL 'LAPPSEQ' counter. LAPP-CHECKS holds the arrears,
      * overdraft and account-status checks, 'Y' failed / 'N' passed.

        03 LOAN-APPLICATION-RECORD.
         05 LAPP-NUMBER                PIC 9(7).
         05 LAPP-CUST-NO               PIC X(6).
         05 LAPP-AMOUNT                PIC S9(9)V99.
         05 LAPP-TERM                  PIC 9(3).
         05 LAPP-PURPOSE               PIC X(16).
         05 LAPP-INCOME                PIC S9(7)V99.
         05 LAPP-POS-COUNT             PIC 9(2).
         05 LAPP-POS-TOTAL             PIC S9(11)V99.
         05 LAPP-POS-HOLD-TOTAL        PIC S9(11)V99.
         05 LAPP-POS-SO-COUNT          PIC 9(3).
         05 LAPP-CHECKS.
          07 LAPP-CHK-ARREARS          PIC X(1).
          07 LAPP-CHK-OVERDRAFT        PIC X(1).
          07 LAPP-CHK-STATUS           PIC X(1).
         05 LAPP-STATUS                PIC X(1).
           88 LAPP-PENDING                     VALUE 'P'.
           88 LAPP-REFERRED                    VALUE 'R'.
           88 LAPP-AWAITING                    VALUE 'P' 'R'.
           88 LAPP-APPROVED                    VALUE 'A'.
           88 LAPP-DECLINED                    VALUE 'D'.
           88 LAPP-BOOKED                      VALUE 'B'.
         05 LAPP-ENTERED-BY            PIC X(8).
         05 LAPP-ENTERED-DATE          PIC X(8).
         05 LAPP-DECIDED-BY            PIC X(8).
         05 LAPP-DECIDED-DATE          PIC X(8).
         05 LAPP-REASON                PIC X(16).
         05 LAPP-LOAN-ACCT             PIC X(5).
         05 LAPP-BOOKED-DATE           PIC X(8).

        03 LAPP-REC-LEN                PIC S9(4) VALUE 148.
        03 CTL-LAPPSEQ-KEY             PIC X(8) VALUE 'LAPPSEQ'.
        03 LAPP-BROWSE-KEY             PIC 9(7).
        03 LAPP-SCAN-DONE-SW           PIC 9 VALUE 0.
          88 LAPP-SCAN-DONE                    VALUE 1.
        03 LAPP-LNS-DONE-SW            PIC 9 VALUE 0.
          88 LAPP-LNS-DONE                     VALUE 1.
        03 LAPP-IX                     PIC 9(2) VALUE 0.
        03 LAPP-OVERDUE-COUNT          PIC 9(5) VALUE 0.
        03 LAPP-NOW-ABSTIME            PIC S9(15) COMP-3.
        03 LAPP-CUTOFF-ABSTIME         PIC S9(15) COMP-3.
        03 LAPP-DAYS-IN-ABSTIME        PIC S9(15) COMP-3.
        03 LAPP-ODA-CUTOFF             PIC X(8).
        03 LAPP-BEFORE-IMAGE           PIC X(148).
        03 LAPP-AUDIT-TEXT             PIC X(18).

      * the TECHODA overdrawn-account record ODAGING keeps - when the
      * account was first seen below zero

        03 OVERDRAWN-ACCOUNT-RECORD.
         05 ODA-ACCOUNT                PIC X(5).
         05 ODA-NEG-DATE               PIC X(8).

        03 ODA-REC-LEN                 PIC S9(4) VALUE 13.

      * the TECHPARM 'LOANRULE' record - overdue installments and
      * days overdrawn tolerated before an application is referred,
      * and 'N' to let a frozen or dormant account pass. With no
      * record nothing is tolerated.

        03 LOAN-RULE-RECORD.
         05 LRR-KEY                    PIC X(8).
         05 LRR-ARREARS-MAX            PIC 9(3).
         05 LRR-ODA-DAYS               PIC 9(3).
         05 LRR-STATUS-CHECK           PIC X(1).

        03 LRR-REC-LEN                 PIC S9(4) VALUE 15.
        03 LRR-KEY-VALUE               PIC X(8) VALUE 'LOANRULE'.

      * the TECHPARM 'GLRECON' record - the difference GLRECON lets
      * pass between a returned GL balance and the subledger before
      * it reports a break. No record means no tolerance at all.

        03 GL-RECON-PARM-RECORD.
         05 GRP-KEY                    PIC X(8).
         05 GRP-TOLERANCE              PIC 9(7)V99.

        03 GRP-REC-LEN                 PIC S9(4) VALUE 17.
        03 GRP-KEY-VALUE               PIC X(8) VALUE 'GLRECON'.

      * the TECHPARM 'FXPARM' record - the local currency code and the
      * spread taken off the exchange rate on a transfer between
      * currencies, as a fraction (0.0050 is half of one per cent).
      * With no record the local currency is blank and there is no
      * spread.

        03 FX-PARM-RECORD.
         05 FXP-KEY                    PIC X(8).
         05 FXP-LOCAL-CCY              PIC X(3).
         05 FXP-SPREAD                 PIC 9V9(4).

        03 FXP-REC-LEN                 PIC S9(4) VALUE 16.
        03 FXP-KEY-VALUE               PIC X(8) VALUE 'FXPARM'.

      * the TECHFXR exchange-rate record - one per currency per
      * business date, keyed by maker and approved by checker (see
      * FXRATE-RECORD). The rate is the local-currency value of one
      * unit of the currency.

        03 FX-RATE-RECORD.
         05 FXR-KEY.
          07 FXR-CURRENCY              PIC X(3).
          07 FXR-DATE                  PIC X(8).
         05 FXR-RATE                   PIC 9(5)V9(6).
         05 FXR-STATUS                 PIC X(1).
           88 FXR-PENDING                      VALUE 'P'.
           88 FXR-APPROVED                     VALUE 'A'.
           88 FXR-REJECTED                     VALUE 'R'.
         05 FXR-KEYED-BY               PIC X(8).
         05 FXR-KEYED-TIME             PIC X(6).
         05 FXR-REVIEWED-BY            PIC X(8).

        03 FXR-REC-LEN                 PIC S9(4) VALUE 45.
        03 SAVED-FX-RATE-RECORD        PIC X(45).
        03 FXR-BROWSE-KEY              PIC X(11).
        03 FXR-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 FXR-SCAN-DONE                     VALUE 1.
        03 FXR-NEW-SW                  PIC 9 VALUE 0.
          88 FXR-NEW                           VALUE 1.
        03 FXR-AUDIT-TEXT              PIC X(16).

      * currency working fields - an account's currency looked up
      * from its product, a currency's rate for the business date,
      * and a transfer's conversion (see CONVERT-TRANSFER-AMOUNT)

        03 FX-PRODUCT-CODE             PIC X(2).
        03 FX-ACCOUNT-CURRENCY         PIC X(3).
        03 FX-CHECK-ACCOUNT            PIC X(5).
        03 FX-LOOKUP-KEY.
         05 FX-LOOKUP-CURRENCY         PIC X(3).
         05 FX-LOOKUP-DATE             PIC X(8).
        03 FX-LOOKUP-RATE              PIC 9(5)V9(6).
        03 FX-RATE-FOUND-SW            PIC 9 VALUE 0.
          88 FX-RATE-FOUND                     VALUE 1.
        03 FX-FROM-CURRENCY            PIC X(3).
        03 FX-TO-CURRENCY              PIC X(3).
        03 FX-FROM-RATE                PIC 9(5)V9(6).
        03 FX-TO-RATE                  PIC 9(5)V9(6).
        03 FX-CROSS-RATE               PIC 9(5)V9(6).
        03 FX-CONVERTED-SW             PIC 9 VALUE 0.
          88 FX-CONVERTED                      VALUE 1.
        03 TRANSFER-CREDIT-AMOUNT      PIC S9(9)V99.
        03 FX-DEBIT-NARRATIVE          PIC X(30).
        03 FX-CREDIT-NARRATIVE         PIC X(30).
        03 FX-NARR-CURRENCY            PIC X(3).
        03 FX-NARR-AMOUNT              PIC S9(9)V99.
        03 FX-NARR-TEXT                PIC X(30).
        03 FX-EDIT-AMOUNT              PIC Z(8)9.99.
        03 FX-EDIT-RATE                PIC Z(4)9.9(6).
        03 FX-AMOUNT-LEAD              PIC 9(2).
        03 FX-RATE-LEAD                PIC 9(2).

      * customer-scope working fields (see CHECK-CUSTOMER-SCOPE) -
      * the customer the session's userid is linked to, and the
      * TECHJNT key a co-owned account is looked up under

        03 SCOPE-CUSTOMER-SW           PIC 9 VALUE 0.
          88 SCOPE-CUSTOMER                    VALUE 1.
        03 SCOPE-CUST-NO               PIC X(6).
        03 SCOPE-JNT-KEY.
         05 SCOPE-JNT-ACCOUNT          PIC X(5).
         05 SCOPE-JNT-CUST-NO          PIC X(6).

      * the TECHROLE role table - what each role may do. A 'P' row
      * grants the role one request type (ROLE-STATE, the
      * SERVER-STATE number - 00 for the in-flight overrides, see
      * CHECK-DESTRUCTIVE-AUTH) and sub-function (ROLE-FUNC, '*' for
      * every sub-function of it); an 'X' row names a role it may
      * never be held together with (see ROLEMAINT-RECORD)

        03 ROLE-RECORD.
         05 ROLE-KEY.
          07 ROLE-ID                   PIC X(8).
          07 ROLE-ENTRY-TYPE           PIC X(1).
            88 ROLE-GRANT                      VALUE 'P'.
            88 ROLE-CONFLICT                   VALUE 'X'.
          07 ROLE-TARGET.
           09 ROLE-STATE               PIC 9(2).
           09 ROLE-FUNC                PIC X(1).
           09 FILLER                   PIC X(5).
          07 ROLE-CONFLICT-ID REDEFINES ROLE-TARGET
                                       PIC X(8).
         05 ROLE-DESC                  PIC X(30).
         05 ROLE-ADDED-BY              PIC X(8).
         05 ROLE-ADDED-DATE            PIC X(8).

        03 ROLE-REC-LEN                PIC S9(4) VALUE 63.
        03 ROLE-BROWSE-KEY.
         05 ROLE-BROWSE-ID             PIC X(8).
         05 ROLE-BROWSE-REST           PIC X(9).
        03 ROLE-SCAN-DONE-SW           PIC 9 VALUE 0.
          88 ROLE-SCAN-DONE                    VALUE 1.
        03 ROLE-BEFORE-IMAGE           PIC X(63).
        03 ROLE-AUDIT-TEXT             PIC X(18).

      * permission working fields (see CHECK-PERMISSION and
      * AUTHORISE-USERID) - the request type and sub-function asked
      * for, whose credentials vouch for it, and what the roles
      * answered. PERM-ROLE holds a candidate role list while
      * USERADM checks it for conflicts.

        03 PERM-STATE                  PIC 9(2).
        03 PERM-FUNC                   PIC X(1).
        03 PERM-USERID                 PIC X(8).
        03 PERM-PASSWORD               PIC X(8).
        03 PERM-IX                     PIC 9(2) VALUE 0.
        03 PERM-IX2                    PIC 9(2) VALUE 0.
        03 PERM-ROLE-COUNT             PIC 9(2) VALUE 0.
        03 PERM-GRANTED-SW             PIC 9 VALUE 0.
          88 PERM-GRANTED                      VALUE 1.
        03 PERM-CONTROLLED-SW          PIC 9 VALUE 0.
          88 PERM-CONTROLLED                   VALUE 1.
        03 PERM-CONFLICT-SW            PIC 9 VALUE 0.
          88 PERM-CONFLICT                     VALUE 1.
        03 PERM-SEEK-KEY.
         05 PERM-SEEK-ROLE             PIC X(8).
         05 PERM-SEEK-TYPE             PIC X(1).
         05 PERM-SEEK-TARGET.
          07 PERM-SEEK-STATE           PIC 9(2).
          07 PERM-SEEK-FUNC            PIC X(1).
          07 FILLER                    PIC X(5) VALUE SPACES.
         05 PERM-SEEK-OTHER REDEFINES PERM-SEEK-TARGET
                                       PIC X(8).
        03 PERM-ROLE-LIST.
         05 PERM-ROLE OCCURS 4         PIC X(8).

      * the controlled requests - a SERVER-STATE number and the
      * sub-function it covers ('*' every one). A request matching
      * no entry needs only its signed-on session; one that matches
      * needs LOGIN-USERID to hold a role granting it (see
      * CHECK-PERMISSION). This is the one list of what is
      * supervised - it replaces the 'A'-level test each of these
      * functions used to make for itself.

        03 CONTROLLED-FUNCTION-VALUES.
         05 FILLER                     PIC X(30)
                   VALUE '04*08*12*13*14*15R16*17*18*19*'.
         05 FILLER                     PIC X(30)
                   VALUE '20*21*22*23*24*29*30*31*32*33*'.
         05 FILLER                     PIC X(30)
                   VALUE '34*37S42*43*45S45C46*47A47R47P'.
         05 FILLER                     PIC X(30)
                   VALUE '47W49B50S52*53*54*55*56*58C59A'.
         05 FILLER                     PIC X(27)
                   VALUE '61A61D62*63O63X63M64K64A64R'.
        03 CONTROLLED-FUNCTION-TABLE
               REDEFINES CONTROLLED-FUNCTION-VALUES.
         05 CONTROLLED-FUNCTION OCCURS 49.
          07 CF-STATE                  PIC 9(2).
          07 CF-FUNC                   PIC X(1).
        03 CF-COUNT                    PIC 9(2) VALUE 49.
        03 CF-IX                       PIC 9(2) VALUE 0.

      * access recertification (see RECERT-RECORD). TECHBMGR names
      * the certifier for each branch's userids; TECHRCRT holds one
      * row per userid per campaign, keyed campaign (the business
      * date it was opened) / certifier / userid, with the
      * certifier's decision and what the close did about it, plus
      * a header row (certifier and userid LOW-VALUES) saying who
      * opened and closed it. TECHCTL 'RECERT' carries the latest
      * campaign and whether it is still open (CTL-NUM-VALUE 1).

        03 BRANCH-MANAGER-RECORD.
         05 BMGR-BRANCH                PIC X(4).
         05 BMGR-USERID                PIC X(8).
         05 BMGR-SET-BY                PIC X(8).
         05 BMGR-SET-DATE              PIC X(8).

        03 BMGR-REC-LEN                PIC S9(4) VALUE 28.
        03 BMGR-BEFORE-IMAGE           PIC X(28).

        03 RECERT-ENTRY-RECORD.
         05 RC-KEY.
          07 RC-CAMPAIGN               PIC X(8).
          07 RC-CERTIFIER              PIC X(8).
          07 RC-USERID                 PIC X(8).
         05 RC-BRANCH                  PIC X(4).
         05 RC-STATUS                  PIC X(1).
           88 RC-PENDING                       VALUE 'P'.
           88 RC-CONFIRMED                     VALUE 'C'.
           88 RC-REVOKED                       VALUE 'R'.
           88 RC-CAMPAIGN-OPEN                 VALUE 'O'.
           88 RC-CAMPAIGN-CLOSED               VALUE 'X'.
         05 RC-DECIDED-BY              PIC X(8).
         05 RC-DECIDED-DATE            PIC X(8).
         05 RC-DECIDED-TIME            PIC X(6).
         05 RC-CLOSE-ACTION            PIC X(1).
           88 RC-CLOSE-DISABLED                VALUE 'D'.
           88 RC-CLOSE-FAILED                  VALUE 'F'.
         05 RC-CLOSED-BY               PIC X(8).
         05 RC-CLOSED-DATE             PIC X(8).

        03 RC-REC-LEN                  PIC S9(4) VALUE 68.
        03 CTL-RECERT-KEY              PIC X(8) VALUE 'RECERT'.
        03 RCT-CAMPAIGN                PIC X(8).
        03 RCT-OPEN-SW                 PIC 9 VALUE 0.
          88 RCT-CAMPAIGN-IS-OPEN              VALUE 1.
        03 RCT-CTL-FOUND-SW            PIC 9 VALUE 0.
          88 RCT-CTL-FOUND                     VALUE 1.
        03 RCT-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 RCT-SCAN-DONE                     VALUE 1.
        03 RCT-CRED-KEY                PIC X(8).
        03 RCT-BROWSE-KEY              PIC X(24).
        03 RCT-LAST-KEY                PIC X(24).
        03 RCT-IX                      PIC 9(2) VALUE 0.
        03 RCT-BATCH-COUNT             PIC 9(2) VALUE 0.
        03 RCT-BATCH-KEY OCCURS 10     PIC X(24).

      * the TECHCUST customer master record

        03 CUSTOMER-MASTER-RECORD.
           88 CUST-DELIVER-POST                VALUE 'P'.
           88 CUST-DELIVER-EMAIL               VALUE 'E'.
           88 CUST-DELIVER-PHONE               VALUE 'T'.
         05 CUST-KYC-DATA.
          07 CUST-RISK-RATING          PIC X(1).
            88 CUST-RISK-HIGH                  VALUE 'H'.
            88 CUST-RISK-MEDIUM                VALUE 'M'.
            88 CUST-RISK-LOW                   VALUE 'L'.
          07 CUST-KYC-LAST-DATE        PIC X(8).
          07 CUST-KYC-DUE-DATE         PIC X(8).
          07 CUST-KYC-BY               PIC X(8).
         05 CUST-ESTATE-DATA.
          07 CUST-LIFE-STATUS          PIC X(1).
            88 CUST-DECEASED                   VALUE 'D'.
          07 CUST-DEATH-DATE           PIC X(8).
          07 CUST-DEATH-RECORDED-BY    PIC X(8).
          07 CUST-ESTATE-SETTLED-DATE  PIC X(8).
          07 CUST-EXECUTOR-ACCOUNT     PIC X(5).
         05 CUST-PERSONAL-DATA.
          07 CUST-BIRTH-DATE           PIC X(8).
         05 CUST-MAIL-DATA.
          07 CUST-MAIL-STATUS          PIC X(1).
            88 CUST-MAIL-RETURNED              VALUE 'R'.
          07 CUST-MAIL-RETURNED-DATE   PIC X(8).
          07 CUST-MAIL-RETURNED-BY     PIC X(8).

        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 CUST-NO-NUM                 PIC 9(6) VALUE 0.

        03 CUST-NO-ENQ                 PIC X(16)
         05 PROD-STATUS                PIC X(1).
           88 PROD-CLOSED                      VALUE 'C'.

      * the monthly service-charge schedule (see SVCCHG) - zero on
      * products written before it existed

         05 PROD-CHARGE-SCHEDULE.
          07 PROD-FREE-ITEMS           PIC 9(3).
          07 PROD-ITEM-FEE             PIC 9(3)V99.
          07 PROD-MONTHLY-FEE          PIC 9(5)V99.

      * the annual rate a term deposit broken before maturity earns
      * for the months it was held (see TDBREAK) - negative claws
      * interest back; zero on products written before it existed

         05 PROD-BREAK-RATE            PIC S9V9(4).

      * the currency the product's accounts are held in - spaces
      * (products written before it existed) is the local currency
      * on the TECHPARM 'FXPARM' record

         05 PROD-CURRENCY              PIC X(3).

        03 PROD-REC-LEN                PIC S9(4) VALUE 39.

      * scratch for walking one customer's accounts through TECHCUX
      * while the updated account's own record sits in

      * the TECHJNT joint-ownership link record - one per co-owner
      * of a joint account (key = account + customer number), with
      * the co-owner's surname carried for the TECHJNTA search path.
      * When an owner dies every link of the account is put under
      * survivor review, with the date and the deceased's number
      * (see DECEASED-RECORD)

        03 JOINT-LINK-RECORD.
         05 JNT-KEY.
          07 JNT-ACCOUNT               PIC X(5).
          07 JNT-CUST-NO               PIC X(6).
         05 JNT-SURNAME                PIC X(15).
         05 JNT-REVIEW-DATA.
          07 JNT-REVIEW-STATUS         PIC X(1).
            88 JNT-SURVIVOR-REVIEW             VALUE 'R'.
          07 JNT-REVIEW-DATE           PIC X(8).
          07 JNT-REVIEW-DECEASED       PIC X(6).

        03 JNT-REC-LEN                 PIC S9(4) VALUE 41.
        03 JNT-SAVE-SURNAME1           PIC X(15).
        03 JNT-SAVE-SURNAME2           PIC X(15).
        03 JNT-SEARCH-KEY              PIC X(15).
         05 LS-STATUS                  PIC X(1).
           88 LS-INSTALLMENT-DUE               VALUE 'D'.
           88 LS-INSTALLMENT-PAID              VALUE 'P'.
           88 LS-INSTALLMENT-SETTLED           VALUE 'S'.

        03 LS-REC-LEN                  PIC S9(4) VALUE 33.
        03 LOAN-IX                     PIC 9(3) VALUE 0.
           88 CARD-ACTIVE                      VALUE 'A'.
           88 CARD-HOT                         VALUE 'H'.
           88 CARD-CANCELLED                   VALUE 'X'.
           88 CARD-PENDING                     VALUE 'P'.
         05 CARD-EXPIRY                PIC X(6).
         05 CARD-EXPIRY-PARTS REDEFINES CARD-EXPIRY.
          07 CARD-EXPIRY-YYYY          PIC 9(4).
          07 CARD-EXPIRY-MM            PIC 9(2).
         05 CARD-LINKED-CARD           PIC X(16).

        03 CARD-REC-LEN                PIC S9(4) VALUE 44.

      * a card added without an expiry runs this many years from
      * the business date

        03 CARD-LIFE-YEARS             PIC 9(2) VALUE 3.

      * session-monitor scratch (see SESSADM-RECORD)

        03 PROD-SCAN-DONE-SW           PIC 9 VALUE 0.
          88 PROD-SCAN-DONE                    VALUE 1.
        03 PROD-BROWSE-KEY             PIC X(2).
        03 SAVED-PROD-RECORD           PIC X(39).

      * account-number check-digit working fields (see
      * CHECK-ACCOUNT-DIGIT / VALIDATE-ACCOUNT-DIGIT)
         05 SURV-PHONE                 PIC X(15).
         05 SURV-EMAIL                 PIC X(30).
         05 SURV-DELIV-PREF            PIC X(1).
         05 SURV-KYC-DATA              PIC X(25).
         05 SURV-ESTATE-DATA           PIC X(30).
         05 SURV-PERSONAL-DATA         PIC X(8).
         05 SURV-MAIL-DATA             PIC X(17).

        03 MERGE-WORK-RECORD.
         05 MRG-KEY.
      * user-administration scratch - the target record as it stood
      * before the change, for the audit before-image

        03 OLD-CREDENTIALS-RECORD      PIC X(231).

      * password-rule working fields (see CHECK-NEW-PASSWORD and
      * the expiry test in AUTHENTICATE-RECORD)
        03 PWD-RULE-SW                 PIC 9 VALUE 0.
          88 PWD-RULES-PASS                    VALUE 1.

      * password digest working fields (see HASH-PASSWORD) - the
      * PWDHASH parameter block, the password being digested or
      * checked, and the record as it stood before a conversion

        03 PWDHASH-PARMS.
         05 PWH-USERID                 PIC X(8).
         05 PWH-SALT                   PIC X(8).
         05 PWH-PASSWORD               PIC X(8).
         05 PWH-DIGEST                 PIC X(32).
        03 PWD-CANDIDATE               PIC X(8).
        03 PWD-NEW-DIGEST              PIC X(32).
        03 PWD-MATCH-SW                PIC 9 VALUE 0.
          88 PWD-MATCHES                       VALUE 1.
          88 PWD-UNCHECKED                     VALUE 2.
        03 PWD-HASH-RESP               PIC S9(8) COMP VALUE 0.
        03 PWD-SAVED-CREDENTIALS       PIC X(231).

      * the TECHPARM 'PWDPARM' record - the expiry period

        03 PWD-PARM-RECORD.

         05 AUDIT-NARRATIVE             PIC X(30).

      * a back-valued posting gives up the tail of its narrative to
      * carry the value date beside the posting date in AUDIT-DATE

         05 AUDIT-BV-NARRATIVE REDEFINES AUDIT-NARRATIVE.
          07 AUDIT-BV-TEXT              PIC X(18).
          07 AUDIT-BV-TAG               PIC X(4).
          07 AUDIT-BV-VALUE-DATE        PIC X(8).

        03 AUDIT-REC-LEN               PIC S9(4) VALUE 365.
        03 AUDIT-ABSTIME               PIC S9(15) COMP-3.

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(10598).
      *****************************************************************
       PROCEDURE DIVISION.


           END-IF

      * the origin is decided here from the transaction id, which no
      * client can set, and stamped over whatever the caller sent in
      * CA-CHANNEL (see CA-CHANNEL above)

           IF EIBTRNID = TELLER-TRANID

            MOVE 'T' TO CA-CHANNEL

           ELSE

            MOVE LOW-VALUES TO CA-CHANNEL

           END-IF

      * Convert trailing LOW-VALUES to SPACES in the customer record

           INSPECT FIRST-NAMEO REPLACING ALL LOW-VALUES BY SPACES

           END-IF

      * a userid linked to a customer works only that customer's
      * accounts - checked once here, before anything is dispatched

           IF EIBRESP = 0
              AND SERVER-STATE NOT = SERVER-STATE-AUTHENTICATE
              AND SERVER-STATE NOT = SERVER-STATE-CHGPWD

            PERFORM CHECK-CUSTOMER-SCOPE

           END-IF

      * supervised request types and sub-functions need a role that
      * grants them - the one permission check, see CHECK-PERMISSION

           IF EIBRESP = 0
              AND SERVER-STATE NOT = SERVER-STATE-AUTHENTICATE

            PERFORM CHECK-PERMISSION

           END-IF

      * while the batch scheduler holds postings for the batch
      * window, monetary requests are refused with 913 before they
      * touch anything; READs and every non-monetary request keep
                   OR SERVER-STATE = SERVER-STATE-REVERSAL
                   OR SERVER-STATE = SERVER-STATE-LOANSET
                   OR SERVER-STATE = SERVER-STATE-ESCHRCLM
                   OR SERVER-STATE = SERVER-STATE-CLOSEACC
                   OR SERVER-STATE = SERVER-STATE-OUTPAY
                   OR SERVER-STATE = SERVER-STATE-CHQDEP
                   OR SERVER-STATE = SERVER-STATE-ESTSETL
                   OR (SERVER-STATE = SERVER-STATE-DRAFT
                       AND CA-DFT-FUNC NOT = 'Q'))

            PERFORM CHECK-POSTING-HOLD


                  PERFORM DSPMAINT-RECORD

             WHEN SERVER-STATE-OUTPAY

                  PERFORM OUTPAY-RECORD

             WHEN SERVER-STATE-MNDMAINT

                  PERFORM MNDMAINT-RECORD

             WHEN SERVER-STATE-SWPMAINT

                  PERFORM SWPMAINT-RECORD

             WHEN SERVER-STATE-PAYMAINT

                  PERFORM PAYMAINT-RECORD

             WHEN SERVER-STATE-AMLMAINT

                  PERFORM AMLMAINT-RECORD

             WHEN SERVER-STATE-WLMAINT

                  PERFORM WLMAINT-RECORD

             WHEN SERVER-STATE-KYCREVW

                  PERFORM KYCREVW-RECORD

             WHEN SERVER-STATE-FEEEXMT

                  PERFORM FEEEXMT-RECORD

             WHEN SERVER-STATE-APQMAINT

                  PERFORM APQMAINT-RECORD

             WHEN SERVER-STATE-LGLMAINT

                  PERFORM LGLMAINT-RECORD

             WHEN SERVER-STATE-HISTINQ

                  PERFORM HISTINQ-RECORD

             WHEN SERVER-STATE-TDBREAK

                  PERFORM TDBREAK-RECORD

             WHEN SERVER-STATE-LNSETTLE

                  PERFORM LNSETTLE-RECORD

             WHEN SERVER-STATE-CHQDEP

                  PERFORM CHQDEP-RECORD

             WHEN SERVER-STATE-SUSPENSE

                  PERFORM SUSPENSE-RECORD

             WHEN SERVER-STATE-VAULTCC

                  PERFORM VAULTCC-RECORD

             WHEN SERVER-STATE-BRSIGNOFF

                  PERFORM BRSIGNOFF-RECORD

             WHEN SERVER-STATE-DECEASED

                  PERFORM DECEASED-RECORD

             WHEN SERVER-STATE-ESTSETL

                  PERFORM ESTSETL-RECORD

             WHEN SERVER-STATE-REACTIVATE

                  PERFORM REACTIVATE-RECORD

             WHEN SERVER-STATE-RETMAIL

                  PERFORM RETMAIL-RECORD

             WHEN SERVER-STATE-BOXMAINT

                  PERFORM BOXMAINT-RECORD

             WHEN SERVER-STATE-DRAFT

                  PERFORM DRAFT-RECORD

             WHEN SERVER-STATE-LOANAPP

                  PERFORM LOANAPP-RECORD

             WHEN SERVER-STATE-ROLEMAINT

                  PERFORM ROLEMAINT-RECORD

             WHEN SERVER-STATE-RECERT

                  PERFORM RECERT-RECORD

             WHEN SERVER-STATE-FXRATE

                  PERFORM FXRATE-RECORD

           END-EVALUATE

           END-IF

           END-IF

      * the customer's risk rating for the KYC review cycle - 'H',
      * 'M' or 'L', blank meaning medium (see STAMP-KYC-REVIEW)

           IF CA-KYC-RATING = LOW-VALUES

            MOVE SPACES TO CA-KYC-RATING

           END-IF

           IF CA-KYC-RATING NOT = SPACES
              AND CA-KYC-RATING NOT = 'H'
              AND CA-KYC-RATING NOT = 'M'
              AND CA-KYC-RATING NOT = 'L'

            MOVE 972 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CREATE-RECORD-EXIT

           END-IF

      * the date of birth, when given, must be a real calendar date
      * not after the business date (see CHECK-BIRTH-DATE)

           IF CA-BIRTH-DATE = LOW-VALUES

            MOVE SPACES TO CA-BIRTH-DATE

           END-IF

           IF CA-BIRTH-DATE NOT = SPACES

            PERFORM CHECK-BIRTH-DATE

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO CREATE-RECORD-EXIT

            END-IF

           END-IF

      * an incoming CUSTOMER-NOO means "open a further account for
      * this existing customer" - the person's details come from the
      * TECHCUST master instead of being re-keyed, and the duplicate-
           IF CUSTOMER-NOO NOT = LOW-VALUES
              AND CUSTOMER-NOO NOT = SPACES

            MOVE SPACES TO CUST-KYC-DATA
            MOVE SPACES TO CUST-ESTATE-DATA
            MOVE SPACES TO CUST-PERSONAL-DATA
            MOVE SPACES TO CUST-MAIL-DATA

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS READ

            END-IF

      * nothing new is opened for a customer recorded as deceased -
      * their affairs are the estate's now

            IF CUST-DECEASED

             MOVE 1002 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO CREATE-RECORD-EXIT

            END-IF

            MOVE CUST-SURNAME TO SURNAMEO
            MOVE CUST-FIRST-NAME TO FIRST-NAMEO
            MOVE CUST-ADDRESS TO ADDRESSO

      * screened against the sanctions watch list like any new
      * customer - the list may have changed since they were last
      * seen (see SCREEN-OPENING)

            PERFORM SCREEN-OPENING

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO CREATE-RECORD-EXIT

            END-IF

      * a customer from before risk ratings existed is rated now
      * (see RATE-EXISTING-CUSTOMER)

            IF NOT CUST-RISK-HIGH
               AND NOT CUST-RISK-MEDIUM
               AND NOT CUST-RISK-LOW

             PERFORM RATE-EXISTING-CUSTOMER

             IF EIBRESP NOT = 0

              PERFORM EVALUATE-RESP

              GO TO CREATE-RECORD-EXIT

             END-IF

            END-IF

      * as is one without a date of birth, when one is given now
      * (see RECORD-BIRTH-DATE)

            IF CUST-BIRTH-DATE NOT NUMERIC
               AND CA-BIRTH-DATE NOT = SPACES

             PERFORM RECORD-BIRTH-DATE

             IF EIBRESP NOT = 0

              PERFORM EVALUATE-RESP

              GO TO CREATE-RECORD-EXIT

             END-IF

            END-IF

           ELSE

      * check for duplicate record in file

            END-IF

      * a new person is screened against the sanctions watch list
      * before they are given a customer number - a hit refers the
      * opening to compliance (see SCREEN-OPENING)

            PERFORM SCREEN-OPENING

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO CREATE-RECORD-EXIT

            END-IF

      * assign the next customer number the same way the account
      * number is assigned below, under an ENQ of its own, and write
      * the new customer's master record

            END-IF

      * the opening is the customer's first KYC review - rated as
      * given, medium when no rating is given - and the date of birth
      * is recorded as given

            MOVE SPACES TO CUST-KYC-DATA
            MOVE SPACES TO CUST-ESTATE-DATA
            MOVE SPACES TO CUST-PERSONAL-DATA
            MOVE SPACES TO CUST-MAIL-DATA
            MOVE CA-BIRTH-DATE TO CUST-BIRTH-DATE

            IF CA-KYC-RATING = SPACES

             MOVE 'M' TO CUST-RISK-RATING

            ELSE

             MOVE CA-KYC-RATING TO CUST-RISK-RATING

            END-IF

            PERFORM STAMP-KYC-REVIEW

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS WRITE

      * each co-owner named in CA-JOINT-CUST1/2 must already have a
      * TECHCUST record of their own - an unknown number is refused
      * with 928, one recorded as deceased with 1002, before the
      * account (or a brand-new primary customer) is written. The
      * surnames read here ride into the TECHJNT links so the surname
      * search can serve them.

           MOVE SPACES TO JNT-SAVE-SURNAME1
           MOVE SPACES TO JNT-SAVE-SURNAME2
           IF CA-JOINT-CUST1 NOT = SPACES
              AND CA-JOINT-CUST1 NOT = LOW-VALUES

            MOVE SPACES TO CUST-ESTATE-DATA
            MOVE SPACES TO CUST-PERSONAL-DATA
            MOVE SPACES TO CUST-MAIL-DATA

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS READ

            END-IF

            IF CUST-DECEASED

             MOVE 1002 TO EIBRESP

             GO TO VALIDATE-JOINT-OWNERS-EXIT

            END-IF

            MOVE CUST-SURNAME TO JNT-SAVE-SURNAME1

           END-IF
           IF CA-JOINT-CUST2 NOT = SPACES
              AND CA-JOINT-CUST2 NOT = LOW-VALUES

            MOVE SPACES TO CUST-ESTATE-DATA
            MOVE SPACES TO CUST-PERSONAL-DATA
            MOVE SPACES TO CUST-MAIL-DATA

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS READ

            END-IF

            IF CUST-DECEASED

             MOVE 1002 TO EIBRESP

             GO TO VALIDATE-JOINT-OWNERS-EXIT

            END-IF

            MOVE CUST-SURNAME TO JNT-SAVE-SURNAME2

           END-IF

           MOVE 0 TO EIBRESP

           .
         VALIDATE-JOINT-OWNERS-EXIT.
      * caller restores EIBRESP from SAVED-EIBRESP afterwards, so
      * the link writes never disturb the CREATE's own outcome.

           MOVE SPACES TO JNT-REVIEW-DATA

           IF CA-JOINT-CUST1 NOT = SPACES
              AND CA-JOINT-CUST1 NOT = LOW-VALUES
              AND CA-JOINT-CUST1 NOT = CUSTOMER-NOO

             IF EIBRESP = 0

      * with the currency the account is held in, which is its
      * product's (see GET-ACCOUNT-CURRENCY)

              PERFORM GET-FX-PARMS
              MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
              PERFORM GET-ACCOUNT-CURRENCY
              MOVE FX-ACCOUNT-CURRENCY TO CA-ACCT-CURRENCY

              PERFORM ISSUE-TOKEN

             END-IF
      *****************************************************************
         DELETE-RECORD SECTION.

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
      *****************************************************************
         DEBIT-RECORD SECTION.

      * the request exactly as it arrived - kept in case it turns
      * out to need a supervisor (see QUEUE-FOR-APPROVAL); an
      * approval's own replay of a queued request keeps the copy
      * it read from TECHAPQ

           IF NOT APQ-REPLAYING

            MOVE SERVER-IO-BUFFER TO APQ-REQUEST

           END-IF

      * a mis-keyed account number bounces on its check digit
      * before anything is read (see VALIDATE-ACCOUNT-DIGIT)


           END-IF

      * a back-valued debit needs a supervisor and a value date
      * inside the permitted window (see CHECK-VALUE-DATE)

           PERFORM CHECK-VALUE-DATE

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DEBIT-RECORD-EXIT

           END-IF

      * caller passes the amount to debit in BALANCEO; the real
      * balance is read fresh from TECHBASE and the amount is
      * subtracted from it server-side, so the client never has to

            ELSE

      * a dormant account takes no withdrawals until a supervisor
      * has reactivated it (see REACTIVATE-RECORD)

            IF ACCOUNT-DORMANTO

             MOVE 1012 TO EIBRESP

            ELSE

      * a term deposit's funds are locked until maturity (see
      * CHECK-TERM-LOCK); the nightly TERMMAT job releases them

            PERFORM CHECK-TERM-LOCK

      * nor can a customer overdue for their KYC review past the
      * grace period draw on any account (see CHECK-KYC-BLOCK)

            IF EIBRESP = 0

             PERFORM CHECK-KYC-BLOCK

            END-IF

            IF EIBRESP NOT = 0

             CONTINUE

            SUBTRACT BALANCE-BAK FROM BALANCEO

      * a minor's account may never go below zero, whatever
      * overdraft limit it carries (see CHECK-MINOR-CUSTOMER)

            MOVE 0 TO MINOR-SW

            IF BALANCEO < 0

             MOVE CUSTOMER-NOO TO MINOR-CHECK-CUST

             PERFORM CHECK-MINOR-CUSTOMER

            END-IF

            IF CUSTOMER-IS-MINOR

             MOVE 1006 TO EIBRESP

            ELSE

      * reject a debit that would push the balance below the
      * account's configured overdraft limit


            ELSE

      * every check has passed - a debit over the approval threshold
      * now waits for a supervisor instead of posting

            MOVE BALANCE-BAK TO APQ-CHECK-AMOUNT

            PERFORM CHECK-APPROVAL-LIMIT

            IF APQ-APPROVAL-NEEDED

             MOVE 'D' TO APQ-TYPE
             MOVE SPACES TO APQ-TO-ACCOUNT
             MOVE BALANCE-BAK TO APQ-AMOUNT
             MOVE AUDIT-BEFORE-IMAGE TO APQ-ONFILE-IMAGE

             PERFORM QUEUE-FOR-APPROVAL

            ELSE

             PERFORM STAMP-LAST-ACTIVITY

             MOVE CUST-REC-LEN TO LENGTH-VAR
              MOVE ACCOUNTO TO AUDIT-ACCOUNT
              MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
              MOVE CA-NARRATIVE TO AUDIT-NARRATIVE
              PERFORM MARK-BACK-VALUE-NARRATIVE
              MOVE EIBRESP TO SAVED-EIBRESP
              PERFORM WRITE-AUDIT-RECORD
              COMPUTE BV-AMOUNT = 0 - BALANCE-BAK
              COMPUTE BV-BALANCE-BEFORE = BALANCEO + BALANCE-BAK
              PERFORM WRITE-BACK-VALUE-ENTRY
              MOVE AUDIT-SEQNO TO TXNREF-SEQNO
              MOVE TXNREF-BUILD TO CA-TXNREF


            END-IF

            END-IF

            END-IF
            END-IF
            END-IF
            END-IF
            END-IF

           END-IF

      * a back-valued credit needs a supervisor and a value date
      * inside the permitted window (see CHECK-VALUE-DATE)

           PERFORM CHECK-VALUE-DATE

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CREDIT-RECORD-EXIT

           END-IF

      * caller passes the amount to credit in BALANCEO; added to the
      * real balance read fresh from TECHBASE, same pattern as
      * DEBIT-RECORD.

            ADD BALANCE-BAK TO BALANCEO

      * the credit goes first to any open court order on the account
      * (see LEGAL-CAPTURE-CREDIT) - what is captured joins the held
      * total here

            MOVE ACCOUNTO TO LEGAL-ACCOUNT
            MOVE BALANCE-BAK TO LEGAL-CREDIT-AMOUNT

            IF HOLD-AMOUNTO NUMERIC

             COMPUTE LEGAL-FREE-FUNDS = BALANCEO - HOLD-AMOUNTO

            ELSE

             MOVE BALANCEO TO LEGAL-FREE-FUNDS

            END-IF

            PERFORM LEGAL-CAPTURE-CREDIT

            IF LEGAL-CAPTURED > 0

             IF HOLD-AMOUNTO NUMERIC

              ADD LEGAL-CAPTURED TO HOLD-AMOUNTO

             ELSE

              MOVE LEGAL-CAPTURED TO HOLD-AMOUNTO

             END-IF

            END-IF

      * a deposit flagged uncleared posts to the ledger but sits
      * under hold until it matures (see ADD-DEPOSIT-HOLD) - less
      * whatever a court order has already taken of it

            IF CA-UNCLEARED = 'Y' AND BALANCE-BAK > LEGAL-CAPTURED

             MOVE BALANCE-BAK TO LEGAL-SAVED-CREDIT

             SUBTRACT LEGAL-CAPTURED FROM BALANCE-BAK

             PERFORM ADD-DEPOSIT-HOLD

             MOVE LEGAL-SAVED-CREDIT TO BALANCE-BAK

            END-IF

            PERFORM STAMP-LAST-ACTIVITY
             MOVE ACCOUNTO TO AUDIT-ACCOUNT
             MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
             MOVE CA-NARRATIVE TO AUDIT-NARRATIVE
             PERFORM MARK-BACK-VALUE-NARRATIVE
             MOVE EIBRESP TO SAVED-EIBRESP
             PERFORM WRITE-AUDIT-RECORD
             MOVE BALANCE-BAK TO BV-AMOUNT
             COMPUTE BV-BALANCE-BEFORE = BALANCEO - BALANCE-BAK
             PERFORM WRITE-BACK-VALUE-ENTRY
             MOVE AUDIT-SEQNO TO TXNREF-SEQNO
             MOVE TXNREF-BUILD TO CA-TXNREF
             MOVE SAVED-EIBRESP TO EIBRESP
      * ACCOUNTO is the debit (from) account, TRANSFER-TO-ACCOUNT is
      * the credit (to) account, and BALANCEO carries the amount.

      * the request as it arrived, kept against a supervisor
      * approval the same way DEBIT-RECORD keeps it

           IF NOT APQ-REPLAYING

            MOVE SERVER-IO-BUFFER TO APQ-REQUEST

           END-IF

           MOVE BALANCEO TO TRANSFER-AMOUNT
           MOVE TRANSFER-TO-ACCOUNT TO TRANSFER-TO-ACCOUNTO


           END-IF

      * a back-valued transfer needs a supervisor and a value date
      * inside the permitted window (see CHECK-VALUE-DATE)

           PERFORM CHECK-VALUE-DATE

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO TRANSFER-RECORD-EXIT

           END-IF

      * a web user can only pay an account registered on the payee
      * list whose cooling-off period has run - the console is not
      * held to it (see PAYMAINT-RECORD). A live request is judged by
      * the transaction it arrived under; an approval's replay by the
      * origin MAINLINE stamped on the copy it queued

           MOVE 0 TO CONSOLE-ORIGIN-SW

           IF APQ-REPLAYING

            IF CA-CHANNEL = 'T'

             MOVE 1 TO CONSOLE-ORIGIN-SW

            END-IF

           ELSE

            IF EIBTRNID = TELLER-TRANID

             MOVE 1 TO CONSOLE-ORIGIN-SW

            END-IF

           END-IF

           IF NOT CONSOLE-ORIGIN

            PERFORM CHECK-REGISTERED-PAYEE

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO TRANSFER-RECORD-EXIT

            END-IF

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ

           END-IF

      * nor out of a dormant one - paying INTO a dormant account is
      * fine, the TO side is not checked

           IF ACCOUNT-DORMANTO

            MOVE 1012 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO TRANSFER-RECORD-EXIT

           END-IF

      * a term deposit's funds are locked until maturity, for a
      * transfer out exactly as for a cash withdrawal


           END-IF

      * and an overdue KYC review blocks a transfer out as it blocks
      * a withdrawal (see CHECK-KYC-BLOCK)

           PERFORM CHECK-KYC-BLOCK

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO TRANSFER-RECORD-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

      * a transfer out is a withdrawal from the FROM account - the

           END-IF

      * the TO account is credited in its own currency, converted at
      * the day's rate where the two accounts are held in different
      * ones (see CONVERT-TRANSFER-AMOUNT)

           PERFORM CONVERT-TRANSFER-AMOUNT

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO TRANSFER-RECORD-EXIT

           END-IF

           MOVE TRANSFER-TO-RECORD TO TRANSFER-TO-BEFORE

           SUBTRACT TRANSFER-AMOUNT FROM BALANCEO

      * a minor's account may never go below zero, whatever
      * overdraft limit it carries - as DEBIT-RECORD

           MOVE 0 TO MINOR-SW

           IF BALANCEO < 0

            MOVE CUSTOMER-NOO TO MINOR-CHECK-CUST

            PERFORM CHECK-MINOR-CUSTOMER

           END-IF

           IF CUSTOMER-IS-MINOR

            MOVE 1006 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO TRANSFER-RECORD-EXIT

           END-IF

      * same overdraft-limit check DEBIT-RECORD makes after posting its
      * own debit - the FROM account's balance may not be pushed past
      * what it is authorized to overdraw

           END-IF

      * both accounts have passed every check - a transfer over the
      * approval threshold now waits for a supervisor, with the FROM
      * account as it stands on file taking the earmark

           MOVE TRANSFER-AMOUNT TO APQ-CHECK-AMOUNT

           PERFORM CHECK-APPROVAL-LIMIT

           IF APQ-APPROVAL-NEEDED

            MOVE 'T' TO APQ-TYPE
            MOVE TRANSFER-TO-ACCOUNTO TO APQ-TO-ACCOUNT
            MOVE TRANSFER-AMOUNT TO APQ-AMOUNT
            MOVE BACKUP-CUSTOMER-RECORD TO APQ-ONFILE-IMAGE

            PERFORM QUEUE-FOR-APPROVAL

            PERFORM EVALUATE-RESP

            GO TO TRANSFER-RECORD-EXIT

           END-IF

           ADD TRANSFER-CREDIT-AMOUNT TO TRANSFER-TO-BALANCEO

      * the TO account's open court orders take their share of the
      * incoming money first, as they do of a CREDIT

           MOVE TRANSFER-TO-ACCOUNTO TO LEGAL-ACCOUNT
           MOVE TRANSFER-CREDIT-AMOUNT TO LEGAL-CREDIT-AMOUNT

           IF TRANSFER-TO-HOLD-AMOUNT NUMERIC

            COMPUTE LEGAL-FREE-FUNDS =
                    TRANSFER-TO-BALANCEO - TRANSFER-TO-HOLD-AMOUNT

           ELSE

            MOVE TRANSFER-TO-BALANCEO TO LEGAL-FREE-FUNDS

           END-IF

           PERFORM LEGAL-CAPTURE-CREDIT

           IF LEGAL-CAPTURED > 0

            IF TRANSFER-TO-HOLD-AMOUNT NUMERIC

             ADD LEGAL-CAPTURED TO TRANSFER-TO-HOLD-AMOUNT

            ELSE

             MOVE LEGAL-CAPTURED TO TRANSFER-TO-HOLD-AMOUNT

            END-IF

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE

      * between currencies each leg's narrative carries the other
      * side's amount and the rate it was converted at

            IF FX-CONVERTED

             MOVE FX-DEBIT-NARRATIVE TO AUDIT-NARRATIVE

            ELSE

             MOVE CA-NARRATIVE TO AUDIT-NARRATIVE

            END-IF

            PERFORM MARK-BACK-VALUE-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD
            COMPUTE BV-AMOUNT = 0 - TRANSFER-AMOUNT
            COMPUTE BV-BALANCE-BEFORE = BALANCEO + TRANSFER-AMOUNT
            PERFORM WRITE-BACK-VALUE-ENTRY

      * the reference quotes the FROM side's entry - the TO side's
      * entry is the very next sequence number
            MOVE TRANSFER-TO-ACCOUNTO TO AUDIT-ACCOUNT
            MOVE TRANSFER-TO-BEFORE TO AUDIT-BEFORE-IMAGE
            MOVE TRANSFER-TO-RECORD TO AUDIT-AFTER-IMAGE

            IF FX-CONVERTED

             MOVE FX-CREDIT-NARRATIVE TO AUDIT-NARRATIVE

            ELSE

             MOVE CA-NARRATIVE TO AUDIT-NARRATIVE

            END-IF

            PERFORM MARK-BACK-VALUE-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD
            MOVE TRANSFER-CREDIT-AMOUNT TO BV-AMOUNT
            COMPUTE BV-BALANCE-BEFORE =
                    TRANSFER-TO-BALANCEO - TRANSFER-CREDIT-AMOUNT
            PERFORM WRITE-BACK-VALUE-ENTRY

            MOVE SAVED-EIBRESP TO EIBRESP

      * delta that entry posted, and apply its inverse to the
      * account's current balance.

           MOVE 0 TO REVERSAL-FOUND
           MOVE 0 TO AUX-SCAN-DONE-SW


           END-IF

      * an outward payment comes back only while it is still parked
      * on TECHOPAY - once OPAYCLR has sent it the money has left
      * the bank, and only the network's return can bring it back

      * a cheque paid in for collection comes back out only while
      * it is still waiting on TECHOCHQ - once OCHQCLR has presented
      * it only the drawee bank's return can undo it. Its hold goes
      * with it (OCQ-CANCEL-HOLD, taken off HOLD-AMOUNTO below).

           MOVE 0 TO OCQ-CANCEL-HOLD

           IF REVERSED-NARRATIVE(1:14) = 'CHEQUE DEPOSIT'

            PERFORM CANCEL-OUTWARD-CHEQUE

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO REVERSAL-RECORD-EXIT

            END-IF

           END-IF

           IF REVERSED-NARRATIVE(1:15) = 'OUTWARD PAYMENT'

            PERFORM CANCEL-OUTWARD-PAYMENT

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO REVERSAL-RECORD-EXIT

            END-IF

           END-IF

      * money paid over to a court under a legal order is gone -
      * only the court can send it back

           IF REVERSED-NARRATIVE(1:11) = 'COURT ORDER'

            MOVE 982 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO REVERSAL-RECORD-EXIT

           END-IF

      * a bank draft is in the payee's hands once written - the
      * money comes back only by encashing the surrendered draft
      * (see DRAFT-ENCASH), and an encashment is final

           IF REVERSED-NARRATIVE(1:11) = 'BANK DRAFT '
              OR REVERSED-NARRATIVE(1:11) = 'DRAFT PAID '

            MOVE 1030 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO REVERSAL-RECORD-EXIT

           END-IF

           MOVE AUDIT-BEFORE-IMAGE TO REVERSAL-OLD-IMAGE
           MOVE AUDIT-AFTER-IMAGE TO REVERSAL-NEW-IMAGE

           COMPUTE REVERSAL-DELTA =
                   REVERSAL-NEW-BALANCE - REVERSAL-OLD-BALANCE

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")

             SUBTRACT REVERSAL-DELTA FROM BALANCEO

             IF OCQ-CANCEL-HOLD > 0 AND HOLD-AMOUNTO NUMERIC

              SUBTRACT OCQ-CANCEL-HOLD FROM HOLD-AMOUNTO

              IF HOLD-AMOUNTO < 0

               MOVE 0 TO HOLD-AMOUNTO

              END-IF

             END-IF

             IF BALANCEO < 0 AND BALANCEO < (0 - OVERDRAFT-LIMITO)

              MOVE 900 TO EIBRESP
      * internal accounts were never named, changes nothing.

           MOVE SPACES TO CONTRA-ACCT
           MOVE SPACES TO INTERNAL-ACCTS-RECORD

           MOVE IAP-REC-LEN TO LENGTH-VAR


             MOVE IAP-FEE-ACCT TO CONTRA-ACCT

            WHEN REVERSED-NARRATIVE(1:15) = 'OUTWARD PAYMENT'

             MOVE IAP-CLEAR-ACCT TO CONTRA-ACCT

            WHEN REVERSED-NARRATIVE(1:14) = 'CHEQUE DEPOSIT'

             MOVE IAP-CLEAR-ACCT TO CONTRA-ACCT

            WHEN REVERSED-NARRATIVE(1:13) = 'CHEQUE RETURN'

             MOVE IAP-CLEAR-ACCT TO CONTRA-ACCT

            WHEN REVERSED-NARRATIVE(1:19) = 'RETURNED CHEQUE FEE'

             MOVE IAP-FEE-ACCT TO CONTRA-ACCT

            WHEN REVERSED-NARRATIVE(1:10) = 'DRAFT FEE '

             MOVE IAP-FEE-ACCT TO CONTRA-ACCT

            WHEN OTHER

             CONTINUE

      * a queued name-change proposal never posted - "reversing"
      * against its images would invent a delta; keep the latest
      * entry that really landed on the account. A court order's
      * own entries carry the order, not the account, so they are
      * passed over too.

            IF AUDIT-OP-QUEUED
               OR (AUDIT-OP-ADMIN
                   AND AUDIT-NARRATIVE(1:11) = 'LEGAL ORDER')

             CONTINUE

      * locks with its own response code, so a scripted attacker
      * cannot grind at the login form all night; a good login resets
      * the count. UNLOCK (or an administrator password reset) clears
      * the lock. The password is checked against the digest (see
      * VERIFY-CRED-PASSWORD), and a record still holding its
      * password in clear is converted by the good login itself.

           PERFORM LOAD-LOCKOUT-MAX


            END-IF

            MOVE LOGIN-PASSWORD TO PWD-CANDIDATE

            PERFORM VERIFY-CRED-PASSWORD

            IF CRED-LOCKED OR CRED-DISABLED

             MOVE 918 TO EIBRESP

      * a digest that could not be worked out is no evidence against
      * the user - it must not count towards the lockout

            ELSE
            IF PWD-UNCHECKED

             MOVE PWD-HASH-RESP TO EIBRESP

            ELSE
            IF NOT PWD-MATCHES

             ADD 1 TO CRED-FAIL-COUNT


            ELSE

             IF CRED-FAIL-COUNT NOT = 0 OR NOT CRED-PWD-HASHED

              MOVE 0 TO CRED-FAIL-COUNT

      * a conversion that cannot be done now leaves the record in
      * clear for the next login - it never refuses this one

              PERFORM CONVERT-CRED-PASSWORD

              MOVE CRED-REC-LEN TO LENGTH-VAR

              EXEC CICS REWRITE

            END-IF
            END-IF
            END-IF

           END-IF

      * CA-SO-LIST, so the web page can show what exists instead of
      * demanding the SO-ID from a lost receipt. Setup applies the
      * same self-transfer / closed / frozen / overdraft refusals
      * TRANSFER-RECORD applies, and refuses two accounts held in
      * different currencies (1046), so an order that could never
      * post is refused at the door; STORDRUN applies them again at
      * every posting. Like an address update, 'A' and 'C' must
      * present the one-time token a READ of the account handed
      * out, so a replayed or forged POST cannot stand an order up
      * or tear one down.

           IF CA-SO-LISTING


           END-IF

      * an order moves the same amount out of one account and into
      * the other every time, so both must be held in one currency

           PERFORM GET-FX-PARMS

           MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-FROM-CURRENCY

           MOVE TRANSFER-TO-PRODUCT-CODE TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-TO-CURRENCY

           IF FX-FROM-CURRENCY NOT = FX-TO-CURRENCY

            MOVE 1046 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SOMAINT-RECORD-EXIT

           END-IF

      * assign the next order number from an end-of-file browse
      * (STARTBR GTEQ HIGH-VALUES / READPREV) under an ENQ of its
      * own - the low-volume standing-order file never justified a
                   NOHANDLE
                   END-EXEC

      * a customer userid cancels only orders drawn on its account

           IF EIBRESP = 0 AND SCOPE-CUSTOMER
              AND SO-FROM-ACCOUNT NOT = ACCOUNTO

            MOVE 1036 TO EIBRESP

           END-IF

           IF EIBRESP = 0

            SET SO-CANCELLED TO TRUE
      * premium products apart. Effective-date staging ('E')
      * remains a global-rates facility.

      * which record this request is about - the global one, or a
      * product's own

            MOVE SPACES TO CA-PARM-INTEXP-ACCT
            MOVE SPACES TO CA-PARM-SUSP-ACCT
            MOVE SPACES TO CA-PARM-UNCL-ACCT
            MOVE SPACES TO CA-PARM-CLEAR-ACCT

      * a record written before the clearing account existed is
      * shorter - the field it never had reads back as blanks

            MOVE SPACES TO INTERNAL-ACCTS-RECORD

            MOVE IAP-REC-LEN TO LENGTH-VAR

             MOVE IAP-INTEXP-ACCT TO CA-PARM-INTEXP-ACCT
             MOVE IAP-SUSP-ACCT TO CA-PARM-SUSP-ACCT
             MOVE IAP-UNCL-ACCT TO CA-PARM-UNCL-ACCT
             MOVE IAP-CLEAR-ACCT TO CA-PARM-CLEAR-ACCT

            END-IF

      * so does the supervisor-approval threshold - zero when the
      * region has never set one

            MOVE 0 TO CA-PARM-APPR-LIMIT

            MOVE APL-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(APPROVAL-LIMIT-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(APL-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND APL-THRESHOLD NUMERIC

             MOVE APL-THRESHOLD TO CA-PARM-APPR-LIMIT

            END-IF

      * and the court-payments account - spaces when none is set

            MOVE SPACES TO CA-PARM-COURT-ACCT

            MOVE CRT-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(COURT-PAY-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CRT-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE CRT-COURT-ACCT TO CA-PARM-COURT-ACCT

            END-IF

      * and the early-break forfeiture rule - zero months and 'N'
      * when none is set

            MOVE 0 TO CA-PARM-TDB-MIN-MONTHS
            MOVE 'N' TO CA-PARM-TDB-FORFEIT

            MOVE TBR-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(TERM-BREAK-RULE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(TBR-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND TBR-MIN-MONTHS NUMERIC

             MOVE TBR-MIN-MONTHS TO CA-PARM-TDB-MIN-MONTHS
             MOVE TBR-FORFEIT-ALL TO CA-PARM-TDB-FORFEIT

            END-IF

      * and the early-settlement rebate - zero when none is set

            MOVE 0 TO CA-PARM-LRB-PCT

            MOVE LRB-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(LOAN-REBATE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(LRB-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND LRB-PCT NUMERIC

             MOVE LRB-PCT TO CA-PARM-LRB-PCT

            END-IF

      * and the returned-cheque fee - zero when none is set

            MOVE 0 TO CA-PARM-RCF-FEE

            MOVE RCF-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(RETURNED-CHEQUE-FEE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(RCF-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND RCF-FEE NUMERIC

             MOVE RCF-FEE TO CA-PARM-RCF-FEE

            END-IF

      * and the deposit-insurance cap - zero when none is set

            MOVE 0 TO CA-PARM-DI-CAP

            MOVE DIC-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(DEPOSIT-INSURANCE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(DIC-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND DIC-CAP NUMERIC

             MOVE DIC-CAP TO CA-PARM-DI-CAP

            END-IF

      * and the box-rent income account - spaces when none is set

            MOVE SPACES TO CA-PARM-BOX-ACCT

            MOVE BXR-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(BOX-RENT-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BXR-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE BXR-INCOME-ACCT TO CA-PARM-BOX-ACCT

            END-IF

      * and the drafts account and draft fee - spaces and zero when
      * none are set

            MOVE SPACES TO CA-PARM-DRAFT-ACCT
            MOVE 0 TO CA-PARM-DRAFT-FEE

            MOVE DFP-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(DRAFT-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(DFP-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE DFP-OUTST-ACCT TO CA-PARM-DRAFT-ACCT

             IF DFP-FEE NUMERIC

              MOVE DFP-FEE TO CA-PARM-DRAFT-FEE

             END-IF

            END-IF

      * and the loan application rules - what LOANAPP applies when
      * there is no 'LOANRULE' record: nothing tolerated

            PERFORM LOANAPP-LOAD-RULES

            MOVE LRR-ARREARS-MAX TO CA-PARM-LR-ARREARS
            MOVE LRR-ODA-DAYS TO CA-PARM-LR-ODA-DAYS
            MOVE LRR-STATUS-CHECK TO CA-PARM-LR-STATUS

      * and the GL reconciliation tolerance - zero when none is set

            MOVE 0 TO CA-PARM-GL-TOLERANCE

            MOVE GRP-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(GL-RECON-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(GRP-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND GRP-TOLERANCE NUMERIC

             MOVE GRP-TOLERANCE TO CA-PARM-GL-TOLERANCE

            END-IF

      * and the exchange-rate parameters - blank and no spread when
      * none are set

            PERFORM GET-FX-PARMS

            MOVE FXP-LOCAL-CCY TO CA-PARM-LOCAL-CCY
            MOVE FXP-SPREAD TO CA-PARM-FX-SPREAD

            MOVE 0 TO EIBRESP

            PERFORM EVALUATE-RESP

            PERFORM PARMMAINT-PUT-INTACCTS

      * a numeric threshold is set with the rates; a caller that
      * does not send one leaves the one on file alone

            IF CA-PARM-APPR-LIMIT NUMERIC

             PERFORM PARMMAINT-PUT-APPRLIM

            END-IF

      * so is the court-payments account - left alone when the
      * caller does not send one

            IF CA-PARM-COURT-ACCT NOT = SPACES
               AND CA-PARM-COURT-ACCT NOT = LOW-VALUES

             PERFORM PARMMAINT-PUT-CRTPAY

            END-IF

      * and the early-break rule - left alone unless the minimum
      * holding period arrives numeric

            IF CA-PARM-TDB-MIN-MONTHS NUMERIC

             PERFORM PARMMAINT-PUT-TDBREAK

            END-IF

      * and the early-settlement rebate, likewise - a percentage,
      * so nothing over 100 is taken

            IF CA-PARM-LRB-PCT NUMERIC
               AND CA-PARM-LRB-PCT NOT > 100

             PERFORM PARMMAINT-PUT-LNREBATE

            END-IF

      * and the returned-cheque fee - never negative

            IF CA-PARM-RCF-FEE NUMERIC
               AND CA-PARM-RCF-FEE NOT < 0

             PERFORM PARMMAINT-PUT-RCHQFEE

            END-IF

      * and the deposit-insurance cap - never negative

            IF CA-PARM-DI-CAP NUMERIC
               AND CA-PARM-DI-CAP NOT < 0

             PERFORM PARMMAINT-PUT-DICAP

            END-IF

      * and the box-rent income account - left alone when the
      * caller does not send one

            IF CA-PARM-BOX-ACCT NOT = SPACES
               AND CA-PARM-BOX-ACCT NOT = LOW-VALUES

             PERFORM PARMMAINT-PUT-BOXRENT

            END-IF

      * and the drafts account with its fee - left alone when the
      * caller does not send an account; the fee never negative

            IF CA-PARM-DRAFT-ACCT NOT = SPACES
               AND CA-PARM-DRAFT-ACCT NOT = LOW-VALUES
               AND CA-PARM-DRAFT-FEE NUMERIC
               AND CA-PARM-DRAFT-FEE NOT < 0

             PERFORM PARMMAINT-PUT-DRAFTS

            END-IF

      * and the loan application rules - left alone unless all three
      * come with the caller

            IF CA-PARM-LR-ARREARS NUMERIC
               AND CA-PARM-LR-ODA-DAYS NUMERIC
               AND (CA-PARM-LR-STATUS = 'Y'
                    OR CA-PARM-LR-STATUS = 'N')

             PERFORM PARMMAINT-PUT-LOANRULE

            END-IF

      * and the GL reconciliation tolerance - left alone unless the
      * caller sends a figure

            IF CA-PARM-GL-TOLERANCE NUMERIC

             PERFORM PARMMAINT-PUT-GLRECON

            END-IF

      * and the exchange-rate parameters - left alone unless the
      * caller sends a local currency code and a spread under one

            IF CA-PARM-LOCAL-CCY NOT = SPACES
               AND CA-PARM-LOCAL-CCY NOT = LOW-VALUES
               AND CA-PARM-LOCAL-CCY ALPHABETIC
               AND CA-PARM-FX-SPREAD NUMERIC
               AND CA-PARM-FX-SPREAD < 1

             PERFORM PARMMAINT-PUT-FXPARM

            END-IF

           END-IF

           PERFORM EVALUATE-RESP

           .
         PARMMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-INTACCTS SECTION.

      * the internal account numbers land on their own 'INTACCTS'
      * record with the same WRITE-first / REWRITE-on-DUPREC shape
      * the batch checkpoints use

           MOVE IAP-KEY-VALUE TO IAP-KEY
           MOVE CA-PARM-FEE-ACCT TO IAP-FEE-ACCT
           MOVE CA-PARM-INTEXP-ACCT TO IAP-INTEXP-ACCT
           MOVE CA-PARM-SUSP-ACCT TO IAP-SUSP-ACCT
           MOVE CA-PARM-UNCL-ACCT TO IAP-UNCL-ACCT
           MOVE CA-PARM-CLEAR-ACCT TO IAP-CLEAR-ACCT

           MOVE IAP-REC-LEN TO LENGTH-VAR

         PARMMAINT-PUT-INTACCTS-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-APPRLIM SECTION.

      * the approval threshold lands on its own 'APPRLIM' record
      * with the same WRITE-first / REWRITE-on-DUPREC shape

           MOVE APL-KEY-VALUE TO APL-KEY
           MOVE CA-PARM-APPR-LIMIT TO APL-THRESHOLD

           MOVE APL-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(APPROVAL-LIMIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(APL-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE APL-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(APPROVAL-LIMIT-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(APL-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE APL-KEY-VALUE TO APL-KEY
            MOVE CA-PARM-APPR-LIMIT TO APL-THRESHOLD

            MOVE APL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(APPROVAL-LIMIT-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-APPRLIM-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-CRTPAY SECTION.

      * the court-payments account lands on its own 'CRTPAY' record
      * with the same WRITE-first / REWRITE-on-DUPREC shape

           MOVE CRT-KEY-VALUE TO CRT-KEY
           MOVE CA-PARM-COURT-ACCT TO CRT-COURT-ACCT

           MOVE CRT-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(COURT-PAY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CRT-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE CRT-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(COURT-PAY-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CRT-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE CRT-KEY-VALUE TO CRT-KEY
            MOVE CA-PARM-COURT-ACCT TO CRT-COURT-ACCT

            MOVE CRT-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(COURT-PAY-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-CRTPAY-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-TDBREAK SECTION.

      * the early-break rule lands on its own 'TDBREAK' record with
      * the same WRITE-first / REWRITE-on-DUPREC shape; anything but
      * 'Y' in the forfeit flag is stored as 'N'

           MOVE TBR-KEY-VALUE TO TBR-KEY
           MOVE CA-PARM-TDB-MIN-MONTHS TO TBR-MIN-MONTHS
           MOVE 'N' TO TBR-FORFEIT-ALL

           IF CA-PARM-TDB-FORFEIT = 'Y'

            MOVE 'Y' TO TBR-FORFEIT-ALL

           END-IF

           MOVE TBR-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(TERM-BREAK-RULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TBR-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE TBR-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(TERM-BREAK-RULE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(TBR-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE TBR-KEY-VALUE TO TBR-KEY
            MOVE CA-PARM-TDB-MIN-MONTHS TO TBR-MIN-MONTHS
            MOVE 'N' TO TBR-FORFEIT-ALL

            IF CA-PARM-TDB-FORFEIT = 'Y'

             MOVE 'Y' TO TBR-FORFEIT-ALL

            END-IF

            MOVE TBR-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(TERM-BREAK-RULE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-TDBREAK-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-LNREBATE SECTION.

      * the early-settlement rebate lands on its own 'LNREBATE'
      * record with the same WRITE-first / REWRITE-on-DUPREC shape

           MOVE LRB-KEY-VALUE TO LRB-KEY
           MOVE CA-PARM-LRB-PCT TO LRB-PCT

           MOVE LRB-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(LOAN-REBATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LRB-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE LRB-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(LOAN-REBATE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(LRB-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE LRB-KEY-VALUE TO LRB-KEY
            MOVE CA-PARM-LRB-PCT TO LRB-PCT

            MOVE LRB-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(LOAN-REBATE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-LNREBATE-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-RCHQFEE SECTION.

      * the returned-cheque fee lands on its own 'RCHQFEE' record
      * with the same WRITE-first / REWRITE-on-DUPREC shape

           MOVE RCF-KEY-VALUE TO RCF-KEY
           MOVE CA-PARM-RCF-FEE TO RCF-FEE

           MOVE RCF-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(RETURNED-CHEQUE-FEE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RCF-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE RCF-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(RETURNED-CHEQUE-FEE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(RCF-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE RCF-KEY-VALUE TO RCF-KEY
            MOVE CA-PARM-RCF-FEE TO RCF-FEE

            MOVE RCF-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(RETURNED-CHEQUE-FEE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-RCHQFEE-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-DICAP SECTION.

      * the deposit-insurance cap lands on its own 'DICAP' record
      * with the same WRITE-first / REWRITE-on-DUPREC shape

           MOVE DIC-KEY-VALUE TO DIC-KEY
           MOVE CA-PARM-DI-CAP TO DIC-CAP

           MOVE DIC-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(DEPOSIT-INSURANCE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DIC-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE DIC-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(DEPOSIT-INSURANCE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(DIC-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE DIC-KEY-VALUE TO DIC-KEY
            MOVE CA-PARM-DI-CAP TO DIC-CAP

            MOVE DIC-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(DEPOSIT-INSURANCE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-DICAP-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-BOXRENT SECTION.

      * the box-rent income account lands on its own 'BOXRENT'
      * record with the same WRITE-first / REWRITE-on-DUPREC shape

           MOVE BXR-KEY-VALUE TO BXR-KEY
           MOVE CA-PARM-BOX-ACCT TO BXR-INCOME-ACCT

           MOVE BXR-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(BOX-RENT-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BXR-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE BXR-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(BOX-RENT-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BXR-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE BXR-KEY-VALUE TO BXR-KEY
            MOVE CA-PARM-BOX-ACCT TO BXR-INCOME-ACCT

            MOVE BXR-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(BOX-RENT-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-BOXRENT-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-DRAFTS SECTION.

      * the drafts account and the draft fee land on their own
      * 'DRAFTS' record with the same WRITE-first / REWRITE-on-DUPREC
      * shape

           MOVE DFP-KEY-VALUE TO DFP-KEY
           MOVE CA-PARM-DRAFT-ACCT TO DFP-OUTST-ACCT
           MOVE CA-PARM-DRAFT-FEE TO DFP-FEE

           MOVE DFP-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(DRAFT-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DFP-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE DFP-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(DRAFT-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(DFP-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE DFP-KEY-VALUE TO DFP-KEY
            MOVE CA-PARM-DRAFT-ACCT TO DFP-OUTST-ACCT
            MOVE CA-PARM-DRAFT-FEE TO DFP-FEE

            MOVE DFP-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(DRAFT-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-DRAFTS-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-LOANRULE SECTION.

      * the loan application rules land on their own 'LOANRULE'
      * record with the same WRITE-first / REWRITE-on-DUPREC shape

           MOVE LRR-KEY-VALUE TO LRR-KEY
           MOVE CA-PARM-LR-ARREARS TO LRR-ARREARS-MAX
           MOVE CA-PARM-LR-ODA-DAYS TO LRR-ODA-DAYS
           MOVE CA-PARM-LR-STATUS TO LRR-STATUS-CHECK

           MOVE LRR-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(LOAN-RULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LRR-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE LRR-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(LOAN-RULE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(LRR-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE LRR-KEY-VALUE TO LRR-KEY
            MOVE CA-PARM-LR-ARREARS TO LRR-ARREARS-MAX
            MOVE CA-PARM-LR-ODA-DAYS TO LRR-ODA-DAYS
            MOVE CA-PARM-LR-STATUS TO LRR-STATUS-CHECK

            MOVE LRR-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(LOAN-RULE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-LOANRULE-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-GLRECON SECTION.

      * the GL reconciliation tolerance lands on its own 'GLRECON'
      * record with the same WRITE-first / REWRITE-on-DUPREC shape

           MOVE GRP-KEY-VALUE TO GRP-KEY
           MOVE CA-PARM-GL-TOLERANCE TO GRP-TOLERANCE

           MOVE GRP-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(GL-RECON-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(GRP-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE GRP-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(GL-RECON-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(GRP-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE GRP-KEY-VALUE TO GRP-KEY
            MOVE CA-PARM-GL-TOLERANCE TO GRP-TOLERANCE

            MOVE GRP-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(GL-RECON-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-GLRECON-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-PUT-FXPARM SECTION.

      * the local currency and the spread land on their own 'FXPARM'
      * record with the same WRITE-first / REWRITE-on-DUPREC shape

           MOVE FXP-KEY-VALUE TO FXP-KEY
           MOVE CA-PARM-LOCAL-CCY TO FXP-LOCAL-CCY
           MOVE CA-PARM-FX-SPREAD TO FXP-SPREAD

           MOVE FXP-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPARM")
                   FROM(FX-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FXP-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE FXP-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(FX-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(FXP-KEY-VALUE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE FXP-KEY-VALUE TO FXP-KEY
            MOVE CA-PARM-LOCAL-CCY TO FXP-LOCAL-CCY
            MOVE CA-PARM-FX-SPREAD TO FXP-SPREAD

            MOVE FXP-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPARM")
                    FROM(FX-PARM-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         PARMMAINT-PUT-FXPARM-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-STAGE SECTION.

      * the same numeric validation an immediate update gets, then
      * the whole RATES image parked on TECHPEFF under its
      * effective business date - which must be today or later; a
      * change dated in the past is a mistake, not an instruction.
      * The staging itself is audited.

           IF CA-PARM-CR1-LIMIT NOT NUMERIC
              OR CA-PARM-CR1-RATE NOT NUMERIC
              OR CA-PARM-CR2-LIMIT NOT NUMERIC
              OR CA-PARM-CR2-RATE NOT NUMERIC
              OR CA-PARM-CR3-RATE NOT NUMERIC
              OR CA-PARM-DB-RATE NOT NUMERIC
              OR CA-PARM-NSF-THRESHOLD NOT NUMERIC
              OR CA-PARM-NSF-FEE NOT NUMERIC
              OR CA-PARM-DORMANT-DAYS NOT NUMERIC
              OR CA-PARM-DAILY-CAP NOT NUMERIC
              OR CA-PARM-AUDIT-DAYS NOT NUMERIC
              OR CA-PARM-LOCKOUT NOT NUMERIC
              OR CA-PARM-CUTOFF NOT NUMERIC
              OR CA-PARM-ACCT-DAYS NOT NUMERIC
              OR CA-PARM-HOLD-DAYS NOT NUMERIC

            MOVE 921 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PARMMAINT-STAGE-EXIT

           END-IF

           IF CA-PARM-EFFDATE NOT NUMERIC
              OR CA-PARM-EFFDATE < BUSINESS-TODAY

            MOVE 940 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PARMMAINT-STAGE-EXIT

           END-IF

           PERFORM PARMMAINT-FILL-RECORD

           MOVE CA-PARM-EFFDATE TO PE-DATE
           MOVE RATE-PARM-RECORD TO PE-RATES
           MOVE 'P' TO PE-STATUS
           MOVE LOGIN-USERID TO PE-KEYED-BY

           MOVE PE-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPEFF")
                   FROM(PENDING-RATES-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PE-DATE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

      * a change already staged for the same date is replaced -
      * the latest instruction for a boundary wins

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE PE-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPEFF")
                    INTO(PENDING-RATES-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CA-PARM-EFFDATE)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE CA-PARM-EFFDATE TO PE-DATE
            MOVE RATE-PARM-RECORD TO PE-RATES
            MOVE 'P' TO PE-STATUS
            MOVE LOGIN-USERID TO PE-KEYED-BY

            MOVE PE-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPEFF")
                    FROM(PENDING-RATES-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE SPACES TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE PENDING-RATES-RECORD TO AUDIT-AFTER-IMAGE(1:120)
            MOVE 'RATES STAGED' TO AUDIT-NARRATIVE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         PARMMAINT-STAGE-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-LIST-PENDING SECTION.

      * up to 5 staged changes, earliest first, so head office can
      * see (and cancel) what is queued for the boundaries

           MOVE 0 TO CA-PEFF-COUNT
           MOVE 0 TO PEFF-SCAN-DONE-SW

           MOVE LOW-VALUES TO PEFF-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHPEFF")
                   RIDFLD(PEFF-BROWSE-KEY)
                   KEYLENGTH(8)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO PEFF-SCAN-DONE-SW

           END-IF

           PERFORM PARMMAINT-COLLECT-PENDING
                   UNTIL PEFF-SCAN-DONE OR CA-PEFF-COUNT = 5

           EXEC CICS ENDBR
                   FILE("TECHPEFF")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO PARMMAINT-LIST-PENDING-EXIT

           .
      *****************************************************************
         PARMMAINT-COLLECT-PENDING.

           MOVE PE-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHPEFF")
                   INTO(PENDING-RATES-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PEFF-BROWSE-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO PEFF-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-PEFF-COUNT
            MOVE PE-DATE TO CA-PEFF-E-DATE(CA-PEFF-COUNT)
            MOVE PE-KEYED-BY TO CA-PEFF-E-BY(CA-PEFF-COUNT)
            MOVE PE-STATUS TO CA-PEFF-E-STATUS(CA-PEFF-COUNT)

           END-IF

           .
         PARMMAINT-LIST-PENDING-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-CANCEL-PENDING SECTION.

      * only a change still pending can be cancelled; one already
      * applied is history, not an instruction

           MOVE PE-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPEFF")
                   INTO(PENDING-RATES-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-PARM-EFFDATE)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PARMMAINT-CANCEL-PENDING-EXIT

           END-IF

           IF NOT PE-PENDING

            MOVE 940 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PARMMAINT-CANCEL-PENDING-EXIT

           END-IF

           MOVE 'C' TO PE-STATUS
           MOVE LOGIN-USERID TO PE-KEYED-BY

           MOVE PE-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHPEFF")
                   FROM(PENDING-RATES-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           PERFORM EVALUATE-RESP

           .
         PARMMAINT-CANCEL-PENDING-EXIT.
           EXIT.
      *****************************************************************
         PARMMAINT-FILL-RECORD SECTION.

           MOVE PARM-WORK-KEY TO PARM-KEY
           MOVE CA-PARM-CR1-LIMIT TO PARM-CR-TIER1-LIMIT
           MOVE CA-PARM-CR1-RATE TO PARM-CR-TIER1-RATE
           MOVE CA-PARM-CR2-LIMIT TO PARM-CR-TIER2-LIMIT
           MOVE CA-PARM-CR2-RATE TO PARM-CR-TIER2-RATE
           MOVE CA-PARM-CR3-RATE TO PARM-CR-TIER3-RATE
           MOVE CA-PARM-DB-RATE TO PARM-DB-RATE
           MOVE CA-PARM-NSF-THRESHOLD TO PARM-NSF-THRESHOLD
           MOVE CA-PARM-NSF-FEE TO PARM-NSF-FEE
           MOVE CA-PARM-DORMANT-DAYS TO PARM-DORMANT-DAYS
           MOVE CA-PARM-DAILY-CAP TO PARM-DAILY-DEBIT-CAP
           MOVE CA-PARM-AUDIT-DAYS TO PARM-AUDIT-RETAIN-DAYS
           MOVE CA-PARM-LOCKOUT TO PARM-LOCKOUT-MAX
           MOVE CA-PARM-CUTOFF TO PARM-CUTOFF-HHMM
           MOVE CA-PARM-ACCT-DAYS TO PARM-ACCT-RETAIN-DAYS
           MOVE CA-PARM-HOLD-DAYS TO PARM-HOLD-DAYS

           .
         PARMMAINT-FILL-RECORD-EXIT.
           EXIT.
      *****************************************************************
         SYNC-CUSTOMER-MASTER SECTION.

      * a successful UPDATE may have changed the person's details -
      * apply them to the TECHCUST master and push them out to every
      * other account of the same customer through the TECHCUX
      * alternate index, so an address change keyed against one
      * account applies to all of them at once. The freshly updated
      * record is still in SERVER-CUSTOMER-RECORD; each sibling
      * rewrite gets its own TECHAUDIT entry like any other update.
      * Accounts written before the customer master existed carry no
      * CUSTOMER-NOO and are left as they are.

           IF CUSTOMER-NOO = LOW-VALUES OR CUSTOMER-NOO = SPACES

            GO TO SYNC-CUSTOMER-MASTER-EXIT

           END-IF

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUSTOMER-NOO)
                   KEYLENGTH(6)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 0 TO WLS-CHANGED-SW

            IF SURNAMEO NOT = CUST-SURNAME
               OR FIRST-NAMEO NOT = CUST-FIRST-NAME
               OR ADDRESSO NOT = CUST-ADDRESS

             MOVE 1 TO WLS-CHANGED-SW

            END-IF

      * a new address is an answer to returned mail as well

            IF ADDRESSO NOT = CUST-ADDRESS

             MOVE SPACES TO CUST-MAIL-DATA

            END-IF

            MOVE SURNAMEO TO CUST-SURNAME
            MOVE FIRST-NAMEO TO CUST-FIRST-NAME
            MOVE ADDRESSO TO CUST-ADDRESS

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCUST")
                    FROM(CUSTOMER-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

      * a changed name or address is screened against the sanctions
      * watch list - the update itself stands, but a hit goes to
      * TECHWHIT for compliance to decide (see WLMAINT-RECORD)

            IF EIBRESP = 0 AND WLS-CHANGED

             MOVE SURNAMEO TO WLS-SURNAME
             MOVE FIRST-NAMEO TO WLS-FIRST-NAME
             MOVE ADDRESSO TO WLS-ADDRESS

             PERFORM SCREEN-WATCH-LIST

             IF WLS-HIT

              SET WLH-AT-UPDATE TO TRUE
              MOVE CUSTOMER-NOO TO WLH-CUST-NO
              MOVE ACCOUNTO TO WLH-ACCOUNT

              PERFORM WRITE-WL-HIT

             END-IF

            END-IF

           END-IF

           MOVE CUSTOMER-NOO TO SIBLING-KEY
           MOVE 0 TO SIBLING-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHCUX")
                   RIDFLD(SIBLING-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SIBLING-DONE-SW

           END-IF

           PERFORM SYNC-SIBLING-ACCOUNT UNTIL SIBLING-DONE

           EXEC CICS ENDBR
                   FILE("TECHCUX")
                   NOHANDLE
                   END-EXEC

           GO TO SYNC-CUSTOMER-MASTER-EXIT

           .
      *****************************************************************
         SYNC-SIBLING-ACCOUNT.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUX")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SIBLING-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR SIBLING-CUSTOMER-NOO NOT = CUSTOMER-NOO

            MOVE 1 TO SIBLING-DONE-SW

           ELSE

            IF SIBLING-ACCOUNTO NOT = ACCOUNTO

             MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

             MOVE CUST-REC-LEN TO LENGTH-VAR

             EXEC CICS READ
                     FILE("TECHBASE")
                     INTO(SIBLING-RECORD)
                     LENGTH(LENGTH-VAR)
                     RIDFLD(SIBLING-ACCOUNTO)
                     UPDATE
                     NOHANDLE
                     END-EXEC

             IF EIBRESP = 0

              MOVE SURNAMEO TO SIBLING-SURNAMEO
              MOVE FIRST-NAMEO TO SIBLING-FIRST-NAMEO
              MOVE ADDRESSO TO SIBLING-ADDRESSO

              MOVE CUST-REC-LEN TO LENGTH-VAR

              EXEC CICS REWRITE
                      FILE("TECHBASE")
                      FROM(SIBLING-RECORD)
                      LENGTH(LENGTH-VAR)
                      NOHANDLE
                      END-EXEC

              IF EIBRESP = 0

               SET AUDIT-OP-UPDATE TO TRUE
               MOVE SIBLING-ACCOUNTO TO AUDIT-ACCOUNT
               MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
               PERFORM WRITE-AUDIT-RECORD

              END-IF

             END-IF

            END-IF

           END-IF

           .
         SYNC-CUSTOMER-MASTER-EXIT.
           EXIT.
      *****************************************************************
         FREEZE-RECORD SECTION.

      * dedicated freeze/unfreeze for the fraud desk - the only path
      * anywhere that actually sets ACCOUNT-STATUSO to 'F' (every
      * other request merely refuses frozen accounts with 902). The
      * desired status rides in the commarea record's ACCOUNT-STATUSO
      * ('F' freeze, 'O' unfreeze); the operation is restricted to
      * userids with CRED-CAN-DESTROY like DELETE and REVERSAL, and
      * the TECHAUDIT entry records who froze what and when.

           MOVE ACCOUNT-STATUSO TO FREEZE-NEW-STATUS

           IF FREEZE-NEW-STATUS NOT = 'F'
              AND FREEZE-NEW-STATUS NOT = 'O'

            MOVE 922 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FREEZE-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO FREEZE-RECORD-EXIT

           END-IF

      * a closed account stays closed - freezing or unfreezing it
      * would quietly resurrect it

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FREEZE-RECORD-EXIT

           END-IF

      * and a dormant one comes back only through REACTIVATE, with
      * its second userid and ID evidence - not by an unfreeze

           IF ACCOUNT-DORMANTO AND FREEZE-NEW-STATUS = 'O'

            MOVE 1012 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FREEZE-RECORD-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           MOVE FREEZE-NEW-STATUS TO ACCOUNT-STATUSO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD

      * a freeze is exactly the kind of thing a customer must not
      * discover at the counter - the threshold does not apply

            IF FREEZE-NEW-STATUS = 'F'

             MOVE 0 TO EVENT-AMOUNT
             MOVE 'FR' TO EV-CODE
             MOVE 'ACCOUNT FROZEN' TO EV-TEXT
             PERFORM WRITE-EVENT-RECORD

            END-IF

            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         FREEZE-RECORD-EXIT.
           EXIT.
      *****************************************************************
         RPTDATA-RECORD SECTION.

      * management report data for the Web viewer, computed on demand
      * the same way TRIALBAL and BRANCHSUM compute it offline. Only
      * 'A'-level userids may see bank-wide figures, so the request
      * is gated like DELETE and REVERSAL. The first page (blank
      * CA-RPT-RESUME) also carries the trial-balance totals from a
      * full TECHBASE scan; every page carries up to 10 per-branch
      * subtotals from a TECHBR walk resumed at CA-RPT-RESUME.

      * the new-business report is its own walk; anything else but
      * the branch figures is not a report the viewer offers

           IF CA-RPT-TYPE = 'N'

            PERFORM RPTDATA-NEWBUS

            GO TO RPTDATA-RECORD-EXIT

           END-IF

           IF CA-RPT-TYPE NOT = 'F' AND CA-RPT-TYPE NOT = SPACE
              AND CA-RPT-TYPE NOT = LOW-VALUE

            MOVE 1001 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RPTDATA-RECORD-EXIT

           END-IF

           MOVE 0 TO CA-RPT-TOTAL-ACCTS
           MOVE 0 TO CA-RPT-TOTAL-DEPOSIT
           MOVE 0 TO CA-RPT-BRANCH-COUNT
           MOVE 'N' TO CA-RPT-MORE

           IF CA-RPT-RESUME = LOW-VALUES OR CA-RPT-RESUME = SPACES

            PERFORM RPTDATA-GRAND-TOTALS

            MOVE LOW-VALUES TO RPT-BRANCH-KEY

           ELSE

            MOVE CA-RPT-RESUME TO RPT-BRANCH-KEY

           END-IF

           MOVE 0 TO RPT-SCAN-DONE-SW
           MOVE 0 TO RPT-HAVE-BRANCH-SW
           MOVE 0 TO RPT-BRANCH-ACCTS
           MOVE 0 TO RPT-BRANCH-TOTAL

           EXEC CICS STARTBR
                   FILE("TECHBR")
                   RIDFLD(RPT-BRANCH-KEY)
                   KEYLENGTH(4)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO RPT-SCAN-DONE-SW

           END-IF

           PERFORM RPTDATA-WALK-BRANCH UNTIL RPT-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHBR")
                   NOHANDLE
                   END-EXEC

      * the branch being accumulated when the walk ended still needs
      * its row, provided the page has room - if not, the next page
      * re-accumulates it from its first record

           IF RPT-HAVE-BRANCH AND CA-RPT-BRANCH-COUNT < 10

            PERFORM RPTDATA-EMIT-BRANCH

           ELSE
           IF RPT-HAVE-BRANCH

            MOVE 'Y' TO CA-RPT-MORE
            MOVE RPT-CURRENT-BRANCH TO CA-RPT-RESUME

           END-IF
           END-IF

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         RPTDATA-RECORD-EXIT.
           EXIT.
      *****************************************************************
         RPTDATA-GRAND-TOTALS SECTION.

      * full TECHBASE scan - account count and total on deposit, the
      * same figures TRIALBAL proves nightly

           MOVE LOW-VALUES TO ACCOUNTO

           EXEC CICS STARTBR
                   FILE("TECHBASE")
                   RIDFLD(ACCOUNTO)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO RPTDATA-GRAND-TOTALS-EXIT

           END-IF

           PERFORM RPTDATA-TOTAL-ONE UNTIL EIBRESP NOT = 0

           EXEC CICS ENDBR
                   FILE("TECHBASE")
                   NOHANDLE
                   END-EXEC

           GO TO RPTDATA-GRAND-TOTALS-EXIT

           .
      *****************************************************************
         RPTDATA-TOTAL-ONE.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            ADD 1 TO CA-RPT-TOTAL-ACCTS
            ADD BALANCEO TO CA-RPT-TOTAL-DEPOSIT

           END-IF

           .
         RPTDATA-WALK-BRANCH.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBR")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RPT-BRANCH-KEY)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO RPT-SCAN-DONE-SW

           ELSE

            IF NOT RPT-HAVE-BRANCH

             MOVE BRANCH-CODEO TO RPT-CURRENT-BRANCH
             MOVE 1 TO RPT-HAVE-BRANCH-SW

            ELSE
            IF BRANCH-CODEO NOT = RPT-CURRENT-BRANCH

             IF CA-RPT-BRANCH-COUNT < 10

              PERFORM RPTDATA-EMIT-BRANCH
              MOVE BRANCH-CODEO TO RPT-CURRENT-BRANCH
              MOVE 1 TO RPT-HAVE-BRANCH-SW

             ELSE

      * the page is full and another branch is starting - report
      * there is more, and point CA-RPT-RESUME at the completed
      * branch whose row did NOT fit, so the next page starts by
      * re-accumulating exactly that branch and nothing is emitted
      * twice

              MOVE 'Y' TO CA-RPT-MORE
              MOVE RPT-CURRENT-BRANCH TO CA-RPT-RESUME
              MOVE 0 TO RPT-HAVE-BRANCH-SW
              MOVE 1 TO RPT-SCAN-DONE-SW

             END-IF

            END-IF
            END-IF

            IF NOT RPT-SCAN-DONE

             ADD 1 TO RPT-BRANCH-ACCTS
             ADD BALANCEO TO RPT-BRANCH-TOTAL

            END-IF

           END-IF

           .
         RPTDATA-EMIT-BRANCH.

           ADD 1 TO CA-RPT-BRANCH-COUNT

           MOVE RPT-CURRENT-BRANCH
             TO CA-RPT-BR-CODE(CA-RPT-BRANCH-COUNT)
           MOVE RPT-BRANCH-ACCTS
             TO CA-RPT-BR-ACCTS(CA-RPT-BRANCH-COUNT)
           MOVE RPT-BRANCH-TOTAL
             TO CA-RPT-BR-TOTAL(CA-RPT-BRANCH-COUNT)

           MOVE RPT-CURRENT-BRANCH TO CA-RPT-RESUME

           MOVE 0 TO RPT-BRANCH-ACCTS
           MOVE 0 TO RPT-BRANCH-TOTAL
           MOVE 0 TO RPT-HAVE-BRANCH-SW

           .
         RPTDATA-GRAND-TOTALS-EXIT.
           EXIT.
      *****************************************************************
         RPTDATA-NEWBUS SECTION.

      * a page of NEWBUS's figures off TECHNBS for CA-RPT-MONTH, in
      * branch and product order from just past CA-RPT-NB-RESUME. A
      * month NEWBUS has not built (or a region it has never run on)
      * simply comes back with no rows.

           MOVE 0 TO CA-RPT-NB-COUNT
           MOVE 'N' TO CA-RPT-MORE

           IF CA-RPT-MONTH = LOW-VALUES OR CA-RPT-MONTH = SPACES

            MOVE SPACES TO CA-RPT-MONTH

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCTL")
                    INTO(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-NBMONTH-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE CTL-CHAR-VALUE(1:6) TO CA-RPT-MONTH

            END-IF

           END-IF

           IF CA-RPT-MONTH = SPACES

            MOVE 0 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RPTDATA-NEWBUS-EXIT

           END-IF

           IF CA-RPT-NB-RESUME = LOW-VALUES

            MOVE SPACES TO CA-RPT-NB-RESUME

           END-IF

           MOVE LOW-VALUES TO RPT-NB-KEY
           MOVE CA-RPT-MONTH TO RPT-NB-KEY(1:6)

           IF CA-RPT-NB-RESUME NOT = SPACES

            MOVE CA-RPT-NB-RESUME TO RPT-NB-KEY(7:6)

           END-IF

           MOVE 0 TO RPT-SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHNBS")
                   RIDFLD(RPT-NB-KEY)
                   KEYLENGTH(12)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO RPT-SCAN-DONE-SW

           END-IF

           PERFORM RPTDATA-NEWBUS-ROW UNTIL RPT-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHNBS")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO RPTDATA-NEWBUS-EXIT

           .
      *****************************************************************
         RPTDATA-NEWBUS-ROW.

           MOVE NBS-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHNBS")
                   INTO(NEWBUS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RPT-NB-KEY)
                   KEYLENGTH(12)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NBS-MONTH NOT = CA-RPT-MONTH

            MOVE 1 TO RPT-SCAN-DONE-SW

           ELSE

      * the row the last page ended on was shown there; a ninth row
      * means another page - CA-RPT-NB-RESUME already names the last
      * row this one carries

            IF CA-RPT-NB-RESUME NOT = SPACES
               AND NBS-KEY(7:6) = CA-RPT-NB-RESUME

             CONTINUE

            ELSE
            IF CA-RPT-NB-COUNT = 8

             MOVE 'Y' TO CA-RPT-MORE
             MOVE 1 TO RPT-SCAN-DONE-SW

            ELSE

             PERFORM RPTDATA-NEWBUS-EMIT

            END-IF
            END-IF

           END-IF

           .
         RPTDATA-NEWBUS-EMIT.

           ADD 1 TO CA-RPT-NB-COUNT
           MOVE CA-RPT-NB-COUNT TO RPT-NB-IX

           MOVE NBS-BRANCH TO CA-RPT-NB-BRANCH(RPT-NB-IX)
           MOVE NBS-PRODUCT TO CA-RPT-NB-PRODUCT(RPT-NB-IX)
           MOVE NBS-OPENED TO CA-RPT-NB-OPENED(RPT-NB-IX)
           MOVE NBS-OPENED-BAL TO CA-RPT-NB-OPENED-BAL(RPT-NB-IX)
           MOVE NBS-CLOSED TO CA-RPT-NB-CLOSED(RPT-NB-IX)
           MOVE NBS-CLOSED-BAL TO CA-RPT-NB-CLOSED-BAL(RPT-NB-IX)
           MOVE NBS-ARCHIVED TO CA-RPT-NB-ARCHIVED(RPT-NB-IX)
           MOVE NBS-SWITCH-IN TO CA-RPT-NB-SWITCH-IN(RPT-NB-IX)
           MOVE NBS-SWITCH-OUT TO CA-RPT-NB-SWITCH-OUT(RPT-NB-IX)
           COMPUTE CA-RPT-NB-NET-ACCTS(RPT-NB-IX) =
                   NBS-OPENED + NBS-SWITCH-IN
                   - NBS-CLOSED - NBS-SWITCH-OUT
           COMPUTE CA-RPT-NB-NET-DEPOSITS(RPT-NB-IX) =
                   NBS-OPENED-BAL + NBS-SWITCH-IN-BAL
                   - NBS-CLOSED-BAL - NBS-SWITCH-OUT-BAL
           MOVE NBS-LY-HELD TO CA-RPT-NB-LY-HELD(RPT-NB-IX)
           MOVE NBS-LY-NET-ACCTS TO CA-RPT-NB-LY-NET-ACCTS(RPT-NB-IX)
           MOVE NBS-LY-NET-DEPOSITS TO CA-RPT-NB-LY-NET-DEPS(RPT-NB-IX)

           MOVE NBS-KEY(7:6) TO CA-RPT-NB-RESUME

           .
         RPTDATA-NEWBUS-EXIT.
           EXIT.
      *****************************************************************
         CHGPWD-RECORD SECTION.

      * password change against TECHCRED. 'C' is self-service: the
      * old password in LOGIN-PASSWORD must verify, the same check
      * AUTHENTICATE-RECORD makes, before the new one is accepted.
      * 'R' is the administrator reset for forgotten passwords -
      * LOGIN-USERID must carry CRED-CAN-DESTROY, and the reset lands
      * on the userid named in CA-PWD-TARGET. Either way the new
      * password must clear the complexity floor (6+ characters
      * with at least one digit, and never the userid itself), must
      * not repeat the current password or any of the last three,
      * and its set date is stamped so the expiry clock restarts.
      * Only digests are compared and stored - a record still in
      * clear is converted first (see CONVERT-CRED-PASSWORD), so the
      * history it carries is checked too.

           PERFORM CHECK-NEW-PASSWORD

           IF NOT PWD-RULES-PASS

            MOVE 919 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHGPWD-RECORD-EXIT

           END-IF

           IF CA-PWD-RESET

            MOVE CRED-REC-LEN TO LENGTH-VAR
            MOVE LOW-VALUES TO CREDENTIALS-RECORD

            EXEC CICS READ
                    FILE("TECHCRED")
                    INTO(CREDENTIALS-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CA-PWD-TARGET)
                    KEYLENGTH(LENGTH OF CA-PWD-TARGET)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO CHGPWD-RECORD-EXIT

            END-IF

            PERFORM CONVERT-CRED-PASSWORD

            IF EIBRESP = 0

             PERFORM CHECK-PASSWORD-REUSE

            END-IF

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO CHGPWD-RECORD-EXIT

            END-IF

            PERFORM SHIFT-PASSWORD-HISTORY

            MOVE PWD-NEW-DIGEST TO CRED-PWD-HASH
            MOVE BUSINESS-TODAY TO CRED-PWD-DATE

      * a reset also clears any lockout - the whole point is getting
      * a shut-out customer back in

            MOVE 'A' TO CRED-STATUS
            MOVE 0 TO CRED-FAIL-COUNT

            MOVE CRED-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCRED")
                    FROM(CREDENTIALS-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

            PERFORM EVALUATE-RESP

            GO TO CHGPWD-RECORD-EXIT

           END-IF

           IF NOT CA-PWD-CHANGE

            MOVE 919 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHGPWD-RECORD-EXIT

           END-IF

           MOVE CRED-REC-LEN TO LENGTH-VAR
           MOVE LOW-VALUES TO CREDENTIALS-RECORD

           EXEC CICS READ
                   FILE("TECHCRED")
                   INTO(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LOGIN-USERID)
                   KEYLENGTH(LENGTH OF LOGIN-USERID)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO PWD-MATCH-SW

           IF EIBRESP = 0

            MOVE LOGIN-PASSWORD TO PWD-CANDIDATE

            PERFORM VERIFY-CRED-PASSWORD

           END-IF

           IF EIBRESP NOT = 0 OR NOT PWD-MATCHES

            MOVE 905 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHGPWD-RECORD-EXIT

           END-IF

           PERFORM CONVERT-CRED-PASSWORD

           IF EIBRESP = 0

            PERFORM CHECK-PASSWORD-REUSE

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CHGPWD-RECORD-EXIT

           END-IF

           PERFORM SHIFT-PASSWORD-HISTORY

           MOVE PWD-NEW-DIGEST TO CRED-PWD-HASH
           MOVE BUSINESS-TODAY TO CRED-PWD-DATE

           MOVE CRED-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCRED")
                   FROM(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           PERFORM EVALUATE-RESP

           .
         CHGPWD-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CHECK-NEW-PASSWORD SECTION.

      * the complexity floor - at least 6 characters, at least one
      * digit somewhere, and never the userid itself. 'AAAAAAAA'
      * stops here. Leaves PWD-RULE-SW.

           MOVE 0 TO PWD-RULE-SW

           IF CA-NEWPASSWD = SPACES OR CA-NEWPASSWD = LOW-VALUES

            GO TO CHECK-NEW-PASSWORD-EXIT

           END-IF

           IF CA-NEWPASSWD = LOGIN-USERID
              OR CA-NEWPASSWD = CA-PWD-TARGET

            GO TO CHECK-NEW-PASSWORD-EXIT

           END-IF

           MOVE 0 TO PWD-LEN
           MOVE 0 TO PWD-DIGIT-SW

           PERFORM EXAMINE-ONE-PWD-CHAR
                   VARYING PWD-CHAR-IX FROM 1 BY 1
                   UNTIL PWD-CHAR-IX > 8

           IF PWD-LEN NOT < 6 AND PWD-HAS-DIGIT

            MOVE 1 TO PWD-RULE-SW

           END-IF

           GO TO CHECK-NEW-PASSWORD-EXIT

           .
      *****************************************************************
         EXAMINE-ONE-PWD-CHAR.

           IF CA-NEWPASSWD(PWD-CHAR-IX:1) NOT = SPACE
              AND CA-NEWPASSWD(PWD-CHAR-IX:1) NOT = LOW-VALUE

            ADD 1 TO PWD-LEN

            IF CA-NEWPASSWD(PWD-CHAR-IX:1) NUMERIC

             MOVE 1 TO PWD-DIGIT-SW

            END-IF

           END-IF

           .
         CHECK-NEW-PASSWORD-EXIT.
           EXIT.
      *****************************************************************
         CHECK-PASSWORD-REUSE SECTION.

      * the record being changed is already in CREDENTIALS-RECORD,
      * converted - the new password may not repeat the current one
      * or any of the last three, which is judged by digesting it
      * under the userid's salt and comparing digests. The digest
      * is left in PWD-NEW-DIGEST for the caller to store. Leaves
      * EIBRESP 0, 919, or the response of a failed PWDHASH LINK.

           MOVE CA-NEWPASSWD TO PWD-CANDIDATE

           PERFORM HASH-PASSWORD

           IF EIBRESP NOT = 0

            GO TO CHECK-PASSWORD-REUSE-EXIT

           END-IF

           MOVE PWH-DIGEST TO PWD-NEW-DIGEST

           IF PWD-NEW-DIGEST = CRED-PWD-HASH

            MOVE 919 TO EIBRESP

            GO TO CHECK-PASSWORD-REUSE-EXIT

           END-IF

           PERFORM CHECK-ONE-OLD-PASSWORD
                   VARYING PWD-IX FROM 1 BY 1
                   UNTIL PWD-IX > 3

           GO TO CHECK-PASSWORD-REUSE-EXIT

           .
      *****************************************************************
         CHECK-ONE-OLD-PASSWORD.

           IF PWD-NEW-DIGEST = CRED-OLD-HASH(PWD-IX)

            MOVE 919 TO EIBRESP

           END-IF

           .
         CHECK-PASSWORD-REUSE-EXIT.
           EXIT.
      *****************************************************************
         SHIFT-PASSWORD-HISTORY SECTION.

      * the outgoing password's digest joins the history, oldest
      * falling off

           MOVE CRED-OLD-HASH(2) TO CRED-OLD-HASH(3)
           MOVE CRED-OLD-HASH(1) TO CRED-OLD-HASH(2)
           MOVE CRED-PWD-HASH TO CRED-OLD-HASH(1)

           .
         SHIFT-PASSWORD-HISTORY-EXIT.
           EXIT.
      *****************************************************************
         HASH-PASSWORD SECTION.

      * PWD-CANDIDATE digested by PWDHASH for the userid in
      * CREDENTIALS-RECORD under its CRED-SALT - a blank salt has a
      * fresh one issued, which is kept in CRED-SALT. The digest is
      * left in PWH-DIGEST. Leaves EIBRESP 0 or the LINK's response.

           MOVE CRED-USERID TO PWH-USERID
           MOVE CRED-SALT TO PWH-SALT
           MOVE PWD-CANDIDATE TO PWH-PASSWORD
           MOVE SPACES TO PWH-DIGEST

           EXEC CICS LINK
                   PROGRAM('PWDHASH')
                   COMMAREA(PWDHASH-PARMS)
                   LENGTH(LENGTH OF PWDHASH-PARMS)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE PWH-SALT TO CRED-SALT

           END-IF

           .
         HASH-PASSWORD-EXIT.
           EXIT.
      *****************************************************************
         VERIFY-CRED-PASSWORD SECTION.

      * does PWD-CANDIDATE match the password of the record in
      * CREDENTIALS-RECORD? A converted record is judged on the
      * digest, one still in clear the old way. Leaves PWD-MATCH-SW
      * - PWD-UNCHECKED, with the response in PWD-HASH-RESP, when
      * PWDHASH could not be reached - and EIBRESP 0.

           MOVE 0 TO PWD-MATCH-SW

           IF NOT CRED-PWD-HASHED

            IF CRED-PASSWORD = PWD-CANDIDATE

             MOVE 1 TO PWD-MATCH-SW

            END-IF

            GO TO VERIFY-CRED-PASSWORD-EXIT

           END-IF

           PERFORM HASH-PASSWORD

           IF EIBRESP NOT = 0

            MOVE EIBRESP TO PWD-HASH-RESP
            MOVE 2 TO PWD-MATCH-SW

           ELSE

            IF PWH-DIGEST = CRED-PWD-HASH

             MOVE 1 TO PWD-MATCH-SW

            END-IF

           END-IF

           MOVE 0 TO EIBRESP

           .
         VERIFY-CRED-PASSWORD-EXIT.
           EXIT.
      *****************************************************************
         CONVERT-CRED-PASSWORD SECTION.

      * a record still holding its password in clear gets a salt,
      * the digest of its password and of each password in its
      * history, and its clear fields blanked - the caller rewrites
      * it. If PWDHASH cannot be reached part way the record is put
      * back exactly as it was, still in clear. Nothing to do for a
      * converted record. Leaves EIBRESP 0 or the LINK's response.

           MOVE 0 TO EIBRESP

           IF CRED-PWD-HASHED

            GO TO CONVERT-CRED-PASSWORD-EXIT

           END-IF

           MOVE CREDENTIALS-RECORD TO PWD-SAVED-CREDENTIALS

           MOVE SPACES TO CRED-SALT
           MOVE SPACES TO CRED-OLD-HASHES

           MOVE CRED-PASSWORD TO PWD-CANDIDATE

           PERFORM HASH-PASSWORD

           IF EIBRESP = 0

            MOVE PWH-DIGEST TO CRED-PWD-HASH

           END-IF

           PERFORM CONVERT-ONE-OLD-PASSWORD
                   VARYING PWD-IX FROM 1 BY 1
                   UNTIL PWD-IX > 3 OR EIBRESP NOT = 0

           IF EIBRESP NOT = 0

            MOVE PWD-SAVED-CREDENTIALS TO CREDENTIALS-RECORD

            GO TO CONVERT-CRED-PASSWORD-EXIT

           END-IF

           MOVE SPACES TO CRED-PASSWORD
           MOVE SPACES TO CRED-PWD-HISTORY
           MOVE 'H' TO CRED-PWD-FORM

           GO TO CONVERT-CRED-PASSWORD-EXIT

           .
      *****************************************************************
         CONVERT-ONE-OLD-PASSWORD.

      * an empty history slot stays empty - a blank digest never
      * matches a real one

           IF CRED-OLD-PWD(PWD-IX) NOT = SPACES
              AND CRED-OLD-PWD(PWD-IX) NOT = LOW-VALUES

            MOVE CRED-OLD-PWD(PWD-IX) TO PWD-CANDIDATE

            PERFORM HASH-PASSWORD

            IF EIBRESP = 0

             MOVE PWH-DIGEST TO CRED-OLD-HASH(PWD-IX)

            END-IF

           END-IF

           .
         CONVERT-CRED-PASSWORD-EXIT.
           EXIT.
      *****************************************************************
         CHECK-PASSWORD-AGE SECTION.

      * expired when the set date is older than the expiry window
      * on the TECHPARM 'PWDPARM' record (fallback 90 days); a
      * record written before the date field existed reads back
      * non-numeric and counts as expired. Leaves EIBRESP 0 or 941.

           MOVE PWP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(PWD-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PWP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND PWP-EXPIRY-DAYS NUMERIC
              AND PWP-EXPIRY-DAYS NOT = 0

            MOVE PWP-EXPIRY-DAYS TO PWD-EXPIRY-DAYS

           END-IF

           EXEC CICS ASKTIME
                   ABSTIME(PWD-ABSTIME)
                   NOHANDLE
                   END-EXEC

           COMPUTE PWD-DAYS-UNITS =
                   PWD-EXPIRY-DAYS * 24 * 60 * 60 * 1000

           COMPUTE PWD-ABSTIME = PWD-ABSTIME - PWD-DAYS-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(PWD-ABSTIME)
                   YYYYMMDD(PWD-CUTOFF-DATE)
                   NOHANDLE
                   END-EXEC

           IF CRED-PWD-DATE NOT NUMERIC
              OR CRED-PWD-DATE < PWD-CUTOFF-DATE

            MOVE 941 TO EIBRESP

           ELSE

           END-IF

           .
         CHECK-PASSWORD-AGE-EXIT.
           EXIT.
      *****************************************************************
         UNLOCK-RECORD SECTION.

      * supervised unlock of a locked-out userid - gated like DELETE
      * and REVERSAL; the userid to unlock rides in CA-PWD-TARGET.
      * Clears the lock and the consecutive-failure count.

           MOVE CRED-REC-LEN TO LENGTH-VAR
           MOVE LOW-VALUES TO CREDENTIALS-RECORD

           EXEC CICS READ
                   FILE("TECHCRED")
                   INTO(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-PWD-TARGET)
                   KEYLENGTH(LENGTH OF CA-PWD-TARGET)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 'A' TO CRED-STATUS
            MOVE 0 TO CRED-FAIL-COUNT

            MOVE CRED-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCRED")
                    FROM(CREDENTIALS-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           PERFORM EVALUATE-RESP

           .
         UNLOCK-RECORD-EXIT.
           EXIT.
      *****************************************************************
         LOAD-LOCKOUT-MAX SECTION.

      * lockout threshold from the TECHPARM 'RATES' record; zero or a
      * missing record leaves the compiled-in fallback of 5

           MOVE PARM-REC-LEN TO LENGTH-VAR

                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND PARM-LOCKOUT-MAX NUMERIC
              AND PARM-LOCKOUT-MAX NOT = 0

            MOVE PARM-LOCKOUT-MAX TO LOCKOUT-MAX

           END-IF

           .
         LOAD-LOCKOUT-MAX-EXIT.
           EXIT.
      *****************************************************************
         REDOM-RECORD SECTION.

      * supervised re-domicile of one account - BRANCH-CODEO drives
      * the TECHBR index, BRANCHSUM and the GL branch figures, so it
      * only changes under the same gate DELETE and REVERSAL use, and
      * with a TECHAUDIT entry showing the move. The new branch rides
      * in the commarea record's BRANCH-CODEO.

           MOVE BRANCH-CODEO TO REDOM-NEW-BRANCH

           IF REDOM-NEW-BRANCH = SPACES
              OR REDOM-NEW-BRANCH = LOW-VALUES

            MOVE 914 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO REDOM-RECORD-EXIT

           END-IF

      * the destination must be a real, open branch on the TECHBRM
      * reference file - same validation CREATE-RECORD applies

           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(REDOM-NEW-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR BRM-CLOSED

            MOVE 914 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO REDOM-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO REDOM-RECORD-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           MOVE REDOM-NEW-BRANCH TO BRANCH-CODEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         REDOM-RECORD-EXIT.
           EXIT.
      *****************************************************************
         AUDINFO-RECORD SECTION.

      * the administrators' view of an account's recent TECHAUDIT
      * entries - who made each change, from which terminal, and the
      * changed fields decoded old-value/new-value from the record
      * images. Gated like DELETE and REVERSAL; the account rides in
      * ACCOUNTO. Reuses the MS-RING last-5 machinery the
      * mini-statement walk uses.

           MOVE 0 TO CA-AUD-COUNT
           MOVE 0 TO MS-RING-PTR
           MOVE 0 TO MS-RING-COUNT
           MOVE 0 TO AUX-SCAN-DONE-SW

           MOVE ACCOUNTO TO AUX-ACCOUNT-KEY

           END-IF

           PERFORM AUDINFO-COLLECT-ENTRY UNTIL AUX-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUX")
                   NOHANDLE
                   END-EXEC

           PERFORM AUDINFO-UNWIND-RING
                   VARYING MS-OUT-IX FROM 1 BY 1
                   UNTIL MS-OUT-IX > MS-RING-COUNT

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO AUDINFO-RECORD-EXIT

           .
      *****************************************************************
         AUDINFO-COLLECT-ENTRY.

           EXEC CICS READNEXT
                   FILE("TECHAUX")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUX-ACCOUNT-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR AUDIT-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO AUX-SCAN-DONE-SW

           ELSE

            ADD 1 TO MS-RING-PTR

            IF MS-RING-PTR > 5

             MOVE 1 TO MS-RING-PTR

            END-IF

            MOVE AUDIT-RECORD TO MS-RING-ENTRY(MS-RING-PTR)

            IF MS-RING-COUNT < 5

             ADD 1 TO MS-RING-COUNT

            END-IF

           END-IF

           .
         AUDINFO-UNWIND-RING.

           MOVE MS-RING-ENTRY(MS-RING-PTR) TO AUDIT-RECORD

           ADD 1 TO CA-AUD-COUNT

           MOVE AUDIT-DATE TO CA-AUD-DATE(CA-AUD-COUNT)
           MOVE AUDIT-TIME TO CA-AUD-TIME(CA-AUD-COUNT)
           MOVE AUDIT-OPERATION TO CA-AUD-OP(CA-AUD-COUNT)
           MOVE AUDIT-USERID TO CA-AUD-USERID(CA-AUD-COUNT)
           MOVE AUDIT-TERMID TO CA-AUD-TERMID(CA-AUD-COUNT)
           MOVE AUDIT-NARRATIVE TO CA-AUD-NARR(CA-AUD-COUNT)
           MOVE 0 TO CA-AUD-CHG-COUNT(CA-AUD-COUNT)

      * a CREATE has no before to compare and a DELETE no after -
      * an archival ('X') and a restore ('S') are one-sided the same
      * way; the operation byte already tells those stories

           IF NOT AUDIT-OP-CREATE AND NOT AUDIT-OP-DELETE
              AND NOT AUDIT-OP-ARCHIVED AND NOT AUDIT-OP-RESTORED

            MOVE AUDIT-BEFORE-IMAGE TO REVERSAL-OLD-IMAGE
            MOVE AUDIT-AFTER-IMAGE TO REVERSAL-NEW-IMAGE

            PERFORM AUDINFO-DECODE-CHANGES

           END-IF

           SUBTRACT 1 FROM MS-RING-PTR

           IF MS-RING-PTR = 0

            MOVE 5 TO MS-RING-PTR

           END-IF

           .
         AUDINFO-DECODE-CHANGES.

      * capture the first 3 fields that differ between the images -
      * name and address text as-is (address truncated to the slot),
      * money edited for reading

           IF REVERSAL-OLD-SURNAME NOT = REVERSAL-NEW-SURNAME
              AND CA-AUD-CHG-COUNT(CA-AUD-COUNT) < 3

            ADD 1 TO CA-AUD-CHG-COUNT(CA-AUD-COUNT)
            MOVE 'SURNAME' TO CA-AUD-FLD-NAME(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-OLD-SURNAME TO CA-AUD-FLD-OLD(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-NEW-SURNAME TO CA-AUD-FLD-NEW(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))

           END-IF

           IF REVERSAL-OLD-FIRST-NAME NOT = REVERSAL-NEW-FIRST-NAME
              AND CA-AUD-CHG-COUNT(CA-AUD-COUNT) < 3

            ADD 1 TO CA-AUD-CHG-COUNT(CA-AUD-COUNT)
            MOVE 'FIRSTNAME' TO CA-AUD-FLD-NAME(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-OLD-FIRST-NAME
              TO CA-AUD-FLD-OLD(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-NEW-FIRST-NAME
              TO CA-AUD-FLD-NEW(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))

           END-IF

           IF REVERSAL-OLD-ADDRESS NOT = REVERSAL-NEW-ADDRESS
              AND CA-AUD-CHG-COUNT(CA-AUD-COUNT) < 3

            ADD 1 TO CA-AUD-CHG-COUNT(CA-AUD-COUNT)
            MOVE 'ADDRESS' TO CA-AUD-FLD-NAME(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-OLD-ADDRESS(1:20)
              TO CA-AUD-FLD-OLD(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-NEW-ADDRESS(1:20)
              TO CA-AUD-FLD-NEW(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))

           END-IF

           IF REVERSAL-OLD-BALANCE NOT = REVERSAL-NEW-BALANCE
              AND CA-AUD-CHG-COUNT(CA-AUD-COUNT) < 3

            ADD 1 TO CA-AUD-CHG-COUNT(CA-AUD-COUNT)
            MOVE 'BALANCE' TO CA-AUD-FLD-NAME(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))

            IF REVERSAL-OLD-BALANCE NUMERIC

             MOVE REVERSAL-OLD-BALANCE TO AUD-MONEY-EDIT
             MOVE AUD-MONEY-EDIT TO CA-AUD-FLD-OLD(CA-AUD-COUNT,
                  CA-AUD-CHG-COUNT(CA-AUD-COUNT))

            END-IF

            IF REVERSAL-NEW-BALANCE NUMERIC

             MOVE REVERSAL-NEW-BALANCE TO AUD-MONEY-EDIT
             MOVE AUD-MONEY-EDIT TO CA-AUD-FLD-NEW(CA-AUD-COUNT,
                  CA-AUD-CHG-COUNT(CA-AUD-COUNT))

            END-IF

           END-IF

           IF REVERSAL-OLD-OVERDRAFT NOT = REVERSAL-NEW-OVERDRAFT
              AND CA-AUD-CHG-COUNT(CA-AUD-COUNT) < 3

            ADD 1 TO CA-AUD-CHG-COUNT(CA-AUD-COUNT)
            MOVE 'OVERDRAFT' TO CA-AUD-FLD-NAME(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))

            IF REVERSAL-OLD-OVERDRAFT NUMERIC

             MOVE REVERSAL-OLD-OVERDRAFT TO AUD-MONEY-EDIT
             MOVE AUD-MONEY-EDIT TO CA-AUD-FLD-OLD(CA-AUD-COUNT,
                  CA-AUD-CHG-COUNT(CA-AUD-COUNT))

            END-IF

            IF REVERSAL-NEW-OVERDRAFT NUMERIC

             MOVE REVERSAL-NEW-OVERDRAFT TO AUD-MONEY-EDIT
             MOVE AUD-MONEY-EDIT TO CA-AUD-FLD-NEW(CA-AUD-COUNT,
                  CA-AUD-CHG-COUNT(CA-AUD-COUNT))

            END-IF

           END-IF

           IF REVERSAL-OLD-STATUS NOT = REVERSAL-NEW-STATUS
              AND CA-AUD-CHG-COUNT(CA-AUD-COUNT) < 3

            ADD 1 TO CA-AUD-CHG-COUNT(CA-AUD-COUNT)
            MOVE 'STATUS' TO CA-AUD-FLD-NAME(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-OLD-STATUS TO CA-AUD-FLD-OLD(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-NEW-STATUS TO CA-AUD-FLD-NEW(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))

           END-IF

           IF REVERSAL-OLD-BRANCH NOT = REVERSAL-NEW-BRANCH
              AND CA-AUD-CHG-COUNT(CA-AUD-COUNT) < 3

            ADD 1 TO CA-AUD-CHG-COUNT(CA-AUD-COUNT)
            MOVE 'BRANCH' TO CA-AUD-FLD-NAME(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-OLD-BRANCH TO CA-AUD-FLD-OLD(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))
            MOVE REVERSAL-NEW-BRANCH TO CA-AUD-FLD-NEW(CA-AUD-COUNT,
                 CA-AUD-CHG-COUNT(CA-AUD-COUNT))

           END-IF

           .
         AUDINFO-RECORD-EXIT.
           EXIT.
      *****************************************************************
         LIMITCHG-RECORD SECTION.

      * supervised overdraft-limit change - the only path that
      * rewrites OVERDRAFT-LIMITO outside the general UPDATE's
      * token-bound address flow. Gated like DELETE and REVERSAL;
      * the new limit rides in the commarea record's
      * OVERDRAFT-LIMITO and is refused if the balance already sits
      * past it (the account would be instantly in breach).

           MOVE OVERDRAFT-LIMITO TO LIMITCHG-NEW-LIMIT

           IF LIMITCHG-NEW-LIMIT NOT NUMERIC
              OR LIMITCHG-NEW-LIMIT < 0

            MOVE 909 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LIMITCHG-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

            PERFORM EVALUATE-RESP

            GO TO LIMITCHG-RECORD-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LIMITCHG-RECORD-EXIT

           END-IF

      * refuse a limit the balance on file is already past - the
      * same floor every debit enforces, applied to the new limit

           IF BALANCEO < 0
              AND BALANCEO < (0 - LIMITCHG-NEW-LIMIT)

            MOVE 900 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LIMITCHG-RECORD-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           MOVE LIMITCHG-NEW-LIMIT TO OVERDRAFT-LIMITO

           MOVE CUST-REC-LEN TO LENGTH-VAR

                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         LIMITCHG-RECORD-EXIT.
           EXIT.
      *****************************************************************
         USERADM-RECORD SECTION.

      * user administration against TECHCRED, callable only by
      * 'A'-level userids. 'A' adds a userid with its initial
      * password and level, 'D' disables one (AUTHENTICATE refuses a
      * disabled userid with 918), 'L' sets CRED-AUTH-LEVEL, 'B' the
      * home branch. RECERT's close comes through here with 'D' for
      * every userid its campaign left unconfirmed. Every action
      * lands in TECHAUDIT as operation 'M' with the credentials
      * record's before/after images, so userid maintenance finally
      * happens inside the audit trail.

           IF CA-ADM-USERID = SPACES OR CA-ADM-USERID = LOW-VALUES

            MOVE 923 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO USERADM-RECORD-EXIT

           END-IF

      * a customer link must name a customer on the TECHCUST master -
      * blank means a staff userid

           IF CA-ADM-CUST-NO = LOW-VALUES

            MOVE SPACES TO CA-ADM-CUST-NO

           END-IF

           IF (CA-ADM-ADD OR CA-ADM-SET-CUSTOMER)
              AND CA-ADM-CUST-NO NOT = SPACES

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCUST")
                    INTO(CUSTOMER-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CA-ADM-CUST-NO)
                    KEYLENGTH(6)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 923 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO USERADM-RECORD-EXIT

            END-IF

           END-IF

      * a home branch must be on the TECHBRM branch reference file -
      * blank leaves the userid without one

           IF CA-ADM-BRANCH = LOW-VALUES

            MOVE SPACES TO CA-ADM-BRANCH

           END-IF

           IF (CA-ADM-ADD OR CA-ADM-SET-BRANCH)
              AND CA-ADM-BRANCH NOT = SPACES

            MOVE BRM-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBRM")
                    INTO(BRANCH-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CA-ADM-BRANCH)
                    KEYLENGTH(4)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 923 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO USERADM-RECORD-EXIT

            END-IF

           END-IF

      * the roles given must be on TECHROLE and must not conflict

           IF CA-ADM-ADD OR CA-ADM-SET-ROLES

            PERFORM USERADM-CHECK-ROLES

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO USERADM-RECORD-EXIT

            END-IF

           END-IF

           IF CA-ADM-ADD

            IF CA-ADM-PASSWORD = SPACES
               OR CA-ADM-PASSWORD = LOW-VALUES
               OR CA-ADM-LEVEL = SPACES
               OR CA-ADM-LEVEL = LOW-VALUES

             MOVE 923 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO USERADM-RECORD-EXIT

            END-IF

            MOVE CA-ADM-USERID TO CRED-USERID
            MOVE SPACES TO CRED-PASSWORD
            MOVE CA-ADM-LEVEL TO CRED-AUTH-LEVEL
            MOVE 'A' TO CRED-STATUS
            MOVE 0 TO CRED-FAIL-COUNT
            MOVE BUSINESS-TODAY TO CRED-PWD-DATE
            MOVE SPACES TO CRED-PWD-HISTORY
            MOVE CA-ADM-CUST-NO TO CRED-CUST-NO
            MOVE PERM-ROLE-LIST TO CRED-ROLES
            MOVE CA-ADM-BRANCH TO CRED-BRANCH

      * a new userid is born converted - its own fresh salt and the
      * digest of the initial password, never the password itself

            MOVE 'H' TO CRED-PWD-FORM
            MOVE SPACES TO CRED-SALT
            MOVE SPACES TO CRED-OLD-HASHES
            MOVE CA-ADM-PASSWORD TO PWD-CANDIDATE

            PERFORM HASH-PASSWORD

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO USERADM-RECORD-EXIT

            END-IF

            MOVE PWH-DIGEST TO CRED-PWD-HASH

            MOVE CRED-REC-LEN TO LENGTH-VAR

            EXEC CICS WRITE
                    FILE("TECHCRED")
                    FROM(CREDENTIALS-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CRED-USERID)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE LOW-VALUES TO OLD-CREDENTIALS-RECORD
             PERFORM WRITE-ADMIN-AUDIT

            END-IF

            PERFORM EVALUATE-RESP

            GO TO USERADM-RECORD-EXIT

           END-IF

           IF NOT CA-ADM-DISABLE AND NOT CA-ADM-SET-LEVEL
              AND NOT CA-ADM-SET-CUSTOMER AND NOT CA-ADM-SET-ROLES
              AND NOT CA-ADM-SET-BRANCH

            MOVE 923 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO USERADM-RECORD-EXIT

           END-IF

           MOVE CRED-REC-LEN TO LENGTH-VAR
           MOVE LOW-VALUES TO CREDENTIALS-RECORD

           EXEC CICS READ
                   FILE("TECHCRED")
                   INTO(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-ADM-USERID)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO USERADM-RECORD-EXIT

           END-IF

           MOVE CREDENTIALS-RECORD TO OLD-CREDENTIALS-RECORD

           IF CA-ADM-DISABLE

            MOVE 'D' TO CRED-STATUS

           ELSE IF CA-ADM-SET-CUSTOMER

            MOVE CA-ADM-CUST-NO TO CRED-CUST-NO

           ELSE IF CA-ADM-SET-ROLES

            MOVE PERM-ROLE-LIST TO CRED-ROLES

           ELSE IF CA-ADM-SET-BRANCH

            MOVE CA-ADM-BRANCH TO CRED-BRANCH

           ELSE

            IF CA-ADM-LEVEL = SPACES OR CA-ADM-LEVEL = LOW-VALUES

             MOVE 923 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO USERADM-RECORD-EXIT

            END-IF

            MOVE CA-ADM-LEVEL TO CRED-AUTH-LEVEL

           END-IF
           END-IF
           END-IF
           END-IF

           MOVE CRED-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCRED")
                   FROM(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            PERFORM WRITE-ADMIN-AUDIT

           END-IF

           PERFORM EVALUATE-RESP

           .
         USERADM-RECORD-EXIT.
           EXIT.
      *****************************************************************
         WRITE-ADMIN-AUDIT SECTION.

      * one TECHAUDIT entry per administrative action - operation 'M',
      * no account, the credentials record carried at the front of
      * each image

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE OLD-CREDENTIALS-RECORD TO AUDIT-BEFORE-IMAGE(1:94)
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE CREDENTIALS-RECORD TO AUDIT-AFTER-IMAGE(1:94)

           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE SAVED-EIBRESP TO EIBRESP

           .
         WRITE-ADMIN-AUDIT-EXIT.
           EXIT.
      *****************************************************************
         USERADM-CHECK-ROLES SECTION.

      * the roles in CA-ADM-ROLE - each one named must have at least
      * one row on TECHROLE (1037), and no two of them may be
      * recorded there as conflicting, in either order (1038).
      * Leaves the list, LOW-VALUES made blank, in PERM-ROLE-LIST and
      * EIBRESP 0 or the code.

           MOVE 0 TO EIBRESP
           MOVE 0 TO PERM-CONFLICT-SW

           PERFORM USERADM-CHECK-ONE-ROLE
                   VARYING PERM-IX FROM 1 BY 1
                   UNTIL PERM-IX > 4 OR EIBRESP NOT = 0

           IF EIBRESP NOT = 0

            GO TO USERADM-CHECK-ROLES-EXIT

           END-IF

           PERFORM USERADM-CHECK-PAIRS
                   VARYING PERM-IX FROM 1 BY 1
                   UNTIL PERM-IX > 3 OR PERM-CONFLICT

           IF PERM-CONFLICT

            MOVE 1038 TO EIBRESP

           ELSE

            MOVE 0 TO EIBRESP

           END-IF

           GO TO USERADM-CHECK-ROLES-EXIT

           .
      *****************************************************************
         USERADM-CHECK-ONE-ROLE.

           MOVE CA-ADM-ROLE(PERM-IX) TO PERM-ROLE(PERM-IX)

           IF PERM-ROLE(PERM-IX) = LOW-VALUES

            MOVE SPACES TO PERM-ROLE(PERM-IX)

           END-IF

           IF PERM-ROLE(PERM-IX) NOT = SPACES

            MOVE PERM-ROLE(PERM-IX) TO ROLE-BROWSE-ID
            MOVE LOW-VALUES TO ROLE-BROWSE-REST

            EXEC CICS STARTBR
                    FILE("TECHROLE")
                    RIDFLD(ROLE-BROWSE-KEY)
                    KEYLENGTH(17)
                    GTEQ
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE ROLE-REC-LEN TO LENGTH-VAR

             EXEC CICS READNEXT
                     FILE("TECHROLE")
                     INTO(ROLE-RECORD)
                     LENGTH(LENGTH-VAR)
                     RIDFLD(ROLE-BROWSE-KEY)
                     KEYLENGTH(17)
                     NOHANDLE
                     END-EXEC

            END-IF

            IF EIBRESP NOT = 0 OR ROLE-ID NOT = PERM-ROLE(PERM-IX)

             MOVE 1037 TO SAVED-EIBRESP

            ELSE

             MOVE 0 TO SAVED-EIBRESP

            END-IF

            EXEC CICS ENDBR
                    FILE("TECHROLE")
                    NOHANDLE
                    END-EXEC

            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           .
      *****************************************************************
         USERADM-CHECK-PAIRS.

           PERFORM USERADM-CHECK-PAIR
                   VARYING PERM-IX2 FROM PERM-IX BY 1
                   UNTIL PERM-IX2 > 4 OR PERM-CONFLICT

           .
      *****************************************************************
         USERADM-CHECK-PAIR.

           IF PERM-IX2 > PERM-IX
              AND PERM-ROLE(PERM-IX) NOT = SPACES
              AND PERM-ROLE(PERM-IX2) NOT = SPACES

            MOVE 'X' TO PERM-SEEK-TYPE
            MOVE PERM-ROLE(PERM-IX) TO PERM-SEEK-ROLE
            MOVE PERM-ROLE(PERM-IX2) TO PERM-SEEK-OTHER

            PERFORM USERADM-READ-CONFLICT

            IF NOT PERM-CONFLICT

             MOVE PERM-ROLE(PERM-IX2) TO PERM-SEEK-ROLE
             MOVE PERM-ROLE(PERM-IX) TO PERM-SEEK-OTHER

             PERFORM USERADM-READ-CONFLICT

            END-IF

           END-IF

           .
      *****************************************************************
         USERADM-READ-CONFLICT.

           MOVE ROLE-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHROLE")
                   INTO(ROLE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PERM-SEEK-KEY)
                   KEYLENGTH(17)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 1 TO PERM-CONFLICT-SW

           END-IF

           .
         USERADM-CHECK-ROLES-EXIT.
           EXIT.
      *****************************************************************
         HOLDCTL-RECORD SECTION.

      * set ('S'), clear ('C') or query ('Q') the posting hold. The
      * batch scheduler writes the TECHCTL 'POSTHOLD' record directly;
      * this state gives the operator the same control online, gated
      * like DELETE and REVERSAL. The current state comes back in
      * CA-HOLD-STATE either way.

           IF CA-HOLD-SET OR CA-HOLD-CLEAR

            MOVE CTL-POSTHOLD-KEY TO CTL-KEY
            MOVE 0 TO CTL-NUM-VALUE
            MOVE SPACES TO CTL-CHAR-VALUE

            IF CA-HOLD-SET

             MOVE 'Y' TO CTL-CHAR-VALUE(1:1)

            ELSE

             MOVE 'N' TO CTL-CHAR-VALUE(1:1)

            END-IF

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS WRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = DFHRESP(DUPREC)

             MOVE CTL-CHAR-VALUE(1:1) TO CA-HOLD-STATE

             MOVE CTL-REC-LEN TO LENGTH-VAR

             EXEC CICS READ
                     FILE("TECHCTL")
                     INTO(CONTROL-RECORD)
                     LENGTH(LENGTH-VAR)
                     RIDFLD(CTL-POSTHOLD-KEY)
                     KEYLENGTH(8)
                     UPDATE
                     NOHANDLE
                     END-EXEC

             MOVE CA-HOLD-STATE TO CTL-CHAR-VALUE(1:1)

             MOVE CTL-REC-LEN TO LENGTH-VAR

             EXEC CICS REWRITE
                     FILE("TECHCTL")
                     FROM(CONTROL-RECORD)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

            END-IF

           ELSE
           IF NOT CA-HOLD-QUERY

            MOVE 923 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO HOLDCTL-RECORD-EXIT

           ELSE

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCTL")
                    INTO(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-POSTHOLD-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 'N' TO CTL-CHAR-VALUE(1:1)
             MOVE 0 TO EIBRESP

            END-IF

           END-IF
           END-IF

           MOVE CTL-CHAR-VALUE(1:1) TO CA-HOLD-STATE

           PERFORM EVALUATE-RESP

           .
         HOLDCTL-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CHECK-POSTING-HOLD SECTION.

      * a missing 'POSTHOLD' record means no hold - normal running

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-POSTHOLD-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND CTL-CHAR-VALUE(1:1) = 'Y'

            MOVE 913 TO EIBRESP

            PERFORM EVALUATE-RESP

           ELSE

            MOVE 0 TO EIBRESP

           END-IF

           .
         CHECK-POSTING-HOLD-EXIT.
           EXIT.
      *****************************************************************
         GET-BUSINESS-DATE SECTION.

      * the date every stamp and audit entry this request writes will
      * carry. Normally the TECHCTL 'BUSDATE' control record EODROLL
      * maintains; a region without one falls back to the machine
      * clock. A request arriving after the PARM-CUTOFF-HHMM daily
      * cutoff belongs to the next business day, as does one arriving
      * on a weekend or a TECHCAL holiday (a region run without the
      * calendar posts as before - the shift simply never fires).

           EXEC CICS ASKTIME
                   ABSTIME(BUS-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(BUS-ABSTIME)
                   YYYYMMDD(BUS-CLOCK-DATE)
                   TIME(BUS-CLOCK-TIME)
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

            MOVE CTL-CHAR-VALUE TO BUSINESS-TODAY

           ELSE

            MOVE BUS-CLOCK-DATE TO BUSINESS-TODAY

           END-IF

           MOVE 0 TO BUS-CUTOFF

           MOVE PARM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(RATE-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PARM-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND PARM-CUTOFF-HHMM NUMERIC

            MOVE PARM-CUTOFF-HHMM TO BUS-CUTOFF

           END-IF

      * past the cutoff - the posting belongs to the next business
      * day's ledger

           IF BUS-CUTOFF > 0
              AND BUS-CLOCK-TIME(1:4) > BUS-CUTOFF

            PERFORM NEXT-BUSINESS-DAY

           END-IF

      * a business date that itself lands on a closed day (a BUSDATE
      * record that was never rolled over a holiday) still shifts
      * forward to the first open day

           PERFORM CHECK-BUSINESS-DAY

           IF NOT BUS-DAY-OK

            PERFORM NEXT-BUSINESS-DAY

           END-IF

           MOVE 0 TO EIBRESP

           .
         GET-BUSINESS-DATE-EXIT.
           EXIT.
      *****************************************************************
         NEXT-BUSINESS-DAY SECTION.

      * push BUSINESS-TODAY forward one calendar day at a time until
      * it lands on a weekday that is not on the TECHCAL holiday file

           MOVE 0 TO BUS-DAY-OK-SW

           PERFORM ADVANCE-CALENDAR-DAY

           PERFORM CHECK-BUSINESS-DAY

           PERFORM UNTIL BUS-DAY-OK

            PERFORM ADVANCE-CALENDAR-DAY

            PERFORM CHECK-BUSINESS-DAY

           END-PERFORM

           GO TO NEXT-BUSINESS-DAY-EXIT

           .
      *****************************************************************
         ADVANCE-CALENDAR-DAY.

           MOVE BUSINESS-TODAY TO BUS-DATE-PARTS

           ADD 1 TO BUS-DD

           MOVE BUS-MONTH-DAY-COUNT(BUS-MM) TO BUS-WORK-DAYS

           IF BUS-MM = 2

            DIVIDE BUS-YYYY BY 4
                   GIVING BUS-LEAP-QUOT
                   REMAINDER BUS-LEAP-REM

            IF BUS-LEAP-REM = 0

             MOVE 29 TO BUS-WORK-DAYS

            END-IF

           END-IF

           IF BUS-DD > BUS-WORK-DAYS

            MOVE 1 TO BUS-DD
            ADD 1 TO BUS-MM

            IF BUS-MM > 12

             MOVE 1 TO BUS-MM
             ADD 1 TO BUS-YYYY

            END-IF

           END-IF

           MOVE BUS-DATE-PARTS TO BUSINESS-TODAY

           .
         CHECK-BUSINESS-DAY.

      * Zeller's congruence gives the day of the week (0 = Saturday,
      * 1 = Sunday); anything else is a weekday, which then only has
      * to be absent from the TECHCAL holiday file

           MOVE 1 TO BUS-DAY-OK-SW

           MOVE BUSINESS-TODAY TO BUS-DATE-PARTS

           MOVE BUS-MM TO ZEL-M
           MOVE BUS-YYYY TO ZEL-Y

           IF ZEL-M < 3

            ADD 12 TO ZEL-M
            SUBTRACT 1 FROM ZEL-Y

           END-IF

           DIVIDE ZEL-Y BY 100 GIVING ZEL-J REMAINDER ZEL-K

           COMPUTE ZEL-T1 = 13 * (ZEL-M + 1)
           DIVIDE ZEL-T1 BY 5 GIVING ZEL-T1
           DIVIDE ZEL-K BY 4 GIVING ZEL-T2
           DIVIDE ZEL-J BY 4 GIVING ZEL-T3

           COMPUTE ZEL-SUM = BUS-DD + ZEL-T1 + ZEL-K
                           + ZEL-T2 + ZEL-T3 + (5 * ZEL-J)

           DIVIDE ZEL-SUM BY 7 GIVING ZEL-Q REMAINDER ZEL-DOW

           IF ZEL-DOW = 0 OR ZEL-DOW = 1

            MOVE 0 TO BUS-DAY-OK-SW

           ELSE

            MOVE CAL-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCAL")
                    INTO(CALENDAR-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BUSINESS-TODAY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE 0 TO BUS-DAY-OK-SW

            END-IF

           END-IF

           .
         NEXT-BUSINESS-DAY-EXIT.
           EXIT.
      *****************************************************************
         RESTORE-RECORD SECTION.

      * reinstate an account deleted in error. The delete's TECHAUDIT
      * entry carries the complete before-image of the record it
      * removed - find the account's latest entry through TECHAUX
      * (the same scan REVERSAL-RECORD uses), insist it IS a delete,
      * and write the image back to TECHBASE. Gated like the delete
      * was, and audited as operation 'S' (before-image empty, like a
      * CREATE - the restoration starts a fresh chain) so the
      * account's history linkage survives. The restored record is
      * returned in the commarea.

           MOVE 0 TO REVERSAL-FOUND
           MOVE 0 TO AUX-SCAN-DONE-SW

           MOVE ACCOUNTO TO AUX-ACCOUNT-KEY

           EXEC CICS STARTBR
                   FILE("TECHAUX")
                   RIDFLD(AUX-ACCOUNT-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO AUX-SCAN-DONE-SW

           END-IF

           PERFORM REVERSAL-SCAN-ENTRY UNTIL AUX-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUX")
                   NOHANDLE
                   END-EXEC

           IF NOT REVERSAL-ENTRY-FOUND

            MOVE 904 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RESTORE-RECORD-EXIT

           END-IF

           MOVE LAST-AUDIT-ENTRY TO AUDIT-RECORD

           IF NOT AUDIT-OP-DELETE

            MOVE 927 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RESTORE-RECORD-EXIT

           END-IF

           MOVE AUDIT-BEFORE-IMAGE TO SERVER-CUSTOMER-RECORD

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHBASE")
                   FROM(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-RESTORED TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         RESTORE-RECORD-EXIT.
           EXIT.
      *****************************************************************
         LOANSET-RECORD SECTION.

      * supervised loan set-up and drawdown. The loan account (in
      * ACCOUNTO) must already exist under a type-'L' product; the
      * principal in BALANCEO moves to the nominated deposit account
      * in TRANSFER-TO-ACCOUNT in one unit of work - the same two
      * READ UPDATE / two REWRITE shape TRANSFER-RECORD uses, but
      * without the daily-cap and available-balance floors (this is
      * the bank lending its own money under supervision, not a
      * customer withdrawal). The loan account's overdraft limit is
      * set to the principal in the same rewrite, and the monthly
      * repayment schedule lands on TECHLNS. The loan and deposit
      * accounts must be held in the same currency (1046).

           MOVE BALANCEO TO TRANSFER-AMOUNT
           MOVE TRANSFER-TO-ACCOUNT TO TRANSFER-TO-ACCOUNTO

           IF ACCOUNTO = TRANSFER-TO-ACCOUNT

            MOVE 908 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

           IF TRANSFER-AMOUNT NOT > 0
              OR CA-LOAN-INSTALLMENTS NOT NUMERIC
              OR CA-LOAN-INSTALLMENTS = 0
              OR CA-LOAN-INSTAMT NOT NUMERIC
              OR CA-LOAN-INSTAMT NOT > 0
              OR CA-LOAN-FIRSTDUE NOT NUMERIC

            MOVE 931 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

      * nothing is lent that an approver has not passed through
      * LOANAPP - and only what was approved

           PERFORM LOANSET-CHECK-APPLICATION

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

           IF ACCOUNT-FROZENO

            MOVE 902 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

      * the loan account must belong to the customer who applied

           IF CUSTOMER-NOO NOT = LAPP-CUST-NO

            MOVE 1035 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

      * only an account opened under a loan product can be drawn
      * down - anything else is refused with the product response

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PRODUCT-CODEO)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NOT PROD-LOAN

            MOVE 924 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TRANSFER-TO-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TRANSFER-TO-ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

           IF TRANSFER-TO-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

           IF TRANSFER-TO-FROZENO

            MOVE 902 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

      * the principal is drawn down into the deposit account as it
      * stands, so the loan must be in the deposit account's currency

           PERFORM GET-FX-PARMS

           MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-FROM-CURRENCY

           MOVE TRANSFER-TO-PRODUCT-CODE TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-TO-CURRENCY

           IF FX-FROM-CURRENCY NOT = FX-TO-CURRENCY

            MOVE 1046 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

           MOVE TRANSFER-TO-RECORD TO TRANSFER-TO-BEFORE

      * the drawdown - the loan account goes negative by exactly the
      * principal, and its overdraft limit is set to the principal
      * so it is authorized to owe exactly that and no more

           SUBTRACT TRANSFER-AMOUNT FROM BALANCEO
           MOVE TRANSFER-AMOUNT TO OVERDRAFT-LIMITO

           ADD TRANSFER-AMOUNT TO TRANSFER-TO-BALANCEO

           PERFORM STAMP-LAST-ACTIVITY

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LOANSET-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(TRANSFER-TO-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

      * the credit to the deposit side failed - back out the loan
      * account, same pattern TRANSFER-RECORD uses

            MOVE EIBRESP TO SAVED-EIBRESP

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                     FILE("TECHBASE")
                     FROM(BACKUP-CUSTOMER-RECORD)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

            MOVE SAVED-EIBRESP TO EIBRESP

           ELSE

            MOVE EIBRESP TO SAVED-EIBRESP

            SET AUDIT-OP-TRANSFER TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'LOAN DRAWDOWN' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE AUDIT-SEQNO TO TXNREF-SEQNO
            MOVE TXNREF-BUILD TO CA-TXNREF

            SET AUDIT-OP-TRANSFER TO TRUE
            MOVE TRANSFER-TO-ACCOUNTO TO AUDIT-ACCOUNT
            MOVE TRANSFER-TO-BEFORE TO AUDIT-BEFORE-IMAGE
            MOVE TRANSFER-TO-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'LOAN DRAWDOWN' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            PERFORM WRITE-LOAN-SCHEDULE

            MOVE SAVED-EIBRESP TO EIBRESP

      * the application is spent - a failure to close it refuses
      * the whole drawdown, so it cannot be booked twice

            PERFORM LOANSET-BOOK-APPLICATION

           END-IF

           PERFORM EVALUATE-RESP

           .
         LOANSET-RECORD-EXIT.
           EXIT.
      *****************************************************************
         LOANSET-CHECK-APPLICATION SECTION.

      * application CA-LOAN-APP-NO must be on TECHLAPP (1032) and
      * approved (1034), and the loan keyed no larger than the
      * amount approved and over the term approved (1035). The
      * record stays in LOAN-APPLICATION-RECORD for the customer
      * check once the loan account has been read.

           IF CA-LOAN-APP-NO NOT NUMERIC

            MOVE 1032 TO EIBRESP

            GO TO LOANSET-CHECK-APPLICATION-EXIT

           END-IF

           MOVE CA-LOAN-APP-NO TO LAPP-NUMBER

           MOVE LAPP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLAPP")
                   INTO(LOAN-APPLICATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LAPP-NUMBER)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1032 TO EIBRESP

           END-IF

           IF EIBRESP NOT = 0

            GO TO LOANSET-CHECK-APPLICATION-EXIT

           END-IF

           IF NOT LAPP-APPROVED

            MOVE 1034 TO EIBRESP

            GO TO LOANSET-CHECK-APPLICATION-EXIT

           END-IF

           IF TRANSFER-AMOUNT > LAPP-AMOUNT
              OR CA-LOAN-INSTALLMENTS NOT = LAPP-TERM

            MOVE 1035 TO EIBRESP

           END-IF

           .
         LOANSET-CHECK-APPLICATION-EXIT.
           EXIT.
      *****************************************************************
         LOANSET-BOOK-APPLICATION SECTION.

      * mark the application booked against the loan account, under
      * READ UPDATE so two drawdowns racing on one approval cannot
      * both book it (the loser gets 1034 and is rolled back)

           MOVE CA-LOAN-APP-NO TO LAPP-NUMBER

           MOVE LAPP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLAPP")
                   INTO(LOAN-APPLICATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LAPP-NUMBER)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO LOANSET-BOOK-APPLICATION-EXIT

           END-IF

           IF NOT LAPP-APPROVED

            MOVE 1034 TO EIBRESP

            GO TO LOANSET-BOOK-APPLICATION-EXIT

           END-IF

           MOVE 'B' TO LAPP-STATUS
           MOVE ACCOUNTO TO LAPP-LOAN-ACCT
           MOVE BUSINESS-TODAY TO LAPP-BOOKED-DATE

           MOVE LAPP-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHLAPP")
                   FROM(LOAN-APPLICATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           .
         LOANSET-BOOK-APPLICATION-EXIT.
           EXIT.
      *****************************************************************
         WRITE-LOAN-SCHEDULE SECTION.

      * one TECHLNS record per installment, due monthly from
      * CA-LOAN-FIRSTDUE with the day-of-month clamped the way a
      * monthly standing order's next-due date is

           PERFORM WRITE-ONE-INSTALLMENT
                   VARYING LOAN-IX FROM 1 BY 1
                   UNTIL LOAN-IX > CA-LOAN-INSTALLMENTS

           GO TO WRITE-LOAN-SCHEDULE-EXIT

           .
      *****************************************************************
         WRITE-ONE-INSTALLMENT.

           MOVE ACCOUNTO TO LS-ACCOUNT
           MOVE LOAN-IX TO LS-SEQ
           MOVE CA-LOAN-INSTAMT TO LS-AMOUNT
           MOVE TRANSFER-TO-ACCOUNT TO LS-FROM-ACCOUNT
           MOVE 'D' TO LS-STATUS

           MOVE CA-LOAN-FIRSTDUE TO BUS-DATE-PARTS

           COMPUTE LOAN-MONTHS-AHEAD = LOAN-IX - 1

           PERFORM TERM-ADD-ONE-MONTH LOAN-MONTHS-AHEAD TIMES

           MOVE BUS-MONTH-DAY-COUNT(BUS-MM) TO BUS-WORK-DAYS

           IF BUS-MM = 2

            DIVIDE BUS-YYYY BY 4
                   GIVING BUS-LEAP-QUOT
                   REMAINDER BUS-LEAP-REM

            IF BUS-LEAP-REM = 0

             MOVE 29 TO BUS-WORK-DAYS

            END-IF

           END-IF

           IF BUS-DD > BUS-WORK-DAYS

            MOVE BUS-WORK-DAYS TO BUS-DD

           END-IF

           MOVE BUS-DATE-PARTS TO LS-DUE-DATE

           MOVE LS-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHLNS")
                   FROM(LOAN-SCHEDULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LS-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           .
         WRITE-LOAN-SCHEDULE-EXIT.
           EXIT.
      *****************************************************************
         CHQMAINT-RECORD SECTION.

      * cheque-register maintenance over TECHCHQ. The account must
      * exist and be open; a book issue writes one register record
      * per cheque (refused whole with 932 if any number in the
      * range is already on the register - half-issued books are
      * worse than none); a stop only lands on an issued, unpaid
      * cheque; a query answers with the cheque's status byte.

           IF CA-CHQ-START NOT NUMERIC

            MOVE 933 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHQMAINT-RECORD-EXIT

           END-IF

                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC


            PERFORM EVALUATE-RESP

            GO TO CHQMAINT-RECORD-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHQMAINT-RECORD-EXIT

           END-IF

           EVALUATE TRUE

            WHEN CA-CHQ-BOOK

             PERFORM CHQMAINT-ISSUE-BOOK

            WHEN CA-CHQ-STOP

             PERFORM CHQMAINT-STOP-ONE

            WHEN CA-CHQ-QUERY

             PERFORM CHQMAINT-QUERY-ONE

            WHEN OTHER

             MOVE 933 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           .
         CHQMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CHQMAINT-ISSUE-BOOK SECTION.

      * the whole range is checked for collisions before the first
      * record is written - an overlapping re-issue is refused in
      * one piece

           IF CA-CHQ-COUNT NOT NUMERIC OR CA-CHQ-COUNT = 0

            MOVE 933 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHQMAINT-ISSUE-BOOK-EXIT

           END-IF

           MOVE 0 TO CHQ-CLASH-SW
           MOVE CA-CHQ-START TO CHQ-WORK-NUMBER

           PERFORM CHQMAINT-CHECK-ONE CA-CHQ-COUNT TIMES

           IF CHQ-RANGE-CLASH

            MOVE 932 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHQMAINT-ISSUE-BOOK-EXIT

           END-IF

           MOVE CA-CHQ-START TO CHQ-WORK-NUMBER

           PERFORM CHQMAINT-WRITE-ONE CA-CHQ-COUNT TIMES

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO CHQMAINT-ISSUE-BOOK-EXIT

           .
      *****************************************************************
         CHQMAINT-CHECK-ONE.

           MOVE ACCOUNTO TO CQ-ACCOUNT
           MOVE CHQ-WORK-NUMBER TO CQ-NUMBER

           MOVE CQ-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCHQ")
                   INTO(CHEQUE-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CQ-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 1 TO CHQ-CLASH-SW

           END-IF

           ADD 1 TO CHQ-WORK-NUMBER

           .
         CHQMAINT-WRITE-ONE.

           MOVE ACCOUNTO TO CQ-ACCOUNT
           MOVE CHQ-WORK-NUMBER TO CQ-NUMBER
           MOVE 'I' TO CQ-STATUS
           MOVE BUSINESS-TODAY TO CQ-ISSUE-DATE
           MOVE SESS-USERID TO CQ-ISSUED-BY
           MOVE BRANCH-CODEO TO CQ-BRANCH
           MOVE SPACES TO CQ-PAID-DATE

           MOVE CQ-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHCHQ")
                   FROM(CHEQUE-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CQ-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           ADD 1 TO CHQ-WORK-NUMBER

           .
         CHQMAINT-ISSUE-BOOK-EXIT.
           EXIT.
      *****************************************************************
         CHQMAINT-STOP-ONE SECTION.

           MOVE ACCOUNTO TO CQ-ACCOUNT
           MOVE CA-CHQ-START TO CQ-NUMBER

           MOVE CQ-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCHQ")
                   INTO(CHEQUE-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CQ-KEY)
                   KEYLENGTH(11)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CHQMAINT-STOP-ONE-EXIT

           END-IF

      * only an issued, unpaid cheque can be stopped - a paid one
      * is already money gone, a stopped one is already stopped

           IF NOT CQ-ISSUED

            MOVE 933 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHQMAINT-STOP-ONE-EXIT

           END-IF

           MOVE 'S' TO CQ-STATUS

           MOVE CQ-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCHQ")
                   FROM(CHEQUE-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           MOVE CQ-STATUS TO CA-CHQ-STATE

           PERFORM EVALUATE-RESP

           .
         CHQMAINT-STOP-ONE-EXIT.
           EXIT.
      *****************************************************************
         CHQMAINT-QUERY-ONE SECTION.

           MOVE ACCOUNTO TO CQ-ACCOUNT
           MOVE CA-CHQ-START TO CQ-NUMBER

           MOVE CQ-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCHQ")
                   INTO(CHEQUE-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CQ-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE CQ-STATUS TO CA-CHQ-STATE

           END-IF

           PERFORM EVALUATE-RESP

           .
         CHQMAINT-QUERY-ONE-EXIT.
           EXIT.
      *****************************************************************
         FDPMAINT-RECORD SECTION.

      * lodge ('A') or cancel ('C') a future-dated one-off transfer.
      * Lodging applies the same self-transfer / amount / closed /
      * frozen / overdraft refusals SOMAINT applies to a new
      * standing order (two accounts in different currencies among
      * them, 1046), plus one of its own: the value date must be
      * today or later - a payment dated in the past is a mistake,
      * not an instruction. FDPRUN applies every refusal again when
      * the payment actually releases.

           IF CA-FDP-CANCEL

            PERFORM FDPMAINT-CANCEL

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           IF NOT CA-FDP-ADD

            MOVE 934 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           MOVE BALANCEO TO TRANSFER-AMOUNT

           IF ACCOUNTO = TRANSFER-TO-ACCOUNT

            MOVE 908 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           IF TRANSFER-AMOUNT NOT > 0

            MOVE 909 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           IF CA-FDP-DATE NOT NUMERIC
              OR CA-FDP-DATE < BUSINESS-TODAY

            MOVE 934 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           IF ACCOUNT-FROZENO

            MOVE 902 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TRANSFER-TO-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TRANSFER-TO-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           IF TRANSFER-TO-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

           IF TRANSFER-TO-FROZENO

            MOVE 902 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

      * the payment releases at face value on its value date, so
      * both accounts must be held in one currency

           PERFORM GET-FX-PARMS

           MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-FROM-CURRENCY

           MOVE TRANSFER-TO-PRODUCT-CODE TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-TO-CURRENCY

           IF FX-FROM-CURRENCY NOT = FX-TO-CURRENCY

            MOVE 1046 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-RECORD-EXIT

           END-IF

      * assign the next payment id from an end-of-file browse under
      * an ENQ of its own - same low-volume pattern SOMAINT uses for
      * standing-order ids

           EXEC CICS ENQ
                   RESOURCE(FDP-ID-ENQ)
                   LENGTH(LENGTH OF FDP-ID-ENQ)
                   NOHANDLE
                   END-EXEC

           MOVE HIGH-VALUES TO FD-ID

           EXEC CICS STARTBR
                   FILE("TECHFDP")
                   RIDFLD(FD-ID)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           MOVE FDP-REC-LEN TO LENGTH-VAR

           EXEC CICS READPREV
                   FILE("TECHFDP")
                   INTO(FUTURE-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FD-ID)
                   NOHANDLE
                   END-EXEC

           EXEC CICS ENDBR
                   FILE("TECHFDP")
                   NOHANDLE
                   END-EXEC

           IF FD-ID = HIGH-VALUES OR FD-ID NOT NUMERIC

            MOVE 0 TO FDP-ID-NUM

           ELSE

            MOVE FD-ID TO FDP-ID-NUM

           END-IF

           ADD 1 TO FDP-ID-NUM

           MOVE FDP-ID-NUM TO FD-ID
           MOVE ACCOUNTO TO FD-FROM-ACCOUNT
           MOVE TRANSFER-TO-ACCOUNT TO FD-TO-ACCOUNT
           MOVE TRANSFER-AMOUNT TO FD-AMOUNT
           MOVE CA-FDP-DATE TO FD-VALUE-DATE
           MOVE 'P' TO FD-STATUS

           MOVE FDP-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHFDP")
                   FROM(FUTURE-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FD-ID)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           EXEC CICS DEQ
                   RESOURCE(FDP-ID-ENQ)
                   LENGTH(LENGTH OF FDP-ID-ENQ)
                   NOHANDLE
                   END-EXEC

           MOVE FD-ID TO CA-FDP-ID

           PERFORM EVALUATE-RESP

           .
         FDPMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         FDPMAINT-CANCEL SECTION.

      * only a payment still pending can be cancelled - an executed
      * one is already money moved, a cancelled one already dead

           MOVE FDP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHFDP")
                   INTO(FUTURE-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-FDP-ID)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-CANCEL-EXIT

           END-IF

           IF NOT FD-PENDING

            MOVE 934 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-CANCEL-EXIT

           END-IF

      * a customer userid cancels only payments drawn on its account

           IF SCOPE-CUSTOMER AND FD-FROM-ACCOUNT NOT = ACCOUNTO

            MOVE 1036 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FDPMAINT-CANCEL-EXIT

           END-IF

           MOVE 'C' TO FD-STATUS

           MOVE FDP-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHFDP")
                   FROM(FUTURE-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           PERFORM EVALUATE-RESP

           .
         FDPMAINT-CANCEL-EXIT.
           EXIT.
      *****************************************************************
         CUSTPOS-RECORD SECTION.

      * the customer's whole relationship on one screen. The
      * customer must exist on TECHCUST; their outright accounts
      * come from the TECHCUX walk (the same path
      * SYNC-CUSTOMER-MASTER walks), their joint accounts from the
      * TECHJNTC link path, and their active standing orders from a
      * scan of the (small) TECHSORD file against the collected
      * account list.

           MOVE 0 TO CA-POS-COUNT
           MOVE 0 TO CA-POS-TOTAL
           MOVE 0 TO CA-POS-HOLD-TOTAL
           MOVE 0 TO CA-POS-SO-COUNT

           IF CUSTOMER-NOO = SPACES OR CUSTOMER-NOO = LOW-VALUES

            MOVE DFHRESP(NOTFND) TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CUSTPOS-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUSTOMER-NOO)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC


            PERFORM EVALUATE-RESP

            GO TO CUSTPOS-RECORD-EXIT

           END-IF

      * the master's details ride back so the screen can show whose
      * relationship this is

           MOVE CUST-SURNAME TO SURNAMEO
           MOVE CUST-FIRST-NAME TO FIRST-NAMEO
           MOVE CUST-ADDRESS TO ADDRESSO

           PERFORM POS-COLLECT-OWNED

           PERFORM POS-COLLECT-JOINT

           PERFORM POS-COUNT-ORDERS

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         CUSTPOS-RECORD-EXIT.
           EXIT.
      *****************************************************************
         POS-COLLECT-OWNED SECTION.

           MOVE CUSTOMER-NOO TO POS-CUST-KEY
           MOVE 0 TO POS-SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHCUX")
                   RIDFLD(POS-CUST-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO POS-SCAN-DONE-SW

           END-IF

           PERFORM POS-COLLECT-ONE-OWNED
                   UNTIL POS-SCAN-DONE OR CA-POS-COUNT = 8

           EXEC CICS ENDBR
                   FILE("TECHCUX")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO POS-COLLECT-OWNED-EXIT

           .
      *****************************************************************
         POS-COLLECT-ONE-OWNED.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUX")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(POS-CUST-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR SIBLING-CUSTOMER-NOO NOT = CUSTOMER-NOO

            MOVE 1 TO POS-SCAN-DONE-SW

           ELSE

            MOVE 'O' TO POS-OWN-FLAG
            PERFORM POS-ADD-ROW

           END-IF

           .
         POS-COLLECT-OWNED-EXIT.
           EXIT.
      *****************************************************************
         POS-COLLECT-JOINT SECTION.

      * joint accounts come from the TECHJNTC path over the TECHJNT
      * link file - each link names an account this customer
      * co-owns, whose live record is fetched for its balance

           MOVE CUSTOMER-NOO TO POS-JNT-CUST-KEY
           MOVE 0 TO POS-SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHJNTC")
                   RIDFLD(POS-JNT-CUST-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO POS-SCAN-DONE-SW

           END-IF

           PERFORM POS-COLLECT-ONE-JOINT
                   UNTIL POS-SCAN-DONE OR CA-POS-COUNT = 8

           EXEC CICS ENDBR
                   FILE("TECHJNTC")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO POS-COLLECT-JOINT-EXIT

           .
      *****************************************************************
         POS-COLLECT-ONE-JOINT.

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNTC")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(POS-JNT-CUST-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR JNT-CUST-NO NOT = CUSTOMER-NOO

            MOVE 1 TO POS-SCAN-DONE-SW

           ELSE

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBASE")
                    INTO(SIBLING-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(JNT-ACCOUNT)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE 'J' TO POS-OWN-FLAG
             PERFORM POS-ADD-ROW

            END-IF

            MOVE 0 TO EIBRESP

           END-IF

           .
         POS-COLLECT-JOINT-EXIT.
           EXIT.
      *****************************************************************
         POS-ADD-ROW SECTION.

      * one row from the record in SIBLING-RECORD - the ownership
      * letter arrives in POS-OWN-FLAG from the caller. An
      * account already on the list (owned AND joint-linked by a
      * hand edit) is not listed twice.

           MOVE 0 TO POS-DUP-SW

           PERFORM POS-CHECK-DUP
                   VARYING POS-IX FROM 1 BY 1
                   UNTIL POS-IX > CA-POS-COUNT

           IF POS-DUP-ON-LIST

            GO TO POS-ADD-ROW-EXIT

           END-IF

           ADD 1 TO CA-POS-COUNT

           MOVE SIBLING-ACCOUNTO TO CA-POS-ACCT(CA-POS-COUNT)
           MOVE POS-OWN-FLAG TO CA-POS-OWN(CA-POS-COUNT)
           MOVE SIBLING-ACCOUNT-STATUSO
             TO CA-POS-STATUS(CA-POS-COUNT)
           MOVE SIBLING-BALANCEO TO CA-POS-BAL(CA-POS-COUNT)

           IF SIBLING-HOLD-AMOUNT NUMERIC

            MOVE SIBLING-HOLD-AMOUNT TO CA-POS-HOLD(CA-POS-COUNT)
            ADD SIBLING-HOLD-AMOUNT TO CA-POS-HOLD-TOTAL

           ELSE

            MOVE 0 TO CA-POS-HOLD(CA-POS-COUNT)

           END-IF

           ADD SIBLING-BALANCEO TO CA-POS-TOTAL

           GO TO POS-ADD-ROW-EXIT

           .
      *****************************************************************
         POS-CHECK-DUP.

           IF CA-POS-ACCT(POS-IX) = SIBLING-ACCOUNTO

            MOVE 1 TO POS-DUP-SW

           END-IF

           .
         POS-ADD-ROW-EXIT.
           EXIT.
      *****************************************************************
         POS-COUNT-ORDERS SECTION.

      * how many active standing orders draw on the customer's
      * accounts - the (small) TECHSORD file scanned once against
      * the collected list

           MOVE LOW-VALUES TO SO-ID
           MOVE 0 TO POS-SO-SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHSORD")
                   RIDFLD(SO-ID)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO POS-SO-SCAN-DONE-SW

           END-IF

           PERFORM POS-COUNT-ONE-ORDER UNTIL POS-SO-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHSORD")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO POS-COUNT-ORDERS-EXIT

           .
      *****************************************************************
         POS-COUNT-ONE-ORDER.

           MOVE SORD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHSORD")
                   INTO(STANDING-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SO-ID)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO POS-SO-SCAN-DONE-SW

           ELSE

            IF SO-ACTIVE

             MOVE 0 TO POS-DUP-SW

             PERFORM POS-CHECK-ORDER-ACCT
                     VARYING POS-IX FROM 1 BY 1
                     UNTIL POS-IX > CA-POS-COUNT

             IF POS-DUP-ON-LIST

              ADD 1 TO CA-POS-SO-COUNT

             END-IF

            END-IF

           END-IF

           .
         POS-CHECK-ORDER-ACCT.

           IF CA-POS-ACCT(POS-IX) = SO-FROM-ACCOUNT

            MOVE 1 TO POS-DUP-SW

           END-IF

           .
         POS-COUNT-ORDERS-EXIT.
           EXIT.
      *****************************************************************
         CARDMAINT-RECORD SECTION.

      * card-register maintenance over TECHCARD. A hot-card is the
      * urgent path - any signed-on teller, no supervisor gate, so
      * the customer's phone call stops the card in seconds; the
      * nightly ATMPOST batch declines it from the next file on.

           IF CA-CARD-NUMBER = SPACES
              OR CA-CARD-NUMBER = LOW-VALUES

            MOVE 935 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CARDMAINT-RECORD-EXIT

           END-IF

           EVALUATE TRUE

            WHEN CA-CARD-ADD

             PERFORM CARDMAINT-ADD

            WHEN CA-CARD-HOT

             MOVE 'H' TO CA-CARD-STATE
             PERFORM CARDMAINT-SET-STATUS

            WHEN CA-CARD-REACTIVATE

             MOVE 'A' TO CA-CARD-STATE
             PERFORM CARDMAINT-SET-STATUS

            WHEN CA-CARD-QUERY

             PERFORM CARDMAINT-QUERY

            WHEN OTHER

             MOVE 935 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           .
         CARDMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CARDMAINT-ADD SECTION.

      * a new card only links to a real, open account held in the
      * local currency (1046)

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CARDMAINT-ADD-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CARDMAINT-ADD-EXIT

           END-IF

      * card takings settle in the local currency through the ATM
      * clearing account, so no card links to an account held in
      * any other

           PERFORM GET-FX-PARMS

           MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY

           IF FX-ACCOUNT-CURRENCY NOT = FXP-LOCAL-CCY

            MOVE 1046 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CARDMAINT-ADD-EXIT

           END-IF

      * no card is issued on a minor's account (see
      * CHECK-MINOR-CUSTOMER)

           MOVE CUSTOMER-NOO TO MINOR-CHECK-CUST

           PERFORM CHECK-MINOR-CUSTOMER

           IF CUSTOMER-IS-MINOR

            MOVE 1007 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CARDMAINT-ADD-EXIT

           END-IF

      * the expiry given must be a real month not already gone;
      * none given runs the standard card life from today

           MOVE SPACES TO CARD-REGISTER-RECORD

           IF CA-CARD-EXPIRY = SPACES OR CA-CARD-EXPIRY = LOW-VALUES

            MOVE BUSINESS-TODAY(1:6) TO CARD-EXPIRY
            ADD CARD-LIFE-YEARS TO CARD-EXPIRY-YYYY

           ELSE

            MOVE CA-CARD-EXPIRY TO CARD-EXPIRY

            IF CARD-EXPIRY NOT NUMERIC
               OR CARD-EXPIRY-MM < 1 OR CARD-EXPIRY-MM > 12
               OR CARD-EXPIRY < BUSINESS-TODAY(1:6)

             MOVE 991 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO CARDMAINT-ADD-EXIT

            END-IF

           END-IF

           MOVE CA-CARD-NUMBER TO CARD-NUMBER
           MOVE ACCOUNTO TO CARD-ACCOUNT
           MOVE 'A' TO CARD-STATUS

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHCARD")
                   FROM(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CARD-NUMBER)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           MOVE CARD-STATUS TO CA-CARD-STATE
           MOVE CARD-EXPIRY TO CA-CARD-EXPIRY

           PERFORM EVALUATE-RESP

           .
         CARDMAINT-ADD-EXIT.
           EXIT.
      *****************************************************************
         CARDMAINT-SET-STATUS SECTION.

      * the desired status arrives in CA-CARD-STATE from the
      * dispatcher ('H' hot, 'A' active again). A card registered
      * before expiries were kept comes back short - the record is
      * cleared first so its expiry and link read as blank.

           MOVE SPACES TO CARD-REGISTER-RECORD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCARD")
                   INTO(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-CARD-NUMBER)
                   KEYLENGTH(16)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CARDMAINT-SET-STATUS-EXIT

           END-IF

           MOVE CA-CARD-STATE TO CARD-STATUS

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCARD")
                   FROM(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           PERFORM EVALUATE-RESP

           .
         CARDMAINT-SET-STATUS-EXIT.
           EXIT.
      *****************************************************************
         CARDMAINT-QUERY SECTION.

           MOVE SPACES TO CARD-REGISTER-RECORD

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCARD")
                   INTO(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-CARD-NUMBER)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE CARD-STATUS TO CA-CARD-STATE
            MOVE CARD-ACCOUNT TO ACCOUNTO
            MOVE CARD-EXPIRY TO CA-CARD-EXPIRY
            MOVE CARD-LINKED-CARD TO CA-CARD-LINKED

           END-IF

           PERFORM EVALUATE-RESP

           .
         CARDMAINT-QUERY-EXIT.
           EXIT.
      *****************************************************************
         CUSTMERG-RECORD SECTION.

      * re-point the losing customer's whole relationship at the
      * survivor, then retire the duplicate master. Both customers
      * must exist and differ; the loser's accounts come from the
      * same TECHCUX walk SYNC-CUSTOMER-MASTER uses. The survivor's
      * NAME DETAILS are pushed onto the moved accounts, so the
      * address sync and the surname search see one person from
      * here on.

           IF CA-MERGE-FROM = SPACES OR CA-MERGE-FROM = LOW-VALUES
              OR CA-MERGE-TO = SPACES OR CA-MERGE-TO = LOW-VALUES
              OR CA-MERGE-FROM = CA-MERGE-TO

            MOVE 937 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CUSTMERG-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(SURVIVOR-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-MERGE-TO)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CUSTMERG-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-MERGE-FROM)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CUSTMERG-RECORD-EXIT

           END-IF

      * every account the loser owns outright moves across

           MOVE 0 TO MERGE-MOVED-COUNT
           MOVE CA-MERGE-FROM TO MERGE-CUST-KEY
           MOVE 0 TO MERGE-SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHCUX")
                   RIDFLD(MERGE-CUST-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO MERGE-SCAN-DONE-SW

           END-IF

           PERFORM MERGE-ONE-ACCOUNT UNTIL MERGE-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHCUX")
                   NOHANDLE
                   END-EXEC

      * the loser's joint links re-key to the survivor

           PERFORM MERGE-JOINT-LINKS

      * the duplicate master retires; the merge itself is audited
      * as an 'M' entry carrying both master records, so who merged
      * whom into whom is answerable forever

           EXEC CICS DELETE
                   FILE("TECHCUST")
                   RIDFLD(CA-MERGE-FROM)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE SPACES TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE CUSTOMER-MASTER-RECORD TO AUDIT-BEFORE-IMAGE(1:76)
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE SURVIVOR-MASTER-RECORD TO AUDIT-AFTER-IMAGE(1:76)
            MOVE 'CUSTOMER MERGE' TO AUDIT-NARRATIVE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            PERFORM MARK-MERGE-DONE
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         CUSTMERG-RECORD-EXIT.
           EXIT.
      *****************************************************************
         MERGE-ONE-ACCOUNT SECTION.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUX")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(MERGE-CUST-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR SIBLING-CUSTOMER-NOO NOT = CA-MERGE-FROM

            MOVE 1 TO MERGE-SCAN-DONE-SW

            GO TO MERGE-ONE-ACCOUNT-EXIT

           END-IF

           MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SIBLING-ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO MERGE-ONE-ACCOUNT-EXIT

           END-IF

           MOVE CA-MERGE-TO TO SIBLING-CUSTOMER-NOO
           MOVE SURV-SURNAME TO SIBLING-SURNAMEO
           MOVE SURV-FIRST-NAME TO SIBLING-FIRST-NAMEO
           MOVE SURV-ADDRESS TO SIBLING-ADDRESSO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBASE")
                   FROM(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            ADD 1 TO MERGE-MOVED-COUNT

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE SIBLING-ACCOUNTO TO AUDIT-ACCOUNT
            MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'CUSTOMER MERGE' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

           END-IF

           .
         MERGE-ONE-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
         MERGE-JOINT-LINKS SECTION.

      * the loser's joint links (keyed account + customer) are
      * re-written under the survivor's number and surname, one at
      * a time through the TECHJNTC path. A fresh positioned browse
      * per pass, because the DELETE below shrinks the key range -
      * the same technique HOLDREL uses over TECHHOLD.

           MOVE 0 TO MERGE-SCAN-DONE-SW

           PERFORM MERGE-NEXT-JOINT-LINK
                   THRU MERGE-NEXT-JOINT-LINK-DONE
                   UNTIL MERGE-SCAN-DONE

           GO TO MERGE-JOINT-LINKS-EXIT

           .
      *****************************************************************
         MERGE-NEXT-JOINT-LINK.

           MOVE CA-MERGE-FROM TO POS-JNT-CUST-KEY

           EXEC CICS STARTBR
                   FILE("TECHJNTC")
                   RIDFLD(POS-JNT-CUST-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO MERGE-SCAN-DONE-SW

            GO TO MERGE-NEXT-JOINT-LINK-DONE

           END-IF

           MOVE SPACES TO JNT-REVIEW-DATA

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNTC")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(POS-JNT-CUST-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR JNT-CUST-NO NOT = CA-MERGE-FROM

            MOVE 1 TO MERGE-SCAN-DONE-SW

            EXEC CICS ENDBR
                    FILE("TECHJNTC")
                    NOHANDLE
                    END-EXEC

            GO TO MERGE-NEXT-JOINT-LINK-DONE

           END-IF

           EXEC CICS ENDBR
                   FILE("TECHJNTC")
                   NOHANDLE
                   END-EXEC

           EXEC CICS DELETE
                   FILE("TECHJNT")
                   RIDFLD(JNT-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           MOVE CA-MERGE-TO TO JNT-CUST-NO
           MOVE SURV-SURNAME TO JNT-SURNAME

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHJNT")
                   FROM(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JNT-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           .
         MERGE-NEXT-JOINT-LINK-DONE.
           EXIT.
         MERGE-JOINT-LINKS-EXIT.
           EXIT.
      *****************************************************************
         MARK-MERGE-DONE SECTION.

      * a pair the CUSTSCAN worklist proposed is ticked off; a
      * merge keyed without a worklist entry is simply not on it

           MOVE CA-MERGE-FROM TO MRG-LOSER
           MOVE CA-MERGE-TO TO MRG-SURVIVOR

           MOVE MRG-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHMRG")
                   INTO(MERGE-WORK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(MRG-KEY)
                   KEYLENGTH(12)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 'D' TO MRG-STATUS

            MOVE MRG-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHMRG")
                    FROM(MERGE-WORK-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         MARK-MERGE-DONE-EXIT.
           EXIT.
      *****************************************************************
         ESCHRCLM-RECORD SECTION.

      * give an escheated balance back. The account the ESCHEAT
      * batch closed re-opens with the reclaimed amount, the
      * unclaimed internal account gives it up, and both legs are
      * audited - the schedule line, the reclaim and the audit
      * chain all tie together.

           MOVE BALANCEO TO TRANSFER-AMOUNT

           IF TRANSFER-AMOUNT NOT > 0

            MOVE 938 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ESCHRCLM-RECORD-EXIT

           END-IF

      * the unclaimed internal account must be named and on file -
      * there is nowhere else the money can lawfully come from

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR IAP-UNCL-ACCT = SPACES
              OR IAP-UNCL-ACCT = LOW-VALUES

            MOVE 938 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ESCHRCLM-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO ESCHRCLM-RECORD-EXIT

           END-IF

      * only an account the escheat actually closed can reclaim

           IF NOT ACCOUNT-CLOSEDO

            MOVE 938 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ESCHRCLM-RECORD-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

           MOVE 'O' TO ACCOUNT-STATUSO
           ADD TRANSFER-AMOUNT TO BALANCEO

           PERFORM STAMP-LAST-ACTIVITY

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO ESCHRCLM-RECORD-EXIT

           END-IF

           MOVE EIBRESP TO SAVED-EIBRESP

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'ESCHEAT RECLAIM' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO CA-TXNREF

      * the unclaimed account gives the funds up, as the second
      * audited leg of the same movement

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-UNCL-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

            SUBTRACT TRANSFER-AMOUNT FROM SIBLING-BALANCEO

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                     FILE("TECHBASE")
                     FROM(SIBLING-RECORD)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

            IF EIBRESP = 0

             SET AUDIT-OP-TRANSFER TO TRUE
             MOVE IAP-UNCL-ACCT TO AUDIT-ACCOUNT
             MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
             MOVE 'ESCHEAT RECLAIM' TO AUDIT-NARRATIVE
             PERFORM WRITE-AUDIT-RECORD

            END-IF

           END-IF

           MOVE SAVED-EIBRESP TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         ESCHRCLM-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CLOSEACC-RECORD SECTION.

      * settle and close an account in one audited unit of work -
      * what the old delete path never did. Interest accrued to the
      * closure date is credited from the TECHACCR bucket (contra
      * against the interest-expense internal account), the residual
      * balance transfers to the nominated account or goes out as a
      * cash payout, and only then does the status turn 'C'. The
      * interest on an account held in a foreign currency is
      * contra'd at its local value, so a closure without the day's
      * approved rate for the currency is refused (1045). Any
      * refusal or failure leaves EIBRESP non-zero, so MAINLINE's
      * rollback unwinds every movement already posted.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

            PERFORM EVALUATE-RESP

            GO TO CLOSEACC-RECORD-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CLOSEACC-RECORD-EXIT

           END-IF

      * an estate settlement closes the accounts the death froze

           IF ACCOUNT-FROZENO AND NOT ESTATE-SETTLING

            MOVE 902 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CLOSEACC-RECORD-EXIT

           END-IF

      * a fixed-term deposit's funds are locked until maturity for
      * a closure payout exactly as for a withdrawal - TERMMAT
      * releases the term at maturity, and only then can the
      * account settle out

           PERFORM CHECK-TERM-LOCK

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CLOSEACC-RECORD-EXIT

           END-IF

      * the running held total on the record is maintained by
      * ADD-DEPOSIT-HOLD and the HOLDREL release job, so a non-zero
      * figure means live TECHHOLD entries still reference the
      * account - they must mature or be released first

           IF HOLD-AMOUNTO NUMERIC AND HOLD-AMOUNTO > 0

            MOVE 944 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CLOSEACC-RECORD-EXIT

           END-IF

      * an open court order still has a claim on the account's
      * money, held or not - it must be remitted or withdrawn first

           MOVE ACCOUNTO TO LEGAL-ACCOUNT

           PERFORM LEGAL-FIND-NEXT-ORDER

           IF LEGAL-OPEN-FOUND

            MOVE 983 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CLOSEACC-RECORD-EXIT

           END-IF

           PERFORM CLOSEACC-CHECK-ORDERS

           IF CLS-SO-FOUND

            MOVE 945 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CLOSEACC-RECORD-EXIT

           END-IF

      * an owner who still rents a safe-deposit box keeps at least
      * one account for BOXBILL to take the rent from - the box is
      * given up (BOXMAINT 'V') before their last account can close

           PERFORM CLOSEACC-CHECK-BOXES

           IF BOX-HOLDER-STRANDED

            MOVE 1022 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CLOSEACC-RECORD-EXIT

           END-IF

      * interest earned day by day since the last capitalization -
      * credited now instead of forfeited, as its own audited
      * movement with the same contra INTPOST posts

           MOVE 0 TO CLS-ACCRUED-AMOUNT

           MOVE CLS-ACR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHACCR")
                   INTO(CLOSE-ACCRUAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND CLS-ACR-ACCRUED NUMERIC

            MOVE CLS-ACR-ACCRUED TO CLS-ACCRUED-AMOUNT

           END-IF

           MOVE 0 TO EIBRESP

           IF CLS-ACCRUED-AMOUNT NOT = 0

            PERFORM CLOSEACC-CONTRA-AMOUNT

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO CLOSEACC-RECORD-EXIT

            END-IF

            MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

            ADD CLS-ACCRUED-AMOUNT TO BALANCEO

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'CLOSURE INTEREST' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            PERFORM CLOSEACC-INTEREST-CONTRA

            PERFORM CLOSEACC-CLEAR-ACCRUAL

           END-IF

      * an account still overdrawn after settlement has nothing to
      * pay away - the debt must be cleared before it can close

           IF BALANCEO < 0

            MOVE 946 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CLOSEACC-RECORD-EXIT

           END-IF

           IF BALANCEO > 0

            IF TRANSFER-TO-ACCOUNT NOT = SPACES
               AND TRANSFER-TO-ACCOUNT NOT = LOW-VALUES

             PERFORM CLOSEACC-TRANSFER-RESIDUAL

            ELSE

             PERFORM CLOSEACC-CASH-PAYOUT

            END-IF

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO CLOSEACC-RECORD-EXIT

            END-IF

           END-IF

      * settled to zero - only now does the account close; the
      * record stays on file for ARCHACCT's retention sweep

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

           MOVE 'C' TO ACCOUNT-STATUSO

           PERFORM STAMP-LAST-ACTIVITY

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            MOVE EIBRESP TO SAVED-EIBRESP

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'ACCOUNT CLOSED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE AUDIT-SEQNO TO TXNREF-SEQNO
            MOVE TXNREF-BUILD TO CA-TXNREF

            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         CLOSEACC-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CLOSEACC-CHECK-ORDERS SECTION.

      * does any ACTIVE standing order still draw on the account? -
      * the same one-pass TECHSORD scan the position inquiry makes,
      * against this one account. A suspended or cancelled order
      * does not block the closure.

           MOVE 0 TO CLS-SO-FOUND-SW
           MOVE 0 TO CLS-SO-SCAN-DONE-SW

           MOVE LOW-VALUES TO SO-ID

           EXEC CICS STARTBR
                   FILE("TECHSORD")
                   RIDFLD(SO-ID)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO CLS-SO-SCAN-DONE-SW

           END-IF

           PERFORM CLOSEACC-NEXT-ORDER UNTIL CLS-SO-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHSORD")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO CLOSEACC-CHECK-ORDERS-EXIT

           .
      *****************************************************************
         CLOSEACC-NEXT-ORDER.

           MOVE SORD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHSORD")
                   INTO(STANDING-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SO-ID)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO CLS-SO-SCAN-DONE-SW

           ELSE

            IF SO-ACTIVE AND SO-FROM-ACCOUNT = ACCOUNTO

             MOVE 1 TO CLS-SO-FOUND-SW
             MOVE 1 TO CLS-SO-SCAN-DONE-SW

            END-IF

           END-IF

           .
         CLOSEACC-CHECK-ORDERS-EXIT.
           EXIT.
      *****************************************************************
         CLOSEACC-CHECK-BOXES SECTION.

      * the account's owner and each co-owner linked on TECHJNT, in
      * turn - BOX-HOLDER-STRANDED comes back set when one of them
      * rents a box and this is the last account they have open

           MOVE 0 TO BOX-HOLDER-SW

           MOVE CUSTOMER-NOO TO BOX-HOLDER-KEY

           PERFORM CLOSEACC-CHECK-HOLDER

           IF BOX-HOLDER-STRANDED

            GO TO CLOSEACC-CHECK-BOXES-EXIT

           END-IF

           MOVE 0 TO BOX-JNT-SCAN-SW

           MOVE LOW-VALUES TO BOX-JNT-BROWSE-KEY
           MOVE ACCOUNTO TO BOX-JNT-BROWSE-KEY(1:5)

           EXEC CICS STARTBR
                   FILE("TECHJNT")
                   RIDFLD(BOX-JNT-BROWSE-KEY)
                   KEYLENGTH(11)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BOX-JNT-SCAN-SW

           END-IF

           PERFORM CLOSEACC-NEXT-COOWNER
                   UNTIL BOX-JNT-SCAN-DONE OR BOX-HOLDER-STRANDED

           EXEC CICS ENDBR
                   FILE("TECHJNT")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO CLOSEACC-CHECK-BOXES-EXIT

           .
      *****************************************************************
         CLOSEACC-NEXT-COOWNER.

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNT")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-JNT-BROWSE-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR JNT-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO BOX-JNT-SCAN-SW

           ELSE

            MOVE JNT-CUST-NO TO BOX-HOLDER-KEY

            PERFORM CLOSEACC-CHECK-HOLDER

           END-IF

           .
         CLOSEACC-CHECK-BOXES-EXIT.
           EXIT.
      *****************************************************************
         CLOSEACC-CHECK-HOLDER SECTION.

      * customer BOX-HOLDER-KEY - a box found through the TECHBOXC
      * path is a let one (a vacated box carries no customer), and
      * then any other account they own (TECHCUX) or co-own
      * (TECHJNTC) that is not closed lets this one go

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBOXC")
                   INTO(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-HOLDER-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF (EIBRESP NOT = 0 AND EIBRESP NOT = DFHRESP(DUPKEY))
              OR NOT BOX-LET

            MOVE 0 TO EIBRESP

            GO TO CLOSEACC-CHECK-HOLDER-EXIT

           END-IF

           MOVE 0 TO BOX-OTHER-ACCT-SW
           MOVE 0 TO BOX-HOLDER-SCAN-SW

           MOVE BOX-HOLDER-KEY TO BOX-HOLDER-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHCUX")
                   RIDFLD(BOX-HOLDER-BROWSE-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BOX-HOLDER-SCAN-SW

           END-IF

           PERFORM CLOSEACC-HOLDER-NEXT-OWNED
                   UNTIL BOX-HOLDER-SCAN-DONE OR BOX-OTHER-ACCT-FOUND

           EXEC CICS ENDBR
                   FILE("TECHCUX")
                   NOHANDLE
                   END-EXEC

           IF NOT BOX-OTHER-ACCT-FOUND

            MOVE 0 TO BOX-HOLDER-SCAN-SW

            MOVE BOX-HOLDER-KEY TO BOX-HOLDER-BROWSE-KEY

            EXEC CICS STARTBR
                    FILE("TECHJNTC")
                    RIDFLD(BOX-HOLDER-BROWSE-KEY)
                    KEYLENGTH(6)
                    GTEQ
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO BOX-HOLDER-SCAN-SW

            END-IF

            PERFORM CLOSEACC-HOLDER-NEXT-JOINT
                    UNTIL BOX-HOLDER-SCAN-DONE OR BOX-OTHER-ACCT-FOUND

            EXEC CICS ENDBR
                    FILE("TECHJNTC")
                    NOHANDLE
                    END-EXEC

           END-IF

           IF NOT BOX-OTHER-ACCT-FOUND

            MOVE 1 TO BOX-HOLDER-SW

           END-IF

           MOVE 0 TO EIBRESP

           GO TO CLOSEACC-CHECK-HOLDER-EXIT

           .
      *****************************************************************
         CLOSEACC-HOLDER-NEXT-OWNED.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUX")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-HOLDER-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR SIBLING-CUSTOMER-NOO NOT = BOX-HOLDER-KEY

            MOVE 1 TO BOX-HOLDER-SCAN-SW

           ELSE

            IF SIBLING-ACCOUNTO NOT = ACCOUNTO
               AND SIBLING-ACCOUNT-STATUSO NOT = 'C'

             MOVE 1 TO BOX-OTHER-ACCT-SW

            END-IF

           END-IF

           .
      *****************************************************************
         CLOSEACC-HOLDER-NEXT-JOINT.

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNTC")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-HOLDER-BROWSE-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR JNT-CUST-NO NOT = BOX-HOLDER-KEY

            MOVE 1 TO BOX-HOLDER-SCAN-SW

           ELSE

            IF JNT-ACCOUNT NOT = ACCOUNTO

             MOVE CUST-REC-LEN TO LENGTH-VAR

             EXEC CICS READ
                     FILE("TECHBASE")
                     INTO(SIBLING-RECORD)
                     LENGTH(LENGTH-VAR)
                     RIDFLD(JNT-ACCOUNT)
                     NOHANDLE
                     END-EXEC

             IF EIBRESP = 0
                AND SIBLING-ACCOUNT-STATUSO NOT = 'C'

              MOVE 1 TO BOX-OTHER-ACCT-SW

             END-IF

            END-IF

           END-IF

           .
         CLOSEACC-CHECK-HOLDER-EXIT.
           EXIT.
      *****************************************************************
         CLOSEACC-INTEREST-CONTRA SECTION.

      * the other side of the closure interest credit - the
      * interest-expense internal account gives up its local value
      * (CLS-CONTRA-AMOUNT, see CLOSEACC-CONTRA-AMOUNT), the same
      * account INTPOST's run contra posts against. A region whose
      * internal accounts were never named keeps the single-sided
      * figure, exactly as the batch does. The main EIBRESP is
      * preserved - a missing contra account is not a reason to
      * refuse the customer their closure.

           MOVE EIBRESP TO SAVED-EIBRESP

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR IAP-INTEXP-ACCT = SPACES
              OR IAP-INTEXP-ACCT = LOW-VALUES

            MOVE SAVED-EIBRESP TO EIBRESP

            GO TO CLOSEACC-INTEREST-CONTRA-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-INTEXP-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

            SUBTRACT CLS-CONTRA-AMOUNT FROM SIBLING-BALANCEO

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                     FILE("TECHBASE")
                     FROM(SIBLING-RECORD)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

            IF EIBRESP = 0

             SET AUDIT-OP-UPDATE TO TRUE
             MOVE IAP-INTEXP-ACCT TO AUDIT-ACCOUNT
             MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
             MOVE 'INTEREST CONTRA' TO AUDIT-NARRATIVE
             PERFORM WRITE-AUDIT-RECORD

            END-IF

           END-IF

           MOVE SAVED-EIBRESP TO EIBRESP

           .
         CLOSEACC-INTEREST-CONTRA-EXIT.
           EXIT.
      *****************************************************************
         CLOSEACC-CONTRA-AMOUNT SECTION.

      * the closure interest in the local currency the
      * interest-expense account is held in, into CLS-CONTRA-AMOUNT -
      * as it stands for a local-currency account, at the business
      * date's approved rate for a foreign one (GET-FX-RATE). No
      * rate for the day refuses with 1045, a figure too large to
      * convert with 1047.

           MOVE CLS-ACCRUED-AMOUNT TO CLS-CONTRA-AMOUNT

           PERFORM GET-FX-PARMS

           MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY

           IF FX-ACCOUNT-CURRENCY = FXP-LOCAL-CCY

            GO TO CLOSEACC-CONTRA-AMOUNT-EXIT

           END-IF

           MOVE FX-ACCOUNT-CURRENCY TO FX-LOOKUP-CURRENCY
           PERFORM GET-FX-RATE

           IF NOT FX-RATE-FOUND

            MOVE 1045 TO EIBRESP

            GO TO CLOSEACC-CONTRA-AMOUNT-EXIT

           END-IF

           COMPUTE CLS-CONTRA-AMOUNT ROUNDED =
                   CLS-ACCRUED-AMOUNT * FX-LOOKUP-RATE
              ON SIZE ERROR
                   MOVE 1047 TO EIBRESP
           END-COMPUTE

           .
         CLOSEACC-CONTRA-AMOUNT-EXIT.
           EXIT.
      *****************************************************************
         CLOSEACC-CLEAR-ACCRUAL SECTION.

      * what was just credited leaves the bucket, so a month-end
      * capitalization after the closure can never pay it twice

           MOVE CLS-ACR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHACCR")
                   INTO(CLOSE-ACCRUAL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 0 TO CLS-ACR-ACCRUED

            MOVE CLS-ACR-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHACCR")
                    FROM(CLOSE-ACCRUAL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 0 TO EIBRESP

           .
         CLOSEACC-CLEAR-ACCRUAL-EXIT.
           EXIT.
      *****************************************************************
         CLOSEACC-TRANSFER-RESIDUAL SECTION.

      * the settled balance moves to the nominated account - the
      * same two audited legs a TRANSFER posts, with the FROM side's
      * REWRITE left to the closure itself. A nominee held in another
      * currency is credited the balance converted at the day's rate
      * as a TRANSFER is (CONVERT-TRANSFER-AMOUNT), in
      * TRANSFER-CREDIT-AMOUNT. Leaves EIBRESP non-zero when the
      * nominee cannot take the money, and the rollback unwinds the
      * interest already credited.

           IF TRANSFER-TO-ACCOUNT = ACCOUNTO

            MOVE 908 TO EIBRESP

            GO TO CLOSEACC-TRANSFER-RESIDUAL-EXIT

           END-IF

           MOVE TRANSFER-TO-ACCOUNT TO TRANSFER-TO-ACCOUNTO
           MOVE BALANCEO TO TRANSFER-AMOUNT

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TRANSFER-TO-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TRANSFER-TO-ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO CLOSEACC-TRANSFER-RESIDUAL-EXIT

           END-IF

           IF TRANSFER-TO-CLOSEDO

            MOVE 901 TO EIBRESP

            GO TO CLOSEACC-TRANSFER-RESIDUAL-EXIT

           END-IF

           IF TRANSFER-TO-FROZENO

            MOVE 902 TO EIBRESP

            GO TO CLOSEACC-TRANSFER-RESIDUAL-EXIT

           END-IF

      * converted, or refused (1045 / 1047), before either leg is
      * written

           PERFORM CONVERT-TRANSFER-AMOUNT

           IF EIBRESP NOT = 0

            GO TO CLOSEACC-TRANSFER-RESIDUAL-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

           SUBTRACT TRANSFER-AMOUNT FROM BALANCEO

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE

           IF FX-CONVERTED

            MOVE FX-DEBIT-NARRATIVE TO AUDIT-NARRATIVE

           ELSE

            MOVE 'CLOSURE TRANSFER' TO AUDIT-NARRATIVE

           END-IF

           PERFORM WRITE-AUDIT-RECORD

           MOVE TRANSFER-TO-RECORD TO TRANSFER-TO-BEFORE

           ADD TRANSFER-CREDIT-AMOUNT TO TRANSFER-TO-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(TRANSFER-TO-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-TRANSFER TO TRUE
            MOVE TRANSFER-TO-ACCOUNTO TO AUDIT-ACCOUNT
            MOVE TRANSFER-TO-BEFORE TO AUDIT-BEFORE-IMAGE
            MOVE TRANSFER-TO-RECORD TO AUDIT-AFTER-IMAGE

            IF FX-CONVERTED

             MOVE FX-CREDIT-NARRATIVE TO AUDIT-NARRATIVE

            ELSE

             MOVE 'CLOSURE TRANSFER' TO AUDIT-NARRATIVE

            END-IF

            PERFORM WRITE-AUDIT-RECORD

           END-IF

           .
         CLOSEACC-TRANSFER-RESIDUAL-EXIT.
           EXIT.
      *****************************************************************
         CLOSEACC-CASH-PAYOUT SECTION.

      * no nominee - the settled balance goes out over the counter.
      * The balance is taken to zero with the payout figure on the
      * audit entry, which is the teller's authority for the cash.

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

           MOVE BALANCEO TO TRANSFER-AMOUNT

           MOVE 0 TO BALANCEO

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'CLOSURE CASH PAYOUT' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           .
         CLOSEACC-CASH-PAYOUT-EXIT.
           EXIT.
      *****************************************************************
         ASATBAL-RECORD SECTION.

      * the balance of ACCOUNTO as at the close of CA-ASAT-DATE,
      * reconstructed from the audit chain: the LAST entry for the
      * account at or before the date left the balance the auditors
      * are asking about in its after-image. The archived range is
      * walked first (its date-led key stops the walk at the date),
      * then the account's live entries through TECHAUX - any live
      * match is newer than every archived one, so it wins. The
      * answer rides back in the balance field, prints as a
      * certificate on CERTRPT, and the request itself is audited.

           IF CA-ASAT-DATE NOT NUMERIC

            MOVE 948 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ASATBAL-RECORD-EXIT

           END-IF

      * the account must be on file - the certificate carries the
      * name on the record

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO ASATBAL-RECORD-EXIT

           END-IF

           MOVE 0 TO ASAT-FOUND-SW
           MOVE 0 TO ASAT-BALANCE

           PERFORM ASAT-SCAN-ARCHIVE

           PERFORM ASAT-SCAN-LIVE

           IF NOT ASAT-FOUND

            MOVE 947 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ASATBAL-RECORD-EXIT

           END-IF

      * the reply record carries the as-at figure in place of the
      * current balance - the caller asked about the past

           MOVE ASAT-BALANCE TO BALANCEO

           PERFORM ASAT-WRITE-CERT

      * a balance disclosure is audited like any administrative
      * action - operation 'M', the as-at date at the front of the
      * after-image

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE CA-ASAT-DATE TO AUDIT-AFTER-IMAGE(1:8)
           MOVE 'BALANCE CERTIFICATE' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO CA-TXNREF

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         ASATBAL-RECORD-EXIT.
           EXIT.
      *****************************************************************
         ASAT-SCAN-ARCHIVE SECTION.

      * the archived range first - TECHAUDH's key leads with the
      * date, so the browse runs from the beginning and stops the
      * moment it passes the as-at date; the last matching entry
      * seen is the latest archived one at or before it

           MOVE 0 TO ASAT-SCAN-DONE-SW
           MOVE LOW-VALUES TO ASAT-HIST-KEY

           EXEC CICS STARTBR
                   FILE("TECHAUDH")
                   RIDFLD(ASAT-HIST-KEY)
                   KEYLENGTH(15)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO ASAT-SCAN-DONE-SW

           END-IF

           PERFORM ASAT-NEXT-HIST UNTIL ASAT-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUDH")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO ASAT-SCAN-ARCHIVE-EXIT

           .
      *****************************************************************
         ASAT-NEXT-HIST.

           MOVE ASAT-HIST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHAUDH")
                   INTO(ASAT-HIST-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ASAT-HIST-KEY)
                   KEYLENGTH(15)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR ASAT-HIST-DATE > CA-ASAT-DATE

            MOVE 1 TO ASAT-SCAN-DONE-SW

           ELSE

            MOVE ASAT-HIST-ENTRY TO AUDIT-RECORD

      * the date-led key walks every account's archived entries
      * together - only this account's belong on the certificate

            IF AUDIT-ACCOUNT = ACCOUNTO

             PERFORM ASAT-TAKE-ENTRY

            END-IF

           END-IF

           .
         ASAT-SCAN-ARCHIVE-EXIT.
           EXIT.
      *****************************************************************
         ASAT-SCAN-LIVE SECTION.

      * the account's live entries through the TECHAUX alternate
      * index, the same positioning the mini-statement uses -
      * entries dated after the as-at date are passed over, and the
      * last qualifying one seen supersedes whatever the archive
      * walk found

           MOVE 0 TO ASAT-SCAN-DONE-SW

           MOVE ACCOUNTO TO AUX-ACCOUNT-KEY

           EXEC CICS STARTBR
                   FILE("TECHAUX")
                   RIDFLD(AUX-ACCOUNT-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO ASAT-SCAN-DONE-SW

           END-IF

           PERFORM ASAT-NEXT-LIVE UNTIL ASAT-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUX")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO ASAT-SCAN-LIVE-EXIT

           .
      *****************************************************************
         ASAT-NEXT-LIVE.

           EXEC CICS READNEXT
                   FILE("TECHAUX")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUX-ACCOUNT-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR AUDIT-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO ASAT-SCAN-DONE-SW

           ELSE

            IF AUDIT-DATE NOT > CA-ASAT-DATE

             PERFORM ASAT-TAKE-ENTRY

            END-IF

           END-IF

           .
         ASAT-TAKE-ENTRY.

      * one qualifying entry - a movement's after-image carries the
      * balance it left behind; a queued proposal or administrative
      * entry is not a movement, and a delete left no balance at all

           IF AUDIT-OP-QUEUED OR AUDIT-OP-ADMIN

            CONTINUE

           ELSE

            MOVE 1 TO ASAT-FOUND-SW

            IF AUDIT-OP-DELETE

             MOVE 0 TO ASAT-BALANCE

            ELSE

             MOVE AUDIT-AFTER-IMAGE TO SIBLING-RECORD

             IF SIBLING-BALANCEO NUMERIC

              MOVE SIBLING-BALANCEO TO ASAT-BALANCE

             END-IF

            END-IF

           END-IF

           .
         ASAT-SCAN-LIVE-EXIT.
           EXIT.
      *****************************************************************
         ASAT-WRITE-CERT SECTION.

      * the certificate itself - two lines on the CERTRPT print
      * file, the issue line tying it to the business date and the
      * userid that asked

           MOVE BUSINESS-TODAY TO CERT-ISSUE-DATE
           MOVE LOGIN-USERID TO CERT-ISSUER
           MOVE CERT-TITLE-LINE TO CERT-PRINT-LINE

           EXEC CICS WRITE
                   FILE("CERTRPT")
                   FROM(CERT-PRINT-LINE)
                   LENGTH(LENGTH OF CERT-PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           MOVE ACCOUNTO TO CERT-ACCOUNT
           MOVE SPACES TO CERT-NAME
           MOVE FIRST-NAMEO TO CERT-NAME(1:10)
           MOVE SURNAMEO TO CERT-NAME(12:15)
           MOVE CA-ASAT-DATE TO CERT-DATE
           MOVE ASAT-BALANCE TO CERT-BALANCE
           MOVE CERT-DETAIL-LINE TO CERT-PRINT-LINE

           EXEC CICS WRITE
                   FILE("CERTRPT")
                   FROM(CERT-PRINT-LINE)
                   LENGTH(LENGTH OF CERT-PRINT-LINE)
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           .
         ASAT-WRITE-CERT-EXIT.
           EXIT.
      *****************************************************************
         DSPMAINT-RECORD SECTION.

      * the dispute register - raise a dispute against a specific
      * posting, list the worklist, or (gated) move a dispute
      * through its life, with the provisional refund posted as a
      * targeted audited reversal of exactly the disputed delta.

           EVALUATE CA-DSP-FUNC

            WHEN 'R'

             PERFORM DSPMAINT-RAISE

            WHEN 'L'

             PERFORM DSPMAINT-LIST

            WHEN 'S'

             PERFORM DSPMAINT-SET-STATUS

            WHEN OTHER

             MOVE 950 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO DSPMAINT-RECORD-EXIT

           .
         DSPMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         DSPMAINT-RAISE SECTION.

      * a dispute names its posting by the CA-TXNREF the posting
      * answered with - 'TR' plus the audit sequence number. The
      * entry must still be on the live trail and must be an actual
      * movement; the register record is numbered, stamped and
      * audited, and the new dispute number answers in CA-DSP-ID.

           IF CA-TXNREF(1:2) NOT = 'TR'
              OR CA-TXNREF(3:7) NOT NUMERIC

            MOVE 950 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DSPMAINT-RAISE-EXIT

           END-IF

           MOVE CA-TXNREF(3:7) TO DSP-SEQNO
           MOVE DSP-SEQNO TO AUDIT-SEQNO

           EXEC CICS READ
                   FILE("TECHAUDIT")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 951 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DSPMAINT-RAISE-EXIT

           END-IF

      * a high-value posting that waited for a supervisor answered
      * with the reference of its 'Q' queuing entry - once approved,
      * that resolves through TECHAPQ to the entry it posted under

           IF AUDIT-OP-QUEUED

            PERFORM DSPMAINT-FOLLOW-QUEUED

            IF EIBRESP NOT = 0

             MOVE 951 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO DSPMAINT-RAISE-EXIT

            END-IF

           END-IF

           IF AUDIT-OP-ADMIN OR AUDIT-OP-QUEUED

            MOVE 950 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DSPMAINT-RAISE-EXIT

           END-IF

           PERFORM GET-NEXT-DSP-ID

           MOVE AUDIT-ACCOUNT TO DSP-ACCOUNT
           MOVE 'O' TO DSP-STATUS
           MOVE BUSINESS-TODAY TO DSP-RAISED-DATE
           MOVE LOGIN-USERID TO DSP-RAISED-BY
           MOVE CA-DSP-NOTE TO DSP-NOTE
           MOVE BUSINESS-TODAY TO DSP-UPD-DATE

           MOVE DSP-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHDSP")
                   FROM(DISPUTE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DSP-ID)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE DSP-ID TO CA-DSP-ID

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE DSP-ACCOUNT TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE DISPUTE-RECORD TO AUDIT-AFTER-IMAGE(1:62)
            MOVE 'DISPUTE RAISED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         DSPMAINT-RAISE-EXIT.
           EXIT.
      *****************************************************************
         DSPMAINT-FOLLOW-QUEUED SECTION.

      * the queuing entry's sequence number is the TECHAPQ key; an
      * approved item names the entry that actually posted, which
      * replaces the 'Q' entry in AUDIT-RECORD. Anything else -
      * still queued, declined, lapsed, or no queue record at all -
      * leaves the 'Q' entry standing for the caller to refuse.

           MOVE DSP-SEQNO TO APQ-BROWSE-KEY

           MOVE APQ-MAX-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHAPQ")
                   INTO(APPROVAL-QUEUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(APQ-BROWSE-KEY)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR NOT APQ-APPROVED
              OR APQ-POSTED-SEQNO NOT NUMERIC
              OR APQ-POSTED-SEQNO = 0

            MOVE 0 TO EIBRESP

            GO TO DSPMAINT-FOLLOW-QUEUED-EXIT

           END-IF

           MOVE APQ-POSTED-SEQNO TO DSP-SEQNO
           MOVE DSP-SEQNO TO AUDIT-SEQNO

           EXEC CICS READ
                   FILE("TECHAUDIT")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           .
         DSPMAINT-FOLLOW-QUEUED-EXIT.
           EXIT.
      *****************************************************************
         DSPMAINT-LIST SECTION.

      * up to 5 register entries from CA-DSP-ID onward - call again
      * with the last number listed to page on

           MOVE 0 TO CA-DSP-COUNT
           MOVE 0 TO DSP-SCAN-DONE-SW

           MOVE CA-DSP-ID TO DSP-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHDSP")
                   RIDFLD(DSP-BROWSE-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DSP-SCAN-DONE-SW

           END-IF

           PERFORM DSPMAINT-NEXT-ENTRY UNTIL DSP-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHDSP")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO DSPMAINT-LIST-EXIT

           .
      *****************************************************************
         DSPMAINT-NEXT-ENTRY.

           MOVE DSP-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHDSP")
                   INTO(DISPUTE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DSP-BROWSE-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DSP-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-DSP-COUNT
            MOVE DSP-ID TO CA-DSP-E-ID(CA-DSP-COUNT)
            MOVE DSP-ACCOUNT TO CA-DSP-E-ACCT(CA-DSP-COUNT)
            MOVE DSP-SEQNO TO CA-DSP-E-SEQNO(CA-DSP-COUNT)
            MOVE DSP-STATUS TO CA-DSP-E-STATUS(CA-DSP-COUNT)
            MOVE DSP-RAISED-DATE TO CA-DSP-E-RAISED(CA-DSP-COUNT)
            MOVE DSP-NOTE TO CA-DSP-E-NOTE(CA-DSP-COUNT)

            IF CA-DSP-COUNT = 5

             MOVE 1 TO DSP-SCAN-DONE-SW

            END-IF

           END-IF

           .
         DSPMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         DSPMAINT-SET-STATUS SECTION.

      * the investigator's decision - open goes to provisionally
      * refunded, resolved or declined; provisionally refunded goes
      * to resolved or declined; a finished dispute stays finished.
      * Gated like the other destructive paths because 'P' moves
      * money. The provisional refund posts BEFORE the register
      * rewrite, so a refused refund leaves the dispute untouched.

           IF CA-DSP-STATUS NOT = 'P'
              AND CA-DSP-STATUS NOT = 'R'
              AND CA-DSP-STATUS NOT = 'D'

            MOVE 950 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DSPMAINT-SET-STATUS-EXIT

           END-IF

      * 'P' moves money, so it honours the batch window's posting
      * hold the way DEBIT/CREDIT/TRANSFER do - checked before the
      * register read so no lock is held over the refusal

           IF CA-DSP-STATUS = 'P'

            PERFORM CHECK-POSTING-HOLD

            IF EIBRESP NOT = 0

             GO TO DSPMAINT-SET-STATUS-EXIT

            END-IF

           END-IF

           MOVE DSP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHDSP")
                   INTO(DISPUTE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-DSP-ID)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DSPMAINT-SET-STATUS-EXIT

           END-IF

           IF DSP-RESOLVED OR DSP-DECLINED
              OR (DSP-PROV-REFUNDED AND CA-DSP-STATUS = 'P')

            MOVE 950 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DSPMAINT-SET-STATUS-EXIT

           END-IF

           IF CA-DSP-STATUS = 'P'

            PERFORM DSPMAINT-PROV-REFUND

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO DSPMAINT-SET-STATUS-EXIT

            END-IF

           END-IF

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE DISPUTE-RECORD TO AUDIT-BEFORE-IMAGE(1:62)

           MOVE CA-DSP-STATUS TO DSP-STATUS

           IF CA-DSP-NOTE NOT = SPACES
              AND CA-DSP-NOTE NOT = LOW-VALUES

            MOVE CA-DSP-NOTE TO DSP-NOTE

           END-IF

           MOVE BUSINESS-TODAY TO DSP-UPD-DATE

           MOVE DSP-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHDSP")
                   FROM(DISPUTE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE DSP-ACCOUNT TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE DISPUTE-RECORD TO AUDIT-AFTER-IMAGE(1:62)
            MOVE 'DISPUTE STATUS' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         DSPMAINT-SET-STATUS-EXIT.
           EXIT.
      *****************************************************************
         DSPMAINT-PROV-REFUND SECTION.

      * the provisional refund - the inverse of exactly the balance
      * delta the DISPUTED posting made, applied to the account's
      * current balance with its own audited correcting entry; not
      * REVERSAL-RECORD's latest-entry reversal, because by now the
      * disputed posting is rarely the latest. Leaves EIBRESP
      * non-zero when the refund cannot post.

           MOVE DSP-SEQNO TO AUDIT-SEQNO

           EXEC CICS READ
                   FILE("TECHAUDIT")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUDIT-SEQNO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 951 TO EIBRESP

            GO TO DSPMAINT-PROV-REFUND-EXIT

           END-IF

           IF AUDIT-OP-DELETE OR AUDIT-OP-ADMIN OR AUDIT-OP-QUEUED

            MOVE 950 TO EIBRESP

            GO TO DSPMAINT-PROV-REFUND-EXIT

           END-IF

           MOVE AUDIT-BEFORE-IMAGE TO REVERSAL-OLD-IMAGE
           MOVE AUDIT-AFTER-IMAGE TO REVERSAL-NEW-IMAGE

           IF REVERSAL-OLD-BALANCE NUMERIC
              AND REVERSAL-NEW-BALANCE NUMERIC

            COMPUTE DSP-DELTA =
                    REVERSAL-NEW-BALANCE - REVERSAL-OLD-BALANCE

           ELSE

            MOVE 950 TO EIBRESP

            GO TO DSPMAINT-PROV-REFUND-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DSP-ACCOUNT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO DSPMAINT-PROV-REFUND-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

           SUBTRACT DSP-DELTA FROM BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE DSP-ACCOUNT TO AUDIT-ACCOUNT
            MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'DISPUTE REFUND' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE AUDIT-SEQNO TO TXNREF-SEQNO
            MOVE TXNREF-BUILD TO CA-TXNREF

            MOVE 0 TO EIBRESP

           END-IF

           .
         DSPMAINT-PROV-REFUND-EXIT.
           EXIT.
      *****************************************************************
         GET-NEXT-DSP-ID SECTION.

      * next dispute number from the TECHCTL 'DSPID' control record
      * - same counter pattern as the pending-change numbers,
      * seeded once from an end-of-file browse

           MOVE CTL-DSPID-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-DSPID-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE HIGH-VALUES TO SEED-DSP-ID

            EXEC CICS STARTBR
                    FILE("TECHDSP")
                    RIDFLD(SEED-DSP-ID)
                    GTEQ
                    NOHANDLE
                    END-EXEC

            MOVE DSP-REC-LEN TO LENGTH-VAR

            EXEC CICS READPREV
                    FILE("TECHDSP")
                    INTO(SEED-DSP-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(SEED-DSP-ID)
                    NOHANDLE
                    END-EXEC

            EXEC CICS ENDBR
                    FILE("TECHDSP")
                    NOHANDLE
                    END-EXEC

            IF SEED-DSP-ID = HIGH-VALUES
               OR SEED-DSP-ID NOT NUMERIC

             MOVE 0 TO CTL-NUM-VALUE

            ELSE

             MOVE SEED-DSP-ID TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-DSPID-KEY TO CTL-KEY
            MOVE SPACES TO CTL-CHAR-VALUE

            ADD 1 TO CTL-NUM-VALUE

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

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO DSP-ID

           .
         GET-NEXT-DSP-ID-EXIT.
           EXIT.
      *****************************************************************
         CHECK-DISPUTE-MARK SECTION.

      * does an open (or provisionally refunded) dispute contest
      * the entry in DSP-MARK-SEQNO? - the (small) register scanned
      * once, the way the position inquiry scans the order file

           MOVE 0 TO DSP-MARK-SW
           MOVE 0 TO DSP-SCAN-DONE-SW

           MOVE LOW-VALUES TO DSP-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHDSP")
                   RIDFLD(DSP-BROWSE-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DSP-SCAN-DONE-SW

           END-IF

           PERFORM CHECK-NEXT-DISPUTE UNTIL DSP-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHDSP")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO CHECK-DISPUTE-MARK-EXIT

           .
      *****************************************************************
         CHECK-NEXT-DISPUTE.

           MOVE DSP-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHDSP")
                   INTO(DISPUTE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DSP-BROWSE-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DSP-SCAN-DONE-SW

           ELSE

            IF DSP-SEQNO = DSP-MARK-SEQNO
               AND (DSP-OPEN OR DSP-PROV-REFUNDED)

             MOVE 1 TO DSP-MARK-SW
             MOVE 1 TO DSP-SCAN-DONE-SW

            END-IF

           END-IF

           .
         CHECK-DISPUTE-MARK-EXIT.
           EXIT.
      *****************************************************************
         COLLMNT-RECORD SECTION.

      * the branch working the TECHCOL collections worklist the
      * nightly ODAGING run builds - list entries, or mark one with
      * the follow-up outcome. The mark is stamped with who and
      * when, and audited, so the recovery effort leaves a trail.

           EVALUATE CA-COL-FUNC

            WHEN 'L'

             PERFORM COLLMNT-LIST

            WHEN 'M'

             PERFORM COLLMNT-MARK

            WHEN OTHER

             MOVE 949 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO COLLMNT-RECORD-EXIT

           .
         COLLMNT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         COLLMNT-LIST SECTION.

      * up to 5 worklist entries from ACCOUNTO onward - call again
      * with the last account listed to page on, the same resume
      * contract the other lists use

           MOVE 0 TO CA-COL-COUNT
           MOVE 0 TO COL-SCAN-DONE-SW

           MOVE ACCOUNTO TO COL-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHCOL")
                   RIDFLD(COL-BROWSE-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO COL-SCAN-DONE-SW

           END-IF

           PERFORM COLLMNT-NEXT-ENTRY UNTIL COL-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHCOL")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO COLLMNT-LIST-EXIT

           .
      *****************************************************************
         COLLMNT-NEXT-ENTRY.

           MOVE COL-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCOL")
                   INTO(COLLECTION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(COL-BROWSE-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO COL-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-COL-COUNT
            MOVE COL-ACCOUNT TO CA-COL-E-ACCT(CA-COL-COUNT)
            MOVE COL-SINCE-DATE TO CA-COL-E-SINCE(CA-COL-COUNT)
            MOVE COL-STATUS TO CA-COL-E-STATUS(CA-COL-COUNT)
            MOVE COL-OUTCOME TO CA-COL-E-OUTCOME(CA-COL-COUNT)

            IF CA-COL-COUNT = 5

             MOVE 1 TO COL-SCAN-DONE-SW

            END-IF

           END-IF

           .
         COLLMNT-LIST-EXIT.
           EXIT.
      *****************************************************************
         COLLMNT-MARK SECTION.

      * the follow-up outcome onto ACCOUNTO's worklist entry -
      * 'F' followed up, 'R' resolved, with the outcome text, who
      * and when; audited as an administrative entry so the
      * collections file can show its working

           IF CA-COL-STATUS NOT = 'F' AND CA-COL-STATUS NOT = 'R'

            MOVE 949 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO COLLMNT-MARK-EXIT

           END-IF

           MOVE COL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCOL")
                   INTO(COLLECTION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO COLLMNT-MARK-EXIT

           END-IF

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE COLLECTION-RECORD TO AUDIT-BEFORE-IMAGE(1:50)

           MOVE CA-COL-STATUS TO COL-STATUS
           MOVE CA-COL-OUTCOME TO COL-OUTCOME
           MOVE LOGIN-USERID TO COL-BY
           MOVE BUSINESS-TODAY TO COL-DATE

           MOVE COL-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCOL")
                   FROM(COLLECTION-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE COLLECTION-RECORD TO AUDIT-AFTER-IMAGE(1:50)
            MOVE 'COLLECTIONS NOTE' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE AUDIT-SEQNO TO TXNREF-SEQNO
            MOVE TXNREF-BUILD TO CA-TXNREF

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         COLLMNT-MARK-EXIT.
           EXIT.
      *****************************************************************
         CALMAINT-RECORD SECTION.

      * supervised TECHCAL maintenance - the calendar drives every
      * business-date decision the system makes, so it changes
      * under the same gate PARMMAINT uses, and an added date must
      * be a REAL calendar date (a raw file edit is how last year's
      * Easter went wrong).

           EVALUATE TRUE

            WHEN CA-CAL-LIST

             PERFORM CALMAINT-LIST

            WHEN CA-CAL-ADD

             PERFORM CALMAINT-ADD

            WHEN CA-CAL-DELETE

             PERFORM CALMAINT-DELETE

            WHEN OTHER

             MOVE 939 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           .
         CALMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CALMAINT-ADD SECTION.

      * month 1-12, day within the month, February getting its leap
      * day - the same validation rules the date arithmetic lives by

           IF CA-CAL-DATE NOT NUMERIC

            MOVE 939 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CALMAINT-ADD-EXIT

           END-IF

           MOVE CA-CAL-DATE TO BUS-DATE-PARTS

           IF BUS-MM < 1 OR BUS-MM > 12 OR BUS-DD < 1

            MOVE 939 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CALMAINT-ADD-EXIT

           END-IF

           MOVE BUS-MONTH-DAY-COUNT(BUS-MM) TO BUS-WORK-DAYS

           IF BUS-MM = 2

            DIVIDE BUS-YYYY BY 4
                   GIVING BUS-LEAP-QUOT
                   REMAINDER BUS-LEAP-REM

            IF BUS-LEAP-REM = 0

             MOVE 29 TO BUS-WORK-DAYS

            END-IF

           END-IF

           IF BUS-DD > BUS-WORK-DAYS

            MOVE 939 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CALMAINT-ADD-EXIT

           END-IF

           MOVE CA-CAL-DATE TO CAL-DATE
           MOVE CA-CAL-DESC TO CAL-DESC

           MOVE CAL-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHCAL")
                   FROM(CALENDAR-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CAL-DATE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           PERFORM EVALUATE-RESP

           .
         CALMAINT-ADD-EXIT.
           EXIT.
      *****************************************************************
         CALMAINT-DELETE SECTION.

           EXEC CICS DELETE
                   FILE("TECHCAL")
                   RIDFLD(CA-CAL-DATE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           PERFORM EVALUATE-RESP

           .
         CALMAINT-DELETE-EXIT.
           EXIT.
      *****************************************************************
         CALMAINT-LIST SECTION.

      * up to 5 dates from CA-CAL-DATE onward (LOW-VALUES lists
      * from the top of the file) - resubmitting with the last date
      * returned plus one pages onward

           MOVE 0 TO CA-CAL-COUNT
           MOVE 0 TO CAL-SCAN-DONE-SW

           IF CA-CAL-DATE = SPACES OR CA-CAL-DATE = LOW-VALUES

            MOVE LOW-VALUES TO CAL-BROWSE-KEY

           ELSE

            MOVE CA-CAL-DATE TO CAL-BROWSE-KEY

           END-IF

           EXEC CICS STARTBR
                   FILE("TECHCAL")
                   RIDFLD(CAL-BROWSE-KEY)
                   KEYLENGTH(8)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO CAL-SCAN-DONE-SW

           END-IF

           PERFORM CALMAINT-COLLECT
                   UNTIL CAL-SCAN-DONE OR CA-CAL-COUNT = 5

           EXEC CICS ENDBR
                   FILE("TECHCAL")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO CALMAINT-LIST-EXIT

           .
      *****************************************************************
         CALMAINT-COLLECT.

           MOVE CAL-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCAL")
                   INTO(CALENDAR-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CAL-BROWSE-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO CAL-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-CAL-COUNT
            MOVE CAL-DATE TO CA-CAL-E-DATE(CA-CAL-COUNT)
            MOVE CAL-DESC TO CA-CAL-E-DESC(CA-CAL-COUNT)

           END-IF

           .
         CALMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         SESSADM-RECORD SECTION.

      * who is on the system right now, and the power to throw one
      * of them off it. Gated like every other administrator
      * function; a kill is audited so the incident record shows
      * who cut whom off and when.

           IF CA-SESS-KILL

            PERFORM SESSADM-KILL

            GO TO SESSADM-RECORD-EXIT

           END-IF

           IF NOT CA-SESS-LISTING

            MOVE 942 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SESSADM-RECORD-EXIT

           END-IF

           MOVE 0 TO CA-SESS-COUNT
           MOVE 0 TO SESS-SCAN-DONE-SW

           MOVE LOW-VALUES TO SESS-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHSESS")
                   RIDFLD(SESS-BROWSE-KEY)
                   KEYLENGTH(8)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SESS-SCAN-DONE-SW

           END-IF

           PERFORM SESSADM-COLLECT
                   UNTIL SESS-SCAN-DONE OR CA-SESS-COUNT = 5

           EXEC CICS ENDBR
                   FILE("TECHSESS")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO SESSADM-RECORD-EXIT

           .
      *****************************************************************
         SESSADM-COLLECT.

           MOVE SESS-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHSESS")
                   INTO(SESSION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SESS-BROWSE-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SESS-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-SESS-COUNT
            MOVE SESS-TOKEN TO CA-SESS-E-TOKEN(CA-SESS-COUNT)
            MOVE SESS-USERID TO CA-SESS-E-USERID(CA-SESS-COUNT)
            MOVE SESS-ISSUED-DATE
              TO CA-SESS-E-ISSUED(CA-SESS-COUNT)(1:8)
            MOVE SESS-ISSUED-TIME
              TO CA-SESS-E-ISSUED(CA-SESS-COUNT)(9:6)
            MOVE SESS-LASTUSE-DATE
              TO CA-SESS-E-LASTUSE(CA-SESS-COUNT)(1:8)
            MOVE SESS-LASTUSE-TIME
              TO CA-SESS-E-LASTUSE(CA-SESS-COUNT)(9:6)
            MOVE SESS-EXPIRY-DATE
              TO CA-SESS-E-EXPIRY(CA-SESS-COUNT)(1:8)
            MOVE SESS-EXPIRY-TIME
              TO CA-SESS-E-EXPIRY(CA-SESS-COUNT)(9:6)

           END-IF

           .
         SESSADM-RECORD-EXIT.
           EXIT.
      *****************************************************************
         SESSADM-KILL SECTION.

      * the kill is immediate - the next request on that token gets
      * 912 - and audited with the dead session's userid in the
      * image, so incident response stops including a half-hour
      * wait for the TTL

           MOVE SESS-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHSESS")
                   INTO(SESSION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-SESS-TARGET)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO SESSADM-KILL-EXIT

           END-IF

           EXEC CICS DELETE
                   FILE("TECHSESS")
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE SPACES TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE SESSION-RECORD TO AUDIT-BEFORE-IMAGE(1:58)
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE 'SESSION KILLED' TO AUDIT-NARRATIVE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         SESSADM-KILL-EXIT.
           EXIT.
      *****************************************************************
         PRODMNT-RECORD SECTION.

      * supervised TECHPROD maintenance, and the product switch
      * that finally lets an account change product without losing
      * its number and history.

           EVALUATE TRUE

            WHEN CA-PROD-LISTING

             PERFORM PRODMNT-LIST

            WHEN CA-PROD-ADD

             PERFORM PRODMNT-ADD

            WHEN CA-PROD-UPDATE

             PERFORM PRODMNT-UPDATE

            WHEN CA-PROD-SWITCH

             PERFORM PRODMNT-SWITCH

            WHEN OTHER

             MOVE 943 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           .
         PRODMNT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         PRODMNT-ADD SECTION.

      * a new product - the type must be one the batch jobs know
      * what to do with

           IF CA-PROD-CODE = SPACES OR CA-PROD-CODE = LOW-VALUES
              OR (CA-PROD-TYPE NOT = 'S' AND CA-PROD-TYPE NOT = 'T'
                  AND CA-PROD-TYPE NOT = 'F'
                  AND CA-PROD-TYPE NOT = 'L'
                  AND CA-PROD-TYPE NOT = 'I')
              OR (CA-PROD-CURRENCY NOT = LOW-VALUES
                  AND CA-PROD-CURRENCY NOT ALPHABETIC)

            MOVE 943 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PRODMNT-ADD-EXIT

           END-IF

           MOVE LOW-VALUES TO SAVED-PROD-RECORD

           MOVE CA-PROD-CODE TO PROD-CODE
           MOVE CA-PROD-NAME TO PROD-NAME
           MOVE CA-PROD-TYPE TO PROD-TYPE

           IF CA-PROD-STATUS = 'C'

            MOVE 'C' TO PROD-STATUS

           ELSE

            MOVE 'O' TO PROD-STATUS

           END-IF

      * no charge schedule given means the product is not charged

           MOVE ZEROS TO PROD-CHARGE-SCHEDULE
           MOVE 0 TO PROD-BREAK-RATE

           PERFORM PRODMNT-SET-SCHEDULE

      * the currency the product's accounts are held in, fixed from
      * here on - blank is the local currency

           MOVE SPACES TO PROD-CURRENCY

           IF CA-PROD-CURRENCY NOT = LOW-VALUES

            MOVE CA-PROD-CURRENCY TO PROD-CURRENCY

           END-IF

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPROD")
                   FROM(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PROD-CODE)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            PERFORM PRODMNT-AUDIT

           END-IF

           PERFORM EVALUATE-RESP

           .
         PRODMNT-ADD-EXIT.
           EXIT.
      *****************************************************************
         PRODMNT-UPDATE SECTION.

      * name / type / status / charge schedule change in place -
      * blank pieces leave the field on file alone. A product
      * written before the schedule existed reads back short, so
      * the schedule starts from zero, and one written before the
      * currency existed is in the local currency.

           MOVE ZEROS TO PROD-CHARGE-SCHEDULE
           MOVE 0 TO PROD-BREAK-RATE
           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-PROD-CODE)
                   KEYLENGTH(2)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PRODMNT-UPDATE-EXIT

           END-IF

           MOVE PRODUCT-RECORD TO SAVED-PROD-RECORD

      * the currency cannot change - the accounts already on the
      * product hold their balances in it (1046). Naming the one it
      * already has, blank and the local code alike, is no change.

           IF CA-PROD-CURRENCY NOT = SPACES
              AND CA-PROD-CURRENCY NOT = LOW-VALUES

            PERFORM GET-FX-PARMS

            MOVE PROD-CURRENCY TO FX-ACCOUNT-CURRENCY

            IF FX-ACCOUNT-CURRENCY = SPACES

             MOVE FXP-LOCAL-CCY TO FX-ACCOUNT-CURRENCY

            END-IF

            IF CA-PROD-CURRENCY NOT = FX-ACCOUNT-CURRENCY

             MOVE 1046 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO PRODMNT-UPDATE-EXIT

            END-IF

           END-IF

           IF CA-PROD-NAME NOT = SPACES
              AND CA-PROD-NAME NOT = LOW-VALUES

            MOVE CA-PROD-NAME TO PROD-NAME

           END-IF

           IF CA-PROD-TYPE = 'S' OR CA-PROD-TYPE = 'T'
              OR CA-PROD-TYPE = 'F' OR CA-PROD-TYPE = 'L'
              OR CA-PROD-TYPE = 'I'

            MOVE CA-PROD-TYPE TO PROD-TYPE

           END-IF

           IF CA-PROD-STATUS = 'O' OR CA-PROD-STATUS = 'C'

            MOVE CA-PROD-STATUS TO PROD-STATUS

           END-IF

           PERFORM PRODMNT-SET-SCHEDULE

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHPROD")
                   FROM(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            PERFORM PRODMNT-AUDIT

           END-IF

           PERFORM EVALUATE-RESP

           .
         PRODMNT-UPDATE-EXIT.
           EXIT.
      *****************************************************************
         PRODMNT-SET-SCHEDULE SECTION.

      * each piece of the service-charge schedule that arrives
      * numeric replaces the one on the record

           IF CA-PROD-FREE-ITEMS NUMERIC

            MOVE CA-PROD-FREE-ITEMS TO PROD-FREE-ITEMS

           END-IF

           IF CA-PROD-ITEM-FEE NUMERIC

            MOVE CA-PROD-ITEM-FEE TO PROD-ITEM-FEE

           END-IF

           IF CA-PROD-MONTHLY-FEE NUMERIC

            MOVE CA-PROD-MONTHLY-FEE TO PROD-MONTHLY-FEE

           END-IF

      * and so does the early-break rate of a term product

           IF CA-PROD-BREAK-RATE NUMERIC

            MOVE CA-PROD-BREAK-RATE TO PROD-BREAK-RATE

           END-IF

           .
         PRODMNT-SET-SCHEDULE-EXIT.
           EXIT.
      *****************************************************************
         PRODMNT-AUDIT SECTION.

      * an 'M' entry with the old and new product records in the
      * image fronts, the way USERADM audits a credentials change

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE SAVED-PROD-RECORD TO AUDIT-BEFORE-IMAGE(1:39)
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE PRODUCT-RECORD TO AUDIT-AFTER-IMAGE(1:39)
           MOVE 'PRODUCT MAINTENANCE' TO AUDIT-NARRATIVE
           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE SAVED-EIBRESP TO EIBRESP

           .
         PRODMNT-AUDIT-EXIT.
           EXIT.
      *****************************************************************
         PRODMNT-LIST SECTION.

           MOVE 0 TO CA-PROD-COUNT
           MOVE 0 TO PROD-SCAN-DONE-SW

           MOVE LOW-VALUES TO PROD-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHPROD")
                   RIDFLD(PROD-BROWSE-KEY)
                   KEYLENGTH(2)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO PROD-SCAN-DONE-SW

           END-IF

           PERFORM PRODMNT-COLLECT
                   UNTIL PROD-SCAN-DONE OR CA-PROD-COUNT = 10

           EXEC CICS ENDBR
                   FILE("TECHPROD")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO PRODMNT-LIST-EXIT

           .
      *****************************************************************
         PRODMNT-COLLECT.

           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PROD-BROWSE-KEY)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO PROD-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-PROD-COUNT
            MOVE PROD-CODE TO CA-PROD-E-CODE(CA-PROD-COUNT)
            MOVE PROD-NAME TO CA-PROD-E-NAME(CA-PROD-COUNT)
            MOVE PROD-TYPE TO CA-PROD-E-TYPE(CA-PROD-COUNT)
            MOVE PROD-STATUS TO CA-PROD-E-STATUS(CA-PROD-COUNT)
            MOVE PROD-CURRENCY TO CA-PROD-E-CURRENCY(CA-PROD-COUNT)

           END-IF

           .
         PRODMNT-LIST-EXIT.
           EXIT.
      *****************************************************************
         PRODMNT-SWITCH SECTION.

      * move the account in ACCOUNTO onto the product in
      * CA-PROD-CODE - number and history kept, the switch audited
      * like a REDOM. The destination must be a real, OPEN product;
      * the interest/fee effect arrives with the next cycle because
      * every batch job resolves the product code at run time. The
      * balance is not converted, so the account cannot move to a
      * product held in another currency (1046).

           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-PROD-CODE)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR PROD-CLOSED

            MOVE 924 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PRODMNT-SWITCH-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PRODMNT-SWITCH-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PRODMNT-SWITCH-EXIT

           END-IF

           PERFORM GET-FX-PARMS

           MOVE PROD-CURRENCY TO FX-TO-CURRENCY

           IF FX-TO-CURRENCY = SPACES OR FX-TO-CURRENCY = LOW-VALUES

            MOVE FXP-LOCAL-CCY TO FX-TO-CURRENCY

           END-IF

           MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY

           IF FX-ACCOUNT-CURRENCY NOT = FX-TO-CURRENCY

            MOVE 1046 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PRODMNT-SWITCH-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           MOVE CA-PROD-CODE TO PRODUCT-CODEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'PRODUCT SWITCH' TO AUDIT-NARRATIVE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         PRODMNT-SWITCH-EXIT.
           EXIT.
      *****************************************************************
         QUEUE-NAME-CHANGE SECTION.

      * record the proposed name change on TECHPEND instead of
      * applying it - the requesting userid comes from the session
      * the request rode in on, the id from the TECHCTL 'PENDID'
      * counter, and the queuing itself is audited (operation 'Q',
      * before = the record on file, after = the proposed record).
      * The caller is told with 915. At this point the on-file record
      * is in SERVER-CUSTOMER-RECORD and the proposed one in
      * BACKUP-CUSTOMER-RECORD.

           PERFORM GET-NEXT-PEND-ID

           MOVE ACCOUNTO TO PEND-ACCOUNT
           MOVE SURNAME-BAK TO PEND-NEW-SURNAME
           MOVE FIRST-NAME-BAK TO PEND-NEW-FIRST-NAME
           MOVE SESS-USERID TO PEND-REQUESTED-BY
           MOVE BUSINESS-TODAY TO PEND-REQ-DATE

           EXEC CICS ASKTIME
                   ABSTIME(AUDIT-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(AUDIT-ABSTIME)
                   TIME(PEND-REQ-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE 'P' TO PEND-STATUS
           MOVE SPACES TO PEND-REVIEWED-BY
           MOVE 'N' TO PEND-TYPE
           MOVE SPACES TO PEND-NEW-PHONE
           MOVE SPACES TO PEND-NEW-EMAIL
           MOVE SPACES TO PEND-NEW-PREF

           MOVE PEND-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPEND")
                   FROM(PENDING-CHANGE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PEND-ID)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-QUEUED TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
            MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            PERFORM WRITE-AUDIT-RECORD

      * commit the pending record, its 'Q' audit entry and the
      * 'PENDID' counter here and now - the 915 set below drives
      * MAINLINE's rollback, which must not undo the very queue
      * entry the caller is being told about. A failed audit write
      * leaves its response standing instead, so the whole queuing
      * rolls back rather than landing unaudited

            IF EIBRESP = 0

             EXEC CICS SYNCPOINT
                     NOHANDLE
                     END-EXEC

             MOVE 915 TO EIBRESP

            END-IF

           END-IF

           .
         QUEUE-NAME-CHANGE-EXIT.
           EXIT.
      *****************************************************************
         QUEUE-CONTACT-CHANGE SECTION.

      * same queue, same 915, different payload - the proposed
      * phone / e-mail / preference wait on TECHPEND until a
      * DIFFERENT 'A'-level userid approves them through PENDMAINT

           PERFORM GET-NEXT-PEND-ID

           MOVE ACCOUNTO TO PEND-ACCOUNT
           MOVE SPACES TO PEND-NEW-SURNAME
           MOVE SPACES TO PEND-NEW-FIRST-NAME
           MOVE SESS-USERID TO PEND-REQUESTED-BY
           MOVE BUSINESS-TODAY TO PEND-REQ-DATE

           EXEC CICS ASKTIME
                   ABSTIME(AUDIT-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(AUDIT-ABSTIME)
                   TIME(PEND-REQ-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE 'P' TO PEND-STATUS
           MOVE SPACES TO PEND-REVIEWED-BY
           MOVE 'C' TO PEND-TYPE
           MOVE CA-PHONE TO PEND-NEW-PHONE
           MOVE CA-EMAIL TO PEND-NEW-EMAIL
           MOVE CA-DELIVPREF TO PEND-NEW-PREF

           MOVE PEND-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPEND")
                   FROM(PENDING-CHANGE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PEND-ID)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-QUEUED TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'CONTACT CHANGE QUEUED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

      * same commit-then-915 shape QUEUE-NAME-CHANGE uses

            IF EIBRESP = 0

             EXEC CICS SYNCPOINT
                     NOHANDLE
                     END-EXEC

             MOVE 915 TO EIBRESP

            END-IF

           END-IF

           .
         QUEUE-CONTACT-CHANGE-EXIT.
           EXIT.
      *****************************************************************
         GET-NEXT-PEND-ID SECTION.

      * next pending-change number from the TECHCTL 'PENDID' control
      * record - same counter pattern as the account and audit
      * numbers, seeded once from an end-of-file browse

           MOVE CTL-PENDID-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-PENDID-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE HIGH-VALUES TO SEED-PEND-ID

            EXEC CICS STARTBR
                    FILE("TECHPEND")
                    RIDFLD(SEED-PEND-ID)
                    GTEQ
                    NOHANDLE
                    END-EXEC

            MOVE PEND-REC-LEN TO LENGTH-VAR

            EXEC CICS READPREV
                    FILE("TECHPEND")
                    INTO(SEED-PEND-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(SEED-PEND-ID)
                    NOHANDLE
                    END-EXEC

            EXEC CICS ENDBR
                    FILE("TECHPEND")
                    NOHANDLE
                    END-EXEC

            IF SEED-PEND-ID = HIGH-VALUES
               OR SEED-PEND-ID NOT NUMERIC

             MOVE 0 TO CTL-NUM-VALUE

            ELSE

             MOVE SEED-PEND-ID TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-PENDID-KEY TO CTL-KEY
            MOVE SPACES TO CTL-CHAR-VALUE

            ADD 1 TO CTL-NUM-VALUE

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

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO PEND-ID

           .
         GET-NEXT-PEND-ID-EXIT.
           EXIT.
      *****************************************************************
         PENDMAINT-RECORD SECTION.

      * the checker's side of the maker-checker queue, gated like
      * DELETE and REVERSAL. 'L' lists up to 3 changes still awaiting
      * review, 'A' applies the change named in CA-PEND-ID to
      * TECHBASE (a reviewer may not approve their own request), 'R'
      * rejects it. Approval applies the names under READ UPDATE with
      * a normal 'U' audit entry and the customer-master propagation
      * every other name change gets.

           IF CA-PEND-LIST

            PERFORM PENDMAINT-LIST

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

           IF NOT CA-PEND-APPROVE AND NOT CA-PEND-REJECT

            MOVE 926 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

           MOVE PEND-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPEND")
                   INTO(PENDING-CHANGE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-PEND-ID)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

           IF NOT PEND-IS-PENDING

            MOVE 926 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

      * four eyes, two people - the reviewer may not be the userid
      * that asked for the change

           IF PEND-REQUESTED-BY = LOGIN-USERID

            MOVE 925 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

           IF CA-PEND-REJECT

            MOVE 'R' TO PEND-STATUS
            MOVE LOGIN-USERID TO PEND-REVIEWED-BY

            MOVE PEND-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHPEND")
                    FROM(PENDING-CHANGE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

      * approval - a contact change lands on the customer master,
      * a name change on the account record (and the master through
      * the sync)

           IF PEND-CONTACT-CHANGE

            PERFORM PENDMAINT-APPLY-CONTACT

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

           MOVE PEND-ACCOUNT TO ACCOUNTO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

      * the same closed/frozen refusals every other TECHBASE update
      * makes - approval is not a way around them

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

           IF ACCOUNT-FROZENO

            MOVE 902 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           MOVE PEND-NEW-SURNAME TO SURNAMEO
           MOVE PEND-NEW-FIRST-NAME TO FIRST-NAMEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-RECORD-EXIT

           END-IF

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           PERFORM SYNC-CUSTOMER-MASTER
           MOVE SAVED-EIBRESP TO EIBRESP

           MOVE 'A' TO PEND-STATUS
           MOVE LOGIN-USERID TO PEND-REVIEWED-BY

           MOVE PEND-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHPEND")
                   FROM(PENDING-CHANGE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           PERFORM EVALUATE-RESP

           .
         PENDMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         PENDMAINT-APPLY-CONTACT SECTION.

      * the account names the customer whose master takes the new
      * contact details; the change is audited as an 'M' entry with
      * the master's before and after images

           MOVE PEND-ACCOUNT TO ACCOUNTO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-APPLY-CONTACT-EXIT

           END-IF

           IF CUSTOMER-NOO = SPACES OR CUSTOMER-NOO = LOW-VALUES

            MOVE 926 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-APPLY-CONTACT-EXIT

           END-IF

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUSTOMER-NOO)
                   KEYLENGTH(6)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-APPLY-CONTACT-EXIT

           END-IF

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO AUDIT-BEFORE-IMAGE(1:122)

      * blank pieces of the proposal leave the field on file alone

           IF PEND-NEW-PHONE NOT = SPACES
              AND PEND-NEW-PHONE NOT = LOW-VALUES

            MOVE PEND-NEW-PHONE TO CUST-PHONE

           END-IF

           IF PEND-NEW-EMAIL NOT = SPACES
              AND PEND-NEW-EMAIL NOT = LOW-VALUES

            MOVE PEND-NEW-EMAIL TO CUST-EMAIL

           END-IF

           IF PEND-NEW-PREF = 'P' OR PEND-NEW-PREF = 'E'
              OR PEND-NEW-PREF = 'T'

            MOVE PEND-NEW-PREF TO CUST-DELIV-PREF

           END-IF

      * fresh contact details, checked and approved, are what the
      * returned mail was waiting for - post to the customer resumes

           MOVE 'CONTACT CHANGE APPLIED' TO AUDIT-NARRATIVE

           IF CUST-MAIL-RETURNED

            MOVE SPACES TO CUST-MAIL-DATA
            MOVE 'CONTACT APPLIED - MAIL CLEARED' TO AUDIT-NARRATIVE

           END-IF

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCUST")
                   FROM(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PENDMAINT-APPLY-CONTACT-EXIT

           END-IF

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO AUDIT-AFTER-IMAGE(1:122)
           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE SAVED-EIBRESP TO EIBRESP

           MOVE 'A' TO PEND-STATUS
           MOVE LOGIN-USERID TO PEND-REVIEWED-BY

           MOVE PEND-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHPEND")
                   FROM(PENDING-CHANGE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           PERFORM EVALUATE-RESP

           .
         PENDMAINT-APPLY-CONTACT-EXIT.
           EXIT.
      *****************************************************************
         PENDMAINT-LIST SECTION.

      * up to 3 changes still awaiting review, oldest first

           MOVE 0 TO CA-PEND-COUNT
           MOVE 0 TO PEND-SCAN-DONE-SW

           MOVE LOW-VALUES TO PEND-ID

           EXEC CICS STARTBR
                   FILE("TECHPEND")
                   RIDFLD(PEND-ID)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO PEND-SCAN-DONE-SW

           END-IF

           PERFORM PENDMAINT-COLLECT UNTIL PEND-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHPEND")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO PENDMAINT-LIST-EXIT

           .
      *****************************************************************
         PENDMAINT-COLLECT.

           MOVE PEND-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHPEND")
                   INTO(PENDING-CHANGE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PEND-ID)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO PEND-SCAN-DONE-SW

           ELSE

            IF PEND-IS-PENDING

             ADD 1 TO CA-PEND-COUNT

             MOVE PEND-ID TO CA-PEND-E-ID(CA-PEND-COUNT)
             MOVE PEND-ACCOUNT TO CA-PEND-E-ACCT(CA-PEND-COUNT)
             MOVE PEND-NEW-SURNAME
               TO CA-PEND-E-SURNAME(CA-PEND-COUNT)
             MOVE PEND-NEW-FIRST-NAME
               TO CA-PEND-E-FNAME(CA-PEND-COUNT)
             MOVE PEND-REQUESTED-BY
               TO CA-PEND-E-REQBY(CA-PEND-COUNT)
             MOVE PEND-REQ-DATE TO CA-PEND-E-DATE(CA-PEND-COUNT)

             IF CA-PEND-COUNT = 3

              MOVE 1 TO PEND-SCAN-DONE-SW

             END-IF

            END-IF

           END-IF

           .
         PENDMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         OUTPAY-RECORD SECTION.

      * a payment to an account at another bank - the customer leg
      * is an ordinary DEBIT-RECORD (so every debit rule applies),
      * the payment is parked on TECHOPAY for the nightly OPAYCLR
      * run to put on the clearing file, and the money sits on the
      * clearing internal account until it settles

           IF CA-BENE-BANK = SPACES OR CA-BENE-BANK = LOW-VALUES
              OR CA-BENE-ACCT = SPACES OR CA-BENE-ACCT = LOW-VALUES
              OR CA-BENE-NAME = SPACES OR CA-BENE-NAME = LOW-VALUES

            MOVE 952 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO OUTPAY-RECORD-EXIT

           END-IF

      * no clearing account named means nowhere for the money to
      * wait - refuse before the customer is touched

           MOVE SPACES TO INTERNAL-ACCTS-RECORD

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR IAP-CLEAR-ACCT = SPACES
              OR IAP-CLEAR-ACCT = LOW-VALUES

            MOVE 953 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO OUTPAY-RECORD-EXIT

           END-IF

      * the clearing account and the clearing file are in the local
      * currency - a foreign-currency account cannot pay out through
      * them (see CHECK-LOCAL-CURRENCY)

           MOVE ACCOUNTO TO FX-CHECK-ACCOUNT

           PERFORM CHECK-LOCAL-CURRENCY

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO OUTPAY-RECORD-EXIT

           END-IF

           MOVE BALANCEO TO OPY-PAY-AMOUNT

           MOVE SPACES TO CA-NARRATIVE

           STRING 'OUTWARD PAYMENT ' DELIMITED BY SIZE
                  CA-BENE-NAME DELIMITED BY SIZE
                  INTO CA-NARRATIVE

           PERFORM DEBIT-RECORD

           IF EIBRESP NOT = 0

            GO TO OUTPAY-RECORD-EXIT

           END-IF

      * the debit's own audit sequence number is the payment
      * reference - it is what CA-TXNREF already answers with, and
      * what a REVERSAL of the debit finds the payment by

           MOVE SPACES TO OUTWARD-PAYMENT-RECORD

           MOVE TXNREF-SEQNO TO OPY-REF
           MOVE ACCOUNTO TO OPY-ACCOUNT
           MOVE SURNAMEO TO OPY-FROM-NAME
           MOVE OPY-PAY-AMOUNT TO OPY-AMOUNT
           MOVE CA-BENE-BANK TO OPY-BENE-BANK
           MOVE CA-BENE-ACCT TO OPY-BENE-ACCT
           MOVE CA-BENE-NAME TO OPY-BENE-NAME
           SET OPY-PENDING TO TRUE
           MOVE BUSINESS-TODAY TO OPY-ENTRY-DATE
           MOVE LOGIN-USERID TO OPY-ENTERED-BY

           MOVE OPY-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHOPAY")
                   FROM(OUTWARD-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(OPY-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO OUTPAY-RECORD-EXIT

           END-IF

      * the clearing account takes the money as the second audited
      * leg - its narrative must not start 'OUTWARD PAYMENT' or a
      * reversal of this leg would go looking for a payment

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-CLEAR-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

      * either clearing call failing leaves the response in EIBRESP,
      * so MAINLINE rolls back the customer debit and the TECHOPAY item
      * rather than commit one leg without the other

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO OUTPAY-RECORD-EXIT

           END-IF

           MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

           ADD OPY-PAY-AMOUNT TO SIBLING-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SIBLING-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO OUTPAY-RECORD-EXIT

           END-IF

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE IAP-CLEAR-ACCT TO AUDIT-ACCOUNT
           MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'CLEARING - OUTWARD PAYMENT' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

      * both legs posted - CA-TXNREF stays the customer leg's
      * reference

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         OUTPAY-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CANCEL-OUTWARD-PAYMENT SECTION.

      * REVERSAL of an 'OUTWARD PAYMENT' debit - AUDIT-SEQNO holds
      * the entry being reversed, which is the payment's key. A
      * payment still pending is withdrawn from the clearing run;
      * one already sent is refused with 954. No TECHOPAY record
      * (a debit keyed before outward payments existed) is let by.

           MOVE AUDIT-SEQNO TO OPY-REF

           MOVE OPY-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHOPAY")
                   INTO(OUTWARD-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(OPY-REF)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 0 TO EIBRESP

            GO TO CANCEL-OUTWARD-PAYMENT-EXIT

           END-IF

           IF NOT OPY-PENDING

            MOVE 954 TO EIBRESP

            GO TO CANCEL-OUTWARD-PAYMENT-EXIT

           END-IF

           SET OPY-CANCELLED TO TRUE
           MOVE BUSINESS-TODAY TO OPY-RETURN-DATE

           MOVE OPY-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHOPAY")
                   FROM(OUTWARD-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           .
         CANCEL-OUTWARD-PAYMENT-EXIT.
           EXIT.
      *****************************************************************
         CHQDEP-RECORD SECTION.

      * a cheque drawn on another bank paid in for collection - the
      * customer leg is an ordinary CREDIT-RECORD under deposit hold
      * (so every credit rule applies and the funds stay unavailable
      * until the hold matures), the item goes on TECHOCHQ for the
      * nightly OCHQCLR run to present, and the clearing internal
      * account carries what the drawee bank owes us until it pays

           IF CA-OCQ-BANK = SPACES OR CA-OCQ-BANK = LOW-VALUES
              OR CA-OCQ-CHEQUE = SPACES OR CA-OCQ-CHEQUE = LOW-VALUES

            MOVE 989 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHQDEP-RECORD-EXIT

           END-IF

      * no clearing account named means nowhere to carry the item -
      * refuse before the customer is touched

           MOVE SPACES TO INTERNAL-ACCTS-RECORD

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR IAP-CLEAR-ACCT = SPACES
              OR IAP-CLEAR-ACCT = LOW-VALUES

            MOVE 953 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHQDEP-RECORD-EXIT

           END-IF

      * nor can a foreign-currency account take a cheque collected
      * through them (see CHECK-LOCAL-CURRENCY)

           MOVE ACCOUNTO TO FX-CHECK-ACCOUNT

           PERFORM CHECK-LOCAL-CURRENCY

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CHQDEP-RECORD-EXIT

           END-IF

           MOVE BALANCEO TO OCQ-DEP-AMOUNT

           MOVE SPACES TO CA-NARRATIVE

           STRING 'CHEQUE DEPOSIT ' DELIMITED BY SIZE
                  CA-OCQ-CHEQUE DELIMITED BY SIZE
                  INTO CA-NARRATIVE

      * the hold detail ADD-DEPOSIT-HOLD writes is left behind in
      * DEPOSIT-HOLD-RECORD - cleared first, so an amount a court
      * order captured whole (no hold written) is told apart

           MOVE SPACES TO DEPOSIT-HOLD-RECORD
           MOVE 0 TO DH-SEQ
           MOVE 0 TO DH-AMOUNT

           MOVE 'Y' TO CA-UNCLEARED

           PERFORM CREDIT-RECORD

           IF EIBRESP NOT = 0

            GO TO CHQDEP-RECORD-EXIT

           END-IF

      * the credit's own audit sequence number is the item reference
      * - what CA-TXNREF already answers with, what a REVERSAL of
      * the credit finds the item by, and what goes on the clearing
      * file

           MOVE SPACES TO OUTWARD-CHEQUE-RECORD

           MOVE TXNREF-SEQNO TO OCQ-REF
           MOVE ACCOUNTO TO OCQ-ACCOUNT
           MOVE OCQ-DEP-AMOUNT TO OCQ-AMOUNT
           MOVE CA-OCQ-BANK TO OCQ-DRAWEE-BANK
           MOVE CA-OCQ-CHEQUE TO OCQ-CHEQUE-NO
           MOVE 0 TO OCQ-HOLD-SEQ
           MOVE 0 TO OCQ-HOLD-AMOUNT

           IF DH-ACCOUNT = ACCOUNTO

            MOVE DH-SEQ TO OCQ-HOLD-SEQ
            MOVE DH-AMOUNT TO OCQ-HOLD-AMOUNT
            MOVE DH-RELEASE-DATE TO OCQ-HOLD-DATE

           END-IF

           SET OCQ-PENDING TO TRUE
           MOVE BUSINESS-TODAY TO OCQ-DEPOSIT-DATE
           MOVE LOGIN-USERID TO OCQ-ENTERED-BY

           MOVE OCQ-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHOCHQ")
                   FROM(OUTWARD-CHEQUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(OCQ-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CHQDEP-RECORD-EXIT

           END-IF

      * the clearing account takes the other side as the second
      * audited leg - its narrative must not start 'CHEQUE DEPOSIT'
      * or a reversal of this leg would go looking for an item

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-CLEAR-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

      * either clearing call failing leaves the response in EIBRESP,
      * so MAINLINE rolls back the customer credit and the TECHOCHQ item
      * rather than commit one leg without the other

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CHQDEP-RECORD-EXIT

           END-IF

           MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

           SUBTRACT OCQ-DEP-AMOUNT FROM SIBLING-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SIBLING-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO CHQDEP-RECORD-EXIT

           END-IF

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE IAP-CLEAR-ACCT TO AUDIT-ACCOUNT
           MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'CLEARING - CHEQUE COLLECTION' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

      * both legs posted - CA-TXNREF stays the customer leg's
      * reference

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         CHQDEP-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CANCEL-OUTWARD-CHEQUE SECTION.

      * REVERSAL of a 'CHEQUE DEPOSIT' credit - AUDIT-SEQNO holds
      * the entry being reversed, which is the item's key. An item
      * still pending is withdrawn from the clearing run and its
      * hold detail deleted, the amount left in OCQ-CANCEL-HOLD for
      * the caller to take off the account; one already presented
      * is refused with 990. No TECHOCHQ record (a deposit keyed
      * before the register existed) is let by.

           MOVE AUDIT-SEQNO TO OCQ-REF

           MOVE OCQ-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHOCHQ")
                   INTO(OUTWARD-CHEQUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(OCQ-REF)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 0 TO EIBRESP

            GO TO CANCEL-OUTWARD-CHEQUE-EXIT

           END-IF

           IF NOT OCQ-PENDING

            MOVE 990 TO EIBRESP

            GO TO CANCEL-OUTWARD-CHEQUE-EXIT

           END-IF

           SET OCQ-CANCELLED TO TRUE
           MOVE BUSINESS-TODAY TO OCQ-RETURN-DATE

           MOVE OCQ-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHOCHQ")
                   FROM(OUTWARD-CHEQUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR OCQ-HOLD-SEQ = 0

            MOVE 0 TO EIBRESP

            GO TO CANCEL-OUTWARD-CHEQUE-EXIT

           END-IF

      * the hold is only this item's while the detail under its key
      * still carries the amount and release date it went on with -
      * HOLDREL may have released it already and the sequence been
      * given to a later deposit

           MOVE OCQ-ACCOUNT TO DH-ACCOUNT
           MOVE OCQ-HOLD-SEQ TO DH-SEQ

           MOVE DH-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHHOLD")
                   INTO(DEPOSIT-HOLD-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DH-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND DH-AMOUNT = OCQ-HOLD-AMOUNT
              AND DH-RELEASE-DATE = OCQ-HOLD-DATE

            EXEC CICS DELETE
                    FILE("TECHHOLD")
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE DH-AMOUNT TO OCQ-CANCEL-HOLD

            END-IF

           END-IF

           MOVE 0 TO EIBRESP

           .
         CANCEL-OUTWARD-CHEQUE-EXIT.
           EXIT.
      *****************************************************************
         MNDMAINT-RECORD SECTION.

      * the TECHMAND direct-debit mandate register - the customer's
      * standing permission for a biller to pull from ACCOUNTO under
      * the biller's own reference. DDCOLL collects against it
      * nightly; nothing is collected without an active mandate.

           EVALUATE CA-MND-FUNC

            WHEN 'A'

             PERFORM MNDMAINT-ADD

            WHEN 'C'

             PERFORM MNDMAINT-CANCEL

            WHEN 'L'

             PERFORM MNDMAINT-LIST

            WHEN OTHER

             MOVE 950 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO MNDMAINT-RECORD-EXIT

           .
         MNDMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         MNDMAINT-ADD SECTION.

      * a mandate only attaches to a real, open account held in the
      * local currency (1046), and must
      * name both the biller's reference and the biller. A mandate
      * the customer cancelled earlier comes back to life under the
      * same key rather than being refused as a duplicate.

           IF CA-MND-REF = SPACES OR CA-MND-REF = LOW-VALUES
              OR CA-MND-BILLER = SPACES OR CA-MND-BILLER = LOW-VALUES

            MOVE 955 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO MNDMAINT-ADD-EXIT

           END-IF

           IF CA-MND-LIMIT NOT NUMERIC OR CA-MND-LIMIT < 0

            MOVE 0 TO CA-MND-LIMIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO MNDMAINT-ADD-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO MNDMAINT-ADD-EXIT

           END-IF

      * billers collect in the local currency, so no mandate attaches
      * to an account held in any other

           PERFORM GET-FX-PARMS

           MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY

           IF FX-ACCOUNT-CURRENCY NOT = FXP-LOCAL-CCY

            MOVE 1046 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO MNDMAINT-ADD-EXIT

           END-IF

           MOVE ACCOUNTO TO MND-ACCOUNT
           MOVE CA-MND-REF TO MND-REF

           MOVE MND-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHMAND")
                   INTO(MANDATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(MND-KEY)
                   KEYLENGTH(21)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND MND-ACTIVE

            MOVE 956 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO MNDMAINT-ADD-EXIT

           END-IF

           MOVE EIBRESP TO SAVED-EIBRESP

           MOVE ACCOUNTO TO MND-ACCOUNT
           MOVE CA-MND-REF TO MND-REF
           MOVE CA-MND-BILLER TO MND-BILLER
           MOVE CA-MND-LIMIT TO MND-LIMIT
           SET MND-ACTIVE TO TRUE
           MOVE BUSINESS-TODAY TO MND-START-DATE
           MOVE LOGIN-USERID TO MND-CREATED-BY
           MOVE SPACES TO MND-CANCEL-DATE
           MOVE SPACES TO MND-LAST-DATE
           MOVE 0 TO MND-LAST-AMOUNT

           MOVE MND-REC-LEN TO LENGTH-VAR

           IF SAVED-EIBRESP = 0

            EXEC CICS REWRITE
                    FILE("TECHMAND")
                    FROM(MANDATE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS WRITE
                    FILE("TECHMAND")
                    FROM(MANDATE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(MND-KEY)
                    KEYLENGTH(21)
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE MANDATE-RECORD TO AUDIT-AFTER-IMAGE(1:96)
            MOVE 'MANDATE ADDED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         MNDMAINT-ADD-EXIT.
           EXIT.
      *****************************************************************
         MNDMAINT-CANCEL SECTION.

      * the customer withdraws the biller's permission - from the
      * next collection file on, that biller's items come back
      * unpaid. The record stays for the history.

           MOVE ACCOUNTO TO MND-ACCOUNT
           MOVE CA-MND-REF TO MND-REF

           MOVE MND-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHMAND")
                   INTO(MANDATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(MND-KEY)
                   KEYLENGTH(21)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NOT MND-ACTIVE

            MOVE 957 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO MNDMAINT-CANCEL-EXIT

           END-IF

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE MANDATE-RECORD TO AUDIT-BEFORE-IMAGE(1:96)

           SET MND-CANCELLED TO TRUE
           MOVE BUSINESS-TODAY TO MND-CANCEL-DATE

           MOVE MND-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHMAND")
                   FROM(MANDATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE MANDATE-RECORD TO AUDIT-AFTER-IMAGE(1:96)
            MOVE 'MANDATE CANCELLED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         MNDMAINT-CANCEL-EXIT.
           EXIT.
      *****************************************************************
         MNDMAINT-LIST SECTION.

      * up to 5 of ACCOUNTO's mandates from CA-MND-REF onward,
      * active and cancelled alike - call again with the last
      * reference listed to page on

           MOVE 0 TO CA-MND-COUNT
           MOVE 0 TO MND-SCAN-DONE-SW

           MOVE ACCOUNTO TO MND-BROWSE-ACCT
           MOVE CA-MND-REF TO MND-BROWSE-REF

           EXEC CICS STARTBR
                   FILE("TECHMAND")
                   RIDFLD(MND-BROWSE-KEY)
                   KEYLENGTH(21)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO MND-SCAN-DONE-SW

           END-IF

           PERFORM MNDMAINT-NEXT-ENTRY UNTIL MND-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHMAND")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO MNDMAINT-LIST-EXIT

           .
      *****************************************************************
         MNDMAINT-NEXT-ENTRY.

           MOVE MND-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHMAND")
                   INTO(MANDATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(MND-BROWSE-KEY)
                   KEYLENGTH(21)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR MND-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO MND-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-MND-COUNT
            MOVE MND-REF TO CA-MND-E-REF(CA-MND-COUNT)
            MOVE MND-BILLER TO CA-MND-E-BILLER(CA-MND-COUNT)
            MOVE MND-LIMIT TO CA-MND-E-LIMIT(CA-MND-COUNT)
            MOVE MND-STATUS TO CA-MND-E-STATUS(CA-MND-COUNT)
            MOVE MND-LAST-DATE TO CA-MND-E-LAST(CA-MND-COUNT)

            IF CA-MND-COUNT = 5

             MOVE 1 TO MND-SCAN-DONE-SW

            END-IF

           END-IF

           .
         MNDMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         SWPMAINT-RECORD SECTION.

      * the TECHSWP balance-sweep register - a business customer's
      * standing instruction to keep the current account (ACCOUNTO)
      * at its target by sweeping with a savings account of theirs.
      * SWEEPRUN moves the money nightly; this only keeps the
      * instructions.

           EVALUATE CA-SWP-FUNC

            WHEN 'A'

             PERFORM SWPMAINT-ADD

            WHEN 'C'

             PERFORM SWPMAINT-CANCEL

            WHEN 'L'

             PERFORM SWPMAINT-LIST

            WHEN OTHER

             MOVE 950 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO SWPMAINT-RECORD-EXIT

           .
         SWPMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         SWPMAINT-ADD SECTION.

      * both accounts real, open, different and the same customer's
      * - a sweep never moves money between two customers - and held
      * in the same currency, as SWEEPRUN moves the amount as it
      * stands (1046). A sweep the customer cancelled earlier comes
      * back to life under the same key rather than being refused
      * as a duplicate.

           IF CA-SWP-DIR NOT = 'O' AND CA-SWP-DIR NOT = 'I'
              AND CA-SWP-DIR NOT = 'B'

            MOVE 958 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           IF TRANSFER-TO-ACCOUNT = SPACES
              OR TRANSFER-TO-ACCOUNT = LOW-VALUES
              OR TRANSFER-TO-ACCOUNT = ACCOUNTO

            MOVE 959 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           IF CA-SWP-TARGET NOT NUMERIC

            MOVE 0 TO CA-SWP-TARGET

           END-IF

           IF CA-SWP-FLOOR NOT NUMERIC

            MOVE 0 TO CA-SWP-FLOOR

           END-IF

           IF CA-SWP-DIR = 'B' AND CA-SWP-FLOOR > CA-SWP-TARGET

            MOVE 960 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TRANSFER-TO-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TRANSFER-TO-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           IF TRANSFER-TO-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           IF TRANSFER-TO-CUSTOMER-NO NOT = CUSTOMER-NOO

            MOVE 959 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           PERFORM GET-FX-PARMS

           MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-FROM-CURRENCY

           MOVE TRANSFER-TO-PRODUCT-CODE TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-TO-CURRENCY

           IF FX-FROM-CURRENCY NOT = FX-TO-CURRENCY

            MOVE 1046 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           MOVE ACCOUNTO TO SWP-CURRENT
           MOVE TRANSFER-TO-ACCOUNT TO SWP-SAVINGS

           MOVE SWP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHSWP")
                   INTO(SWEEP-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SWP-KEY)
                   KEYLENGTH(10)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND SWP-ACTIVE

            MOVE 961 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-ADD-EXIT

           END-IF

           MOVE EIBRESP TO SAVED-EIBRESP

           MOVE ACCOUNTO TO SWP-CURRENT
           MOVE TRANSFER-TO-ACCOUNT TO SWP-SAVINGS
           MOVE CA-SWP-TARGET TO SWP-TARGET
           MOVE CA-SWP-FLOOR TO SWP-FLOOR
           MOVE CA-SWP-DIR TO SWP-DIRECTION
           SET SWP-ACTIVE TO TRUE
           MOVE BUSINESS-TODAY TO SWP-START-DATE
           MOVE LOGIN-USERID TO SWP-CREATED-BY
           MOVE SPACES TO SWP-CANCEL-DATE
           MOVE SPACES TO SWP-LAST-DATE
           MOVE 0 TO SWP-LAST-AMOUNT

           MOVE SWP-REC-LEN TO LENGTH-VAR

           IF SAVED-EIBRESP = 0

            EXEC CICS REWRITE
                    FILE("TECHSWP")
                    FROM(SWEEP-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS WRITE
                    FILE("TECHSWP")
                    FROM(SWEEP-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(SWP-KEY)
                    KEYLENGTH(10)
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE SWEEP-RECORD TO AUDIT-AFTER-IMAGE(1:77)
            MOVE 'SWEEP ADDED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         SWPMAINT-ADD-EXIT.
           EXIT.
      *****************************************************************
         SWPMAINT-CANCEL SECTION.

      * the customer stops the sweep - SWEEPRUN leaves the pair
      * alone from the next night on. The record stays for the
      * history.

           MOVE ACCOUNTO TO SWP-CURRENT
           MOVE TRANSFER-TO-ACCOUNT TO SWP-SAVINGS

           MOVE SWP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHSWP")
                   INTO(SWEEP-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SWP-KEY)
                   KEYLENGTH(10)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NOT SWP-ACTIVE

            MOVE 962 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SWPMAINT-CANCEL-EXIT

           END-IF

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE SWEEP-RECORD TO AUDIT-BEFORE-IMAGE(1:77)

           SET SWP-CANCELLED TO TRUE
           MOVE BUSINESS-TODAY TO SWP-CANCEL-DATE

           MOVE SWP-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHSWP")
                   FROM(SWEEP-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE SWEEP-RECORD TO AUDIT-AFTER-IMAGE(1:77)
            MOVE 'SWEEP CANCELLED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         SWPMAINT-CANCEL-EXIT.
           EXIT.
      *****************************************************************
         SWPMAINT-LIST SECTION.

      * up to 5 of ACCOUNTO's sweeps from TRANSFER-TO-ACCOUNT
      * onward, active and cancelled alike - call again with the
      * last savings account listed to page on

           MOVE 0 TO CA-SWP-COUNT
           MOVE 0 TO SWP-SCAN-DONE-SW

           MOVE ACCOUNTO TO SWP-BROWSE-CURRENT
           MOVE TRANSFER-TO-ACCOUNT TO SWP-BROWSE-SAVINGS

           EXEC CICS STARTBR
                   FILE("TECHSWP")
                   RIDFLD(SWP-BROWSE-KEY)
                   KEYLENGTH(10)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SWP-SCAN-DONE-SW

           END-IF

           PERFORM SWPMAINT-NEXT-ENTRY UNTIL SWP-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHSWP")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO SWPMAINT-LIST-EXIT

           .
      *****************************************************************
         SWPMAINT-NEXT-ENTRY.

           MOVE SWP-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHSWP")
                   INTO(SWEEP-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SWP-BROWSE-KEY)
                   KEYLENGTH(10)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR SWP-CURRENT NOT = ACCOUNTO

            MOVE 1 TO SWP-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-SWP-COUNT
            MOVE SWP-SAVINGS TO CA-SWP-E-SAVINGS(CA-SWP-COUNT)
            MOVE SWP-TARGET TO CA-SWP-E-TARGET(CA-SWP-COUNT)
            MOVE SWP-FLOOR TO CA-SWP-E-FLOOR(CA-SWP-COUNT)
            MOVE SWP-DIRECTION TO CA-SWP-E-DIR(CA-SWP-COUNT)
            MOVE SWP-STATUS TO CA-SWP-E-STATUS(CA-SWP-COUNT)
            MOVE SWP-LAST-DATE TO CA-SWP-E-LAST(CA-SWP-COUNT)
            MOVE SWP-LAST-AMOUNT TO CA-SWP-E-LAST-AMT(CA-SWP-COUNT)

            IF CA-SWP-COUNT = 5

             MOVE 1 TO SWP-SCAN-DONE-SW

            END-IF

           END-IF

           .
         SWPMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         PAYMAINT-RECORD SECTION.

      * the TECHPAYE registered-payee list - the only accounts a web
      * user may transfer to from ACCOUNTO. Changes present the
      * one-time token a READ of the account handed out, the same
      * protection a standing-order change carries.

           IF CA-PAY-FUNC = 'L'

            PERFORM PAYMAINT-LIST

            GO TO PAYMAINT-RECORD-EXIT

           END-IF

           IF CA-PAY-FUNC NOT = 'A' AND CA-PAY-FUNC NOT = 'D'

            MOVE 950 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PAYMAINT-RECORD-EXIT

           END-IF

           PERFORM SOMAINT-CHECK-TOKEN

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PAYMAINT-RECORD-EXIT

           END-IF

           IF CA-PAY-FUNC = 'A'

            PERFORM PAYMAINT-ADD

           ELSE

            PERFORM PAYMAINT-DELETE

           END-IF

           GO TO PAYMAINT-RECORD-EXIT

           .
         PAYMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         PAYMAINT-ADD SECTION.

      * the payee must be a real, open account other than ACCOUNTO
      * itself, and pass its check digit. The moment it is added is
      * stamped on the clock, not the business date - the
      * cooling-off runs in real hours.

           IF TRANSFER-TO-ACCOUNT = SPACES
              OR TRANSFER-TO-ACCOUNT = LOW-VALUES
              OR TRANSFER-TO-ACCOUNT = ACCOUNTO

            MOVE 966 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PAYMAINT-ADD-EXIT

           END-IF

           MOVE TRANSFER-TO-ACCOUNT TO CHKDIG-CANDIDATE

           PERFORM VALIDATE-ACCOUNT-DIGIT

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PAYMAINT-ADD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TRANSFER-TO-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TRANSFER-TO-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO PAYMAINT-ADD-EXIT

           END-IF

           IF TRANSFER-TO-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PAYMAINT-ADD-EXIT

           END-IF

           EXEC CICS ASKTIME
                   ABSTIME(PAY-ABSTIME)
                   NOHANDLE
                   END-EXEC

           MOVE ACCOUNTO TO PAY-ACCOUNT
           MOVE TRANSFER-TO-ACCOUNT TO PAY-PAYEE
           MOVE CA-PAY-NICKNAME TO PAY-NICKNAME

           IF PAY-NICKNAME = LOW-VALUES

            MOVE SPACES TO PAY-NICKNAME

           END-IF

           EXEC CICS FORMATTEDTIME
                   ABSTIME(PAY-ABSTIME)
                   YYYYMMDD(PAY-ADDED-DATE)
                   TIME(PAY-ADDED-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE LOGIN-USERID TO PAY-ADDED-BY

           MOVE PAY-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHPAYE")
                   FROM(PAYEE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PAY-KEY)
                   KEYLENGTH(10)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE 964 TO EIBRESP

           END-IF

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE PAYEE-RECORD TO AUDIT-AFTER-IMAGE(1:52)
            MOVE 'PAYEE ADDED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         PAYMAINT-ADD-EXIT.
           EXIT.
      *****************************************************************
         PAYMAINT-DELETE SECTION.

      * the payee comes off the list outright - adding it again
      * starts a fresh cooling-off period

           MOVE ACCOUNTO TO PAY-ACCOUNT
           MOVE TRANSFER-TO-ACCOUNT TO PAY-PAYEE

           MOVE PAY-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPAYE")
                   INTO(PAYEE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PAY-KEY)
                   KEYLENGTH(10)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 965 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO PAYMAINT-DELETE-EXIT

           END-IF

           EXEC CICS DELETE
                   FILE("TECHPAYE")
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE PAYEE-RECORD TO AUDIT-BEFORE-IMAGE(1:52)
            MOVE 'PAYEE DELETED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         PAYMAINT-DELETE-EXIT.
           EXIT.
      *****************************************************************
         PAYMAINT-LIST SECTION.

      * up to 5 of ACCOUNTO's payees from TRANSFER-TO-ACCOUNT
      * onward, each flagged usable or still cooling off - call
      * again with the last payee listed to page on

           MOVE 0 TO CA-PAY-COUNT
           MOVE 0 TO PAY-SCAN-DONE-SW

           PERFORM LOAD-PAYEE-CUTOFF

           MOVE ACCOUNTO TO PAY-BROWSE-ACCT
           MOVE TRANSFER-TO-ACCOUNT TO PAY-BROWSE-PAYEE

           EXEC CICS STARTBR
                   FILE("TECHPAYE")
                   RIDFLD(PAY-BROWSE-KEY)
                   KEYLENGTH(10)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO PAY-SCAN-DONE-SW

           END-IF

           PERFORM PAYMAINT-NEXT-ENTRY UNTIL PAY-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHPAYE")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO PAYMAINT-LIST-EXIT

           .
      *****************************************************************
         PAYMAINT-NEXT-ENTRY.

           MOVE PAY-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHPAYE")
                   INTO(PAYEE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PAY-BROWSE-KEY)
                   KEYLENGTH(10)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR PAY-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO PAY-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-PAY-COUNT
            MOVE PAY-PAYEE TO CA-PAY-E-PAYEE(CA-PAY-COUNT)
            MOVE PAY-NICKNAME TO CA-PAY-E-NICKNAME(CA-PAY-COUNT)
            MOVE PAY-ADDED-DATE TO CA-PAY-E-ADDED(CA-PAY-COUNT)

            PERFORM TEST-PAYEE-MATURED

            IF PAY-MATURED

             MOVE 'Y' TO CA-PAY-E-USABLE(CA-PAY-COUNT)

            ELSE

             MOVE 'N' TO CA-PAY-E-USABLE(CA-PAY-COUNT)

            END-IF

            IF CA-PAY-COUNT = 5

             MOVE 1 TO PAY-SCAN-DONE-SW

            END-IF

           END-IF

           .
         PAYMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         CHECK-REGISTERED-PAYEE SECTION.

      * TRANSFER-TO-ACCOUNT must be on ACCOUNTO's payee list and
      * out of its cooling-off period. Leaves EIBRESP 0 or 963.

           PERFORM LOAD-PAYEE-CUTOFF

           MOVE ACCOUNTO TO PAY-ACCOUNT
           MOVE TRANSFER-TO-ACCOUNT TO PAY-PAYEE

           MOVE PAY-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPAYE")
                   INTO(PAYEE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PAY-KEY)
                   KEYLENGTH(10)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 963 TO EIBRESP

            GO TO CHECK-REGISTERED-PAYEE-EXIT

           END-IF

           PERFORM TEST-PAYEE-MATURED

           IF PAY-MATURED

            MOVE 0 TO EIBRESP

           ELSE

            MOVE 963 TO EIBRESP

           END-IF

           .
         CHECK-REGISTERED-PAYEE-EXIT.
           EXIT.
      *****************************************************************
         LOAD-PAYEE-CUTOFF SECTION.

      * the cooling-off period from the TECHPARM 'PAYEPARM' record
      * (zero or a missing record leaves the 24-hour fallback),
      * turned into the latest clock date and time a payee can have
      * been added and still be usable now

           MOVE PYP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(PAYEE-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PYP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND PYP-COOL-HOURS NUMERIC
              AND PYP-COOL-HOURS NOT = 0

            MOVE PYP-COOL-HOURS TO PAYEE-COOL-HOURS

           END-IF

           EXEC CICS ASKTIME
                   ABSTIME(PAY-ABSTIME)
                   NOHANDLE
                   END-EXEC

           COMPUTE PAY-HOURS-UNITS =
                   PAYEE-COOL-HOURS * 60 * 60 * 1000

           COMPUTE PAY-ABSTIME = PAY-ABSTIME - PAY-HOURS-UNITS

           EXEC CICS FORMATTEDTIME
                   ABSTIME(PAY-ABSTIME)
                   YYYYMMDD(PAY-CUTOFF-DATE)
                   TIME(PAY-CUTOFF-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           .
         LOAD-PAYEE-CUTOFF-EXIT.
           EXIT.
      *****************************************************************
         TEST-PAYEE-MATURED SECTION.

      * the payee in PAYEE-RECORD is usable when it was added at or
      * before the cutoff LOAD-PAYEE-CUTOFF left

           MOVE 0 TO PAY-MATURED-SW

           IF PAY-ADDED-DATE < PAY-CUTOFF-DATE

            MOVE 1 TO PAY-MATURED-SW

           END-IF

           IF PAY-ADDED-DATE = PAY-CUTOFF-DATE
              AND PAY-ADDED-TIME NOT > PAY-CUTOFF-TIME

            MOVE 1 TO PAY-MATURED-SW

           END-IF

           .
         TEST-PAYEE-MATURED-EXIT.
           EXIT.
      *****************************************************************
         AMLMAINT-RECORD SECTION.

      * the suspicious-activity case register - list the worklist,
      * note a case, or close it with the officer's decision. The
      * register is compliance's alone, so every function needs
      * CRED-CAN-DESTROY.

           EVALUATE CA-AML-FUNC

            WHEN 'L'

             PERFORM AMLMAINT-LIST

            WHEN 'N'

             PERFORM AMLMAINT-UPDATE

            WHEN 'S'

             PERFORM AMLMAINT-UPDATE

            WHEN OTHER

             MOVE 950 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO AMLMAINT-RECORD-EXIT

           .
         AMLMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         AMLMAINT-LIST SECTION.

      * up to 5 cases from CA-AML-ID onward - call again with the
      * last number listed to page on; 'O' in CA-AML-STATUS skips
      * the closed ones

           MOVE 0 TO CA-AML-COUNT
           MOVE 0 TO AMC-SCAN-DONE-SW

           MOVE CA-AML-ID TO AMC-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHAML")
                   RIDFLD(AMC-BROWSE-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO AMC-SCAN-DONE-SW

           END-IF

           PERFORM AMLMAINT-NEXT-ENTRY UNTIL AMC-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAML")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO AMLMAINT-LIST-EXIT

           .
      *****************************************************************
         AMLMAINT-NEXT-ENTRY.

           MOVE AMC-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHAML")
                   INTO(AML-CASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(AMC-BROWSE-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO AMC-SCAN-DONE-SW

           ELSE IF CA-AML-STATUS = 'O' AND NOT AMC-OPEN

            CONTINUE

           ELSE

            ADD 1 TO CA-AML-COUNT
            MOVE AMC-ID TO CA-AML-E-ID(CA-AML-COUNT)
            MOVE AMC-ACCOUNT TO CA-AML-E-ACCT(CA-AML-COUNT)
            MOVE AMC-RULE TO CA-AML-E-RULE(CA-AML-COUNT)
            MOVE AMC-STATUS TO CA-AML-E-STATUS(CA-AML-COUNT)
            MOVE AMC-OPEN-DATE TO CA-AML-E-OPENED(CA-AML-COUNT)
            MOVE AMC-AMOUNT TO CA-AML-E-AMOUNT(CA-AML-COUNT)
            MOVE AMC-NOTE-COUNT TO CA-AML-E-NOTES(CA-AML-COUNT)
            MOVE AMC-NOTE TO CA-AML-E-NOTE(CA-AML-COUNT)

            IF CA-AML-COUNT = 5

             MOVE 1 TO AMC-SCAN-DONE-SW

            END-IF

           END-IF

           .
         AMLMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         AMLMAINT-UPDATE SECTION.

      * a note ('N') or the closing decision ('S' - cleared 'C' or
      * reported 'R') on an open case; both carry their text, which
      * becomes the case's latest note. The case before and after
      * goes to TECHAUDIT, so the trail holds every note and
      * decision in full even though the register keeps only the
      * latest.

           IF CA-AML-FUNC = 'S'
              AND CA-AML-STATUS NOT = 'C'
              AND CA-AML-STATUS NOT = 'R'

            MOVE 950 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO AMLMAINT-UPDATE-EXIT

           END-IF

           IF CA-AML-NOTE = SPACES OR CA-AML-NOTE = LOW-VALUES

            MOVE 968 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO AMLMAINT-UPDATE-EXIT

           END-IF

           MOVE AMC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHAML")
                   INTO(AML-CASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-AML-ID)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO AMLMAINT-UPDATE-EXIT

           END-IF

           IF NOT AMC-OPEN

            MOVE 967 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO AMLMAINT-UPDATE-EXIT

           END-IF

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE AML-CASE-RECORD TO AUDIT-BEFORE-IMAGE(1:93)

           IF CA-AML-FUNC = 'S'

            MOVE CA-AML-STATUS TO AMC-STATUS

           END-IF

           IF AMC-NOTE-COUNT < 99

            ADD 1 TO AMC-NOTE-COUNT

           END-IF

           MOVE CA-AML-NOTE TO AMC-NOTE
           MOVE BUSINESS-TODAY TO AMC-UPD-DATE
           MOVE LOGIN-USERID TO AMC-UPD-BY

           MOVE AMC-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHAML")
                   FROM(AML-CASE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE AMC-ACCOUNT TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE AML-CASE-RECORD TO AUDIT-AFTER-IMAGE(1:93)

            IF AMC-CLEARED

             MOVE 'AML CASE CLEARED' TO AUDIT-NARRATIVE

            ELSE IF AMC-REPORTED

             MOVE 'AML CASE REPORTED' TO AUDIT-NARRATIVE

            ELSE

             MOVE 'AML CASE NOTE' TO AUDIT-NARRATIVE

            END-IF

            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         AMLMAINT-UPDATE-EXIT.
           EXIT.
      *****************************************************************
         SCREEN-WATCH-LIST SECTION.

      * is the person in WLS-NAMES on the sanctions watch list in
      * force? The list is the one the TECHCTL 'WLSTREF' record
      * names; its TECHWLST entries are keyed on that reference and
      * the surname, so only the entries under the person's own
      * surname are read. An entry matches when its first name and
      * its address are each either blank (the list does not know
      * them) or the person's own. Names are compared in upper
      * case, the way WLSCREEN loads them. No list loaded - no hit.
      * A hit leaves the matching entry in WATCH-LIST-RECORD.

           MOVE 0 TO WLS-HIT-SW

           INSPECT WLS-NAMES REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WLS-NAMES CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WLS-SURNAME = SPACES

            GO TO SCREEN-WATCH-LIST-EXIT

           END-IF

           MOVE CTL-WLSTREF-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-WLSTREF-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR CTL-CHAR-VALUE = SPACES

            MOVE 0 TO EIBRESP

            GO TO SCREEN-WATCH-LIST-EXIT

           END-IF

           MOVE CTL-CHAR-VALUE TO WLS-LIST-REF
           MOVE CTL-CHAR-VALUE TO WL-BROWSE-REF
           MOVE WLS-SURNAME TO WL-BROWSE-SURNAME
           MOVE 0 TO WL-BROWSE-SEQ
           MOVE 0 TO WLS-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHWLST")
                   RIDFLD(WL-BROWSE-KEY)
                   KEYLENGTH(30)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO WLS-DONE-SW

           END-IF

           PERFORM SCREEN-NEXT-ENTRY UNTIL WLS-DONE

           EXEC CICS ENDBR
                   FILE("TECHWLST")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO SCREEN-WATCH-LIST-EXIT

           .
      *****************************************************************
         SCREEN-NEXT-ENTRY.

           MOVE WL-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHWLST")
                   INTO(WATCH-LIST-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WL-BROWSE-KEY)
                   KEYLENGTH(30)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR WL-LIST-REF NOT = WLS-LIST-REF
              OR WL-SURNAME NOT = WLS-SURNAME

            MOVE 1 TO WLS-DONE-SW

           ELSE IF (WL-FIRST-NAME = SPACES
                    OR WL-FIRST-NAME = WLS-FIRST-NAME)
               AND (WL-ADDRESS = SPACES
                    OR WL-ADDRESS = WLS-ADDRESS)

            MOVE 1 TO WLS-HIT-SW
            MOVE 1 TO WLS-DONE-SW

           END-IF

           .
         SCREEN-WATCH-LIST-EXIT.
           EXIT.
      *****************************************************************
         SCREEN-OPENING SECTION.

      * the person about to be given an account is screened before
      * anything is written. A hit refers the opening to compliance
      * instead of completing it: the hit goes to TECHWHIT with its
      * 'M' audit entry and is committed here and now - the 969 set
      * below drives MAINLINE's rollback, which must not undo the
      * very referral compliance is to work from. A failed hit write
      * leaves its response standing instead, and the opening is
      * refused all the same.

           MOVE SURNAMEO TO WLS-SURNAME
           MOVE FIRST-NAMEO TO WLS-FIRST-NAME
           MOVE ADDRESSO TO WLS-ADDRESS

           PERFORM SCREEN-WATCH-LIST

           IF NOT WLS-HIT

            GO TO SCREEN-OPENING-EXIT

           END-IF

           SET WLH-AT-OPENING TO TRUE

           IF CUSTOMER-NOO = LOW-VALUES

            MOVE SPACES TO WLH-CUST-NO

           ELSE

            MOVE CUSTOMER-NOO TO WLH-CUST-NO

           END-IF

           MOVE SPACES TO WLH-ACCOUNT

           PERFORM WRITE-WL-HIT

           IF EIBRESP = 0

            EXEC CICS SYNCPOINT
                    NOHANDLE
                    END-EXEC

            MOVE 969 TO EIBRESP

           END-IF

           .
         SCREEN-OPENING-EXIT.
           EXIT.
      *****************************************************************
         WRITE-WL-HIT SECTION.

      * a screening hit onto the TECHWHIT hit file, pending
      * compliance's decision - the caller has set WLH-SOURCE,
      * WLH-CUST-NO and WLH-ACCOUNT; the person is in WLS-NAMES and
      * the list entry in WATCH-LIST-RECORD. Audited as an 'M'
      * entry with the hit as the after image.

           PERFORM GET-NEXT-WLHIT-ID

           MOVE WLS-SURNAME TO WLH-SURNAME
           MOVE WLS-FIRST-NAME TO WLH-FIRST-NAME
           MOVE WLS-ADDRESS TO WLH-ADDRESS
           MOVE WL-LIST-REF TO WLH-LIST-REF
           MOVE WL-SEQ TO WLH-LIST-SEQ
           MOVE WL-PROGRAM TO WLH-PROGRAM
           MOVE BUSINESS-TODAY TO WLH-DATE
           SET WLH-PENDING TO TRUE
           MOVE SPACES TO WLH-DECIDED-DATE
           MOVE SPACES TO WLH-DECIDED-BY
           MOVE 0 TO WLH-FROZEN

           MOVE WLH-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHWHIT")
                   FROM(WL-HIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WLH-ID)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE WLH-ACCOUNT TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE WL-HIT-RECORD TO AUDIT-AFTER-IMAGE(1:141)

            IF WLH-AT-OPENING

             MOVE 'WATCH-LIST REFERRAL' TO AUDIT-NARRATIVE

            ELSE

             MOVE 'WATCH-LIST HIT' TO AUDIT-NARRATIVE

            END-IF

            PERFORM WRITE-AUDIT-RECORD

           END-IF

           .
         WRITE-WL-HIT-EXIT.
           EXIT.
      *****************************************************************
         GET-NEXT-WLHIT-ID SECTION.

      * next hit number from the TECHCTL 'WLHITID' control record -
      * shared with WLSCREEN, same counter pattern as the dispute
      * numbers, seeded once from an end-of-file browse

           MOVE CTL-WLHITID-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-WLHITID-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE HIGH-VALUES TO WLH-ID

            EXEC CICS STARTBR
                    FILE("TECHWHIT")
                    RIDFLD(WLH-ID)
                    GTEQ
                    NOHANDLE
                    END-EXEC

            MOVE WLH-REC-LEN TO LENGTH-VAR

            EXEC CICS READPREV
                    FILE("TECHWHIT")
                    INTO(WL-HIT-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(WLH-ID)
                    NOHANDLE
                    END-EXEC

            EXEC CICS ENDBR
                    FILE("TECHWHIT")
                    NOHANDLE
                    END-EXEC

            IF WLH-ID = HIGH-VALUES
               OR WLH-ID NOT NUMERIC

             MOVE 0 TO CTL-NUM-VALUE

            ELSE

             MOVE WLH-ID TO WLH-ID-NUM
             MOVE WLH-ID-NUM TO CTL-NUM-VALUE

            END-IF

            MOVE CTL-WLHITID-KEY TO CTL-KEY
            MOVE SPACES TO CTL-CHAR-VALUE

            ADD 1 TO CTL-NUM-VALUE

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

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO WLH-ID-NUM
           MOVE WLH-ID-NUM TO WLH-ID

           .
         GET-NEXT-WLHIT-ID-EXIT.
           EXIT.
      *****************************************************************
         WLMAINT-RECORD SECTION.

      * the watch-list hit file - list the hits awaiting a decision,
      * confirm a match (freezing the customer's accounts) or
      * dismiss it as a namesake. Compliance's alone, so every
      * function needs CRED-CAN-DESTROY.

           EVALUATE CA-WL-FUNC

            WHEN 'L'

             PERFORM WLMAINT-LIST

            WHEN 'C'

             PERFORM WLMAINT-DECIDE

            WHEN 'D'

             PERFORM WLMAINT-DECIDE

            WHEN OTHER

             MOVE 950 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO WLMAINT-RECORD-EXIT

           .
         WLMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         WLMAINT-LIST SECTION.

      * up to 5 hits from CA-WL-HIT-ID onward - call again with the
      * last number listed to page on; 'P' in CA-WL-STATUS skips
      * the ones already decided

           MOVE 0 TO CA-WL-COUNT
           MOVE 0 TO WLH-SCAN-DONE-SW

           MOVE CA-WL-HIT-ID TO WLH-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHWHIT")
                   RIDFLD(WLH-BROWSE-KEY)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO WLH-SCAN-DONE-SW

           END-IF

           PERFORM WLMAINT-NEXT-ENTRY UNTIL WLH-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHWHIT")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO WLMAINT-LIST-EXIT

           .
      *****************************************************************
         WLMAINT-NEXT-ENTRY.

           MOVE WLH-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHWHIT")
                   INTO(WL-HIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WLH-BROWSE-KEY)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO WLH-SCAN-DONE-SW

           ELSE IF CA-WL-STATUS = 'P' AND NOT WLH-PENDING

            CONTINUE

           ELSE

            ADD 1 TO CA-WL-COUNT
            MOVE WLH-ID TO CA-WL-E-ID(CA-WL-COUNT)
            MOVE WLH-SOURCE TO CA-WL-E-SOURCE(CA-WL-COUNT)
            MOVE WLH-CUST-NO TO CA-WL-E-CUST-NO(CA-WL-COUNT)
            MOVE WLH-ACCOUNT TO CA-WL-E-ACCT(CA-WL-COUNT)
            MOVE WLH-SURNAME TO CA-WL-E-SURNAME(CA-WL-COUNT)
            MOVE WLH-FIRST-NAME TO CA-WL-E-FIRST-NAME(CA-WL-COUNT)
            MOVE WLH-PROGRAM TO CA-WL-E-PROGRAM(CA-WL-COUNT)
            MOVE WLH-DATE TO CA-WL-E-DATE(CA-WL-COUNT)
            MOVE WLH-STATUS TO CA-WL-E-STATUS(CA-WL-COUNT)
            MOVE WLH-FROZEN TO CA-WL-E-FROZEN(CA-WL-COUNT)

            IF CA-WL-COUNT = 5

             MOVE 1 TO WLH-SCAN-DONE-SW

            END-IF

           END-IF

           .
         WLMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         WLMAINT-DECIDE SECTION.

      * compliance's decision on pending hit CA-WL-HIT-ID - 'C'
      * confirms the match and freezes every account the customer
      * owns or co-owns (see WLMAINT-FREEZE-ALL), 'D' dismisses it.
      * The hit before and after goes to TECHAUDIT; the number of
      * accounts frozen is kept on the hit and returned in
      * CA-WL-FROZEN.

           MOVE 0 TO CA-WL-FROZEN

           MOVE WLH-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHWHIT")
                   INTO(WL-HIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-WL-HIT-ID)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO WLMAINT-DECIDE-EXIT

           END-IF

           IF NOT WLH-PENDING

            MOVE 970 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO WLMAINT-DECIDE-EXIT

           END-IF

           MOVE WL-HIT-RECORD TO WLH-SAVE-RECORD
           MOVE 0 TO WLF-FROZEN-COUNT

           IF CA-WL-FUNC = 'C'

            PERFORM WLMAINT-FREEZE-ALL

            SET WLH-CONFIRMED TO TRUE

           ELSE

            SET WLH-DISMISSED TO TRUE

           END-IF

           MOVE WLF-FROZEN-COUNT TO WLH-FROZEN
           MOVE WLF-FROZEN-COUNT TO CA-WL-FROZEN
           MOVE BUSINESS-TODAY TO WLH-DECIDED-DATE
           MOVE LOGIN-USERID TO WLH-DECIDED-BY

           MOVE WLH-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHWHIT")
                   FROM(WL-HIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE WLH-ACCOUNT TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE WLH-SAVE-RECORD TO AUDIT-BEFORE-IMAGE(1:141)
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE WL-HIT-RECORD TO AUDIT-AFTER-IMAGE(1:141)

            IF WLH-CONFIRMED

             MOVE 'WATCH-LIST MATCH CONFIRMED' TO AUDIT-NARRATIVE

            ELSE

             MOVE 'WATCH-LIST HIT DISMISSED' TO AUDIT-NARRATIVE

            END-IF

            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         WLMAINT-DECIDE-EXIT.
           EXIT.
      *****************************************************************
         WLMAINT-FREEZE-ALL SECTION.

      * every account the confirmed customer owns (the TECHCUX path)
      * or co-owns (the TECHJNTC path over TECHJNT) is gathered
      * first, then frozen one at a time through FREEZE-RECORD
      * itself, so each carries the same 'U' audit entry and 'FR'
      * event as a freeze keyed by the fraud desk. Closed and
      * already-frozen accounts are passed over. A referral for a
      * brand new customer has no customer number and nothing to
      * freeze.

           MOVE 0 TO WLF-COUNT

           IF WLH-CUST-NO = SPACES OR WLH-CUST-NO = LOW-VALUES

            GO TO WLMAINT-FREEZE-ALL-EXIT

           END-IF

           MOVE WLH-CUST-NO TO SIBLING-KEY
           MOVE 0 TO SIBLING-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHCUX")
                   RIDFLD(SIBLING-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SIBLING-DONE-SW

           END-IF

           PERFORM WLMAINT-COLLECT-OWN UNTIL SIBLING-DONE

           EXEC CICS ENDBR
                   FILE("TECHCUX")
                   NOHANDLE
                   END-EXEC

           MOVE WLH-CUST-NO TO WLF-JNT-KEY
           MOVE 0 TO WLF-SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHJNTC")
                   RIDFLD(WLF-JNT-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO WLF-SCAN-DONE-SW

           END-IF

           PERFORM WLMAINT-COLLECT-JOINT UNTIL WLF-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHJNTC")
                   NOHANDLE
                   END-EXEC

           PERFORM WLMAINT-FREEZE-ONE
                   VARYING WLF-IX FROM 1 BY 1
                   UNTIL WLF-IX > WLF-COUNT

           GO TO WLMAINT-FREEZE-ALL-EXIT

           .
      *****************************************************************
         WLMAINT-COLLECT-OWN.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUX")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SIBLING-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR SIBLING-CUSTOMER-NOO NOT = WLH-CUST-NO

            MOVE 1 TO SIBLING-DONE-SW

           ELSE

            MOVE SIBLING-ACCOUNTO TO WLF-NEW-ACCT

            PERFORM WLMAINT-ADD-ACCOUNT

           END-IF

           .
      *****************************************************************
         WLMAINT-COLLECT-JOINT.

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNTC")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WLF-JNT-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR JNT-CUST-NO NOT = WLH-CUST-NO

            MOVE 1 TO WLF-SCAN-DONE-SW

           ELSE

            MOVE JNT-ACCOUNT TO WLF-NEW-ACCT

            PERFORM WLMAINT-ADD-ACCOUNT

           END-IF

           .
      *****************************************************************
         WLMAINT-ADD-ACCOUNT.

      * an account both owned and joint-linked (a hand edit) is
      * frozen once

           MOVE 0 TO WLF-DUP-SW

           PERFORM WLMAINT-CHECK-DUP
                   VARYING WLF-IX FROM 1 BY 1
                   UNTIL WLF-IX > WLF-COUNT

           IF NOT WLF-DUP-ON-LIST AND WLF-COUNT < 50

            ADD 1 TO WLF-COUNT
            MOVE WLF-NEW-ACCT TO WLF-ACCT(WLF-COUNT)

           END-IF

           .
      *****************************************************************
         WLMAINT-CHECK-DUP.

           IF WLF-ACCT(WLF-IX) = WLF-NEW-ACCT

            MOVE 1 TO WLF-DUP-SW

           END-IF

           .
      *****************************************************************
         WLMAINT-FREEZE-ONE.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(WLF-ACCT(WLF-IX))
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND SIBLING-ACCOUNT-STATUSO NOT = 'C'
              AND SIBLING-ACCOUNT-STATUSO NOT = 'F'

            MOVE WLF-ACCT(WLF-IX) TO ACCOUNTO
            MOVE 'F' TO ACCOUNT-STATUSO

            PERFORM FREEZE-RECORD

            IF EIBRESP = 0

             ADD 1 TO WLF-FROZEN-COUNT

            END-IF

           END-IF

           .
         WLMAINT-FREEZE-ALL-EXIT.
           EXIT.
      *****************************************************************
         LOAD-KYC-PARMS SECTION.

      * the review interval for each risk rating and the grace
      * period from the TECHPARM 'KYCPARM' record (each zero or
      * missing value leaves its fallback - 12, 36 and 60 months,
      * 30 days), and the blocking cutoff they give: a customer
      * whose review fell due before KYC-BLOCK-CUTOFF is past the
      * grace period. The cutoff is the business date stepped back
      * the grace days one calendar day at a time.

           MOVE KYP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(KYC-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(KYP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            IF KYP-HIGH-MONTHS NUMERIC AND KYP-HIGH-MONTHS NOT = 0

             MOVE KYP-HIGH-MONTHS TO KYC-HIGH-MONTHS

            END-IF

            IF KYP-MEDIUM-MONTHS NUMERIC
               AND KYP-MEDIUM-MONTHS NOT = 0

             MOVE KYP-MEDIUM-MONTHS TO KYC-MEDIUM-MONTHS

            END-IF

            IF KYP-LOW-MONTHS NUMERIC AND KYP-LOW-MONTHS NOT = 0

             MOVE KYP-LOW-MONTHS TO KYC-LOW-MONTHS

            END-IF

            IF KYP-GRACE-DAYS NUMERIC AND KYP-GRACE-DAYS NOT = 0

             MOVE KYP-GRACE-DAYS TO KYC-GRACE-DAYS

            END-IF

           END-IF

           MOVE BUSINESS-TODAY TO BUS-DATE-PARTS

           PERFORM KYC-BACK-ONE-DAY KYC-GRACE-DAYS TIMES

           MOVE BUS-DATE-PARTS TO KYC-BLOCK-CUTOFF

           MOVE 0 TO EIBRESP

           GO TO LOAD-KYC-PARMS-EXIT

           .
      *****************************************************************
         KYC-BACK-ONE-DAY.

           SUBTRACT 1 FROM BUS-DD

           IF BUS-DD = 0

            SUBTRACT 1 FROM BUS-MM

            IF BUS-MM = 0

             MOVE 12 TO BUS-MM
             SUBTRACT 1 FROM BUS-YYYY

            END-IF

            MOVE BUS-MONTH-DAY-COUNT(BUS-MM) TO BUS-DD

            IF BUS-MM = 2

             DIVIDE BUS-YYYY BY 4
                    GIVING BUS-LEAP-QUOT
                    REMAINDER BUS-LEAP-REM

             IF BUS-LEAP-REM = 0

              MOVE 29 TO BUS-DD

             END-IF

            END-IF

           END-IF

           .
         LOAD-KYC-PARMS-EXIT.
           EXIT.
      *****************************************************************
         STAMP-KYC-REVIEW SECTION.

      * a KYC review of the customer in CUSTOMER-MASTER-RECORD,
      * rated CUST-RISK-RATING, done today by LOGIN-USERID - the
      * next one falls due the rating's interval on, day-of-month
      * clamped the way WRITE-TERM-RECORD clamps a maturity date

           PERFORM LOAD-KYC-PARMS

           EVALUATE TRUE

            WHEN CUST-RISK-HIGH

             MOVE KYC-HIGH-MONTHS TO KYC-MONTHS

            WHEN CUST-RISK-LOW

             MOVE KYC-LOW-MONTHS TO KYC-MONTHS

            WHEN OTHER

             MOVE KYC-MEDIUM-MONTHS TO KYC-MONTHS

           END-EVALUATE

           MOVE BUSINESS-TODAY TO BUS-DATE-PARTS

           PERFORM TERM-ADD-ONE-MONTH KYC-MONTHS TIMES

           MOVE BUS-MONTH-DAY-COUNT(BUS-MM) TO BUS-WORK-DAYS

           IF BUS-MM = 2

            DIVIDE BUS-YYYY BY 4
                   GIVING BUS-LEAP-QUOT
                   REMAINDER BUS-LEAP-REM

            IF BUS-LEAP-REM = 0

             MOVE 29 TO BUS-WORK-DAYS

            END-IF

           END-IF

           IF BUS-DD > BUS-WORK-DAYS

            MOVE BUS-WORK-DAYS TO BUS-DD

           END-IF

           MOVE BUS-DATE-PARTS TO CUST-KYC-DUE-DATE
           MOVE BUSINESS-TODAY TO CUST-KYC-LAST-DATE
           MOVE LOGIN-USERID TO CUST-KYC-BY

           .
         STAMP-KYC-REVIEW-EXIT.
           EXIT.
      *****************************************************************
         RATE-EXISTING-CUSTOMER SECTION.

      * a customer on file from before risk ratings existed is rated
      * when they next open an account - CA-KYC-RATING, medium when
      * none is given - and the opening counts as their first
      * review. Leaves EIBRESP as the master's rewrite left it.

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUSTOMER-NOO)
                   KEYLENGTH(6)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO RATE-EXISTING-CUSTOMER-EXIT

           END-IF

           IF CA-KYC-RATING = 'H' OR CA-KYC-RATING = 'L'

            MOVE CA-KYC-RATING TO CUST-RISK-RATING

           ELSE

            MOVE 'M' TO CUST-RISK-RATING

           END-IF

           PERFORM STAMP-KYC-REVIEW

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCUST")
                   FROM(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           .
         RATE-EXISTING-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
         CHECK-KYC-BLOCK SECTION.

      * new debits are refused on every account of a customer whose
      * KYC review is overdue past the grace period (see
      * LOAD-KYC-PARMS) until the review is recorded through
      * KYCREVW - the account's own customer and each co-owner on
      * TECHJNT are checked, so a joint account stops with either
      * owner. A customer never yet rated carries no due date and is
      * not blocked; KYCDUE lists them for a first review. Leaves
      * EIBRESP 0 or 971.

           MOVE 0 TO KYC-BLOCK-SW

           PERFORM LOAD-KYC-PARMS

           MOVE CUSTOMER-NOO TO KYC-CHECK-CUST

           PERFORM KYC-CHECK-ONE-CUSTOMER

           IF NOT KYC-BLOCKED

            MOVE LOW-VALUES TO KYC-JNT-KEY
            MOVE ACCOUNTO TO KYC-JNT-KEY(1:5)
            MOVE 0 TO KYC-SCAN-DONE-SW

            EXEC CICS STARTBR
                    FILE("TECHJNT")
                    RIDFLD(KYC-JNT-KEY)
                    KEYLENGTH(11)
                    GTEQ
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO KYC-SCAN-DONE-SW

            END-IF

            PERFORM KYC-CHECK-NEXT-JOINT UNTIL KYC-SCAN-DONE

            EXEC CICS ENDBR
                    FILE("TECHJNT")
                    NOHANDLE
                    END-EXEC

           END-IF

           IF KYC-BLOCKED

            MOVE 971 TO EIBRESP

           ELSE

            MOVE 0 TO EIBRESP

           END-IF

           GO TO CHECK-KYC-BLOCK-EXIT

           .
      *****************************************************************
         KYC-CHECK-NEXT-JOINT.

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNT")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(KYC-JNT-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR JNT-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO KYC-SCAN-DONE-SW

           ELSE

            MOVE JNT-CUST-NO TO KYC-CHECK-CUST

            PERFORM KYC-CHECK-ONE-CUSTOMER

            IF KYC-BLOCKED

             MOVE 1 TO KYC-SCAN-DONE-SW

            END-IF

           END-IF

           .
      *****************************************************************
         KYC-CHECK-ONE-CUSTOMER.

           IF KYC-CHECK-CUST NOT = SPACES
              AND KYC-CHECK-CUST NOT = LOW-VALUES

            MOVE SPACES TO CUST-KYC-DATA
            MOVE SPACES TO CUST-ESTATE-DATA
            MOVE SPACES TO CUST-PERSONAL-DATA
            MOVE SPACES TO CUST-MAIL-DATA

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCUST")
                    INTO(CUSTOMER-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(KYC-CHECK-CUST)
                    KEYLENGTH(6)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0
               AND CUST-KYC-DUE-DATE NUMERIC
               AND CUST-KYC-DUE-DATE < KYC-BLOCK-CUTOFF

             MOVE 1 TO KYC-BLOCK-SW

            END-IF

           END-IF

           .
         CHECK-KYC-BLOCK-EXIT.
           EXIT.
      *****************************************************************
         KYCREVW-RECORD SECTION.

      * the periodic KYC review of customer CA-KYC-CUST-NO - 'I'
      * answers the customer's rating, last review, reviewer, next
      * due date and standing; 'R' records a review done today by
      * the caller, re-rating the customer when CA-KYC-RATING
      * carries a new rating and stamping the next due date from
      * it, which lifts any overdue block at once. Recorded reviews
      * are audited as 'M' entries with the customer master before
      * and after.

           IF (CA-KYC-FUNC NOT = 'I' AND CA-KYC-FUNC NOT = 'R')
              OR CA-KYC-CUST-NO = SPACES
              OR CA-KYC-CUST-NO = LOW-VALUES

            MOVE 972 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO KYCREVW-RECORD-EXIT

           END-IF

           IF CA-KYC-RATING = LOW-VALUES

            MOVE SPACES TO CA-KYC-RATING

           END-IF

           IF CA-KYC-RATING NOT = SPACES
              AND CA-KYC-RATING NOT = 'H'
              AND CA-KYC-RATING NOT = 'M'
              AND CA-KYC-RATING NOT = 'L'

            MOVE 972 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO KYCREVW-RECORD-EXIT

           END-IF

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           IF CA-KYC-FUNC = 'R'

            EXEC CICS READ
                    FILE("TECHCUST")
                    INTO(CUSTOMER-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CA-KYC-CUST-NO)
                    KEYLENGTH(6)
                    UPDATE
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS READ
                    FILE("TECHCUST")
                    INTO(CUSTOMER-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CA-KYC-CUST-NO)
                    KEYLENGTH(6)
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO KYCREVW-RECORD-EXIT

           END-IF

           IF CA-KYC-FUNC = 'R'

      * a review of a customer never rated must rate them

            IF CA-KYC-RATING NOT = SPACES

             MOVE CA-KYC-RATING TO CUST-RISK-RATING

            END-IF

            IF NOT CUST-RISK-HIGH
               AND NOT CUST-RISK-MEDIUM
               AND NOT CUST-RISK-LOW

             MOVE 972 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO KYCREVW-RECORD-EXIT

            END-IF

            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE CUSTOMER-MASTER-RECORD TO AUDIT-BEFORE-IMAGE(1:147)

            PERFORM STAMP-KYC-REVIEW

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCUST")
                    FROM(CUSTOMER-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO KYCREVW-RECORD-EXIT

            END-IF

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE SPACES TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE CUSTOMER-MASTER-RECORD TO AUDIT-AFTER-IMAGE(1:147)
            MOVE 'KYC REVIEW' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

           END-IF

      * the standing - 'N' never reviewed, 'B' overdue past the
      * grace period (debits refused), 'D' due or overdue within
      * it, 'C' current

           PERFORM LOAD-KYC-PARMS

           MOVE CUST-RISK-RATING TO CA-KYC-RATING
           MOVE CUST-KYC-LAST-DATE TO CA-KYC-LAST-DATE
           MOVE CUST-KYC-DUE-DATE TO CA-KYC-DUE-DATE
           MOVE CUST-KYC-BY TO CA-KYC-BY

           IF CUST-KYC-DUE-DATE NOT NUMERIC

            MOVE 'N' TO CA-KYC-STANDING

           ELSE IF CUST-KYC-DUE-DATE < KYC-BLOCK-CUTOFF

            MOVE 'B' TO CA-KYC-STANDING

           ELSE IF CUST-KYC-DUE-DATE NOT > BUSINESS-TODAY

            MOVE 'D' TO CA-KYC-STANDING

           ELSE

            MOVE 'C' TO CA-KYC-STANDING

           END-IF

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         KYCREVW-RECORD-EXIT.
           EXIT.
      *****************************************************************
         FEEEXMT-RECORD SECTION.

      * the service-charge exemption of ACCOUNTO on TECHFEX - 'Q'
      * is open to any signed-on user; 'S' and 'C' waive or restore
      * a charge, so they are supervised (CHECK-PERMISSION)
      * and audited as 'M' entries carrying the exemption record

           IF (CA-FEX-FUNC NOT = 'S' AND CA-FEX-FUNC NOT = 'C'
               AND CA-FEX-FUNC NOT = 'Q')
              OR ACCOUNTO = SPACES OR ACCOUNTO = LOW-VALUES

            MOVE 973 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FEEEXMT-RECORD-EXIT

           END-IF

           MOVE FEX-REC-LEN TO LENGTH-VAR

           IF CA-FEX-FUNC = 'Q'

            EXEC CICS READ
                    FILE("TECHFEX")
                    INTO(FEE-EXEMPT-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(ACCOUNTO)
                    KEYLENGTH(5)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS READ
                    FILE("TECHFEX")
                    INTO(FEE-EXEMPT-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(ACCOUNTO)
                    KEYLENGTH(5)
                    UPDATE
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP NOT = 0 AND EIBRESP NOT = DFHRESP(NOTFND)

            PERFORM EVALUATE-RESP

            GO TO FEEEXMT-RECORD-EXIT

           END-IF

           EVALUATE TRUE

            WHEN CA-FEX-FUNC = 'Q'

             IF EIBRESP = 0

              MOVE 'Y' TO CA-FEX-STATUS
              MOVE FEX-REASON TO CA-FEX-REASON
              MOVE FEX-DATE TO CA-FEX-DATE
              MOVE FEX-BY TO CA-FEX-BY

             ELSE

              MOVE 'N' TO CA-FEX-STATUS

             END-IF

             MOVE 0 TO EIBRESP

            WHEN CA-FEX-FUNC = 'S'

      * an exemption already on file is re-granted - new reason,
      * new date, new supervisor

             MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE

             IF EIBRESP = 0

              MOVE FEE-EXEMPT-RECORD TO AUDIT-BEFORE-IMAGE(1:41)

             END-IF

             MOVE ACCOUNTO TO FEX-ACCOUNT
             MOVE CA-FEX-REASON TO FEX-REASON
             MOVE BUSINESS-TODAY TO FEX-DATE
             MOVE LOGIN-USERID TO FEX-BY

             MOVE FEX-REC-LEN TO LENGTH-VAR

             IF EIBRESP = 0

              EXEC CICS REWRITE
                      FILE("TECHFEX")
                      FROM(FEE-EXEMPT-RECORD)
                      LENGTH(LENGTH-VAR)
                      NOHANDLE
                      END-EXEC

             ELSE

              EXEC CICS WRITE
                      FILE("TECHFEX")
                      FROM(FEE-EXEMPT-RECORD)
                      LENGTH(LENGTH-VAR)
                      RIDFLD(FEX-ACCOUNT)
                      KEYLENGTH(5)
                      NOHANDLE
                      END-EXEC

             END-IF

             IF EIBRESP = 0

              MOVE 'Y' TO CA-FEX-STATUS
              MOVE FEX-DATE TO CA-FEX-DATE
              MOVE FEX-BY TO CA-FEX-BY

              SET AUDIT-OP-ADMIN TO TRUE
              MOVE ACCOUNTO TO AUDIT-ACCOUNT
              MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
              MOVE FEE-EXEMPT-RECORD TO AUDIT-AFTER-IMAGE(1:41)
              MOVE 'FEE EXEMPTION SET' TO AUDIT-NARRATIVE
              PERFORM WRITE-AUDIT-RECORD

             END-IF

            WHEN OTHER

      * clearing an exemption the account does not have is refused
      * rather than quietly accepted

             IF EIBRESP NOT = 0

              MOVE 973 TO EIBRESP

             ELSE

              EXEC CICS DELETE
                      FILE("TECHFEX")
                      NOHANDLE
                      END-EXEC

              IF EIBRESP = 0

               MOVE 'N' TO CA-FEX-STATUS

               SET AUDIT-OP-ADMIN TO TRUE
               MOVE ACCOUNTO TO AUDIT-ACCOUNT
               MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
               MOVE FEE-EXEMPT-RECORD TO AUDIT-BEFORE-IMAGE(1:41)
               MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
               MOVE 'FEE EXEMPTION CLEARED' TO AUDIT-NARRATIVE
               PERFORM WRITE-AUDIT-RECORD

              END-IF

             END-IF

           END-EVALUATE

           PERFORM EVALUATE-RESP

           .
         FEEEXMT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CHECK-APPROVAL-LIMIT SECTION.

      * does the posting in APQ-CHECK-AMOUNT need a supervisor? Only
      * a DEBIT or TRANSFER request in its own right is ever queued -
      * not an approval's replay of one, and not the debit leg
      * another function (OUTPAY) drives through DEBIT-RECORD. No
      * 'APPRLIM' record, or a zero threshold, means approval is
      * off and everything posts as before.

           MOVE 0 TO APQ-NEEDED-SW

           IF APQ-REPLAYING
              OR (SERVER-STATE NOT = SERVER-STATE-DEBIT
                  AND SERVER-STATE NOT = SERVER-STATE-TRANSFER)

            GO TO CHECK-APPROVAL-LIMIT-EXIT

           END-IF

           MOVE APL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(APPROVAL-LIMIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(APL-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND APL-THRESHOLD NUMERIC
              AND APL-THRESHOLD > 0
              AND APQ-CHECK-AMOUNT > APL-THRESHOLD

            MOVE 1 TO APQ-NEEDED-SW

           END-IF

           MOVE 0 TO EIBRESP

           .
         CHECK-APPROVAL-LIMIT-EXIT.
           EXIT.
      *****************************************************************
         QUEUE-FOR-APPROVAL SECTION.

      * park a high-value posting on TECHAPQ instead of posting it.
      * The caller has set APQ-TYPE, APQ-TO-ACCOUNT, APQ-AMOUNT and
      * the account as it stands on file in APQ-ONFILE-IMAGE, and
      * still holds it under READ UPDATE. The account goes back to
      * that image with the amount earmarked in HOLD-AMOUNTO - so
      * the available balance every later withdrawal is checked
      * against already excludes it - under a 'U' audit entry that
      * keeps the account's chain whole. The queuing itself is the
      * 'Q' entry written next; its sequence number keys the TECHAPQ
      * record and is the transaction reference the caller is handed
      * with 974, and approval answers with the same reference.

      * the stored request carries no password - approval replays it
      * under the approver's own credentials

           MOVE SERVER-IO-BUFFER TO APQ-CALLER-BUFFER
           MOVE APQ-REQUEST TO SERVER-IO-BUFFER
           MOVE SPACES TO LOGIN-PASSWORD
           MOVE SERVER-IO-BUFFER TO APQ-REQUEST
           MOVE APQ-CALLER-BUFFER TO SERVER-IO-BUFFER

           MOVE APQ-ONFILE-IMAGE TO SERVER-CUSTOMER-RECORD
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           IF HOLD-AMOUNTO NUMERIC

            ADD APQ-AMOUNT TO HOLD-AMOUNTO

           ELSE

            MOVE APQ-AMOUNT TO HOLD-AMOUNTO

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            GO TO QUEUE-FOR-APPROVAL-EXIT

           END-IF

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'APPROVAL EARMARK' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           IF EIBRESP NOT = 0

            GO TO QUEUE-FOR-APPROVAL-EXIT

           END-IF

           SET AUDIT-OP-QUEUED TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE

           IF APQ-IS-DEBIT

            MOVE 'DEBIT AWAITING APPROVAL' TO AUDIT-NARRATIVE

           ELSE

            MOVE 'TRANSFER AWAITING APPROVAL' TO AUDIT-NARRATIVE

           END-IF

           PERFORM WRITE-AUDIT-RECORD

           IF EIBRESP NOT = 0

            GO TO QUEUE-FOR-APPROVAL-EXIT

           END-IF

           MOVE AUDIT-SEQNO TO APQ-ID
           MOVE ACCOUNTO TO APQ-ACCOUNT
           MOVE SESS-USERID TO APQ-REQUESTED-BY
           MOVE BUSINESS-TODAY TO APQ-REQ-DATE

           EXEC CICS ASKTIME
                   ABSTIME(AUDIT-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(AUDIT-ABSTIME)
                   TIME(APQ-REQ-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE 'P' TO APQ-STATUS
           MOVE SPACES TO APQ-REVIEWED-BY
           MOVE SPACES TO APQ-ACTION-DATE
           MOVE 0 TO APQ-POSTED-SEQNO
           MOVE LENGTH OF SERVER-IO-BUFFER TO APQ-REQUEST-LEN

           COMPUTE LENGTH-VAR = APQ-HEADER-LEN + APQ-REQUEST-LEN

           EXEC CICS WRITE
                   FILE("TECHAPQ")
                   FROM(APPROVAL-QUEUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(APQ-ID)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

      * commit the earmark, both audit entries and the queue record
      * here and now - the 974 set below drives MAINLINE's rollback,
      * which must not undo the very queue entry the caller is
      * being told about (same shape as QUEUE-NAME-CHANGE)

           IF EIBRESP = 0

            EXEC CICS SYNCPOINT
                    NOHANDLE
                    END-EXEC

            MOVE APQ-ID TO TXNREF-SEQNO
            MOVE TXNREF-BUILD TO CA-TXNREF

            MOVE 974 TO EIBRESP

           END-IF

           .
         QUEUE-FOR-APPROVAL-EXIT.
           EXIT.
      *****************************************************************
         APQMAINT-RECORD SECTION.

      * the supervisor's side of the high-value posting queue, gated
      * like PENDMAINT. 'L' lists queued postings, 'A' approves the
      * one named in CA-APQ-ID and 'D' declines it - never by the
      * userid that keyed it, and only on the business day it was
      * keyed. Either decision takes the earmark off first; approval
      * then replays the stored request through the very DEBIT /
      * TRANSFER path it was queued from, so every posting rule is
      * applied again to the account as it stands now, and answers
      * with the original transaction reference. A replay that is
      * refused leaves its response standing - MAINLINE's rollback
      * puts the earmark back and the item stays queued.

           IF CA-APQ-LIST

            PERFORM APQMAINT-LIST

            GO TO APQMAINT-RECORD-EXIT

           END-IF

           IF (NOT CA-APQ-APPROVE AND NOT CA-APQ-DECLINE)
              OR CA-APQ-ID NOT NUMERIC

            MOVE 975 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO APQMAINT-RECORD-EXIT

           END-IF

      * a decision moves money - it waits out a posting hold the
      * way the posting itself would

           PERFORM CHECK-POSTING-HOLD

           IF EIBRESP NOT = 0

            GO TO APQMAINT-RECORD-EXIT

           END-IF

           MOVE CA-APQ-ID TO APQ-BROWSE-KEY

           MOVE APQ-MAX-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHAPQ")
                   INTO(APPROVAL-QUEUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(APQ-BROWSE-KEY)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 975 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO APQMAINT-RECORD-EXIT

           END-IF

           IF NOT APQ-IS-PENDING

            MOVE 975 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO APQMAINT-RECORD-EXIT

           END-IF

      * four eyes, two people - the supervisor may not be the userid
      * that keyed the posting

           IF APQ-REQUESTED-BY = LOGIN-USERID

            MOVE 925 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO APQMAINT-RECORD-EXIT

           END-IF

      * a posting queued on an earlier business day has lapsed - the
      * nightly APQLAPSE run releases its earmark

           IF APQ-REQ-DATE NOT = BUSINESS-TODAY

            MOVE 976 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO APQMAINT-RECORD-EXIT

           END-IF

           IF CA-APQ-DECLINE

            MOVE 'EARMARK RELEASED - DECLINED'
              TO APQ-RELEASE-NARRATIVE

           ELSE

            MOVE 'EARMARK RELEASED - APPROVED'
              TO APQ-RELEASE-NARRATIVE

           END-IF

           PERFORM APQ-RELEASE-EARMARK

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO APQMAINT-RECORD-EXIT

           END-IF

           IF CA-APQ-DECLINE

            MOVE 'D' TO APQ-STATUS

            PERFORM APQ-CLOSE-ITEM

            PERFORM EVALUATE-RESP

            GO TO APQMAINT-RECORD-EXIT

           END-IF

           PERFORM APQMAINT-REPLAY

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO APQMAINT-RECORD-EXIT

           END-IF

           MOVE 'A' TO APQ-STATUS

           PERFORM APQ-CLOSE-ITEM

      * the caller hears the reference the teller was given when the
      * posting was queued

           MOVE APQ-ID TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO CA-TXNREF

           PERFORM EVALUATE-RESP

           .
         APQMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         APQMAINT-REPLAY SECTION.

      * run the stored request through DEBIT-RECORD or TRANSFER-RECORD
      * in place of the caller's commarea, with the approver's
      * credentials in place of the blanked ones (a CA-OVERRIDE the
      * teller keyed is re-checked against the approver's authority),
      * then put the caller's commarea back. A request stored under
      * another commarea layout cannot be replayed safely (916). On
      * success the posted account goes back to the caller and the
      * entry it posted under is noted on the queue record.

           IF APQ-REQUEST-LEN NOT = LENGTH OF SERVER-IO-BUFFER
              OR APQ-REQUEST(4:2) NOT = COMMAREA-VERSION

            MOVE 916 TO EIBRESP

            GO TO APQMAINT-REPLAY-EXIT

           END-IF

           MOVE SERVER-IO-BUFFER TO APQ-CALLER-BUFFER
           MOVE LOGIN-USERID TO APQ-APPROVER-ID
           MOVE LOGIN-PASSWORD TO APQ-APPROVER-PASSWORD

           MOVE APQ-REQUEST TO SERVER-IO-BUFFER
           MOVE APQ-APPROVER-ID TO LOGIN-USERID
           MOVE APQ-APPROVER-PASSWORD TO LOGIN-PASSWORD

           MOVE 1 TO APQ-REPLAY-SW

           IF APQ-IS-DEBIT

            PERFORM DEBIT-RECORD

           ELSE

            PERFORM TRANSFER-RECORD

           END-IF

           MOVE 0 TO APQ-REPLAY-SW

           MOVE EIBRESP TO APQ-REPLAY-RESP
           MOVE CA-TXNREF TO APQ-SAVED-TXNREF
           MOVE SERVER-CUSTOMER-RECORD TO APQ-ONFILE-IMAGE

           MOVE APQ-CALLER-BUFFER TO SERVER-IO-BUFFER

           MOVE APQ-REPLAY-RESP TO EIBRESP

           IF EIBRESP = 0

            MOVE APQ-ONFILE-IMAGE TO SERVER-CUSTOMER-RECORD

            IF APQ-SAVED-TXNREF(3:7) NUMERIC

             MOVE APQ-SAVED-TXNREF(3:7) TO APQ-POSTED-SEQNO

            END-IF

           END-IF

           .
         APQMAINT-REPLAY-EXIT.
           EXIT.
      *****************************************************************
         APQ-RELEASE-EARMARK SECTION.

      * take the queued amount back out of the account's held total
      * under READ UPDATE (floored at zero against a hand-edited
      * record), with a 'U' audit entry carrying the decision in
      * APQ-RELEASE-NARRATIVE. The account record is left in
      * SERVER-CUSTOMER-RECORD for the caller.

           MOVE APQ-ACCOUNT TO ACCOUNTO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO APQ-RELEASE-EARMARK-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           IF HOLD-AMOUNTO NUMERIC
              AND HOLD-AMOUNTO > APQ-AMOUNT

            SUBTRACT APQ-AMOUNT FROM HOLD-AMOUNTO

           ELSE

            MOVE 0 TO HOLD-AMOUNTO

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE APQ-RELEASE-NARRATIVE TO AUDIT-NARRATIVE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           .
         APQ-RELEASE-EARMARK-EXIT.
           EXIT.
      *****************************************************************
         APQ-CLOSE-ITEM SECTION.

      * stamp the decision (APQ-STATUS already set) and who made it
      * on the queue record still held from APQMAINT-RECORD's read

           MOVE LOGIN-USERID TO APQ-REVIEWED-BY
           MOVE BUSINESS-TODAY TO APQ-ACTION-DATE

           COMPUTE LENGTH-VAR = APQ-HEADER-LEN + APQ-REQUEST-LEN

           EXEC CICS REWRITE
                   FILE("TECHAPQ")
                   FROM(APPROVAL-QUEUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           .
         APQ-CLOSE-ITEM-EXIT.
           EXIT.
      *****************************************************************
         APQMAINT-LIST SECTION.

      * up to 5 postings still awaiting a decision, from CA-APQ-ID
      * onward (oldest first) - call again with the last number
      * listed to page on

           MOVE 0 TO CA-APQ-COUNT
           MOVE 0 TO APQ-SCAN-DONE-SW

           IF CA-APQ-ID NUMERIC

            MOVE CA-APQ-ID TO APQ-BROWSE-KEY

           ELSE

            MOVE 0 TO APQ-BROWSE-KEY

           END-IF

           EXEC CICS STARTBR
                   FILE("TECHAPQ")
                   RIDFLD(APQ-BROWSE-KEY)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO APQ-SCAN-DONE-SW

           END-IF

           PERFORM APQMAINT-COLLECT UNTIL APQ-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAPQ")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO APQMAINT-LIST-EXIT

           .
      *****************************************************************
         APQMAINT-COLLECT.

           MOVE APQ-MAX-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHAPQ")
                   INTO(APPROVAL-QUEUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(APQ-BROWSE-KEY)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO APQ-SCAN-DONE-SW

           ELSE

            IF APQ-IS-PENDING

             ADD 1 TO CA-APQ-COUNT

             MOVE APQ-ID TO CA-APQ-E-ID(CA-APQ-COUNT)
             MOVE APQ-TYPE TO CA-APQ-E-TYPE(CA-APQ-COUNT)
             MOVE APQ-ACCOUNT TO CA-APQ-E-ACCT(CA-APQ-COUNT)
             MOVE APQ-TO-ACCOUNT TO CA-APQ-E-TOACCT(CA-APQ-COUNT)
             MOVE APQ-AMOUNT TO CA-APQ-E-AMOUNT(CA-APQ-COUNT)
             MOVE APQ-REQUESTED-BY
               TO CA-APQ-E-REQBY(CA-APQ-COUNT)
             MOVE APQ-REQ-TIME TO CA-APQ-E-TIME(CA-APQ-COUNT)

             IF CA-APQ-COUNT = 5

              MOVE 1 TO APQ-SCAN-DONE-SW

             END-IF

            END-IF

           END-IF

           .
         APQMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         LGLMAINT-RECORD SECTION.

      * the TECHLEGAL court-order register - 'L' lists ACCOUNTO's
      * orders for any signed-on user, so the counter can say why
      * the money is not available; 'A' registers an order, 'R' and
      * 'P' remit what has been held to the court, 'W' withdraws an
      * order the court has lifted. Those four move or ring-fence
      * money, so they are supervised (CHECK-PERMISSION) and
      * wait out the batch window's posting hold.

           IF (CA-LGL-FUNC NOT = 'L' AND CA-LGL-FUNC NOT = 'A'
               AND CA-LGL-FUNC NOT = 'R' AND CA-LGL-FUNC NOT = 'P'
               AND CA-LGL-FUNC NOT = 'W')
              OR ACCOUNTO = SPACES OR ACCOUNTO = LOW-VALUES

            MOVE 977 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-RECORD-EXIT

           END-IF

           IF CA-LGL-FUNC = 'L'

            PERFORM LGLMAINT-LIST

            GO TO LGLMAINT-RECORD-EXIT

           END-IF

           PERFORM CHECK-POSTING-HOLD

           IF EIBRESP NOT = 0

            GO TO LGLMAINT-RECORD-EXIT

           END-IF

           IF CA-LGL-REF = SPACES OR CA-LGL-REF = LOW-VALUES

            MOVE 977 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-RECORD-EXIT

           END-IF

           EVALUATE CA-LGL-FUNC

            WHEN 'A'

             PERFORM LGLMAINT-ADD

            WHEN 'W'

             PERFORM LGLMAINT-WITHDRAW

            WHEN OTHER

             PERFORM LGLMAINT-REMIT

           END-EVALUATE

           GO TO LGLMAINT-RECORD-EXIT

           .
         LGLMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         LGLMAINT-ADD SECTION.

      * register an order against ACCOUNTO - the court's reference,
      * the issuing authority and the amount are required (977); a
      * priority outside 1-99 ranks last. Whatever the account has
      * free right now is ring-fenced for the order at once, up to
      * the amount ordered, and the rest is captured from credits
      * as they arrive (see LEGAL-CAPTURE-CREDIT).

           IF CA-LGL-AUTHORITY = SPACES
              OR CA-LGL-AUTHORITY = LOW-VALUES
              OR CA-LGL-AMOUNT NOT NUMERIC
              OR CA-LGL-AMOUNT NOT > 0

            MOVE 977 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-ADD-EXIT

           END-IF

           IF CA-LGL-PRIORITY NOT NUMERIC OR CA-LGL-PRIORITY = 0

            MOVE 99 TO CA-LGL-PRIORITY

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-ADD-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-ADD-EXIT

           END-IF

           MOVE ACCOUNTO TO LO-ACCOUNT
           MOVE CA-LGL-REF TO LO-ORDER-REF

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLEGAL")
                   INTO(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LO-KEY)
                   KEYLENGTH(21)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 978 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-ADD-EXIT

           END-IF

           MOVE ACCOUNTO TO LO-ACCOUNT
           MOVE CA-LGL-REF TO LO-ORDER-REF
           MOVE CA-LGL-AUTHORITY TO LO-AUTHORITY
           MOVE CA-LGL-PRIORITY TO LO-PRIORITY
           MOVE CA-LGL-AMOUNT TO LO-AMOUNT-ORDERED
           MOVE CA-LGL-AMOUNT TO LO-AMOUNT-OWED
           MOVE 0 TO LO-AMOUNT-HELD
           MOVE 0 TO LO-AMOUNT-REMITTED
           SET LO-OPEN TO TRUE
           MOVE BUSINESS-TODAY TO LO-RECEIVED-DATE
           MOVE LOGIN-USERID TO LO-REGISTERED-BY
           MOVE SPACES TO LO-CLOSED-DATE

      * the free balance is the ledger balance less everything
      * already held - uncleared deposits, queued postings and
      * earlier orders - and never the overdraft

           IF HOLD-AMOUNTO NUMERIC

            COMPUTE LEGAL-FREE-FUNDS = BALANCEO - HOLD-AMOUNTO

           ELSE

            MOVE BALANCEO TO LEGAL-FREE-FUNDS

           END-IF

           IF LEGAL-FREE-FUNDS > 0

            IF LEGAL-FREE-FUNDS < LO-AMOUNT-OWED

             MOVE LEGAL-FREE-FUNDS TO LO-AMOUNT-HELD

            ELSE

             MOVE LO-AMOUNT-OWED TO LO-AMOUNT-HELD

            END-IF

           END-IF

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHLEGAL")
                   FROM(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LO-KEY)
                   KEYLENGTH(21)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-ADD-EXIT

           END-IF

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE LEGAL-ORDER-RECORD TO AUDIT-AFTER-IMAGE(1:122)
           MOVE 'LEGAL ORDER REGISTERED' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE LO-AMOUNT-HELD TO CA-LGL-HELD

           IF LO-AMOUNT-HELD > 0

            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

            IF HOLD-AMOUNTO NUMERIC

             ADD LO-AMOUNT-HELD TO HOLD-AMOUNTO

            ELSE

             MOVE LO-AMOUNT-HELD TO HOLD-AMOUNTO

            END-IF

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                     FILE("TECHBASE")
                     FROM(SERVER-CUSTOMER-RECORD)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

            IF EIBRESP = 0

             SET AUDIT-OP-UPDATE TO TRUE
             MOVE ACCOUNTO TO AUDIT-ACCOUNT
             MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
             MOVE 'LEGAL ORDER HOLD' TO AUDIT-NARRATIVE
             MOVE EIBRESP TO SAVED-EIBRESP
             PERFORM WRITE-AUDIT-RECORD
             MOVE SAVED-EIBRESP TO EIBRESP

            END-IF

           END-IF

           PERFORM EVALUATE-RESP

           .
         LGLMAINT-ADD-EXIT.
           EXIT.
      *****************************************************************
         LGLMAINT-REMIT SECTION.

      * pay what is held against the order over to the court-
      * payments internal account named on the TECHPARM 'CRTPAY'
      * record. 'R' remits and closes the order - the court has
      * what it is getting; 'P' remits part-way (981 when nothing is
      * held) and leaves the order open for later credits, closing
      * it only once nothing more is owed. The order's own 'M'
      * entry is written first, then the customer's debit, so the
      * debit is the entry REVERSAL finds - and refuses (982).

           MOVE SPACES TO COURT-PAY-RECORD

           MOVE CRT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(COURT-PAY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CRT-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR CRT-COURT-ACCT = SPACES
              OR CRT-COURT-ACCT = LOW-VALUES
              OR CRT-COURT-ACCT = ACCOUNTO

            MOVE 980 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-REMIT-EXIT

           END-IF

      * the court-payments account is in the local currency - what
      * a foreign-currency account holds is not remitted through it
      * (see CHECK-LOCAL-CURRENCY)

           MOVE ACCOUNTO TO FX-CHECK-ACCOUNT

           PERFORM CHECK-LOCAL-CURRENCY

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-REMIT-EXIT

           END-IF

           MOVE ACCOUNTO TO LO-ACCOUNT
           MOVE CA-LGL-REF TO LO-ORDER-REF

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLEGAL")
                   INTO(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LO-KEY)
                   KEYLENGTH(21)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NOT LO-OPEN

            MOVE 979 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-REMIT-EXIT

           END-IF

           IF CA-LGL-FUNC = 'P' AND LO-AMOUNT-HELD NOT > 0

            MOVE 981 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-REMIT-EXIT

           END-IF

           MOVE LEGAL-ORDER-RECORD TO LEGAL-BEFORE-IMAGE

           MOVE LO-AMOUNT-HELD TO LEGAL-REMIT-AMOUNT

           ADD LEGAL-REMIT-AMOUNT TO LO-AMOUNT-REMITTED
           SUBTRACT LEGAL-REMIT-AMOUNT FROM LO-AMOUNT-OWED
           MOVE 0 TO LO-AMOUNT-HELD

           IF CA-LGL-FUNC = 'R' OR LO-AMOUNT-OWED NOT > 0

            SET LO-CLOSED TO TRUE
            MOVE BUSINESS-TODAY TO LO-CLOSED-DATE
            MOVE 'LEGAL ORDER CLOSED' TO AUDIT-NARRATIVE

           ELSE

            MOVE 'LEGAL ORDER REMITTED' TO AUDIT-NARRATIVE

           END-IF

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHLEGAL")
                   FROM(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-REMIT-EXIT

           END-IF

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE LEGAL-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE(1:122)
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE LEGAL-ORDER-RECORD TO AUDIT-AFTER-IMAGE(1:122)
           PERFORM WRITE-AUDIT-RECORD

           MOVE LEGAL-REMIT-AMOUNT TO CA-LGL-HELD

      * an order closed with nothing held moves no money

           IF LEGAL-REMIT-AMOUNT NOT > 0

            MOVE 0 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-REMIT-EXIT

           END-IF

      * the customer leg - the balance and the held total both come
      * down by the amount remitted (the held total floored at zero
      * against a hand-edited record)

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-REMIT-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           SUBTRACT LEGAL-REMIT-AMOUNT FROM BALANCEO

           IF HOLD-AMOUNTO NUMERIC
              AND HOLD-AMOUNTO > LEGAL-REMIT-AMOUNT

            SUBTRACT LEGAL-REMIT-AMOUNT FROM HOLD-AMOUNTO

           ELSE

            MOVE 0 TO HOLD-AMOUNTO

           END-IF

           PERFORM STAMP-LAST-ACTIVITY

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-REMIT-EXIT

           END-IF

           SET AUDIT-OP-DEBIT TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'COURT ORDER REMITTANCE' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO CA-TXNREF

      * the court-payments leg - the money must land there, so a
      * court account that cannot take it fails the whole remittance
      * and MAINLINE's rollback puts everything back

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CRT-COURT-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 980 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-REMIT-EXIT

           END-IF

           MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

           ADD LEGAL-REMIT-AMOUNT TO SIBLING-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SIBLING-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE CRT-COURT-ACCT TO AUDIT-ACCOUNT
            MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
            MOVE SPACES TO AUDIT-NARRATIVE
            STRING 'COURT PAYMENTS IN ' ACCOUNTO
                   DELIMITED BY SIZE
                   INTO AUDIT-NARRATIVE
            END-STRING
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         LGLMAINT-REMIT-EXIT.
           EXIT.
      *****************************************************************
         LGLMAINT-WITHDRAW SECTION.

      * the court has lifted the order - what was held for it goes
      * back to the customer and the order is marked 'W', with
      * nothing paid over. The record stays for the history.

           MOVE ACCOUNTO TO LO-ACCOUNT
           MOVE CA-LGL-REF TO LO-ORDER-REF

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLEGAL")
                   INTO(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LO-KEY)
                   KEYLENGTH(21)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NOT LO-OPEN

            MOVE 979 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-WITHDRAW-EXIT

           END-IF

           MOVE LEGAL-ORDER-RECORD TO LEGAL-BEFORE-IMAGE

           MOVE LO-AMOUNT-HELD TO LEGAL-REMIT-AMOUNT
           MOVE 0 TO LO-AMOUNT-HELD
           SET LO-WITHDRAWN TO TRUE
           MOVE BUSINESS-TODAY TO LO-CLOSED-DATE

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHLEGAL")
                   FROM(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-WITHDRAW-EXIT

           END-IF

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE LEGAL-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE(1:122)
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE LEGAL-ORDER-RECORD TO AUDIT-AFTER-IMAGE(1:122)
           MOVE 'LEGAL ORDER WITHDRAWN' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE LEGAL-REMIT-AMOUNT TO CA-LGL-HELD

           IF LEGAL-REMIT-AMOUNT NOT > 0

            MOVE 0 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-WITHDRAW-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LGLMAINT-WITHDRAW-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           IF HOLD-AMOUNTO NUMERIC
              AND HOLD-AMOUNTO > LEGAL-REMIT-AMOUNT

            SUBTRACT LEGAL-REMIT-AMOUNT FROM HOLD-AMOUNTO

           ELSE

            MOVE 0 TO HOLD-AMOUNTO

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE ACCOUNTO TO AUDIT-ACCOUNT
            MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
            MOVE 'LEGAL HOLD RELEASED' TO AUDIT-NARRATIVE
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         LGLMAINT-WITHDRAW-EXIT.
           EXIT.
      *****************************************************************
         LGLMAINT-LIST SECTION.

      * up to 5 of ACCOUNTO's orders from CA-LGL-REF onward, open
      * and closed alike - call again with the last reference
      * listed to page on

           MOVE 0 TO CA-LGL-COUNT
           MOVE 0 TO LO-SCAN-DONE-SW

           MOVE ACCOUNTO TO LO-BROWSE-ACCT
           MOVE CA-LGL-REF TO LO-BROWSE-REF

           EXEC CICS STARTBR
                   FILE("TECHLEGAL")
                   RIDFLD(LO-BROWSE-KEY)
                   KEYLENGTH(21)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LO-SCAN-DONE-SW

           END-IF

           PERFORM LGLMAINT-NEXT-ENTRY UNTIL LO-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHLEGAL")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO LGLMAINT-LIST-EXIT

           .
      *****************************************************************
         LGLMAINT-NEXT-ENTRY.

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHLEGAL")
                   INTO(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LO-BROWSE-KEY)
                   KEYLENGTH(21)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR LO-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO LO-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-LGL-COUNT
            MOVE LO-ORDER-REF TO CA-LGL-E-REF(CA-LGL-COUNT)
            MOVE LO-PRIORITY TO CA-LGL-E-PRIORITY(CA-LGL-COUNT)
            MOVE LO-AMOUNT-ORDERED TO CA-LGL-E-ORDERED(CA-LGL-COUNT)
            MOVE LO-AMOUNT-OWED TO CA-LGL-E-OWED(CA-LGL-COUNT)
            MOVE LO-AMOUNT-HELD TO CA-LGL-E-HELD(CA-LGL-COUNT)
            MOVE LO-STATUS TO CA-LGL-E-STATUS(CA-LGL-COUNT)
            MOVE LO-RECEIVED-DATE TO CA-LGL-E-RECEIVED(CA-LGL-COUNT)

            IF CA-LGL-COUNT = 5

             MOVE 1 TO LO-SCAN-DONE-SW

            END-IF

           END-IF

           .
         LGLMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         LEGAL-CAPTURE-CREDIT SECTION.

      * a credit to LEGAL-ACCOUNT (LEGAL-CREDIT-AMOUNT, already on
      * the caller's copy of the balance) goes first to the open
      * court orders on the account that are still owed more than
      * is held for them - highest priority (lowest number) first,
      * each taking what it is still owed until the credit or the
      * account's free balance (LEGAL-FREE-FUNDS) runs out. Each
      * order is rewritten with an 'M' entry; the total taken
      * answers in LEGAL-CAPTURED for the caller to add to the
      * account's held total before its own REWRITE. The caller's
      * before-image in AUDIT-BEFORE-IMAGE is kept. Leaves EIBRESP
      * 0 - an order that cannot be rewritten simply takes nothing.

           MOVE 0 TO LEGAL-CAPTURED

           IF LEGAL-CREDIT-AMOUNT < LEGAL-FREE-FUNDS

            MOVE LEGAL-CREDIT-AMOUNT TO LEGAL-CAPTURE-LIMIT

           ELSE

            MOVE LEGAL-FREE-FUNDS TO LEGAL-CAPTURE-LIMIT

           END-IF

           IF LEGAL-CAPTURE-LIMIT NOT > 0

            GO TO LEGAL-CAPTURE-CREDIT-EXIT

           END-IF

           MOVE AUDIT-BEFORE-IMAGE TO LEGAL-SAVED-IMAGE

           MOVE 0 TO LO-CAPTURE-DONE-SW

           PERFORM LEGAL-CAPTURE-ONE UNTIL LO-CAPTURE-DONE

           MOVE LEGAL-SAVED-IMAGE TO AUDIT-BEFORE-IMAGE

           MOVE 0 TO EIBRESP

           GO TO LEGAL-CAPTURE-CREDIT-EXIT

           .
      *****************************************************************
         LEGAL-CAPTURE-ONE.

           PERFORM LEGAL-FIND-NEXT-ORDER

           IF LEGAL-BEST-KEY = SPACES

            MOVE 1 TO LO-CAPTURE-DONE-SW

           ELSE

            MOVE LO-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHLEGAL")
                    INTO(LEGAL-ORDER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(LEGAL-BEST-KEY)
                    KEYLENGTH(21)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1 TO LO-CAPTURE-DONE-SW

            ELSE

             MOVE LEGAL-ORDER-RECORD TO LEGAL-BEFORE-IMAGE

             COMPUTE LEGAL-TAKE = LO-AMOUNT-OWED - LO-AMOUNT-HELD

             IF LEGAL-TAKE > LEGAL-CAPTURE-LIMIT

              MOVE LEGAL-CAPTURE-LIMIT TO LEGAL-TAKE

             END-IF

             ADD LEGAL-TAKE TO LO-AMOUNT-HELD

             MOVE LO-REC-LEN TO LENGTH-VAR

             EXEC CICS REWRITE
                     FILE("TECHLEGAL")
                     FROM(LEGAL-ORDER-RECORD)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

             IF EIBRESP NOT = 0

              MOVE 1 TO LO-CAPTURE-DONE-SW

             ELSE

              SET AUDIT-OP-ADMIN TO TRUE
              MOVE LEGAL-ACCOUNT TO AUDIT-ACCOUNT
              MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
              MOVE LEGAL-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE(1:122)
              MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
              MOVE LEGAL-ORDER-RECORD TO AUDIT-AFTER-IMAGE(1:122)
              MOVE 'LEGAL ORDER CAPTURE' TO AUDIT-NARRATIVE
              PERFORM WRITE-AUDIT-RECORD

              ADD LEGAL-TAKE TO LEGAL-CAPTURED
              SUBTRACT LEGAL-TAKE FROM LEGAL-CAPTURE-LIMIT

              IF LEGAL-CAPTURE-LIMIT NOT > 0

               MOVE 1 TO LO-CAPTURE-DONE-SW

              END-IF

             END-IF

            END-IF

           END-IF

           .
         LEGAL-CAPTURE-CREDIT-EXIT.
           EXIT.
      *****************************************************************
         LEGAL-FIND-NEXT-ORDER SECTION.

      * one pass over LEGAL-ACCOUNT's orders - LEGAL-BEST-KEY comes
      * back with the highest-priority open order still owed more
      * than is held for it (spaces when there is none; the first
      * on file wins a tie), and LEGAL-OPEN-FOUND says whether any
      * order on the account is still open at all

           MOVE SPACES TO LEGAL-BEST-KEY
           MOVE 99 TO LEGAL-BEST-PRIORITY
           MOVE 0 TO LEGAL-OPEN-FOUND-SW
           MOVE 0 TO LO-SCAN-DONE-SW

           MOVE LEGAL-ACCOUNT TO LO-BROWSE-ACCT
           MOVE LOW-VALUES TO LO-BROWSE-REF

           EXEC CICS STARTBR
                   FILE("TECHLEGAL")
                   RIDFLD(LO-BROWSE-KEY)
                   KEYLENGTH(21)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LO-SCAN-DONE-SW

           END-IF

           PERFORM LEGAL-SCAN-ORDER UNTIL LO-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHLEGAL")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO LEGAL-FIND-NEXT-ORDER-EXIT

           .
      *****************************************************************
         LEGAL-SCAN-ORDER.

           MOVE LO-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHLEGAL")
                   INTO(LEGAL-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LO-BROWSE-KEY)
                   KEYLENGTH(21)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR LO-ACCOUNT NOT = LEGAL-ACCOUNT

            MOVE 1 TO LO-SCAN-DONE-SW

           ELSE

            IF LO-OPEN

             MOVE 1 TO LEGAL-OPEN-FOUND-SW

             IF LO-AMOUNT-OWED > LO-AMOUNT-HELD
                AND (LEGAL-BEST-KEY = SPACES
                     OR LO-PRIORITY < LEGAL-BEST-PRIORITY)

              MOVE LO-KEY TO LEGAL-BEST-KEY
              MOVE LO-PRIORITY TO LEGAL-BEST-PRIORITY

             END-IF

            END-IF

           END-IF

           .
         LEGAL-FIND-NEXT-ORDER-EXIT.
           EXIT.
      *****************************************************************
         HISTINQ-RECORD SECTION.

      * ACCOUNTO's postings dated CA-HIST-FROM to CA-HIST-TO
      * (today's business date when no end is given), oldest first,
      * up to 10 a page into CA-HIST-ENTRY - each with its date,
      * operation, the balance movement it posted, the balance it
      * left behind, narrative, transaction reference and dispute
      * marker. Entries AUDARCH has already moved to TECHAUDH come
      * first, then the live trail through the TECHAUX alternate
      * index. Paged the way the surname search pages: CA-HIST-MORE
      * 'Y' means more entries fall in the range, and resubmitting
      * with CA-HIST-RESUME as it came back (the sequence number of
      * the last entry on the page) fetches the next page. Queued
      * proposals and administrative entries are not movements and
      * never show.

           IF CA-HIST-TO = SPACES OR CA-HIST-TO = LOW-VALUES

            MOVE BUSINESS-TODAY TO CA-HIST-TO

           END-IF

           IF CA-HIST-FROM NOT NUMERIC
              OR CA-HIST-TO NOT NUMERIC
              OR CA-HIST-FROM > CA-HIST-TO
              OR ACCOUNTO = SPACES OR ACCOUNTO = LOW-VALUES

            MOVE 984 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO HISTINQ-RECORD-EXIT

           END-IF

           MOVE 0 TO CA-HIST-COUNT
           MOVE 'N' TO CA-HIST-MORE
           MOVE 0 TO HIST-PAGE-DONE-SW

           IF CA-HIST-RESUME = SPACES OR CA-HIST-RESUME = LOW-VALUES

            MOVE 0 TO HIST-RESUMING-SW

           ELSE

            MOVE CA-HIST-RESUME TO HIST-RESUME-SEQNO
            MOVE 1 TO HIST-RESUMING-SW

           END-IF

           MOVE LOW-VALUES TO CA-HIST-RESUME

      * the archived range first - TECHAUDH's key leads with the
      * date, so the browse starts on the first day asked for and
      * stops the moment it passes the last

           MOVE 0 TO ASAT-SCAN-DONE-SW
           MOVE LOW-VALUES TO ASAT-HIST-KEY
           MOVE CA-HIST-FROM TO ASAT-HIST-KEY(1:8)

           EXEC CICS STARTBR
                   FILE("TECHAUDH")
                   RIDFLD(ASAT-HIST-KEY)
                   KEYLENGTH(15)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO ASAT-SCAN-DONE-SW

           END-IF

           PERFORM HISTINQ-NEXT-ARCHIVED UNTIL ASAT-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUDH")
                   NOHANDLE
                   END-EXEC

      * then the live trail - the account's own entries only

           MOVE 0 TO AUX-SCAN-DONE-SW

           IF HIST-PAGE-DONE

            MOVE 1 TO AUX-SCAN-DONE-SW

           END-IF

           MOVE ACCOUNTO TO AUX-ACCOUNT-KEY

           EXEC CICS STARTBR
                   FILE("TECHAUX")
                   RIDFLD(AUX-ACCOUNT-KEY)
                   KEYLENGTH(5)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO AUX-SCAN-DONE-SW

           END-IF

           PERFORM HISTINQ-NEXT-LIVE UNTIL AUX-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHAUX")
                   NOHANDLE
                   END-EXEC

      * the resume point goes back only when there is a next page

           IF CA-HIST-MORE = 'Y'

            MOVE HIST-LAST-SEQNO TO CA-HIST-RESUME

           END-IF

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO HISTINQ-RECORD-EXIT

           .
      *****************************************************************
         HISTINQ-NEXT-ARCHIVED.

           MOVE ASAT-HIST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHAUDH")
                   INTO(ASAT-HIST-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ASAT-HIST-KEY)
                   KEYLENGTH(15)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR ASAT-HIST-DATE > CA-HIST-TO

            MOVE 1 TO ASAT-SCAN-DONE-SW

           ELSE

            MOVE ASAT-HIST-ENTRY TO AUDIT-RECORD

      * the date-led key walks every account's archived entries
      * together - only this account's belong on the page

            IF AUDIT-ACCOUNT = ACCOUNTO

             PERFORM HISTINQ-TAKE-ENTRY

             IF HIST-PAGE-DONE

              MOVE 1 TO ASAT-SCAN-DONE-SW

             END-IF

            END-IF

           END-IF

           .
      *****************************************************************
         HISTINQ-NEXT-LIVE.

           EXEC CICS READNEXT
                   FILE("TECHAUX")
                   INTO(AUDIT-RECORD)
                   LENGTH(AUDIT-REC-LEN)
                   RIDFLD(AUX-ACCOUNT-KEY)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR AUDIT-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO AUX-SCAN-DONE-SW

           ELSE

            IF AUDIT-DATE NOT < CA-HIST-FROM
               AND AUDIT-DATE NOT > CA-HIST-TO

             PERFORM HISTINQ-TAKE-ENTRY

             IF HIST-PAGE-DONE

              MOVE 1 TO AUX-SCAN-DONE-SW

             END-IF

            END-IF

           END-IF

           .
      *****************************************************************
         HISTINQ-TAKE-ENTRY.

      * one entry in the range - passed over while still working
      * back up to the resume point (that entry itself included);
      * the first qualifying entry past a full page only says there
      * is more

           IF AUDIT-OP-QUEUED OR AUDIT-OP-ADMIN

            CONTINUE

           ELSE
           IF HIST-RESUMING

            MOVE AUDIT-SEQNO TO HIST-ENTRY-SEQNO

            IF HIST-ENTRY-SEQNO = HIST-RESUME-SEQNO

             MOVE 0 TO HIST-RESUMING-SW

            END-IF

           ELSE
           IF CA-HIST-COUNT = 10

            MOVE 'Y' TO CA-HIST-MORE
            MOVE 1 TO HIST-PAGE-DONE-SW

           ELSE

            ADD 1 TO CA-HIST-COUNT

            MOVE AUDIT-DATE TO CA-HIST-DATE(CA-HIST-COUNT)
            MOVE AUDIT-OPERATION TO CA-HIST-OP(CA-HIST-COUNT)
            MOVE AUDIT-NARRATIVE TO CA-HIST-NARR(CA-HIST-COUNT)

            MOVE AUDIT-SEQNO TO TXNREF-SEQNO
            MOVE TXNREF-BUILD TO CA-HIST-TXNREF(CA-HIST-COUNT)
            MOVE AUDIT-SEQNO TO HIST-LAST-SEQNO

      * a contested posting carries its marker wherever it shows

            MOVE SPACE TO CA-HIST-DSP(CA-HIST-COUNT)
            MOVE AUDIT-SEQNO TO DSP-MARK-SEQNO

            PERFORM CHECK-DISPUTE-MARK

            IF DSP-MARKED

             MOVE '*' TO CA-HIST-DSP(CA-HIST-COUNT)

            END-IF

            MOVE AUDIT-BEFORE-IMAGE TO REVERSAL-OLD-IMAGE
            MOVE AUDIT-AFTER-IMAGE TO REVERSAL-NEW-IMAGE

            IF AUDIT-OP-DELETE

             MOVE REVERSAL-OLD-BALANCE
               TO CA-HIST-BALANCE(CA-HIST-COUNT)
             MOVE 0 TO CA-HIST-AMOUNT(CA-HIST-COUNT)

            ELSE

             MOVE REVERSAL-NEW-BALANCE
               TO CA-HIST-BALANCE(CA-HIST-COUNT)
             COMPUTE CA-HIST-AMOUNT(CA-HIST-COUNT) =
                     REVERSAL-NEW-BALANCE - REVERSAL-OLD-BALANCE

            END-IF

           END-IF
           END-IF
           END-IF

           .
         HISTINQ-RECORD-EXIT.
           EXIT.
      *****************************************************************
         TDBREAK-RECORD SECTION.

      * early break of ACCOUNTO's fixed-term deposit. 'Q' (or any
      * function but 'B') only quotes - any signed-on user may ask,
      * so the customer sees what they would get before agreeing;
      * 'B' breaks the deposit, which moves money and lifts the 930
      * lock, so it is supervised (CHECK-PERMISSION) and waits
      * out the batch window's posting hold. Both answer the quote.

           IF ACCOUNTO = SPACES OR ACCOUNTO = LOW-VALUES

            MOVE 985 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO TDBREAK-RECORD-EXIT

           END-IF

           IF CA-TDB-FUNC = 'B'

            PERFORM CHECK-POSTING-HOLD

            IF EIBRESP NOT = 0

             GO TO TDBREAK-RECORD-EXIT

            END-IF

           END-IF

           PERFORM TDBREAK-QUOTE

           IF EIBRESP NOT = 0 OR CA-TDB-FUNC NOT = 'B'

            PERFORM EVALUATE-RESP

            GO TO TDBREAK-RECORD-EXIT

           END-IF

           PERFORM TDBREAK-EXECUTE

           .
         TDBREAK-RECORD-EXIT.
           EXIT.
      *****************************************************************
         TDBREAK-QUOTE SECTION.

      * what breaking today is worth. Only an open account whose
      * TECHTERM deposit is still locked (active, maturing after the
      * business date) can be broken - anything else answers 985.
      * The deposit earns the product's break rate for the whole
      * months it has been held since it opened (or last rolled),
      * unless the TECHPARM 'TDBREAK' rule forfeits the interest:
      * every break when its forfeit flag is 'Y', or a break inside
      * its minimum holding period. A negative break rate comes out
      * of the deposit as a clawback, never more than it holds.
      * Leaves EIBRESP 0 or the refusal, and the quote in CA-TDB-*.

           MOVE SPACES TO CA-TDB-QUOTE
           MOVE 0 TO CA-TDB-MONTHS-HELD
           MOVE 0 TO CA-TDB-RATE
           MOVE 0 TO CA-TDB-INTEREST
           MOVE 0 TO CA-TDB-PAYOUT
           MOVE 'N' TO CA-TDB-FORFEIT

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO TDBREAK-QUOTE-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            GO TO TDBREAK-QUOTE-EXIT

           END-IF

           IF ACCOUNT-FROZENO

            MOVE 902 TO EIBRESP

            GO TO TDBREAK-QUOTE-EXIT

           END-IF

           PERFORM CHECK-TERM-LOCK

           IF EIBRESP NOT = 930

            MOVE 985 TO EIBRESP

            GO TO TDBREAK-QUOTE-EXIT

           END-IF

      * whole months held - a month only counts once its day of the
      * month has come round again

           MOVE TD-OPEN-DATE TO TDB-OPEN-PARTS
           MOVE BUSINESS-TODAY TO TDB-TODAY-PARTS

           COMPUTE TDB-MONTHS-HELD =
                   (TDB-TODAY-YYYY - TDB-OPEN-YYYY) * 12
                   + TDB-TODAY-MM - TDB-OPEN-MM

           IF TDB-TODAY-DD < TDB-OPEN-DD AND TDB-MONTHS-HELD > 0

            SUBTRACT 1 FROM TDB-MONTHS-HELD

           END-IF

           IF TDB-MONTHS-HELD < 0

            MOVE 0 TO TDB-MONTHS-HELD

           END-IF

      * the product's break rate - a product written before the
      * rate existed reads back short and pays nothing

           MOVE 0 TO TDB-RATE
           MOVE 0 TO PROD-BREAK-RATE

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PRODUCT-CODEO)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND PROD-BREAK-RATE NUMERIC

            MOVE PROD-BREAK-RATE TO TDB-RATE

           END-IF

      * the forfeiture rule - a region without the record forfeits
      * nothing

           MOVE 0 TO TDB-FORFEIT-SW
           MOVE SPACES TO TERM-BREAK-RULE-RECORD

           MOVE TBR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(TERM-BREAK-RULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TBR-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            IF TBR-FORFEIT-ALL = 'Y'

             MOVE 1 TO TDB-FORFEIT-SW

            END-IF

            IF TBR-MIN-MONTHS NUMERIC
               AND TDB-MONTHS-HELD < TBR-MIN-MONTHS

             MOVE 1 TO TDB-FORFEIT-SW

            END-IF

           END-IF

           IF TDB-FORFEITED

            MOVE 0 TO TDB-INTEREST

           ELSE

            COMPUTE TDB-INTEREST ROUNDED =
                    BALANCEO * TDB-RATE * TDB-MONTHS-HELD / 12

           END-IF

           IF TDB-INTEREST < 0 AND BALANCEO + TDB-INTEREST < 0

            COMPUTE TDB-INTEREST = 0 - BALANCEO

           END-IF

           MOVE TDB-MONTHS-HELD TO CA-TDB-MONTHS-HELD
           MOVE TDB-RATE TO CA-TDB-RATE
           MOVE TDB-INTEREST TO CA-TDB-INTEREST
           COMPUTE CA-TDB-PAYOUT = BALANCEO + TDB-INTEREST

      * the line the customer is shown before agreeing

           MOVE ACCOUNTO TO TQ-ACCOUNT
           MOVE TDB-MONTHS-HELD TO TQ-MONTHS
           MOVE SPACES TO TQ-BASIS

           IF TDB-FORFEITED

            MOVE 'Y' TO CA-TDB-FORFEIT
            MOVE 'INT FORFEITED' TO TQ-BASIS

           ELSE

            COMPUTE TDB-RATE-PCT = TDB-RATE * 100

            STRING 'AT ' TDB-RATE-PCT '%'
                   DELIMITED BY SIZE
                   INTO TQ-BASIS
            END-STRING

           END-IF

           MOVE TDB-INTEREST TO TQ-INTEREST
           MOVE CA-TDB-PAYOUT TO TQ-PAYOUT
           MOVE TDB-QUOTE-LINE TO CA-TDB-QUOTE

           MOVE 0 TO EIBRESP

           .
         TDBREAK-QUOTE-EXIT.
           EXIT.
      *****************************************************************
         TDBREAK-EXECUTE SECTION.

      * break it as quoted. The interest (or clawback) posts to the
      * customer and its other side to the interest-expense internal
      * account named on the TECHPARM 'INTACCTS' record, exactly as
      * TERMMAT's contra does at maturity - so money that moves
      * needs that account (986), and a deposit held in a foreign
      * currency is refused (1046). The TECHTERM record is marked
      * released, which is what lifts CHECK-TERM-LOCK's 930. The
      * deposit's 'M' entry is written first, then the customer's
      * posting; any failure leaves EIBRESP set and MAINLINE's
      * rollback puts everything back.

           MOVE SPACES TO TDB-INTEXP-ACCT

           IF TDB-INTEREST NOT = 0

            MOVE SPACES TO INTERNAL-ACCTS-RECORD

            MOVE IAP-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(INTERNAL-ACCTS-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(IAP-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0
               OR IAP-INTEXP-ACCT = SPACES
               OR IAP-INTEXP-ACCT = LOW-VALUES
               OR IAP-INTEXP-ACCT = ACCOUNTO

             MOVE 986 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO TDBREAK-EXECUTE-EXIT

            END-IF

            MOVE IAP-INTEXP-ACCT TO TDB-INTEXP-ACCT

      * the interest-expense account is held in the local currency,
      * so a deposit held in any other cannot take its contra (see
      * CHECK-LOCAL-CURRENCY)

            MOVE ACCOUNTO TO FX-CHECK-ACCOUNT

            PERFORM CHECK-LOCAL-CURRENCY

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO TDBREAK-EXECUTE-EXIT

            END-IF

           END-IF

           MOVE TD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHTERM")
                   INTO(TERM-DEPOSIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NOT TD-TERM-ACTIVE

            MOVE 985 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO TDBREAK-EXECUTE-EXIT

           END-IF

           MOVE TERM-DEPOSIT-RECORD TO TDB-TERM-BEFORE-IMAGE

           MOVE 'R' TO TD-STATUS

           MOVE TD-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHTERM")
                   FROM(TERM-DEPOSIT-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO TDBREAK-EXECUTE-EXIT

           END-IF

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE TDB-TERM-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE(1:31)
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE TERM-DEPOSIT-RECORD TO AUDIT-AFTER-IMAGE(1:31)
           MOVE 'TERM DEPOSIT BROKEN' TO AUDIT-NARRATIVE
           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE SAVED-EIBRESP TO EIBRESP

      * interest forfeited and nothing clawed back - the release is
      * the whole of it

           IF TDB-INTEREST = 0

            MOVE 0 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO TDBREAK-EXECUTE-EXIT

           END-IF

      * the customer leg

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO TDBREAK-EXECUTE-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE

           ADD TDB-INTEREST TO BALANCEO

           PERFORM STAMP-LAST-ACTIVITY

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO TDBREAK-EXECUTE-EXIT

           END-IF

           IF TDB-INTEREST > 0

            SET AUDIT-OP-CREDIT TO TRUE
            MOVE 'TERM BREAK INTEREST' TO AUDIT-NARRATIVE

           ELSE

            SET AUDIT-OP-DEBIT TO TRUE
            MOVE 'TERM BREAK CLAWBACK' TO AUDIT-NARRATIVE

           END-IF

           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO CA-TXNREF
           MOVE SAVED-EIBRESP TO EIBRESP

      * the interest-expense leg - it pays the interest out and
      * takes a clawback back in

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TDB-INTEXP-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 986 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO TDBREAK-EXECUTE-EXIT

           END-IF

           MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

           SUBTRACT TDB-INTEREST FROM SIBLING-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SIBLING-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE TDB-INTEXP-ACCT TO AUDIT-ACCOUNT
            MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
            MOVE SPACES TO AUDIT-NARRATIVE
            STRING 'TERM BREAK CONTRA ' ACCOUNTO
                   DELIMITED BY SIZE
                   INTO AUDIT-NARRATIVE
            END-STRING
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         TDBREAK-EXECUTE-EXIT.
           EXIT.
      *****************************************************************
         LNSETTLE-RECORD SECTION.

      * early settlement of the loan in ACCOUNTO. 'Q' (or anything
      * but 'S') quotes the payoff figure as at CA-LNS-DATE - any
      * signed-on user may ask; 'S' settles it today from the
      * nominated deposit account, which moves money and closes the
      * loan, so it is supervised (CHECK-PERMISSION) and waits
      * out the batch window's posting hold. Both answer the quote.

           IF CA-LNS-FUNC = 'S'

            PERFORM CHECK-POSTING-HOLD

            IF EIBRESP NOT = 0

             GO TO LNSETTLE-RECORD-EXIT

            END-IF

      * a settlement is always as at today - the money moves now

            MOVE BUSINESS-TODAY TO CA-LNS-DATE

           END-IF

           IF CA-LNS-DATE = SPACES OR CA-LNS-DATE = LOW-VALUES

            MOVE BUSINESS-TODAY TO CA-LNS-DATE

           END-IF

           IF CA-LNS-DATE NOT NUMERIC
              OR CA-LNS-DATE < BUSINESS-TODAY

            MOVE 988 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-RECORD-EXIT

           END-IF

           PERFORM LNSETTLE-QUOTE

           IF EIBRESP NOT = 0 OR CA-LNS-FUNC NOT = 'S'

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-RECORD-EXIT

           END-IF

           PERFORM LNSETTLE-EXECUTE

           .
         LNSETTLE-RECORD-EXIT.
           EXIT.
      *****************************************************************
         LNSETTLE-QUOTE SECTION.

      * the payoff figure as at CA-LNS-DATE. Only an open account
      * under a type-'L' product with installments still due on
      * TECHLNS has a loan to settle - anything else answers 987.
      * The schedule's price over the principal (the principal is
      * the overdraft limit LOANSET granted) is its interest, spread
      * over the installments in proportion to their amounts: the
      * unpaid installments due on or before the date owe theirs in
      * full, and on the ones falling after it the TECHPARM
      * 'LNREBATE' percentage of the unearned interest is rebated
      * (no record, no rebate). Leaves EIBRESP 0 or the refusal,
      * and the figures in CA-LNS-*.

           MOVE SPACES TO CA-LNS-QUOTE
           MOVE 0 TO CA-LNS-REMAINING
           MOVE 0 TO CA-LNS-PRINCIPAL
           MOVE 0 TO CA-LNS-INTEREST
           MOVE 0 TO CA-LNS-REBATE
           MOVE 0 TO CA-LNS-AMOUNT

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO LNSETTLE-QUOTE-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            GO TO LNSETTLE-QUOTE-EXIT

           END-IF

           IF ACCOUNT-FROZENO

            MOVE 902 TO EIBRESP

            GO TO LNSETTLE-QUOTE-EXIT

           END-IF

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PRODUCT-CODEO)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NOT PROD-LOAN

            MOVE 987 TO EIBRESP

            GO TO LNSETTLE-QUOTE-EXIT

           END-IF

      * LOANSET numbers the installments from 1 without gaps, so the
      * schedule is read straight through until the first NOTFND

           MOVE 0 TO LNS-TOTAL-SCHED
           MOVE 0 TO LNS-DUE-SUM
           MOVE 0 TO LNS-FUTURE-SUM
           MOVE 0 TO LNS-REMAINING
           MOVE SPACES TO LNS-FROM-ACCT
           MOVE 0 TO LNS-SCAN-DONE-SW

           PERFORM LNSETTLE-SCAN-ONE
                   VARYING LOAN-IX FROM 1 BY 1
                   UNTIL LNS-SCAN-DONE OR LOAN-IX > 998

           IF LNS-REMAINING = 0

            MOVE 987 TO EIBRESP

            GO TO LNSETTLE-QUOTE-EXIT

           END-IF

      * the interest split and the rebate

           MOVE OVERDRAFT-LIMITO TO LNS-PRINCIPAL

           COMPUTE LNS-INT-CHARGE = LNS-TOTAL-SCHED - LNS-PRINCIPAL

           IF LNS-INT-CHARGE < 0

            MOVE 0 TO LNS-INT-CHARGE

           END-IF

           MOVE 0 TO LNS-INT-TO-DATE
           MOVE 0 TO LNS-INT-UNEARNED

           IF LNS-TOTAL-SCHED > 0

            COMPUTE LNS-INT-TO-DATE ROUNDED =
                    LNS-DUE-SUM * LNS-INT-CHARGE / LNS-TOTAL-SCHED

            COMPUTE LNS-INT-UNEARNED ROUNDED =
                    LNS-FUTURE-SUM * LNS-INT-CHARGE / LNS-TOTAL-SCHED

           END-IF

           MOVE 0 TO LNS-REBATE-PCT
           MOVE SPACES TO LOAN-REBATE-RECORD

           MOVE LRB-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(LOAN-REBATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LRB-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND LRB-PCT NUMERIC

            MOVE LRB-PCT TO LNS-REBATE-PCT

           END-IF

           IF LNS-REBATE-PCT > 100

            MOVE 100 TO LNS-REBATE-PCT

           END-IF

           COMPUTE LNS-REBATE ROUNDED =
                   LNS-INT-UNEARNED * LNS-REBATE-PCT / 100

           MOVE LNS-REMAINING TO CA-LNS-REMAINING
           COMPUTE CA-LNS-PRINCIPAL = LNS-DUE-SUM + LNS-FUTURE-SUM
                   - LNS-INT-TO-DATE - LNS-INT-UNEARNED
           COMPUTE CA-LNS-INTEREST = LNS-INT-TO-DATE + LNS-INT-UNEARNED
           MOVE LNS-REBATE TO CA-LNS-REBATE
           COMPUTE CA-LNS-AMOUNT = LNS-DUE-SUM + LNS-FUTURE-SUM
                   - LNS-REBATE

      * the collecting account - the caller's nominee, else the one
      * the schedule names

           IF TRANSFER-TO-ACCOUNT NOT = SPACES
              AND TRANSFER-TO-ACCOUNT NOT = LOW-VALUES

            MOVE TRANSFER-TO-ACCOUNT TO LNS-FROM-ACCT

           END-IF

           MOVE LNS-FROM-ACCT TO CA-LNS-FROM

           MOVE ACCOUNTO TO LQ-ACCOUNT
           MOVE CA-LNS-DATE TO LQ-DATE
           MOVE CA-LNS-AMOUNT TO LQ-AMOUNT
           MOVE LNS-FROM-ACCT TO LQ-FROM
           MOVE LNS-QUOTE-LINE TO CA-LNS-QUOTE

           MOVE 0 TO EIBRESP

           .
         LNSETTLE-QUOTE-EXIT.
           EXIT.
      *****************************************************************
         LNSETTLE-SCAN-ONE SECTION.

           MOVE ACCOUNTO TO LS-ACCOUNT
           MOVE LOAN-IX TO LS-SEQ

           MOVE LS-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLNS")
                   INTO(LOAN-SCHEDULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LS-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LNS-SCAN-DONE-SW

            GO TO LNSETTLE-SCAN-ONE-EXIT

           END-IF

           ADD LS-AMOUNT TO LNS-TOTAL-SCHED

           IF NOT LS-INSTALLMENT-DUE

            GO TO LNSETTLE-SCAN-ONE-EXIT

           END-IF

           ADD 1 TO LNS-REMAINING

           IF LNS-FROM-ACCT = SPACES

            MOVE LS-FROM-ACCOUNT TO LNS-FROM-ACCT

           END-IF

           IF LS-DUE-DATE > CA-LNS-DATE

            ADD LS-AMOUNT TO LNS-FUTURE-SUM

           ELSE

            ADD LS-AMOUNT TO LNS-DUE-SUM

           END-IF

           .
         LNSETTLE-SCAN-ONE-EXIT.
           EXIT.
      *****************************************************************
         LNSETTLE-EXECUTE SECTION.

      * settle as quoted, in the one unit of work: the payoff moves
      * from the collecting account to the loan as a transfer, every
      * installment still due is marked settled, what the loan
      * account then holds over zero - the interest it has earned -
      * is taken to the interest-expense internal account named on
      * the TECHPARM 'INTACCTS' record (986 when none is set up),
      * and the loan closes through CLOSEACC-RECORD like any other
      * account. The settlement letter line goes to TECHEVT for
      * NOTIFY. Any refusal leaves EIBRESP set and MAINLINE's
      * rollback backs the whole settlement out.

           MOVE SPACES TO INTERNAL-ACCTS-RECORD

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR IAP-INTEXP-ACCT = SPACES
              OR IAP-INTEXP-ACCT = LOW-VALUES
              OR IAP-INTEXP-ACCT = ACCOUNTO

            MOVE 986 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           IF LNS-FROM-ACCT = ACCOUNTO
              OR LNS-FROM-ACCT = IAP-INTEXP-ACCT

            MOVE 908 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

      * the payoff moves at face value and the loan's interest goes
      * to the interest-expense account - both the loan and the
      * collecting account must be held in the local currency (see
      * CHECK-LOCAL-CURRENCY)

           MOVE ACCOUNTO TO FX-CHECK-ACCOUNT

           PERFORM CHECK-LOCAL-CURRENCY

           IF EIBRESP = 0

            MOVE LNS-FROM-ACCT TO FX-CHECK-ACCOUNT

            PERFORM CHECK-LOCAL-CURRENCY

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           MOVE CA-LNS-AMOUNT TO TRANSFER-AMOUNT
           MOVE LNS-FROM-ACCT TO TRANSFER-TO-ACCOUNTO

      * the collecting side - an ordinary withdrawal's refusals, but
      * no daily cap or approval queue: the settlement is already
      * under a supervisor's eye

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(TRANSFER-TO-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TRANSFER-TO-ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           IF TRANSFER-TO-CLOSEDO

            MOVE 901 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           IF TRANSFER-TO-FROZENO

            MOVE 902 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           IF TRANSFER-TO-BALANCEO - TRANSFER-AMOUNT
              < (0 - TRANSFER-TO-OVERDRAFT-LIMIT)

            MOVE 900 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           IF TRANSFER-TO-HOLD-AMOUNT NUMERIC
              AND TRANSFER-TO-HOLD-AMOUNT > 0
              AND TRANSFER-TO-BALANCEO - TRANSFER-TO-HOLD-AMOUNT
                  - TRANSFER-AMOUNT < (0 - TRANSFER-TO-OVERDRAFT-LIMIT)

            MOVE 917 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           MOVE TRANSFER-TO-RECORD TO TRANSFER-TO-BEFORE

           SUBTRACT TRANSFER-AMOUNT FROM TRANSFER-TO-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(TRANSFER-TO-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE TRANSFER-TO-ACCOUNTO TO AUDIT-ACCOUNT
           MOVE TRANSFER-TO-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE TRANSFER-TO-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'LOAN SETTLEMENT' TO AUDIT-NARRATIVE
           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE SAVED-EIBRESP TO EIBRESP

      * the loan side

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

           ADD TRANSFER-AMOUNT TO BALANCEO

           PERFORM STAMP-LAST-ACTIVITY

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

           SET AUDIT-OP-TRANSFER TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'LOAN SETTLEMENT' TO AUDIT-NARRATIVE
           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO LNS-TXNREF
           MOVE SAVED-EIBRESP TO EIBRESP

      * nothing is left for LOANRUN to collect

           MOVE 0 TO LNS-SCAN-DONE-SW

           PERFORM LNSETTLE-MARK-ONE
                   VARYING LOAN-IX FROM 1 BY 1
                   UNTIL LNS-SCAN-DONE OR LOAN-IX > 998

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

      * the interest the loan earned leaves the account before it
      * closes, so the closure has nothing to pay back out

           IF BALANCEO > 0

            MOVE BALANCEO TO LNS-EARNED

            PERFORM LNSETTLE-TAKE-INTEREST

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO LNSETTLE-EXECUTE-EXIT

            END-IF

           END-IF

           MOVE SPACES TO TRANSFER-TO-ACCOUNT

           PERFORM CLOSEACC-RECORD

           IF EIBRESP NOT = 0

            GO TO LNSETTLE-EXECUTE-EXIT

           END-IF

      * the settlement letter line (see NOTIFY)

           MOVE CA-LNS-AMOUNT TO EVENT-AMOUNT
           MOVE 'LS' TO EV-CODE
           MOVE 'LOAN SETTLED IN FULL' TO EV-TEXT
           PERFORM WRITE-EVENT-RECORD

           MOVE LNS-TXNREF TO CA-TXNREF

           PERFORM EVALUATE-RESP

           .
         LNSETTLE-EXECUTE-EXIT.
           EXIT.
      *****************************************************************
         LNSETTLE-MARK-ONE SECTION.

           MOVE ACCOUNTO TO LS-ACCOUNT
           MOVE LOAN-IX TO LS-SEQ

           MOVE LS-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLNS")
                   INTO(LOAN-SCHEDULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LS-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LNS-SCAN-DONE-SW

            MOVE 0 TO EIBRESP

            GO TO LNSETTLE-MARK-ONE-EXIT

           END-IF

      * only a due installment is taken for update - paid ones are
      * left as they are

           IF NOT LS-INSTALLMENT-DUE

            GO TO LNSETTLE-MARK-ONE-EXIT

           END-IF

           MOVE LS-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLNS")
                   INTO(LOAN-SCHEDULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LS-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LNS-SCAN-DONE-SW

            GO TO LNSETTLE-MARK-ONE-EXIT

           END-IF

           MOVE 'S' TO LS-STATUS

           MOVE LS-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHLNS")
                   FROM(LOAN-SCHEDULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LNS-SCAN-DONE-SW

           END-IF

           .
         LNSETTLE-MARK-ONE-EXIT.
           EXIT.
      *****************************************************************
         LNSETTLE-TAKE-INTEREST SECTION.

      * LNS-EARNED off the loan account (still in
      * SERVER-CUSTOMER-RECORD) and onto the interest-expense
      * internal account, each leg audited 'U' like TERMMAT's contra

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO LNSETTLE-TAKE-INTEREST-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

           SUBTRACT LNS-EARNED FROM BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            GO TO LNSETTLE-TAKE-INTEREST-EXIT

           END-IF

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE 'LOAN INTEREST EARNED' TO AUDIT-NARRATIVE
           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE SAVED-EIBRESP TO EIBRESP

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-INTEXP-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 986 TO EIBRESP

            GO TO LNSETTLE-TAKE-INTEREST-EXIT

           END-IF

           MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

           ADD LNS-EARNED TO SIBLING-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SIBLING-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE IAP-INTEXP-ACCT TO AUDIT-ACCOUNT
            MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
            MOVE SPACES TO AUDIT-NARRATIVE
            STRING 'LOAN INTEREST ' ACCOUNTO
                   DELIMITED BY SIZE
                   INTO AUDIT-NARRATIVE
            END-STRING
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           .
         LNSETTLE-TAKE-INTEREST-EXIT.
           EXIT.
      *****************************************************************
         SUSPENSE-RECORD SECTION.

      * the suspense register is a supervisor's worklist - listing
      * it shows other customers' money, and working it moves money

           EVALUATE CA-SUS-FUNC

            WHEN 'L'

             PERFORM SUSPENSE-LIST

            WHEN 'A'

             PERFORM SUSPENSE-RESOLVE

            WHEN 'R'

             PERFORM SUSPENSE-RESOLVE

            WHEN OTHER

             MOVE 994 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO SUSPENSE-RECORD-EXIT

           .
         SUSPENSE-RECORD-EXIT.
           EXIT.
      *****************************************************************
         SUSPENSE-LIST SECTION.

      * up to 8 open items after CA-SUS-REF, oldest first; resolved
      * and returned items are passed over

           MOVE 0 TO CA-SUS-COUNT
           MOVE 'N' TO CA-SUS-MORE
           MOVE 0 TO SUS-SCAN-DONE-SW

           IF CA-SUS-REF NOT NUMERIC

            MOVE 0 TO CA-SUS-REF

           END-IF

           COMPUTE SUS-BROWSE-REF = CA-SUS-REF + 1

           EXEC CICS STARTBR
                   FILE("TECHSUSP")
                   RIDFLD(SUS-BROWSE-REF)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SUS-SCAN-DONE-SW

           END-IF

           PERFORM SUSPENSE-NEXT-ENTRY UNTIL SUS-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHSUSP")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO SUSPENSE-LIST-EXIT

           .
      *****************************************************************
         SUSPENSE-NEXT-ENTRY.

           MOVE SUS-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHSUSP")
                   INTO(SUSPENSE-ITEM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SUS-BROWSE-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SUS-SCAN-DONE-SW

           ELSE
           IF SUS-OPEN

      * a ninth open item only says there is more to page through

            IF CA-SUS-COUNT = 8

             MOVE 'Y' TO CA-SUS-MORE
             MOVE 1 TO SUS-SCAN-DONE-SW

            ELSE

             ADD 1 TO CA-SUS-COUNT
             MOVE SUS-REF TO CA-SUS-E-REF(CA-SUS-COUNT)
             MOVE SUS-SOURCE TO CA-SUS-E-SOURCE(CA-SUS-COUNT)
             MOVE SUS-ORIG-REF TO CA-SUS-E-ORIG-REF(CA-SUS-COUNT)
             MOVE SUS-DATE TO CA-SUS-E-DATE(CA-SUS-COUNT)
             MOVE SUS-AMOUNT TO CA-SUS-E-AMOUNT(CA-SUS-COUNT)
             MOVE SUS-ACCOUNT TO CA-SUS-E-ACCOUNT(CA-SUS-COUNT)
             MOVE SUS-REASON TO CA-SUS-E-REASON(CA-SUS-COUNT)

            END-IF

           END-IF

           END-IF

           .
         SUSPENSE-LIST-EXIT.
           EXIT.
      *****************************************************************
         SUSPENSE-RESOLVE SECTION.

      * close item CA-SUS-REF - 'A' to a customer account, 'R' back
      * to the originator through the clearing account - in the one
      * unit of work: any refusal leaves EIBRESP set and MAINLINE's
      * rollback backs out every leg and the item's status with it

           PERFORM CHECK-POSTING-HOLD

           IF EIBRESP NOT = 0

            GO TO SUSPENSE-RESOLVE-EXIT

           END-IF

           MOVE SPACES TO INTERNAL-ACCTS-RECORD

           MOVE IAP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(INTERNAL-ACCTS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(IAP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR IAP-SUSP-ACCT = SPACES
              OR IAP-SUSP-ACCT = LOW-VALUES

            MOVE 995 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SUSPENSE-RESOLVE-EXIT

           END-IF

           MOVE SUS-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHSUSP")
                   INTO(SUSPENSE-ITEM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-SUS-REF)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO SUSPENSE-RESOLVE-EXIT

           END-IF

           IF NOT SUS-OPEN

            MOVE 992 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO SUSPENSE-RESOLVE-EXIT

           END-IF

           IF CA-SUS-FUNC = 'R'

            PERFORM SUSPENSE-RETURN

           ELSE

            PERFORM SUSPENSE-TO-ACCOUNT

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO SUSPENSE-RESOLVE-EXIT

           END-IF

      * the suspense account gives up what it was holding (or is
      * paid back what it was owed)

           MOVE IAP-SUSP-ACCT TO SUS-LEG-ACCT
           COMPUTE SUS-LEG-AMOUNT = 0 - SUS-AMOUNT

           PERFORM SUSPENSE-INTERNAL-LEG

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO SUSPENSE-RESOLVE-EXIT

           END-IF

           MOVE CA-SUS-FUNC TO SUS-STATUS
           MOVE BUSINESS-TODAY TO SUS-RESOLVED-DATE
           MOVE LOGIN-USERID TO SUS-RESOLVED-BY

           MOVE SUS-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHSUSP")
                   FROM(SUSPENSE-ITEM-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE SUS-TXNREF TO CA-TXNREF

           END-IF

           PERFORM EVALUATE-RESP

           .
         SUSPENSE-RESOLVE-EXIT.
           EXIT.
      *****************************************************************
         SUSPENSE-TO-ACCOUNT SECTION.

      * the customer's leg - ACCOUNTO, or the account the item was
      * meant for when none is given; never the suspense account
      * itself (908)

           IF ACCOUNTO = SPACES OR ACCOUNTO = LOW-VALUES

            MOVE SUS-ACCOUNT TO ACCOUNTO

           END-IF

           IF ACCOUNTO = IAP-SUSP-ACCT

            MOVE 908 TO EIBRESP

            GO TO SUSPENSE-TO-ACCOUNT-EXIT

           END-IF

      * suspense holds local-currency money - it resolves only to an
      * account held in the local currency (see CHECK-LOCAL-CURRENCY)

           MOVE ACCOUNTO TO FX-CHECK-ACCOUNT

           PERFORM CHECK-LOCAL-CURRENCY

           IF EIBRESP NOT = 0

            GO TO SUSPENSE-TO-ACCOUNT-EXIT

           END-IF

           MOVE ACCOUNTO TO SUS-RESOLVED-TO

           MOVE SPACES TO CA-NARRATIVE

           STRING 'SUSPENSE ' DELIMITED BY SIZE
                  SUS-REF DELIMITED BY SIZE
                  INTO CA-NARRATIVE

      * money suspense held for the customer is a credit like any
      * other - court orders and all

           IF SUS-AMOUNT > 0

            MOVE SUS-AMOUNT TO BALANCEO
            MOVE 'N' TO CA-UNCLEARED

            PERFORM CREDIT-RECORD

            MOVE CA-TXNREF TO SUS-TXNREF

            GO TO SUSPENSE-TO-ACCOUNT-EXIT

           END-IF

      * money the customer owes suspense - a withdrawal the network
      * paid out that could not post - comes off the account even
      * into overdraft: the cash has already left the bank

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO SUSPENSE-TO-ACCOUNT-EXIT

           END-IF

           IF ACCOUNT-CLOSEDO

            MOVE 901 TO EIBRESP

            GO TO SUSPENSE-TO-ACCOUNT-EXIT

           END-IF

           IF ACCOUNT-FROZENO

            MOVE 902 TO EIBRESP

            GO TO SUSPENSE-TO-ACCOUNT-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO BACKUP-CUSTOMER-RECORD

           ADD SUS-AMOUNT TO BALANCEO

           PERFORM STAMP-LAST-ACTIVITY

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            GO TO SUSPENSE-TO-ACCOUNT-EXIT

           END-IF

           SET AUDIT-OP-DEBIT TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE BACKUP-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE CA-NARRATIVE TO AUDIT-NARRATIVE
           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO SUS-TXNREF
           MOVE SAVED-EIBRESP TO EIBRESP

           .
         SUSPENSE-TO-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
         SUSPENSE-RETURN SECTION.

      * only the jobs that took the money in from outside can send
      * it back out - a wage to the employer's bank, a declined item
      * to the switch - and it goes through the clearing account
      * like any other outward item (953 when none is named)

           IF NOT SUS-FROM-SALCRED AND NOT SUS-FROM-ATMPOST

            MOVE 993 TO EIBRESP

            GO TO SUSPENSE-RETURN-EXIT

           END-IF

           IF IAP-CLEAR-ACCT = SPACES OR IAP-CLEAR-ACCT = LOW-VALUES

            MOVE 953 TO EIBRESP

            GO TO SUSPENSE-RETURN-EXIT

           END-IF

           MOVE IAP-CLEAR-ACCT TO SUS-RESOLVED-TO

           MOVE IAP-CLEAR-ACCT TO SUS-LEG-ACCT
           MOVE SUS-AMOUNT TO SUS-LEG-AMOUNT

           PERFORM SUSPENSE-INTERNAL-LEG

           MOVE TXNREF-BUILD TO SUS-TXNREF

           .
         SUSPENSE-RETURN-EXIT.
           EXIT.
      *****************************************************************
         SUSPENSE-INTERNAL-LEG SECTION.

      * SUS-LEG-AMOUNT onto internal account SUS-LEG-ACCT, audited
      * 'U' like every other contra leg, with the item's serial in
      * the narrative

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SUS-LEG-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO SUSPENSE-INTERNAL-LEG-EXIT

           END-IF

           MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

           ADD SUS-LEG-AMOUNT TO SIBLING-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SIBLING-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE SUS-LEG-ACCT TO AUDIT-ACCOUNT
            MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
            MOVE SPACES TO AUDIT-NARRATIVE
            STRING 'SUSPENSE ' SUS-REF ' ' SUS-SOURCE
                   DELIMITED BY SIZE
                   INTO AUDIT-NARRATIVE
            END-STRING
            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE AUDIT-SEQNO TO TXNREF-SEQNO
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           .
         SUSPENSE-INTERNAL-LEG-EXIT.
           EXIT.
      *****************************************************************
         VAULTCC-RECORD SECTION.

      * cash between a branch vault and the cash centre - the
      * vault's figures and the confirmed movement in the one unit
      * of work, so any refusal after the first REWRITE is backed
      * out by MAINLINE's rollback

           IF CA-VLT-FUNC NOT = 'D' AND CA-VLT-FUNC NOT = 'S'

            MOVE 998 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO VAULTCC-RECORD-EXIT

           END-IF

           IF CA-VLT-AMOUNT NOT > 0

            MOVE 909 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO VAULTCC-RECORD-EXIT

           END-IF

           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-VLT-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR BRM-CLOSED

            MOVE 914 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO VAULTCC-RECORD-EXIT

           END-IF

           MOVE CA-VLT-BRANCH TO VLT-BRANCH
           MOVE BUSINESS-TODAY TO VLT-DATE
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

           IF EIBRESP = 0 AND NOT VLT-IS-OPEN

            EXEC CICS UNLOCK
                    FILE("TECHVLT")
                    NOHANDLE
                    END-EXEC

            MOVE 996 TO EIBRESP

           END-IF

           IF EIBRESP NOT = 0

            MOVE 996 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO VAULTCC-RECORD-EXIT

           END-IF

           COMPUTE VLT-EXPECTED =
                   VLT-OPENING + VLT-DELIVERED - VLT-RETURNED
                   - VLT-ISSUED + VLT-RECEIVED

           IF CA-VLT-FUNC = 'S'

            IF CA-VLT-AMOUNT > VLT-EXPECTED

             EXEC CICS UNLOCK
                     FILE("TECHVLT")
                     NOHANDLE
                     END-EXEC

             MOVE 997 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO VAULTCC-RECORD-EXIT

            END-IF

            ADD CA-VLT-AMOUNT TO VLT-RETURNED
            SUBTRACT CA-VLT-AMOUNT FROM VLT-EXPECTED

           ELSE

            ADD CA-VLT-AMOUNT TO VLT-DELIVERED
            ADD CA-VLT-AMOUNT TO VLT-EXPECTED

           END-IF

           MOVE VLT-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHVLT")
                   FROM(VAULT-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO VAULTCC-RECORD-EXIT

           END-IF

      * next movement reference from the TECHCTL 'VMOVSEQ' counter
      * TELLER numbers its vault/till movements from

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-VMOVSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-VMOVSEQ-KEY TO CTL-KEY
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

           ELSE IF EIBRESP = 0

            ADD 1 TO CTL-NUM-VALUE
            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF
           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO VAULTCC-RECORD-EXIT

           END-IF

           MOVE CTL-NUM-VALUE TO VMV-REF
           MOVE CA-VLT-BRANCH TO VMV-BRANCH
           MOVE BUSINESS-TODAY TO VMV-DATE
           MOVE CA-VLT-FUNC TO VMV-TYPE
           MOVE LOGIN-USERID TO VMV-USERID
           MOVE CA-VLT-AMOUNT TO VMV-AMOUNT
           MOVE 'C' TO VMV-STATUS
           MOVE LOGIN-USERID TO VMV-BY
           MOVE LOGIN-USERID TO VMV-CONFIRMED-BY
           MOVE CA-VLT-CCREF TO VMV-CC-REF
           MOVE VMV-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHVMOV")
                   FROM(VAULT-MOVE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(VMV-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE VMV-REF TO CA-VLT-REF
            MOVE VLT-EXPECTED TO CA-VLT-EXPECTED

           END-IF

           PERFORM EVALUATE-RESP

           .
         VAULTCC-RECORD-EXIT.
           EXIT.
      *****************************************************************
         BRSIGNOFF-RECORD SECTION.

      * a branch signs off the business date once its tellers are
      * done - every till (and the vault) declared and proved - and
      * PREFLT will not let the nightly run roll the date past a
      * branch that has not. 'O' forces the sign-off through for a
      * branch that cannot give one, on the supervisor's name.

           IF (CA-BSO-FUNC NOT = 'S' AND CA-BSO-FUNC NOT = 'O')
              OR (CA-BSO-FUNC = 'O'
                  AND (CA-BSO-REASON = SPACES
                       OR CA-BSO-REASON = LOW-VALUES))

            MOVE 1000 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BRSIGNOFF-RECORD-EXIT

           END-IF

           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-BSO-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR BRM-CLOSED

            MOVE 914 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BRSIGNOFF-RECORD-EXIT

           END-IF

           PERFORM BRSIGNOFF-COUNT-OUTSTANDING

           MOVE BSO-OUTSTANDING TO CA-BSO-OUTSTANDING

           IF CA-BSO-FUNC = 'S' AND BSO-OUTSTANDING > 0

            MOVE 999 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BRSIGNOFF-RECORD-EXIT

           END-IF

           MOVE CA-BSO-BRANCH TO BSO-BRANCH
           MOVE BUSINESS-TODAY TO BSO-DATE
           MOVE CA-BSO-FUNC TO BSO-TYPE
           MOVE LOGIN-USERID TO BSO-USERID

           IF CA-BSO-FUNC = 'O'

            MOVE CA-BSO-REASON TO BSO-REASON

           ELSE

            MOVE SPACES TO BSO-REASON

           END-IF

           MOVE BRANCH-SIGNOFF-RECORD TO SAVED-BSO-IMAGE

           MOVE BSO-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHBSO")
                   FROM(BRANCH-SIGNOFF-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BSO-KEY)
                   KEYLENGTH(12)
                   NOHANDLE
                   END-EXEC

      * signed off already today - the latest sign-off stands (an
      * override followed by a clean sign-off, say); the audit trail
      * keeps both

           IF EIBRESP = DFHRESP(DUPREC)

            MOVE BSO-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBSO")
                    INTO(BRANCH-SIGNOFF-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BSO-KEY)
                    KEYLENGTH(12)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE SAVED-BSO-IMAGE TO BRANCH-SIGNOFF-RECORD
             MOVE BSO-REC-LEN TO LENGTH-VAR

             EXEC CICS REWRITE
                     FILE("TECHBSO")
                     FROM(BRANCH-SIGNOFF-RECORD)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

            END-IF

           END-IF

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE SPACES TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE BRANCH-SIGNOFF-RECORD TO AUDIT-AFTER-IMAGE(1:54)

            IF CA-BSO-FUNC = 'O'

             MOVE 'BRANCH SIGN-OFF OVERRIDDEN' TO AUDIT-NARRATIVE

            ELSE

             MOVE 'BRANCH SIGNED OFF' TO AUDIT-NARRATIVE

            END-IF

            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         BRSIGNOFF-RECORD-EXIT.
           EXIT.
      *****************************************************************
         BRSIGNOFF-COUNT-OUTSTANDING SECTION.

      * the branch's tills for the business date still open or
      * declared but not yet proved by TILLPROF, and its vault the
      * same - into BSO-OUTSTANDING. A till that never named a
      * branch nor drew cash from a vault cannot be placed, and is
      * not counted against anyone.

           MOVE 0 TO BSO-OUTSTANDING
           MOVE 0 TO BSO-SCAN-DONE-SW
           MOVE LOW-VALUES TO TILL-KEY

           EXEC CICS STARTBR
                   FILE("TECHTILL")
                   RIDFLD(TILL-KEY)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BSO-SCAN-DONE-SW

           END-IF

           PERFORM BRSIGNOFF-NEXT-TILL UNTIL BSO-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHTILL")
                   NOHANDLE
                   END-EXEC

           MOVE CA-BSO-BRANCH TO VLT-BRANCH
           MOVE BUSINESS-TODAY TO VLT-DATE
           MOVE VLT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHVLT")
                   INTO(VAULT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(VLT-KEY)
                   KEYLENGTH(12)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND NOT VLT-IS-PROOFED

            ADD 1 TO BSO-OUTSTANDING

           END-IF

           MOVE 0 TO EIBRESP

           GO TO BRSIGNOFF-COUNT-OUTSTANDING-EXIT

           .
      *****************************************************************
         BRSIGNOFF-NEXT-TILL.

           MOVE SPACES TO TILL-BRANCH
           MOVE TILL-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHTILL")
                   INTO(TILL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TILL-KEY)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BSO-SCAN-DONE-SW

           ELSE
           IF TILL-DATE = BUSINESS-TODAY
              AND TILL-BRANCH = CA-BSO-BRANCH
              AND NOT TILL-IS-PROOFED

            ADD 1 TO BSO-OUTSTANDING

           END-IF
           END-IF

           .
         BRSIGNOFF-COUNT-OUTSTANDING-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-RECORD SECTION.

      * the death of customer CA-DEC-CUST-NO. The master is marked
      * first, then every account the customer owns or co-owns is
      * gathered and sorted into sole and joint (DECEASED-GATHER):
      * a sole account is frozen, a joint one put under survivor
      * review, and then the standing orders, future-dated payments
      * and cards are stopped. Any failure on the way leaves EIBRESP
      * non-zero, so MAINLINE's rollback undoes the lot.

           MOVE 0 TO CA-DEC-FROZEN
           MOVE 0 TO CA-DEC-JOINT
           MOVE 0 TO CA-DEC-ORDERS
           MOVE 0 TO CA-DEC-PAYMENTS
           MOVE 0 TO CA-DEC-CARDS
           MOVE 0 TO CA-DEC-SETTLED
           MOVE 0 TO CA-DEC-PAID
           MOVE SPACES TO CA-DEC-FAIL-ACCOUNT

           IF CA-DEC-CUST-NO = SPACES OR CA-DEC-CUST-NO = LOW-VALUES

            MOVE DFHRESP(NOTFND) TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DECEASED-RECORD-EXIT

           END-IF

           PERFORM DECEASED-CHECK-DATE

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DECEASED-RECORD-EXIT

           END-IF

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-DEC-CUST-NO)
                   KEYLENGTH(6)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DECEASED-RECORD-EXIT

           END-IF

           IF CUST-DECEASED

            EXEC CICS UNLOCK
                    FILE("TECHCUST")
                    NOHANDLE
                    END-EXEC

            MOVE 1002 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DECEASED-RECORD-EXIT

           END-IF

           PERFORM DECEASED-AUDIT-IMAGE

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE DEC-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE(1:92)

           SET CUST-DECEASED TO TRUE
           MOVE CA-DEC-DEATH-DATE TO CUST-DEATH-DATE
           MOVE LOGIN-USERID TO CUST-DEATH-RECORDED-BY
           MOVE SPACES TO CUST-ESTATE-SETTLED-DATE
           MOVE SPACES TO CUST-EXECUTOR-ACCOUNT

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCUST")
                   FROM(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DECEASED-RECORD-EXIT

           END-IF

           MOVE CA-DEC-CUST-NO TO DEC-CUST-NO

           PERFORM DECEASED-GATHER

           MOVE 0 TO DEC-FAIL-SW

           PERFORM DECEASED-ONE-ACCOUNT
                   VARYING DEC-IX FROM 1 BY 1
                   UNTIL DEC-IX > DEC-COUNT OR DEC-FAILED

           IF NOT DEC-FAILED

            PERFORM DECEASED-STOP-ORDERS

           END-IF

           IF NOT DEC-FAILED

            PERFORM DECEASED-STOP-PAYMENTS

           END-IF

           IF NOT DEC-FAILED

            PERFORM DECEASED-HOT-CARDS

           END-IF

           IF DEC-FAILED

            MOVE DEC-FAIL-RESP TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DECEASED-RECORD-EXIT

           END-IF

      * one 'M' entry for the whole death - each freeze under it
      * carries its own 'U' entry as well

           PERFORM DECEASED-AUDIT-IMAGE

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE DEC-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE(1:92)
           MOVE 'CUSTOMER DECEASED' TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO DECEASED-RECORD-EXIT

           .
      *****************************************************************
         DECEASED-ONE-ACCOUNT.

           IF DEC-JOINT(DEC-IX)

            PERFORM DECEASED-REVIEW-JOINT

           ELSE

            PERFORM DECEASED-FREEZE-SOLE

           END-IF

           .
         DECEASED-RECORD-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-CHECK-DATE SECTION.

      * the date of death must be a real calendar date - the
      * CALMAINT-ADD rules - and cannot lie after the business date

           MOVE 0 TO EIBRESP

           IF CA-DEC-DEATH-DATE NOT NUMERIC
              OR CA-DEC-DEATH-DATE > BUSINESS-TODAY

            MOVE 1004 TO EIBRESP

            GO TO DECEASED-CHECK-DATE-EXIT

           END-IF

           MOVE CA-DEC-DEATH-DATE TO BUS-DATE-PARTS

           IF BUS-MM < 1 OR BUS-MM > 12 OR BUS-DD < 1

            MOVE 1004 TO EIBRESP

            GO TO DECEASED-CHECK-DATE-EXIT

           END-IF

           MOVE BUS-MONTH-DAY-COUNT(BUS-MM) TO BUS-WORK-DAYS

           IF BUS-MM = 2

            DIVIDE BUS-YYYY BY 4
                   GIVING BUS-LEAP-QUOT
                   REMAINDER BUS-LEAP-REM

            IF BUS-LEAP-REM = 0

             MOVE 29 TO BUS-WORK-DAYS

            END-IF

           END-IF

           IF BUS-DD > BUS-WORK-DAYS

            MOVE 1004 TO EIBRESP

           END-IF

           .
         DECEASED-CHECK-DATE-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-AUDIT-IMAGE SECTION.

           MOVE CUST-NO TO DEC-AI-CUST-NO
           MOVE CUST-SURNAME TO DEC-AI-SURNAME
           MOVE CUST-FIRST-NAME TO DEC-AI-FIRST-NAME
           MOVE CUST-ESTATE-DATA TO DEC-AI-ESTATE
           MOVE CA-DEC-FROZEN TO DEC-AI-FROZEN
           MOVE CA-DEC-JOINT TO DEC-AI-JOINT
           MOVE CA-DEC-ORDERS TO DEC-AI-ORDERS
           MOVE CA-DEC-PAYMENTS TO DEC-AI-PAYMENTS
           MOVE CA-DEC-CARDS TO DEC-AI-CARDS
           MOVE CA-DEC-SETTLED TO DEC-AI-SETTLED
           MOVE CA-DEC-PAID TO DEC-AI-PAID

           .
         DECEASED-AUDIT-IMAGE-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-GATHER SECTION.

      * every account customer DEC-CUST-NO owns (the TECHCUX path)
      * or co-owns (the TECHJNTC path over TECHJNT), the same walk
      * WLMAINT-FREEZE-ALL makes. A co-owned account is joint by
      * definition; an owned one is joint when any TECHJNT link
      * names a co-owner on it, and sole otherwise.

           MOVE 0 TO DEC-COUNT

           MOVE DEC-CUST-NO TO SIBLING-KEY
           MOVE 0 TO SIBLING-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHCUX")
                   RIDFLD(SIBLING-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO SIBLING-DONE-SW

           END-IF

           PERFORM DECEASED-COLLECT-OWN UNTIL SIBLING-DONE

           EXEC CICS ENDBR
                   FILE("TECHCUX")
                   NOHANDLE
                   END-EXEC

           MOVE DEC-CUST-NO TO DEC-JNT-CUST-KEY
           MOVE 0 TO DEC-SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHJNTC")
                   RIDFLD(DEC-JNT-CUST-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DEC-SCAN-DONE-SW

           END-IF

           PERFORM DECEASED-COLLECT-JOINT UNTIL DEC-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHJNTC")
                   NOHANDLE
                   END-EXEC

           PERFORM DECEASED-CLASSIFY
                   VARYING DEC-IX FROM 1 BY 1
                   UNTIL DEC-IX > DEC-COUNT

           MOVE 0 TO EIBRESP

           GO TO DECEASED-GATHER-EXIT

           .
      *****************************************************************
         DECEASED-COLLECT-OWN.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCUX")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SIBLING-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR SIBLING-CUSTOMER-NOO NOT = DEC-CUST-NO

            MOVE 1 TO SIBLING-DONE-SW

           ELSE

            MOVE SIBLING-ACCOUNTO TO DEC-NEW-ACCT
            MOVE 'S' TO DEC-NEW-OWNERSHIP

            PERFORM DECEASED-ADD-ACCOUNT

           END-IF

           .
      *****************************************************************
         DECEASED-COLLECT-JOINT.

           MOVE SPACES TO JNT-REVIEW-DATA

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNTC")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DEC-JNT-CUST-KEY)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR JNT-CUST-NO NOT = DEC-CUST-NO

            MOVE 1 TO DEC-SCAN-DONE-SW

           ELSE

            MOVE JNT-ACCOUNT TO DEC-NEW-ACCT
            MOVE 'J' TO DEC-NEW-OWNERSHIP

            PERFORM DECEASED-ADD-ACCOUNT

           END-IF

           .
      *****************************************************************
         DECEASED-ADD-ACCOUNT.

      * an account both owned and joint-linked (a hand edit) is
      * listed once, as joint

           PERFORM DECEASED-FIND-ACCOUNT

           IF DEC-ON-LIST

            IF DEC-NEW-OWNERSHIP = 'J'

             MOVE 'J' TO DEC-OWNERSHIP(DEC-HIT-IX)

            END-IF

           ELSE

            IF DEC-COUNT < 50

             ADD 1 TO DEC-COUNT
             MOVE DEC-NEW-ACCT TO DEC-ACCT(DEC-COUNT)
             MOVE DEC-NEW-OWNERSHIP TO DEC-OWNERSHIP(DEC-COUNT)

            END-IF

           END-IF

           .
      *****************************************************************
         DECEASED-CLASSIFY.

           IF DEC-SOLE(DEC-IX)

            MOVE DEC-ACCT(DEC-IX) TO DEC-JNT-ACCT
            MOVE LOW-VALUES TO DEC-JNT-CUST

            EXEC CICS STARTBR
                    FILE("TECHJNT")
                    RIDFLD(DEC-JNT-KEY)
                    KEYLENGTH(11)
                    GTEQ
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE SPACES TO JNT-REVIEW-DATA

             MOVE JNT-REC-LEN TO LENGTH-VAR

             EXEC CICS READNEXT
                     FILE("TECHJNT")
                     INTO(JOINT-LINK-RECORD)
                     LENGTH(LENGTH-VAR)
                     RIDFLD(DEC-JNT-KEY)
                     KEYLENGTH(11)
                     NOHANDLE
                     END-EXEC

             IF EIBRESP = 0 AND JNT-ACCOUNT = DEC-ACCT(DEC-IX)

              MOVE 'J' TO DEC-OWNERSHIP(DEC-IX)

             END-IF

             EXEC CICS ENDBR
                     FILE("TECHJNT")
                     NOHANDLE
                     END-EXEC

            END-IF

           END-IF

           .
         DECEASED-GATHER-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-FIND-ACCOUNT SECTION.

      * is DEC-NEW-ACCT on the gathered list? - DEC-HIT-IX points at
      * its entry when it is

           MOVE 0 TO DEC-FOUND-SW
           MOVE 0 TO DEC-HIT-IX

           PERFORM DECEASED-CHECK-ACCOUNT
                   VARYING DEC-FIND-IX FROM 1 BY 1
                   UNTIL DEC-FIND-IX > DEC-COUNT

           GO TO DECEASED-FIND-ACCOUNT-EXIT

           .
      *****************************************************************
         DECEASED-CHECK-ACCOUNT.

           IF DEC-ACCT(DEC-FIND-IX) = DEC-NEW-ACCT

            MOVE 1 TO DEC-FOUND-SW
            MOVE DEC-FIND-IX TO DEC-HIT-IX

           END-IF

           .
         DECEASED-FIND-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-FREEZE-SOLE SECTION.

      * a sole account freezes through FREEZE-RECORD itself, so it
      * carries the same 'U' audit entry and 'FR' event as a freeze
      * keyed by the fraud desk. Closed and already-frozen accounts
      * are passed over.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DEC-ACCT(DEC-IX))
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND SIBLING-ACCOUNT-STATUSO NOT = 'C'
              AND SIBLING-ACCOUNT-STATUSO NOT = 'F'

            MOVE DEC-ACCT(DEC-IX) TO ACCOUNTO
            MOVE 'F' TO ACCOUNT-STATUSO

            PERFORM FREEZE-RECORD

            IF EIBRESP = 0

             ADD 1 TO CA-DEC-FROZEN

            ELSE

             MOVE EIBRESP TO DEC-FAIL-RESP
             MOVE 1 TO DEC-FAIL-SW

            END-IF

           END-IF

           .
         DECEASED-FREEZE-SOLE-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-REVIEW-JOINT SECTION.

      * a joint account keeps running for the survivors, but every
      * TECHJNT link of it goes under review with the business date
      * and the deceased's number until the survivors' mandate is
      * settled. The links are gathered first and rewritten after
      * the browse has ended.

           MOVE DEC-ACCT(DEC-IX) TO DEC-JNT-ACCT
           MOVE LOW-VALUES TO DEC-JNT-CUST
           MOVE 0 TO DEC-KEY-COUNT
           MOVE 0 TO DEC-SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHJNT")
                   RIDFLD(DEC-JNT-KEY)
                   KEYLENGTH(11)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DEC-SCAN-DONE-SW

           END-IF

           PERFORM DECEASED-NEXT-LINK UNTIL DEC-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHJNT")
                   NOHANDLE
                   END-EXEC

           PERFORM DECEASED-FLAG-LINK
                   VARYING DEC-KEY-IX FROM 1 BY 1
                   UNTIL DEC-KEY-IX > DEC-KEY-COUNT OR DEC-FAILED

           IF DEC-KEY-COUNT > 0 AND NOT DEC-FAILED

            ADD 1 TO CA-DEC-JOINT

           END-IF

           GO TO DECEASED-REVIEW-JOINT-EXIT

           .
      *****************************************************************
         DECEASED-NEXT-LINK.

           MOVE SPACES TO JNT-REVIEW-DATA

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHJNT")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DEC-JNT-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR JNT-ACCOUNT NOT = DEC-ACCT(DEC-IX)
              OR DEC-KEY-COUNT = 50

            MOVE 1 TO DEC-SCAN-DONE-SW

           ELSE

            ADD 1 TO DEC-KEY-COUNT
            MOVE JNT-KEY TO DEC-KEY(DEC-KEY-COUNT)

           END-IF

           .
      *****************************************************************
         DECEASED-FLAG-LINK.

           MOVE DEC-KEY(DEC-KEY-IX) TO JNT-KEY
           MOVE SPACES TO JNT-REVIEW-DATA

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHJNT")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(JNT-KEY)
                   KEYLENGTH(11)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET JNT-SURVIVOR-REVIEW TO TRUE
            MOVE BUSINESS-TODAY TO JNT-REVIEW-DATE
            MOVE DEC-CUST-NO TO JNT-REVIEW-DECEASED

            MOVE JNT-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHJNT")
                    FROM(JOINT-LINK-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP NOT = 0

            MOVE EIBRESP TO DEC-FAIL-RESP
            MOVE 1 TO DEC-FAIL-SW

           END-IF

           .
         DECEASED-REVIEW-JOINT-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-STOP-ORDERS SECTION.

      * every ACTIVE standing order drawn on a sole account is
      * suspended - not cancelled, so the executor can still see
      * what was set up. The (small) TECHSORD file is scanned the
      * way CLOSEACC-CHECK-ORDERS scans it, up to 50 orders a pass;
      * a suspended order no longer matches, so a full table only
      * means another pass.

           MOVE 50 TO DEC-KEY-COUNT

           PERFORM DECEASED-ORDER-PASS
                   UNTIL DEC-KEY-COUNT < 50 OR DEC-FAILED

           GO TO DECEASED-STOP-ORDERS-EXIT

           .
      *****************************************************************
         DECEASED-ORDER-PASS.

           MOVE 0 TO DEC-KEY-COUNT
           MOVE 0 TO DEC-SCAN-DONE-SW

           MOVE LOW-VALUES TO SO-ID

           EXEC CICS STARTBR
                   FILE("TECHSORD")
                   RIDFLD(SO-ID)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DEC-SCAN-DONE-SW

           END-IF

           PERFORM DECEASED-NEXT-ORDER UNTIL DEC-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHSORD")
                   NOHANDLE
                   END-EXEC

           PERFORM DECEASED-SUSPEND-ORDER
                   VARYING DEC-KEY-IX FROM 1 BY 1
                   UNTIL DEC-KEY-IX > DEC-KEY-COUNT OR DEC-FAILED

           .
      *****************************************************************
         DECEASED-NEXT-ORDER.

           MOVE SORD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHSORD")
                   INTO(STANDING-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SO-ID)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DEC-SCAN-DONE-SW

           ELSE

            IF SO-ACTIVE

             MOVE SO-FROM-ACCOUNT TO DEC-NEW-ACCT

             PERFORM DECEASED-FIND-ACCOUNT

             IF DEC-ON-LIST

              IF DEC-SOLE(DEC-HIT-IX)

               ADD 1 TO DEC-KEY-COUNT
               MOVE SO-ID TO DEC-KEY(DEC-KEY-COUNT)

               IF DEC-KEY-COUNT = 50

                MOVE 1 TO DEC-SCAN-DONE-SW

               END-IF

              END-IF

             END-IF

            END-IF

           END-IF

           .
      *****************************************************************
         DECEASED-SUSPEND-ORDER.

           MOVE DEC-KEY(DEC-KEY-IX) TO SO-ID

           MOVE SORD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHSORD")
                   INTO(STANDING-ORDER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SO-ID)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND SO-ACTIVE

            SET SO-SUSPENDED TO TRUE

            MOVE SORD-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHSORD")
                    FROM(STANDING-ORDER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             ADD 1 TO CA-DEC-ORDERS

            END-IF

           END-IF

           IF EIBRESP NOT = 0

            MOVE EIBRESP TO DEC-FAIL-RESP
            MOVE 1 TO DEC-FAIL-SW

           END-IF

           .
         DECEASED-STOP-ORDERS-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-STOP-PAYMENTS SECTION.

      * every future-dated payment still PENDING from a sole account
      * is cancelled, exactly as FDPMAINT-CANCEL would - in passes
      * of up to 50 the way the standing orders go

           MOVE 50 TO DEC-KEY-COUNT

           PERFORM DECEASED-PAYMENT-PASS
                   UNTIL DEC-KEY-COUNT < 50 OR DEC-FAILED

           GO TO DECEASED-STOP-PAYMENTS-EXIT

           .
      *****************************************************************
         DECEASED-PAYMENT-PASS.

           MOVE 0 TO DEC-KEY-COUNT
           MOVE 0 TO DEC-SCAN-DONE-SW

           MOVE LOW-VALUES TO FD-ID

           EXEC CICS STARTBR
                   FILE("TECHFDP")
                   RIDFLD(FD-ID)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DEC-SCAN-DONE-SW

           END-IF

           PERFORM DECEASED-NEXT-PAYMENT UNTIL DEC-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHFDP")
                   NOHANDLE
                   END-EXEC

           PERFORM DECEASED-CANCEL-PAYMENT
                   VARYING DEC-KEY-IX FROM 1 BY 1
                   UNTIL DEC-KEY-IX > DEC-KEY-COUNT OR DEC-FAILED

           .
      *****************************************************************
         DECEASED-NEXT-PAYMENT.

           MOVE FDP-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHFDP")
                   INTO(FUTURE-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FD-ID)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DEC-SCAN-DONE-SW

           ELSE

            IF FD-PENDING

             MOVE FD-FROM-ACCOUNT TO DEC-NEW-ACCT

             PERFORM DECEASED-FIND-ACCOUNT

             IF DEC-ON-LIST

              IF DEC-SOLE(DEC-HIT-IX)

               ADD 1 TO DEC-KEY-COUNT
               MOVE FD-ID TO DEC-KEY(DEC-KEY-COUNT)

               IF DEC-KEY-COUNT = 50

                MOVE 1 TO DEC-SCAN-DONE-SW

               END-IF

              END-IF

             END-IF

            END-IF

           END-IF

           .
      *****************************************************************
         DECEASED-CANCEL-PAYMENT.

           MOVE DEC-KEY(DEC-KEY-IX) TO FD-ID

           MOVE FDP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHFDP")
                   INTO(FUTURE-PAYMENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FD-ID)
                   KEYLENGTH(5)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND FD-PENDING

            MOVE 'C' TO FD-STATUS

            MOVE FDP-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHFDP")
                    FROM(FUTURE-PAYMENT-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             ADD 1 TO CA-DEC-PAYMENTS

            END-IF

           END-IF

           IF EIBRESP NOT = 0

            MOVE EIBRESP TO DEC-FAIL-RESP
            MOVE 1 TO DEC-FAIL-SW

           END-IF

           .
         DECEASED-STOP-PAYMENTS-EXIT.
           EXIT.
      *****************************************************************
         DECEASED-HOT-CARDS SECTION.

      * a card carries no cardholder of its own, so every active or
      * not-yet-activated card on any account the customer owns or
      * co-owns is hot-carded - a survivor's own card is simply
      * re-issued. In passes of up to 50 like the orders.

           MOVE 50 TO DEC-KEY-COUNT

           PERFORM DECEASED-CARD-PASS
                   UNTIL DEC-KEY-COUNT < 50 OR DEC-FAILED

           GO TO DECEASED-HOT-CARDS-EXIT

           .
      *****************************************************************
         DECEASED-CARD-PASS.

           MOVE 0 TO DEC-KEY-COUNT
           MOVE 0 TO DEC-SCAN-DONE-SW

           MOVE LOW-VALUES TO CARD-NUMBER

           EXEC CICS STARTBR
                   FILE("TECHCARD")
                   RIDFLD(CARD-NUMBER)
                   KEYLENGTH(16)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DEC-SCAN-DONE-SW

           END-IF

           PERFORM DECEASED-NEXT-CARD UNTIL DEC-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHCARD")
                   NOHANDLE
                   END-EXEC

           PERFORM DECEASED-HOT-ONE-CARD
                   VARYING DEC-KEY-IX FROM 1 BY 1
                   UNTIL DEC-KEY-IX > DEC-KEY-COUNT OR DEC-FAILED

           .
      *****************************************************************
         DECEASED-NEXT-CARD.

           MOVE SPACES TO CARD-REGISTER-RECORD(17:)

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCARD")
                   INTO(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CARD-NUMBER)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DEC-SCAN-DONE-SW

           ELSE

            IF CARD-ACTIVE OR CARD-PENDING

             MOVE CARD-ACCOUNT TO DEC-NEW-ACCT

             PERFORM DECEASED-FIND-ACCOUNT

             IF DEC-ON-LIST

              ADD 1 TO DEC-KEY-COUNT
              MOVE CARD-NUMBER TO DEC-KEY(DEC-KEY-COUNT)

              IF DEC-KEY-COUNT = 50

               MOVE 1 TO DEC-SCAN-DONE-SW

              END-IF

             END-IF

            END-IF

           END-IF

           .
      *****************************************************************
         DECEASED-HOT-ONE-CARD.

           MOVE SPACES TO CARD-REGISTER-RECORD
           MOVE DEC-KEY(DEC-KEY-IX) TO CARD-NUMBER

           MOVE CARD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCARD")
                   INTO(CARD-REGISTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CARD-NUMBER)
                   KEYLENGTH(16)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND (CARD-ACTIVE OR CARD-PENDING)

            SET CARD-HOT TO TRUE

            MOVE CARD-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCARD")
                    FROM(CARD-REGISTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             ADD 1 TO CA-DEC-CARDS

            END-IF

           END-IF

           IF EIBRESP NOT = 0

            MOVE EIBRESP TO DEC-FAIL-RESP
            MOVE 1 TO DEC-FAIL-SW

           END-IF

           .
         DECEASED-HOT-CARDS-EXIT.
           EXIT.
      *****************************************************************
         ESTSETL-RECORD SECTION.

      * the estate of deceased customer CA-DEC-CUST-NO is paid out
      * to the executor's account in TRANSFER-TO-ACCOUNT. Every
      * sole account not yet closed goes through CLOSEACC-RECORD
      * itself - closure interest, the residual transfer and the
      * closure audit entries exactly as at the counter - with
      * ESTATE-SETTLING letting it past the freeze the death put
      * on. The first account that cannot close stops the
      * settlement, is named in CA-DEC-FAIL-ACCOUNT, and the
      * rollback unwinds every closure already made. Joint
      * accounts belong to the survivors and are not touched.

           MOVE 0 TO CA-DEC-SETTLED
           MOVE 0 TO CA-DEC-PAID
           MOVE SPACES TO CA-DEC-FAIL-ACCOUNT

           IF CA-DEC-CUST-NO = SPACES OR CA-DEC-CUST-NO = LOW-VALUES

            MOVE DFHRESP(NOTFND) TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ESTSETL-RECORD-EXIT

           END-IF

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-DEC-CUST-NO)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO ESTSETL-RECORD-EXIT

           END-IF

           IF NOT CUST-DECEASED

            MOVE 1003 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ESTSETL-RECORD-EXIT

           END-IF

           MOVE CA-DEC-CUST-NO TO DEC-CUST-NO

           PERFORM DECEASED-GATHER

      * the executor's account must be able to take the money, and
      * cannot be one of the estate's own

           IF TRANSFER-TO-ACCOUNT = SPACES
              OR TRANSFER-TO-ACCOUNT = LOW-VALUES

            MOVE 1005 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ESTSETL-RECORD-EXIT

           END-IF

           MOVE TRANSFER-TO-ACCOUNT TO DEC-NEW-ACCT

           PERFORM DECEASED-FIND-ACCOUNT

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(TRANSFER-TO-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF DEC-ON-LIST
              OR EIBRESP NOT = 0
              OR SIBLING-ACCOUNT-STATUSO = 'C'
              OR SIBLING-ACCOUNT-STATUSO = 'F'

            MOVE 1005 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ESTSETL-RECORD-EXIT

           END-IF

           MOVE 0 TO DEC-FAIL-SW
           MOVE 1 TO ESTATE-SETTLING-SW

           PERFORM ESTSETL-ONE-ACCOUNT
                   VARYING DEC-IX FROM 1 BY 1
                   UNTIL DEC-IX > DEC-COUNT OR DEC-FAILED

           MOVE 0 TO ESTATE-SETTLING-SW

           IF DEC-FAILED

            MOVE DEC-FAIL-RESP TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ESTSETL-RECORD-EXIT

           END-IF

      * the master is stamped with the settlement and the executor,
      * and the settlement is one 'M' entry of its own

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-DEC-CUST-NO)
                   KEYLENGTH(6)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO ESTSETL-RECORD-EXIT

           END-IF

           PERFORM DECEASED-AUDIT-IMAGE

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE DEC-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE(1:92)

           MOVE BUSINESS-TODAY TO CUST-ESTATE-SETTLED-DATE
           MOVE TRANSFER-TO-ACCOUNT TO CUST-EXECUTOR-ACCOUNT

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCUST")
                   FROM(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            PERFORM DECEASED-AUDIT-IMAGE

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE TRANSFER-TO-ACCOUNT TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE DEC-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE(1:92)
            MOVE 'ESTATE SETTLED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           GO TO ESTSETL-RECORD-EXIT

           .
      *****************************************************************
         ESTSETL-ONE-ACCOUNT.

      * CLOSEACC-RECORD leaves what the executor's account was
      * credited in TRANSFER-CREDIT-AMOUNT - in its own currency -
      * and leaves it alone for an account already at zero

           IF DEC-SOLE(DEC-IX)

            MOVE CUST-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBASE")
                    INTO(SIBLING-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(DEC-ACCT(DEC-IX))
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND SIBLING-ACCOUNT-STATUSO NOT = 'C'

             MOVE DEC-ACCT(DEC-IX) TO ACCOUNTO
             MOVE 0 TO TRANSFER-AMOUNT
             MOVE 0 TO TRANSFER-CREDIT-AMOUNT

             PERFORM CLOSEACC-RECORD

             IF EIBRESP = 0

              ADD 1 TO CA-DEC-SETTLED
              ADD TRANSFER-CREDIT-AMOUNT TO CA-DEC-PAID

             ELSE

              MOVE EIBRESP TO DEC-FAIL-RESP
              MOVE 1 TO DEC-FAIL-SW
              MOVE DEC-ACCT(DEC-IX) TO CA-DEC-FAIL-ACCOUNT

             END-IF

            END-IF

           END-IF

           .
         ESTSETL-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CHECK-MINOR-CUSTOMER SECTION.

      * whether customer MINOR-CHECK-CUST is a minor - born after
      * the business date less the age of majority on the TECHPARM
      * 'AGEPARM' record (18 when the record or its age is missing),
      * so the birthday itself counts as come of age. A customer
      * with no date of birth on file is not treated as a minor.
      * Sets MINOR-SW and leaves EIBRESP 0.

           MOVE 0 TO MINOR-SW
           MOVE 18 TO MAJORITY-AGE

           MOVE AGP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(AGE-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(AGP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND AGP-MAJORITY-AGE NUMERIC
              AND AGP-MAJORITY-AGE NOT = 0

            MOVE AGP-MAJORITY-AGE TO MAJORITY-AGE

           END-IF

           MOVE BUSINESS-TODAY TO MINOR-CUTOFF
           SUBTRACT MAJORITY-AGE FROM MINOR-CUTOFF-YYYY

           IF MINOR-CHECK-CUST NOT = SPACES
              AND MINOR-CHECK-CUST NOT = LOW-VALUES

            MOVE SPACES TO CUST-KYC-DATA
            MOVE SPACES TO CUST-ESTATE-DATA
            MOVE SPACES TO CUST-PERSONAL-DATA
            MOVE SPACES TO CUST-MAIL-DATA

            MOVE CUST-REC-LEN-M TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCUST")
                    INTO(CUSTOMER-MASTER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(MINOR-CHECK-CUST)
                    KEYLENGTH(6)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0
               AND CUST-BIRTH-DATE NUMERIC
               AND CUST-BIRTH-DATE > MINOR-CUTOFF

             MOVE 1 TO MINOR-SW

            END-IF

           END-IF

           MOVE 0 TO EIBRESP

           .
         CHECK-MINOR-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
         CHECK-BIRTH-DATE SECTION.

      * the date of birth in CA-BIRTH-DATE must be a real calendar
      * date - the CALMAINT-ADD rules - and cannot lie after the
      * business date. Leaves EIBRESP 0 or 1008.

           MOVE 0 TO EIBRESP

           IF CA-BIRTH-DATE NOT NUMERIC
              OR CA-BIRTH-DATE > BUSINESS-TODAY

            MOVE 1008 TO EIBRESP

            GO TO CHECK-BIRTH-DATE-EXIT

           END-IF

           MOVE CA-BIRTH-DATE TO BUS-DATE-PARTS

           IF BUS-MM < 1 OR BUS-MM > 12 OR BUS-DD < 1

            MOVE 1008 TO EIBRESP

            GO TO CHECK-BIRTH-DATE-EXIT

           END-IF

           MOVE BUS-MONTH-DAY-COUNT(BUS-MM) TO BUS-WORK-DAYS

           IF BUS-MM = 2

            DIVIDE BUS-YYYY BY 4
                   GIVING BUS-LEAP-QUOT
                   REMAINDER BUS-LEAP-REM

            IF BUS-LEAP-REM = 0

             MOVE 29 TO BUS-WORK-DAYS

            END-IF

           END-IF

           IF BUS-DD > BUS-WORK-DAYS

            MOVE 1008 TO EIBRESP

           END-IF

           .
         CHECK-BIRTH-DATE-EXIT.
           EXIT.
      *****************************************************************
         RECORD-BIRTH-DATE SECTION.

      * a customer on file from before dates of birth were kept has
      * CA-BIRTH-DATE recorded on their master when they next open
      * an account. Leaves EIBRESP as the master's rewrite left it.

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CUSTOMER-NOO)
                   KEYLENGTH(6)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO RECORD-BIRTH-DATE-EXIT

           END-IF

           MOVE CA-BIRTH-DATE TO CUST-BIRTH-DATE

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCUST")
                   FROM(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           .
         RECORD-BIRTH-DATE-EXIT.
           EXIT.
      *****************************************************************
         CHECK-VALUE-DATE SECTION.

      * a DEBIT, CREDIT or TRANSFER carrying a value date in
      * CA-VALUE-DATE other than the business date is back-valued.
      * That needs a supervisor (see CHECK-DESTRUCTIVE-AUTH), a real
      * date before the business date, no further back than the
      * TECHPARM 'BVALPARM' window allows, and not before the date
      * INTPOST last capitalized interest on (TECHCTL 'INTCAP') - the
      * interest the nightly ACCRUE recomputes must still be sitting
      * in the TECHACCR bucket. Sets BACK-VALUE-SW and leaves EIBRESP
      * 0, or the authorization code, 1009, 1010 or 1011.

           MOVE 0 TO BACK-VALUE-SW
           MOVE 0 TO EIBRESP

           IF CA-VALUE-DATE = LOW-VALUES

            MOVE SPACES TO CA-VALUE-DATE

           END-IF

           IF CA-VALUE-DATE = SPACES OR CA-VALUE-DATE = BUSINESS-TODAY

            GO TO CHECK-VALUE-DATE-EXIT

           END-IF

           MOVE 0 TO PERM-STATE
           MOVE 'V' TO PERM-FUNC

           PERFORM CHECK-DESTRUCTIVE-AUTH

           IF EIBRESP NOT = 0

            GO TO CHECK-VALUE-DATE-EXIT

           END-IF

           IF CA-VALUE-DATE NOT NUMERIC
              OR CA-VALUE-DATE > BUSINESS-TODAY

            MOVE 1009 TO EIBRESP

            GO TO CHECK-VALUE-DATE-EXIT

           END-IF

           MOVE CA-VALUE-DATE TO BUS-DATE-PARTS

           IF BUS-MM < 1 OR BUS-MM > 12 OR BUS-DD < 1

            MOVE 1009 TO EIBRESP

            GO TO CHECK-VALUE-DATE-EXIT

           END-IF

           MOVE BUS-MONTH-DAY-COUNT(BUS-MM) TO BUS-WORK-DAYS

           IF BUS-MM = 2

            DIVIDE BUS-YYYY BY 4
                   GIVING BUS-LEAP-QUOT
                   REMAINDER BUS-LEAP-REM

            IF BUS-LEAP-REM = 0

             MOVE 29 TO BUS-WORK-DAYS

            END-IF

           END-IF

           IF BUS-DD > BUS-WORK-DAYS

            MOVE 1009 TO EIBRESP

            GO TO CHECK-VALUE-DATE-EXIT

           END-IF

      * the window - the business date less BVP-MAX-DAYS calendar
      * days is the earliest value date allowed

           MOVE 0 TO BVAL-MAX-DAYS

           MOVE BVP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(BVAL-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BVP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND BVP-MAX-DAYS NUMERIC

            MOVE BVP-MAX-DAYS TO BVAL-MAX-DAYS

           END-IF

           MOVE BUSINESS-TODAY TO BUS-DATE-PARTS

           PERFORM KYC-BACK-ONE-DAY BVAL-MAX-DAYS TIMES

           MOVE BUS-DATE-PARTS TO BVAL-WINDOW-START

           IF CA-VALUE-DATE < BVAL-WINDOW-START

            MOVE 1010 TO EIBRESP

            GO TO CHECK-VALUE-DATE-EXIT

           END-IF

      * and never into a month INTPOST has already capitalized

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-INTCAP-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND CTL-CHAR-VALUE NUMERIC
              AND CA-VALUE-DATE < CTL-CHAR-VALUE

            MOVE 1011 TO EIBRESP

            GO TO CHECK-VALUE-DATE-EXIT

           END-IF

           MOVE 1 TO BACK-VALUE-SW
           MOVE 0 TO EIBRESP

           .
         CHECK-VALUE-DATE-EXIT.
           EXIT.
      *****************************************************************
         MARK-BACK-VALUE-NARRATIVE SECTION.

      * called with AUDIT-NARRATIVE already set - a back-valued
      * posting's audit entry keeps the first 18 bytes of the
      * narrative and carries 'VAL ' and the value date in the rest;
      * AUDIT-DATE stays the posting date. No-op when on time.

           IF POSTING-BACK-VALUED

            MOVE 'VAL ' TO AUDIT-BV-TAG
            MOVE CA-VALUE-DATE TO AUDIT-BV-VALUE-DATE

           END-IF

           .
         MARK-BACK-VALUE-NARRATIVE-EXIT.
           EXIT.
      *****************************************************************
         WRITE-BACK-VALUE-ENTRY SECTION.

      * called straight after WRITE-AUDIT-RECORD for each account leg
      * of a back-valued posting, with BV-AMOUNT set to the signed
      * movement (credit positive) and BV-BALANCE-BEFORE to the
      * balance the leg found - registers it on TECHBVAL under the
      * audit entry's own sequence number for the nightly ACCRUE run.
      * No-op when on time. Leaves EIBRESP as the WRITE left it.

           IF NOT POSTING-BACK-VALUED

            GO TO WRITE-BACK-VALUE-ENTRY-EXIT

           END-IF

           MOVE AUDIT-ACCOUNT TO BV-ACCOUNT
           MOVE AUDIT-SEQNO TO BV-SEQNO
           MOVE CA-VALUE-DATE TO BV-VALUE-DATE
           MOVE BUSINESS-TODAY TO BV-POST-DATE
           MOVE 'P' TO BV-STATUS
           MOVE SPACES TO BV-ADJ-DATE
           MOVE 0 TO BV-ADJ-AMOUNT
           MOVE 0 TO BV-DAYS

           MOVE BV-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHBVAL")
                   FROM(BACK-VALUE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BV-KEY)
                   KEYLENGTH(12)
                   NOHANDLE
                   END-EXEC

           .
         WRITE-BACK-VALUE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
         REACTIVATE-RECORD SECTION.

      * bring dormant account ACCOUNTO back into use. Two people: the
      * requesting userid (the session's) and a second, approving
      * userid CA-REACT-SUPV-ID, signing on with its own password in
      * CA-REACT-SUPV-PWD, who must not be the session's userid (925)
      * and whose TECHROLE role must grant REACTIVATE (state 57 -
      * CHECK-SECOND-SUPERVISOR through AUTHORISE-USERID). The ID the
      * customer produced (CA-REACT-EVIDENCE) is required (1013) and
      * becomes the audit narrative. The account goes back to 'O' with
      * today as its last activity, so the nightly DORMANT run does
      * not flag it again straight away, and the reactivation is
      * registered on TECHREACT for the monthly REACTRPT report.

           MOVE ACCOUNTO TO CHKDIG-CANDIDATE

           PERFORM VALIDATE-ACCOUNT-DIGIT

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO REACTIVATE-RECORD-EXIT

           END-IF

           IF CA-REACT-EVIDENCE = SPACES
              OR CA-REACT-EVIDENCE = LOW-VALUES

            MOVE 1013 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO REACTIVATE-RECORD-EXIT

           END-IF

           PERFORM CHECK-SECOND-SUPERVISOR

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO REACTIVATE-RECORD-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO REACTIVATE-RECORD-EXIT

           END-IF

           IF NOT ACCOUNT-DORMANTO

            EXEC CICS UNLOCK
                    FILE("TECHBASE")
                    NOHANDLE
                    END-EXEC

            MOVE 1014 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO REACTIVATE-RECORD-EXIT

           END-IF

           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE LAST-ACTIVITY-DATEO TO REA-LAST-ACTIVITY

           MOVE 'O' TO ACCOUNT-STATUSO

           PERFORM STAMP-LAST-ACTIVITY

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SERVER-CUSTOMER-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO REACTIVATE-RECORD-EXIT

           END-IF

           SET AUDIT-OP-UPDATE TO TRUE
           MOVE ACCOUNTO TO AUDIT-ACCOUNT
           MOVE SERVER-CUSTOMER-RECORD TO AUDIT-AFTER-IMAGE
           MOVE CA-REACT-EVIDENCE TO AUDIT-NARRATIVE
           PERFORM WRITE-AUDIT-RECORD

           MOVE AUDIT-SEQNO TO REA-SEQNO
           MOVE BUSINESS-TODAY TO REA-DATE
           MOVE ACCOUNTO TO REA-ACCOUNT
           MOVE BRANCH-CODEO TO REA-BRANCH
           MOVE LOGIN-USERID TO REA-REQUESTED-BY
           MOVE CA-REACT-SUPV-ID TO REA-APPROVED-BY
           MOVE CA-REACT-EVIDENCE TO REA-EVIDENCE
           MOVE BALANCEO TO REA-BALANCE

           MOVE REA-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHREACT")
                   FROM(REACTIVATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(REA-SEQNO)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

      * no register entry, no reactivation - the response is left in
      * EIBRESP so MAINLINE backs out the status change and its audit

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO REACTIVATE-RECORD-EXIT

           END-IF

      * the customer hears that their quiet account has come back to
      * life - the fraud this guards against is an insider's

           MOVE 0 TO EVENT-AMOUNT
           MOVE 'RA' TO EV-CODE
           MOVE 'DORMANT ACCOUNT REACTIVATED' TO EV-TEXT
           PERFORM WRITE-EVENT-RECORD

           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO CA-TXNREF

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         REACTIVATE-RECORD-EXIT.
           EXIT.
      *****************************************************************
         CHECK-SECOND-SUPERVISOR SECTION.

      * the approving userid in CA-REACT-SUPV-ID must be someone other
      * than the session's own userid (925), sign on with its own
      * password (905), not be locked or disabled (918), and hold a
      * role granting REACTIVATE (907 - see AUTHORISE-USERID).
      * Leaves EIBRESP 0 or the code.

           IF CA-REACT-SUPV-ID = SPACES
              OR CA-REACT-SUPV-ID = LOW-VALUES

            MOVE 905 TO EIBRESP

            GO TO CHECK-SECOND-SUPERVISOR-EXIT

           END-IF

           IF CA-REACT-SUPV-ID = LOGIN-USERID

            MOVE 925 TO EIBRESP

            GO TO CHECK-SECOND-SUPERVISOR-EXIT

           END-IF

           MOVE CA-REACT-SUPV-ID TO PERM-USERID
           MOVE CA-REACT-SUPV-PWD TO PERM-PASSWORD
           MOVE SERVER-STATE-REACTIVATE TO PERM-STATE
           MOVE '*' TO PERM-FUNC

           PERFORM AUTHORISE-USERID

           .
         CHECK-SECOND-SUPERVISOR-EXIT.
           EXIT.
      *****************************************************************
         RETMAIL-RECORD SECTION.

      * the returned-mail flag on customer CA-RM-CUST-NO - 'R' sets
      * it with the date the post came back and who recorded it,
      * 'C' clears it (a supervisor's decision that the address is
      * good after all). One 'M' audit entry either way, carrying
      * the customer's name and mail flag before and after.

           IF NOT CA-RM-RECORD AND NOT CA-RM-CLEAR

            MOVE 1015 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RETMAIL-RECORD-EXIT

           END-IF

           IF CA-RM-DATE = SPACES OR CA-RM-DATE = LOW-VALUES

            MOVE BUSINESS-TODAY TO CA-RM-DATE

           END-IF

           IF CA-RM-DATE NOT NUMERIC OR CA-RM-DATE > BUSINESS-TODAY

            MOVE 1015 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RETMAIL-RECORD-EXIT

           END-IF

           IF CA-RM-CUST-NO = SPACES OR CA-RM-CUST-NO = LOW-VALUES

            MOVE DFHRESP(NOTFND) TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RETMAIL-RECORD-EXIT

           END-IF

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-RM-CUST-NO)
                   KEYLENGTH(6)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO RETMAIL-RECORD-EXIT

           END-IF

           IF (CA-RM-RECORD AND CUST-MAIL-RETURNED)
              OR (CA-RM-CLEAR AND NOT CUST-MAIL-RETURNED)

            EXEC CICS UNLOCK
                    FILE("TECHCUST")
                    NOHANDLE
                    END-EXEC

            IF CA-RM-RECORD

             MOVE 1016 TO EIBRESP

            ELSE

             MOVE 1017 TO EIBRESP

            END-IF

            PERFORM EVALUATE-RESP

            GO TO RETMAIL-RECORD-EXIT

           END-IF

           MOVE CUST-NO TO RMA-CUST-NO
           MOVE CUST-SURNAME TO RMA-SURNAME
           MOVE CUST-FIRST-NAME TO RMA-FIRST-NAME
           MOVE CUST-MAIL-DATA TO RMA-MAIL-DATA
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE RETMAIL-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE(1:48)

           IF CA-RM-RECORD

            SET CUST-MAIL-RETURNED TO TRUE
            MOVE CA-RM-DATE TO CUST-MAIL-RETURNED-DATE
            MOVE LOGIN-USERID TO CUST-MAIL-RETURNED-BY
            MOVE 'RETURNED MAIL RECORDED' TO AUDIT-NARRATIVE

           ELSE

            MOVE SPACES TO CUST-MAIL-DATA
            MOVE 'RETURNED MAIL CLEARED' TO AUDIT-NARRATIVE

           END-IF

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHCUST")
                   FROM(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO RETMAIL-RECORD-EXIT

           END-IF

           MOVE CUST-MAIL-DATA TO RMA-MAIL-DATA

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE RETMAIL-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE(1:48)
           PERFORM WRITE-AUDIT-RECORD

           MOVE AUDIT-SEQNO TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO CA-TXNREF

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         RETMAIL-RECORD-EXIT.
           EXIT.
      *****************************************************************
         BOXMAINT-RECORD SECTION.

      * the TECHBOX safe-deposit box register - which boxes each
      * branch has, which are let and to whom, and what each renter
      * owes. BOXBILL debits the rent on each anniversary; this only
      * keeps the register.

           EVALUATE CA-BOX-FUNC

            WHEN 'A'

             PERFORM BOXMAINT-ADD

            WHEN 'R'

             PERFORM BOXMAINT-RENT

            WHEN 'V'

             PERFORM BOXMAINT-VACATE

            WHEN 'Q'

             PERFORM BOXMAINT-QUERY

            WHEN 'L'

             PERFORM BOXMAINT-LIST

            WHEN OTHER

             MOVE 950 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO BOXMAINT-RECORD-EXIT

           .
         BOXMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         BOXMAINT-ADD SECTION.

      * a box goes on the register at a real, open branch with its
      * size and annual rent - a supervisor's job, like the other
      * reference data. Keying a box already on file re-prices it:
      * a let box keeps its size (the renter's goods are in it) and
      * its new rent is what BOXBILL takes at the next anniversary.

           IF CA-BOX-RENT NOT NUMERIC

            MOVE 0 TO CA-BOX-RENT

           END-IF

           IF CA-BOX-NUMBER = SPACES OR CA-BOX-NUMBER = LOW-VALUES
              OR (CA-BOX-SIZE NOT = 'S' AND CA-BOX-SIZE NOT = 'M'
                  AND CA-BOX-SIZE NOT = 'L')
              OR CA-BOX-RENT NOT > 0

            MOVE 1023 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-ADD-EXIT

           END-IF

           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-BOX-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR BRM-CLOSED

            MOVE 914 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-ADD-EXIT

           END-IF

           MOVE CA-BOX-BRANCH TO BOX-BRANCH
           MOVE CA-BOX-NUMBER TO BOX-NUMBER

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBOX")
                   INTO(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 AND EIBRESP NOT = DFHRESP(NOTFND)

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-ADD-EXIT

           END-IF

           MOVE EIBRESP TO SAVED-EIBRESP

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE

           IF SAVED-EIBRESP = 0

            MOVE SAFE-BOX-RECORD TO AUDIT-BEFORE-IMAGE(1:103)

            IF BOX-VACANT

             MOVE CA-BOX-SIZE TO BOX-SIZE

            END-IF

            MOVE CA-BOX-RENT TO BOX-ANNUAL-RENT
            MOVE 'SAFE BOX RE-PRICED' TO AUDIT-NARRATIVE

           ELSE

            MOVE CA-BOX-BRANCH TO BOX-BRANCH
            MOVE CA-BOX-NUMBER TO BOX-NUMBER
            MOVE SPACES TO BOX-CUST-NO
            MOVE CA-BOX-SIZE TO BOX-SIZE
            SET BOX-VACANT TO TRUE
            MOVE SPACES TO BOX-ACCOUNT
            MOVE CA-BOX-RENT TO BOX-ANNUAL-RENT
            MOVE SPACES TO BOX-START-DATE
            MOVE SPACES TO BOX-NEXT-DUE
            MOVE SPACES TO BOX-LAST-PAID
            MOVE 0 TO BOX-ARREARS
            MOVE SPACES TO BOX-ARREARS-SINCE
            MOVE SPACES TO BOX-LAST-REMINDER
            MOVE SPACES TO BOX-LET-BY
            MOVE SPACES TO BOX-END-DATE
            MOVE 'SAFE BOX ADDED' TO AUDIT-NARRATIVE

           END-IF

           MOVE BOX-REC-LEN TO LENGTH-VAR

           IF SAVED-EIBRESP = 0

            EXEC CICS REWRITE
                    FILE("TECHBOX")
                    FROM(SAFE-BOX-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS WRITE
                    FILE("TECHBOX")
                    FROM(SAFE-BOX-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BOX-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE BOX-ACCOUNT TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE SAFE-BOX-RECORD TO AUDIT-AFTER-IMAGE(1:103)
            PERFORM WRITE-AUDIT-RECORD

            PERFORM BOXMAINT-RETURN-BOX

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         BOXMAINT-ADD-EXIT.
           EXIT.
      *****************************************************************
         BOXMAINT-RENT SECTION.

      * a vacant box is let to a customer on the master, with the
      * rent to come from an open account they own or co-own. The
      * first year is due on the day of letting, so the next BOXBILL
      * run takes it and sets the anniversary a year on.

           IF CA-BOX-CUST-NO = SPACES OR CA-BOX-CUST-NO = LOW-VALUES

            MOVE DFHRESP(NOTFND) TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-RENT-EXIT

           END-IF

           IF CA-BOX-ACCOUNT = SPACES OR CA-BOX-ACCOUNT = LOW-VALUES

            MOVE 1024 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-RENT-EXIT

           END-IF

           MOVE CA-BOX-BRANCH TO BOX-BRANCH
           MOVE CA-BOX-NUMBER TO BOX-NUMBER

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBOX")
                   INTO(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1018 TO EIBRESP

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-RENT-EXIT

           END-IF

           IF BOX-LET

            MOVE 1019 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-RENT-EXIT

           END-IF

           MOVE SPACES TO CUST-KYC-DATA
           MOVE SPACES TO CUST-ESTATE-DATA
           MOVE SPACES TO CUST-PERSONAL-DATA
           MOVE SPACES TO CUST-MAIL-DATA

           MOVE CUST-REC-LEN-M TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCUST")
                   INTO(CUSTOMER-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-BOX-CUST-NO)
                   KEYLENGTH(6)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-RENT-EXIT

           END-IF

           IF CUST-DECEASED

            MOVE 1002 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-RENT-EXIT

           END-IF

      * the rent account must be able to take a debit when BOXBILL
      * comes round

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SERVER-CUSTOMER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-BOX-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-RENT-EXIT

           END-IF

           EVALUATE TRUE

            WHEN ACCOUNT-CLOSEDO

             MOVE 901 TO EIBRESP

            WHEN ACCOUNT-FROZENO

             MOVE 902 TO EIBRESP

            WHEN ACCOUNT-DORMANTO

             MOVE 1012 TO EIBRESP

            WHEN OTHER

             CONTINUE

           END-EVALUATE

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-RENT-EXIT

           END-IF

      * the renter's own account, or a joint one they are linked to

           IF CUSTOMER-NOO NOT = CA-BOX-CUST-NO

            MOVE CA-BOX-ACCOUNT TO JNT-ACCOUNT
            MOVE CA-BOX-CUST-NO TO JNT-CUST-NO

            MOVE JNT-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHJNT")
                    INTO(JOINT-LINK-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(JNT-KEY)
                    KEYLENGTH(11)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1024 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO BOXMAINT-RENT-EXIT

            END-IF

           END-IF

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE SAFE-BOX-RECORD TO AUDIT-BEFORE-IMAGE(1:103)

           MOVE CA-BOX-CUST-NO TO BOX-CUST-NO
           SET BOX-LET TO TRUE
           MOVE CA-BOX-ACCOUNT TO BOX-ACCOUNT
           MOVE BUSINESS-TODAY TO BOX-START-DATE
           MOVE BUSINESS-TODAY TO BOX-NEXT-DUE
           MOVE SPACES TO BOX-LAST-PAID
           MOVE 0 TO BOX-ARREARS
           MOVE SPACES TO BOX-ARREARS-SINCE
           MOVE SPACES TO BOX-LAST-REMINDER
           MOVE LOGIN-USERID TO BOX-LET-BY
           MOVE SPACES TO BOX-END-DATE

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBOX")
                   FROM(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE BOX-ACCOUNT TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE SAFE-BOX-RECORD TO AUDIT-AFTER-IMAGE(1:103)
            MOVE 'SAFE BOX LET' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            PERFORM BOXMAINT-RETURN-BOX

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         BOXMAINT-RENT-EXIT.
           EXIT.
      *****************************************************************
         BOXMAINT-VACATE SECTION.

      * the renter gives the box up - only once any unpaid rent is
      * settled. Rent is paid a year in advance and is not refunded.
      * The box goes back to vacant; who had it stays on the audit
      * trail.

           MOVE CA-BOX-BRANCH TO BOX-BRANCH
           MOVE CA-BOX-NUMBER TO BOX-NUMBER

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBOX")
                   INTO(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1018 TO EIBRESP

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-VACATE-EXIT

           END-IF

           IF NOT BOX-LET

            MOVE 1020 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-VACATE-EXIT

           END-IF

           IF BOX-ARREARS > 0

            PERFORM BOXMAINT-RETURN-BOX

            MOVE 1021 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO BOXMAINT-VACATE-EXIT

           END-IF

           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE SAFE-BOX-RECORD TO AUDIT-BEFORE-IMAGE(1:103)
           MOVE BOX-ACCOUNT TO AUDIT-ACCOUNT

           SET BOX-VACANT TO TRUE
           MOVE SPACES TO BOX-CUST-NO
           MOVE SPACES TO BOX-ACCOUNT
           MOVE SPACES TO BOX-NEXT-DUE
           MOVE SPACES TO BOX-ARREARS-SINCE
           MOVE SPACES TO BOX-LAST-REMINDER
           MOVE BUSINESS-TODAY TO BOX-END-DATE

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHBOX")
                   FROM(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE SAFE-BOX-RECORD TO AUDIT-AFTER-IMAGE(1:103)
            MOVE 'SAFE BOX VACATED' TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD

            PERFORM BOXMAINT-RETURN-BOX

            MOVE 0 TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         BOXMAINT-VACATE-EXIT.
           EXIT.
      *****************************************************************
         BOXMAINT-QUERY SECTION.

      * one box as the register holds it - who rents it, the rent,
      * the next anniversary and anything unpaid

           MOVE CA-BOX-BRANCH TO BOX-BRANCH
           MOVE CA-BOX-NUMBER TO BOX-NUMBER

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBOX")
                   INTO(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1018 TO EIBRESP

           END-IF

           IF EIBRESP = 0

            PERFORM BOXMAINT-RETURN-BOX

           END-IF

           PERFORM EVALUATE-RESP

           .
         BOXMAINT-QUERY-EXIT.
           EXIT.
      *****************************************************************
         BOXMAINT-RETURN-BOX SECTION.

      * the box in SAFE-BOX-RECORD back to the caller

           MOVE BOX-SIZE TO CA-BOX-SIZE
           MOVE BOX-STATUS TO CA-BOX-STATUS
           MOVE BOX-ANNUAL-RENT TO CA-BOX-RENT
           MOVE BOX-CUST-NO TO CA-BOX-CUST-NO
           MOVE BOX-ACCOUNT TO CA-BOX-ACCOUNT
           MOVE BOX-START-DATE TO CA-BOX-START
           MOVE BOX-NEXT-DUE TO CA-BOX-NEXT-DUE
           MOVE BOX-ARREARS TO CA-BOX-ARREARS

           .
         BOXMAINT-RETURN-BOX-EXIT.
           EXIT.
      *****************************************************************
         BOXMAINT-LIST SECTION.

      * up to 5 of CA-BOX-BRANCH's boxes from CA-BOX-NUMBER onward,
      * let and vacant alike - call again with the last box listed
      * to page on

           MOVE 0 TO CA-BOX-COUNT
           MOVE 0 TO BOX-SCAN-DONE-SW

           MOVE CA-BOX-BRANCH TO BOX-BROWSE-BRANCH
           MOVE CA-BOX-NUMBER TO BOX-BROWSE-NUMBER

           EXEC CICS STARTBR
                   FILE("TECHBOX")
                   RIDFLD(BOX-BROWSE-KEY)
                   KEYLENGTH(8)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO BOX-SCAN-DONE-SW

           END-IF

           PERFORM BOXMAINT-NEXT-ENTRY
                   UNTIL BOX-SCAN-DONE OR CA-BOX-COUNT = 5

           EXEC CICS ENDBR
                   FILE("TECHBOX")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO BOXMAINT-LIST-EXIT

           .
      *****************************************************************
         BOXMAINT-NEXT-ENTRY.

           MOVE BOX-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHBOX")
                   INTO(SAFE-BOX-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(BOX-BROWSE-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR BOX-BRANCH NOT = CA-BOX-BRANCH

            MOVE 1 TO BOX-SCAN-DONE-SW

           ELSE

            ADD 1 TO CA-BOX-COUNT
            MOVE BOX-NUMBER TO CA-BOX-E-NUMBER(CA-BOX-COUNT)
            MOVE BOX-SIZE TO CA-BOX-E-SIZE(CA-BOX-COUNT)
            MOVE BOX-STATUS TO CA-BOX-E-STATUS(CA-BOX-COUNT)
            MOVE BOX-CUST-NO TO CA-BOX-E-CUST-NO(CA-BOX-COUNT)
            MOVE BOX-ANNUAL-RENT TO CA-BOX-E-RENT(CA-BOX-COUNT)
            MOVE BOX-NEXT-DUE TO CA-BOX-E-NEXT-DUE(CA-BOX-COUNT)
            MOVE BOX-ARREARS TO CA-BOX-E-ARREARS(CA-BOX-COUNT)

           END-IF

           .
         BOXMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         DRAFT-RECORD SECTION.

      * bank drafts - the TECHDRFT register of every draft the bank
      * has written, and the drafts-outstanding internal account on
      * the TECHPARM 'DRAFTS' record that carries the money until
      * each one is presented. DRAFTREC proves the one against the
      * other nightly.

           EVALUATE CA-DFT-FUNC

            WHEN 'I'

             PERFORM DRAFT-ISSUE

            WHEN 'E'

             PERFORM DRAFT-ENCASH

            WHEN 'Q'

             PERFORM DRAFT-QUERY

            WHEN OTHER

             MOVE 950 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO DRAFT-RECORD-EXIT

           .
         DRAFT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         DRAFT-ISSUE SECTION.

      * the customer leg is an ordinary DEBIT-RECORD (so every debit
      * rule applies) and its audit sequence number is the draft
      * number; the fee, when the 'DRAFTS' record sets one, is a
      * second debit of its own. The drafts account takes the draft
      * amount and the fee account the fee, and the draft goes on
      * TECHDRFT outstanding - all one unit of work, so a refusal
      * anywhere leaves nothing behind.

           IF CA-DFT-PAYEE = SPACES OR CA-DFT-PAYEE = LOW-VALUES
              OR BALANCEO NOT NUMERIC
              OR BALANCEO NOT > 0

            MOVE 1026 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ISSUE-EXIT

           END-IF

      * no drafts account named means nowhere for the money to wait
      * - refuse before the customer is touched; likewise a fee
      * with no fee account to take it

           PERFORM DRAFT-LOAD-PARM

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ISSUE-EXIT

           END-IF

           IF DFP-FEE > 0

            MOVE SPACES TO INTERNAL-ACCTS-RECORD

            MOVE IAP-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(INTERNAL-ACCTS-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(IAP-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0
               OR IAP-FEE-ACCT = SPACES
               OR IAP-FEE-ACCT = LOW-VALUES

             MOVE 1025 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO DRAFT-ISSUE-EXIT

            END-IF

           END-IF

      * a draft is drawn in the local currency on the drafts account
      * - a foreign-currency account cannot buy one (see
      * CHECK-LOCAL-CURRENCY)

           MOVE ACCOUNTO TO FX-CHECK-ACCOUNT

           PERFORM CHECK-LOCAL-CURRENCY

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ISSUE-EXIT

           END-IF

           MOVE BALANCEO TO DFT-ISSUE-AMOUNT

           MOVE SPACES TO CA-NARRATIVE

           STRING 'BANK DRAFT ' DELIMITED BY SIZE
                  CA-DFT-PAYEE DELIMITED BY SIZE
                  INTO CA-NARRATIVE

           PERFORM DEBIT-RECORD

           IF EIBRESP NOT = 0

            GO TO DRAFT-ISSUE-EXIT

           END-IF

           MOVE SPACES TO BANK-DRAFT-RECORD

           MOVE TXNREF-SEQNO TO DFT-NUMBER
           MOVE ACCOUNTO TO DFT-ACCOUNT
           MOVE BRANCH-CODEO TO DFT-BRANCH
           MOVE CA-DFT-PAYEE TO DFT-PAYEE
           MOVE DFT-ISSUE-AMOUNT TO DFT-AMOUNT
           MOVE DFP-FEE TO DFT-FEE
           SET DFT-OUTSTANDING TO TRUE
           MOVE BUSINESS-TODAY TO DFT-ISSUE-DATE
           MOVE LOGIN-USERID TO DFT-ISSUED-BY

           MOVE DFT-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHDRFT")
                   FROM(BANK-DRAFT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DFT-NUMBER)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ISSUE-EXIT

           END-IF

      * the fee's narrative must not start 'BANK DRAFT' - REVERSAL
      * refunds a fee through the fee account but never a draft

           IF DFT-FEE > 0

            MOVE DFT-FEE TO BALANCEO

            MOVE SPACES TO CA-NARRATIVE

            STRING 'DRAFT FEE ' DELIMITED BY SIZE
                   DFT-NUMBER DELIMITED BY SIZE
                   INTO CA-NARRATIVE

            PERFORM DEBIT-RECORD

            IF EIBRESP NOT = 0

             GO TO DRAFT-ISSUE-EXIT

            END-IF

            MOVE IAP-FEE-ACCT TO DFT-LEG-ACCT
            MOVE DFT-FEE TO DFT-LEG-AMOUNT
            MOVE SPACES TO DFT-LEG-NARRATIVE

            STRING 'FEES - DRAFT ' DFT-NUMBER
                   DELIMITED BY SIZE
                   INTO DFT-LEG-NARRATIVE

            PERFORM DRAFT-INTERNAL-LEG

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO DRAFT-ISSUE-EXIT

            END-IF

           END-IF

           MOVE DFP-OUTST-ACCT TO DFT-LEG-ACCT
           MOVE DFT-AMOUNT TO DFT-LEG-AMOUNT
           MOVE SPACES TO DFT-LEG-NARRATIVE

           STRING 'DRAFTS - DRAFT ' DFT-NUMBER ' ISSUED'
                  DELIMITED BY SIZE
                  INTO DFT-LEG-NARRATIVE

           PERFORM DRAFT-INTERNAL-LEG

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ISSUE-EXIT

           END-IF

      * CA-TXNREF answers with the draft's own reference, not the
      * fee's

           MOVE DFT-NUMBER TO TXNREF-SEQNO
           MOVE TXNREF-BUILD TO CA-TXNREF

           PERFORM DRAFT-RETURN-DRAFT

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         DRAFT-ISSUE-EXIT.
           EXIT.
      *****************************************************************
         DRAFT-ENCASH SECTION.

      * a draft presented for payment - into ACCOUNTO under
      * CREDIT-RECORD's rules when the payee banks here (a spoiled
      * draft surrendered by its buyer is encashed back into the
      * account it was bought from), otherwise to the clearing
      * internal account for the presenting bank. The amount keyed
      * must be the amount the register says was written - an
      * altered draft is refused (1029), and a payee account held
      * in a foreign currency is refused (1046). The drafts account
      * gives the money up and the draft is marked paid.

           IF CA-DFT-NUMBER NOT NUMERIC

            MOVE 1027 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ENCASH-EXIT

           END-IF

           PERFORM DRAFT-LOAD-PARM

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ENCASH-EXIT

           END-IF

           MOVE CA-DFT-NUMBER TO DFT-NUMBER

           MOVE DFT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHDRFT")
                   INTO(BANK-DRAFT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DFT-NUMBER)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1027 TO EIBRESP

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ENCASH-EXIT

           END-IF

           IF NOT DFT-OUTSTANDING

            PERFORM DRAFT-RETURN-DRAFT

            MOVE 1028 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ENCASH-EXIT

           END-IF

           IF BALANCEO NOT NUMERIC OR BALANCEO NOT = DFT-AMOUNT

            MOVE 1029 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ENCASH-EXIT

           END-IF

           IF ACCOUNTO = SPACES OR ACCOUNTO = LOW-VALUES

            MOVE SPACES TO INTERNAL-ACCTS-RECORD

            MOVE IAP-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHPARM")
                    INTO(INTERNAL-ACCTS-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(IAP-KEY-VALUE)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0
               OR IAP-CLEAR-ACCT = SPACES
               OR IAP-CLEAR-ACCT = LOW-VALUES

             MOVE 953 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO DRAFT-ENCASH-EXIT

            END-IF

            MOVE IAP-CLEAR-ACCT TO DFT-PAY-ACCT

            MOVE IAP-CLEAR-ACCT TO DFT-LEG-ACCT
            MOVE DFT-AMOUNT TO DFT-LEG-AMOUNT
            MOVE SPACES TO DFT-LEG-NARRATIVE

            STRING 'CLEARING - DRAFT ' DFT-NUMBER ' PAID'
                   DELIMITED BY SIZE
                   INTO DFT-LEG-NARRATIVE

            PERFORM DRAFT-INTERNAL-LEG

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO DRAFT-ENCASH-EXIT

            END-IF

           ELSE

      * the draft is in the local currency, so the payee's account
      * must be too (see CHECK-LOCAL-CURRENCY)

            MOVE ACCOUNTO TO FX-CHECK-ACCOUNT

            PERFORM CHECK-LOCAL-CURRENCY

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO DRAFT-ENCASH-EXIT

            END-IF

            MOVE ACCOUNTO TO DFT-PAY-ACCT

            MOVE SPACES TO CA-NARRATIVE

            STRING 'DRAFT PAID ' DELIMITED BY SIZE
                   DFT-NUMBER DELIMITED BY SIZE
                   INTO CA-NARRATIVE

            MOVE 'N' TO CA-UNCLEARED

            PERFORM CREDIT-RECORD

            IF EIBRESP NOT = 0

             GO TO DRAFT-ENCASH-EXIT

            END-IF

           END-IF

           MOVE DFP-OUTST-ACCT TO DFT-LEG-ACCT
           COMPUTE DFT-LEG-AMOUNT = 0 - DFT-AMOUNT
           MOVE SPACES TO DFT-LEG-NARRATIVE

           STRING 'DRAFTS - DRAFT ' DFT-NUMBER ' PAID'
                  DELIMITED BY SIZE
                  INTO DFT-LEG-NARRATIVE

           PERFORM DRAFT-INTERNAL-LEG

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ENCASH-EXIT

           END-IF

      * paid through clearing there is no customer leg - the drafts
      * account's own entry is the reference

           IF DFT-PAY-ACCT NOT = ACCOUNTO

            MOVE AUDIT-SEQNO TO TXNREF-SEQNO
            MOVE TXNREF-BUILD TO CA-TXNREF

           END-IF

           SET DFT-PAID TO TRUE
           MOVE BUSINESS-TODAY TO DFT-PAID-DATE
           MOVE DFT-PAY-ACCT TO DFT-PAID-TO
           MOVE LOGIN-USERID TO DFT-PAID-BY

           MOVE DFT-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHDRFT")
                   FROM(BANK-DRAFT-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO DRAFT-ENCASH-EXIT

           END-IF

           PERFORM DRAFT-RETURN-DRAFT

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           .
         DRAFT-ENCASH-EXIT.
           EXIT.
      *****************************************************************
         DRAFT-QUERY SECTION.

           IF CA-DFT-NUMBER NOT NUMERIC

            MOVE 1027 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO DRAFT-QUERY-EXIT

           END-IF

           MOVE CA-DFT-NUMBER TO DFT-NUMBER

           MOVE DFT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHDRFT")
                   INTO(BANK-DRAFT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DFT-NUMBER)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1027 TO EIBRESP

           END-IF

           IF EIBRESP = 0

            PERFORM DRAFT-RETURN-DRAFT

           END-IF

           PERFORM EVALUATE-RESP

           .
         DRAFT-QUERY-EXIT.
           EXIT.
      *****************************************************************
         DRAFT-RETURN-DRAFT SECTION.

           MOVE DFT-NUMBER TO CA-DFT-NUMBER
           MOVE DFT-PAYEE TO CA-DFT-PAYEE
           MOVE DFT-AMOUNT TO CA-DFT-AMOUNT
           MOVE DFT-FEE TO CA-DFT-FEE
           MOVE DFT-STATUS TO CA-DFT-STATUS
           MOVE DFT-ACCOUNT TO CA-DFT-ACCOUNT
           MOVE DFT-ISSUE-DATE TO CA-DFT-ISSUE-DATE
           MOVE DFT-PAID-DATE TO CA-DFT-PAID-DATE
           MOVE DFT-PAID-TO TO CA-DFT-PAID-TO

           .
         DRAFT-RETURN-DRAFT-EXIT.
           EXIT.
      *****************************************************************
         DRAFT-LOAD-PARM SECTION.

      * the 'DRAFTS' record - 1025 when there is none or it names no
      * drafts account; a fee that is not a positive number is no fee

           MOVE SPACES TO DRAFT-PARM-RECORD

           MOVE DFP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(DRAFT-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DFP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR DFP-OUTST-ACCT = SPACES
              OR DFP-OUTST-ACCT = LOW-VALUES

            MOVE 1025 TO EIBRESP

            GO TO DRAFT-LOAD-PARM-EXIT

           END-IF

           IF DFP-FEE NOT NUMERIC OR DFP-FEE < 0

            MOVE 0 TO DFP-FEE

           END-IF

           MOVE 0 TO EIBRESP

           .
         DRAFT-LOAD-PARM-EXIT.
           EXIT.
      *****************************************************************
         DRAFT-INTERNAL-LEG SECTION.

      * DFT-LEG-AMOUNT onto internal account DFT-LEG-ACCT, audited
      * 'U' like every other contra leg. Unlike most contra legs a
      * failure here is the caller's refusal - the register and the
      * drafts account must never disagree.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DFT-LEG-ACCT)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            GO TO DRAFT-INTERNAL-LEG-EXIT

           END-IF

           MOVE SIBLING-RECORD TO AUDIT-BEFORE-IMAGE

           ADD DFT-LEG-AMOUNT TO SIBLING-BALANCEO

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                    FILE("TECHBASE")
                    FROM(SIBLING-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           IF EIBRESP = 0

            SET AUDIT-OP-UPDATE TO TRUE
            MOVE DFT-LEG-ACCT TO AUDIT-ACCOUNT
            MOVE SIBLING-RECORD TO AUDIT-AFTER-IMAGE
            MOVE DFT-LEG-NARRATIVE TO AUDIT-NARRATIVE
            PERFORM WRITE-AUDIT-RECORD
            MOVE 0 TO EIBRESP

           END-IF

           .
         DRAFT-INTERNAL-LEG-EXIT.
           EXIT.
      *****************************************************************
         LOANAPP-RECORD SECTION.

      * loan applications - captured and checked here, decided here
      * by a second person, and booked only through LOANSET-RECORD
      * once approved. The TECHLAPP register carries each one from
      * capture to booking; LOANPIPE reports it nightly.

           EVALUATE CA-LAPP-FUNC

            WHEN 'C'

             PERFORM LOANAPP-CAPTURE

            WHEN 'L'

             PERFORM LOANAPP-LIST

            WHEN 'Q'

             PERFORM LOANAPP-QUERY

            WHEN 'A'
            WHEN 'D'

             PERFORM LOANAPP-DECIDE

            WHEN OTHER

             MOVE 1031 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           GO TO LOANAPP-RECORD-EXIT

           .
         LOANAPP-RECORD-EXIT.
           EXIT.
      *****************************************************************
         LOANAPP-CAPTURE SECTION.

      * any signed-on user may take an application. The customer's
      * position is the one CUSTPOS-RECORD gives (and it rides back
      * to the caller in CA-POS-*); the 'LOANRULE' checks are run
      * against it, and an application failing any of them is filed
      * referred so the approver sees why before deciding.

           IF CA-LAPP-AMOUNT NOT NUMERIC
              OR CA-LAPP-AMOUNT NOT > 0
              OR CA-LAPP-TERM NOT NUMERIC
              OR CA-LAPP-TERM = 0
              OR CA-LAPP-INCOME NOT NUMERIC
              OR CA-LAPP-INCOME < 0
              OR CA-LAPP-PURPOSE = SPACES
              OR CA-LAPP-PURPOSE = LOW-VALUES

            MOVE 1031 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANAPP-CAPTURE-EXIT

           END-IF

      * a customer not on the master is refused by CUSTPOS-RECORD
      * itself, its response standing

           MOVE CA-LAPP-CUST-NO TO CUSTOMER-NOO

           PERFORM CUSTPOS-RECORD

           IF EIBRESP NOT = 0

            GO TO LOANAPP-CAPTURE-EXIT

           END-IF

           PERFORM LOANAPP-LOAD-RULES

           PERFORM LOANAPP-RUN-CHECKS

      * the application number from the TECHCTL 'LAPPSEQ' counter

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-LAPPSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-LAPPSEQ-KEY TO CTL-KEY
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

           ELSE IF EIBRESP = 0

            ADD 1 TO CTL-NUM-VALUE
            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF
           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LOANAPP-CAPTURE-EXIT

           END-IF

           MOVE CTL-NUM-VALUE TO LAPP-NUMBER
           MOVE CA-LAPP-CUST-NO TO LAPP-CUST-NO
           MOVE CA-LAPP-AMOUNT TO LAPP-AMOUNT
           MOVE CA-LAPP-TERM TO LAPP-TERM
           MOVE CA-LAPP-PURPOSE TO LAPP-PURPOSE
           MOVE CA-LAPP-INCOME TO LAPP-INCOME
           MOVE CA-POS-COUNT TO LAPP-POS-COUNT
           MOVE CA-POS-TOTAL TO LAPP-POS-TOTAL
           MOVE CA-POS-HOLD-TOTAL TO LAPP-POS-HOLD-TOTAL
           MOVE CA-POS-SO-COUNT TO LAPP-POS-SO-COUNT

           IF LAPP-CHECKS = 'NNN'

            MOVE 'P' TO LAPP-STATUS

           ELSE

            MOVE 'R' TO LAPP-STATUS

           END-IF

           MOVE LOGIN-USERID TO LAPP-ENTERED-BY
           MOVE BUSINESS-TODAY TO LAPP-ENTERED-DATE
           MOVE SPACES TO LAPP-DECIDED-BY
           MOVE SPACES TO LAPP-DECIDED-DATE
           MOVE SPACES TO LAPP-REASON
           MOVE SPACES TO LAPP-LOAN-ACCT
           MOVE SPACES TO LAPP-BOOKED-DATE

           MOVE LAPP-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHLAPP")
                   FROM(LOAN-APPLICATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LAPP-NUMBER)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE LOW-VALUES TO LAPP-BEFORE-IMAGE
            MOVE 'LOAN APPLICATION ' TO LAPP-AUDIT-TEXT

            PERFORM LOANAPP-AUDIT

            PERFORM LOANAPP-RETURN-APP

           END-IF

           PERFORM EVALUATE-RESP

           .
         LOANAPP-CAPTURE-EXIT.
           EXIT.
      *****************************************************************
         LOANAPP-LOAD-RULES SECTION.

      * the TECHPARM 'LOANRULE' record - with none, or a field
      * spoiled by a hand edit, nothing is tolerated

           MOVE SPACES TO LOAN-RULE-RECORD

           MOVE LRR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(LOAN-RULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LRR-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO LOAN-RULE-RECORD

           END-IF

           IF LRR-ARREARS-MAX NOT NUMERIC

            MOVE 0 TO LRR-ARREARS-MAX

           END-IF

           IF LRR-ODA-DAYS NOT NUMERIC

            MOVE 0 TO LRR-ODA-DAYS

           END-IF

           IF LRR-STATUS-CHECK NOT = 'N'

            MOVE 'Y' TO LRR-STATUS-CHECK

           END-IF

           MOVE 0 TO EIBRESP

           .
         LOANAPP-LOAD-RULES-EXIT.
           EXIT.
      *****************************************************************
         LOANAPP-RUN-CHECKS SECTION.

      * the three checks over every account CUSTPOS collected:
      * installments due on TECHLNS before today, counted across
      * all the customer's loans against LRR-ARREARS-MAX; an
      * account ODAGING has had on TECHODA since LRR-ODA-DAYS ago or
      * earlier (0 - any overdrawn account at all); and, unless
      * LRR-STATUS-CHECK is 'N', a frozen or dormant account. The
      * cutoff is taken the way ODAGING takes its band dates.

           MOVE 'NNN' TO LAPP-CHECKS
           MOVE 0 TO LAPP-OVERDUE-COUNT

           MOVE BUSINESS-TODAY TO LAPP-ODA-CUTOFF

           IF LRR-ODA-DAYS > 0

            EXEC CICS ASKTIME
                    ABSTIME(LAPP-NOW-ABSTIME)
                    NOHANDLE
                    END-EXEC

            COMPUTE LAPP-DAYS-IN-ABSTIME =
                    LRR-ODA-DAYS * 24 * 60 * 60 * 1000

            COMPUTE LAPP-CUTOFF-ABSTIME =
                    LAPP-NOW-ABSTIME - LAPP-DAYS-IN-ABSTIME

            EXEC CICS FORMATTEDTIME
                    ABSTIME(LAPP-CUTOFF-ABSTIME)
                    YYYYMMDD(LAPP-ODA-CUTOFF)
                    NOHANDLE
                    END-EXEC

           END-IF

           PERFORM LOANAPP-CHECK-ONE-ACCT
                   VARYING LAPP-IX FROM 1 BY 1
                   UNTIL LAPP-IX > CA-POS-COUNT

           IF LAPP-OVERDUE-COUNT > LRR-ARREARS-MAX

            MOVE 'Y' TO LAPP-CHK-ARREARS

           END-IF

           MOVE 0 TO EIBRESP

           GO TO LOANAPP-RUN-CHECKS-EXIT

           .
      *****************************************************************
         LOANAPP-CHECK-ONE-ACCT.

           IF LRR-STATUS-CHECK = 'Y'
              AND (CA-POS-STATUS(LAPP-IX) = 'F'
                   OR CA-POS-STATUS(LAPP-IX) = 'D')

            MOVE 'Y' TO LAPP-CHK-STATUS

           END-IF

           MOVE CA-POS-ACCT(LAPP-IX) TO ODA-ACCOUNT

           MOVE ODA-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHODA")
                   INTO(OVERDRAWN-ACCOUNT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ODA-ACCOUNT)
                   KEYLENGTH(5)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0
              AND ODA-NEG-DATE NOT > LAPP-ODA-CUTOFF

            MOVE 'Y' TO LAPP-CHK-OVERDRAFT

           END-IF

      * a loan account's installments run 001 upward with no gaps -
      * the first sequence not on file ends them (none at all for
      * an account that is not a loan)

           MOVE 0 TO LAPP-LNS-DONE-SW

           PERFORM LOANAPP-COUNT-OVERDUE
                   VARYING LOAN-IX FROM 1 BY 1
                   UNTIL LAPP-LNS-DONE OR LOAN-IX = 999

           .
      *****************************************************************
         LOANAPP-COUNT-OVERDUE.

           MOVE CA-POS-ACCT(LAPP-IX) TO LS-ACCOUNT
           MOVE LOAN-IX TO LS-SEQ

           MOVE LS-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLNS")
                   INTO(LOAN-SCHEDULE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LS-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LAPP-LNS-DONE-SW

           ELSE

            IF LS-INSTALLMENT-DUE
               AND LS-DUE-DATE < BUSINESS-TODAY

             ADD 1 TO LAPP-OVERDUE-COUNT

            END-IF

           END-IF

           .
         LOANAPP-RUN-CHECKS-EXIT.
           EXIT.
      *****************************************************************
         LOANAPP-DECIDE SECTION.

      * the approver's side, gated like APQMAINT: 'A' approves and
      * 'D' declines an application still awaiting a decision -
      * referred ones included, their failed checks in front of the
      * approver - never by the userid that captured it

           IF CA-LAPP-NUMBER NOT NUMERIC

            MOVE 1032 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANAPP-DECIDE-EXIT

           END-IF

           MOVE CA-LAPP-NUMBER TO LAPP-NUMBER

           MOVE LAPP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLAPP")
                   INTO(LOAN-APPLICATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LAPP-NUMBER)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1032 TO EIBRESP

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO LOANAPP-DECIDE-EXIT

           END-IF

      * a decided application comes back as it stands, so the
      * caller sees who decided it and how

           IF NOT LAPP-AWAITING

            PERFORM LOANAPP-RETURN-APP

            MOVE 1033 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANAPP-DECIDE-EXIT

           END-IF

           IF LAPP-ENTERED-BY = LOGIN-USERID

            MOVE 925 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANAPP-DECIDE-EXIT

           END-IF

           MOVE LOAN-APPLICATION-RECORD TO LAPP-BEFORE-IMAGE

           IF CA-LAPP-FUNC = 'A'

            MOVE 'A' TO LAPP-STATUS
            MOVE SPACES TO LAPP-REASON
            MOVE 'LOAN APPROVED ' TO LAPP-AUDIT-TEXT

           ELSE

            MOVE 'D' TO LAPP-STATUS
            MOVE CA-LAPP-REASON TO LAPP-REASON
            MOVE 'LOAN DECLINED ' TO LAPP-AUDIT-TEXT

            IF LAPP-REASON = LOW-VALUES

             MOVE SPACES TO LAPP-REASON

            END-IF

           END-IF

           MOVE LOGIN-USERID TO LAPP-DECIDED-BY
           MOVE BUSINESS-TODAY TO LAPP-DECIDED-DATE

           MOVE LAPP-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHLAPP")
                   FROM(LOAN-APPLICATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            PERFORM LOANAPP-AUDIT

            PERFORM LOANAPP-RETURN-APP

           END-IF

           PERFORM EVALUATE-RESP

           .
         LOANAPP-DECIDE-EXIT.
           EXIT.
      *****************************************************************
         LOANAPP-QUERY SECTION.

           IF CA-LAPP-NUMBER NOT NUMERIC

            MOVE 1032 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO LOANAPP-QUERY-EXIT

           END-IF

           MOVE CA-LAPP-NUMBER TO LAPP-NUMBER

           MOVE LAPP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHLAPP")
                   INTO(LOAN-APPLICATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LAPP-NUMBER)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1032 TO EIBRESP

           END-IF

           IF EIBRESP = 0

            PERFORM LOANAPP-RETURN-APP

           END-IF

           PERFORM EVALUATE-RESP

           .
         LOANAPP-QUERY-EXIT.
           EXIT.
      *****************************************************************
         LOANAPP-RETURN-APP SECTION.

           MOVE LAPP-NUMBER TO CA-LAPP-NUMBER
           MOVE LAPP-CUST-NO TO CA-LAPP-CUST-NO
           MOVE LAPP-AMOUNT TO CA-LAPP-AMOUNT
           MOVE LAPP-TERM TO CA-LAPP-TERM
           MOVE LAPP-PURPOSE TO CA-LAPP-PURPOSE
           MOVE LAPP-INCOME TO CA-LAPP-INCOME
           MOVE LAPP-CHECKS TO CA-LAPP-CHECKS
           MOVE LAPP-STATUS TO CA-LAPP-STATUS
           MOVE LAPP-ENTERED-BY TO CA-LAPP-ENTERED-BY
           MOVE LAPP-DECIDED-BY TO CA-LAPP-DECIDED-BY
           MOVE LAPP-REASON TO CA-LAPP-REASON
           MOVE LAPP-LOAN-ACCT TO CA-LAPP-LOAN-ACCT

           .
         LOANAPP-RETURN-APP-EXIT.
           EXIT.
      *****************************************************************
         LOANAPP-AUDIT SECTION.

      * an 'M' entry with the application record before and after in
      * the image fronts (LOW-VALUES before a capture), the narrative
      * LAPP-AUDIT-TEXT and the application number

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE LAPP-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE LOAN-APPLICATION-RECORD TO AUDIT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-NARRATIVE

           STRING LAPP-AUDIT-TEXT DELIMITED BY '  '
                  ' ' LAPP-NUMBER DELIMITED BY SIZE
                  INTO AUDIT-NARRATIVE
           END-STRING

           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE SAVED-EIBRESP TO EIBRESP

           .
         LOANAPP-AUDIT-EXIT.
           EXIT.
      *****************************************************************
         LOANAPP-LIST SECTION.

      * up to 5 applications awaiting a decision (pending or
      * referred), from CA-LAPP-NUMBER onward, oldest first - call
      * again with the last number listed to page on

           MOVE 0 TO CA-LAPP-COUNT
           MOVE 0 TO LAPP-SCAN-DONE-SW

           IF CA-LAPP-NUMBER NUMERIC

            MOVE CA-LAPP-NUMBER TO LAPP-BROWSE-KEY

           ELSE

            MOVE 0 TO LAPP-BROWSE-KEY

           END-IF

           EXEC CICS STARTBR
                   FILE("TECHLAPP")
                   RIDFLD(LAPP-BROWSE-KEY)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LAPP-SCAN-DONE-SW

           END-IF

           PERFORM LOANAPP-COLLECT UNTIL LAPP-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHLAPP")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO LOANAPP-LIST-EXIT

           .
      *****************************************************************
         LOANAPP-COLLECT.

           MOVE LAPP-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHLAPP")
                   INTO(LOAN-APPLICATION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(LAPP-BROWSE-KEY)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO LAPP-SCAN-DONE-SW

           ELSE

            IF LAPP-AWAITING

             ADD 1 TO CA-LAPP-COUNT

             MOVE LAPP-NUMBER TO CA-LAPP-E-NUMBER(CA-LAPP-COUNT)
             MOVE LAPP-CUST-NO TO CA-LAPP-E-CUST-NO(CA-LAPP-COUNT)
             MOVE LAPP-AMOUNT TO CA-LAPP-E-AMOUNT(CA-LAPP-COUNT)
             MOVE LAPP-TERM TO CA-LAPP-E-TERM(CA-LAPP-COUNT)
             MOVE LAPP-STATUS TO CA-LAPP-E-STATUS(CA-LAPP-COUNT)
             MOVE LAPP-CHECKS TO CA-LAPP-E-CHECKS(CA-LAPP-COUNT)
             MOVE LAPP-ENTERED-BY TO CA-LAPP-E-BY(CA-LAPP-COUNT)

             IF CA-LAPP-COUNT = 5

              MOVE 1 TO LAPP-SCAN-DONE-SW

             END-IF

            END-IF

           END-IF

           .
         LOANAPP-LIST-EXIT.
           EXIT.
      *****************************************************************
         CHECK-CUSTOMER-SCOPE SECTION.

      * the session's userid is looked up on TECHCRED - a staff
      * userid (no CRED-CUST-NO) passes untouched. A customer userid
      * may use only the customer-facing services, and only on an
      * account its customer owns outright (TECHBASE CUSTOMER-NOO)
      * or co-owns (a TECHJNT link). Leaves EIBRESP 0 on success, or
      * 1036 through EVALUATE-RESP; SCOPE-CUSTOMER stays set for the
      * cancel checks in SOMAINT-CANCEL and FDPMAINT-CANCEL.

           MOVE 0 TO SCOPE-CUSTOMER-SW

           MOVE CRED-REC-LEN TO LENGTH-VAR
           MOVE LOW-VALUES TO CREDENTIALS-RECORD

           EXEC CICS READ
                  FILE("TECHCRED")
                  INTO(CREDENTIALS-RECORD)
                  LENGTH(LENGTH-VAR)
                  RIDFLD(SESS-USERID)
                  KEYLENGTH(8)
                  NOHANDLE
                  END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1036 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO CHECK-CUSTOMER-SCOPE-EXIT

           END-IF

           IF CRED-CUST-NO = SPACES OR CRED-CUST-NO = LOW-VALUES

            MOVE 0 TO EIBRESP

            GO TO CHECK-CUSTOMER-SCOPE-EXIT

           END-IF

           MOVE 1 TO SCOPE-CUSTOMER-SW
           MOVE CRED-CUST-NO TO SCOPE-CUST-NO

           MOVE 1036 TO EIBRESP

           IF SERVER-STATE NOT = SERVER-STATE-READ
              AND SERVER-STATE NOT = SERVER-STATE-UPDATE
              AND SERVER-STATE NOT = SERVER-STATE-DEBIT
              AND SERVER-STATE NOT = SERVER-STATE-CREDIT
              AND SERVER-STATE NOT = SERVER-STATE-TRANSFER
              AND SERVER-STATE NOT = SERVER-STATE-MINISTMT
              AND SERVER-STATE NOT = SERVER-STATE-SOMAINT
              AND SERVER-STATE NOT = SERVER-STATE-FDPMAINT
              AND SERVER-STATE NOT = SERVER-STATE-CUSTPOS
              AND SERVER-STATE NOT = SERVER-STATE-PAYMAINT
              AND SERVER-STATE NOT = SERVER-STATE-HISTINQ

            PERFORM EVALUATE-RESP

            GO TO CHECK-CUSTOMER-SCOPE-EXIT

           END-IF

      * the relationship view names a customer, not an account

           IF SERVER-STATE = SERVER-STATE-CUSTPOS

            IF CUSTOMER-NOO = SCOPE-CUST-NO

             MOVE 0 TO EIBRESP

            ELSE

             PERFORM EVALUATE-RESP

            END-IF

            GO TO CHECK-CUSTOMER-SCOPE-EXIT

           END-IF

      * no account means a surname search across every customer

           IF ACCOUNTO = SPACES OR ACCOUNTO = LOW-VALUES

            PERFORM EVALUATE-RESP

            GO TO CHECK-CUSTOMER-SCOPE-EXIT

           END-IF

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ACCOUNTO)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND SIBLING-CUSTOMER-NOO = SCOPE-CUST-NO

            MOVE 0 TO EIBRESP

            GO TO CHECK-CUSTOMER-SCOPE-EXIT

           END-IF

           MOVE ACCOUNTO TO SCOPE-JNT-ACCOUNT
           MOVE SCOPE-CUST-NO TO SCOPE-JNT-CUST-NO

           MOVE JNT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHJNT")
                   INTO(JOINT-LINK-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SCOPE-JNT-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 0 TO EIBRESP

           ELSE

            MOVE 1036 TO EIBRESP

            PERFORM EVALUATE-RESP

           END-IF

           .
         CHECK-CUSTOMER-SCOPE-EXIT.
           EXIT.
      *****************************************************************
         ROLEMAINT-RECORD SECTION.

      * the TECHROLE role table. 'G' grants role CA-ROLE-ID request
      * type CA-ROLE-STATE, sub-function CA-ROLE-SUBFUNC ('*' every
      * one), 'R' revokes that grant; 'X' records CA-ROLE-OTHER as a
      * role never to be held with it, 'C' clears that (whichever
      * way round it was recorded); 'L' lists the role's rows. Every
      * change is an 'M' audit entry with the row before and after.
      * A conflict recorded between two roles some userid already
      * holds together does not strip them - ROLERPT flags it for
      * the administrator to resolve through USERADM.

           IF CA-ROLE-ID = SPACES OR CA-ROLE-ID = LOW-VALUES

            MOVE 1037 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO ROLEMAINT-RECORD-EXIT

           END-IF

           IF CA-ROLE-FUNC = 'L'

            PERFORM ROLEMAINT-LIST

            GO TO ROLEMAINT-RECORD-EXIT

           END-IF

           MOVE 0 TO EIBRESP
           MOVE SPACES TO ROLE-RECORD
           MOVE CA-ROLE-ID TO ROLE-ID

           EVALUATE CA-ROLE-FUNC

            WHEN 'G'
            WHEN 'R'

             IF CA-ROLE-STATE NOT NUMERIC
                OR CA-ROLE-STATE > '64'
                OR CA-ROLE-SUBFUNC = SPACES
                OR CA-ROLE-SUBFUNC = LOW-VALUES

              MOVE 1037 TO EIBRESP

             END-IF

             SET ROLE-GRANT TO TRUE
             MOVE CA-ROLE-STATE TO ROLE-STATE
             MOVE CA-ROLE-SUBFUNC TO ROLE-FUNC
             MOVE 'ROLE GRANT' TO ROLE-AUDIT-TEXT

            WHEN 'X'
            WHEN 'C'

             IF CA-ROLE-OTHER = SPACES OR CA-ROLE-OTHER = LOW-VALUES
                OR CA-ROLE-OTHER = CA-ROLE-ID

              MOVE 1037 TO EIBRESP

             END-IF

             SET ROLE-CONFLICT TO TRUE
             MOVE CA-ROLE-OTHER TO ROLE-CONFLICT-ID
             MOVE 'ROLE CONFLICT' TO ROLE-AUDIT-TEXT

            WHEN OTHER

             MOVE 1037 TO EIBRESP

           END-EVALUATE

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO ROLEMAINT-RECORD-EXIT

           END-IF

           IF CA-ROLE-FUNC = 'G' OR CA-ROLE-FUNC = 'X'

            PERFORM ROLEMAINT-ADD

           ELSE

            PERFORM ROLEMAINT-REMOVE

           END-IF

           .
         ROLEMAINT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         ROLEMAINT-ADD SECTION.

      * a conflict already recorded the other way round is the same
      * conflict - refused as a duplicate like an exact repeat

           IF ROLE-CONFLICT

            MOVE ROLE-CONFLICT-ID TO PERM-SEEK-ROLE
            MOVE 'X' TO PERM-SEEK-TYPE
            MOVE ROLE-ID TO PERM-SEEK-OTHER
            MOVE ROLE-RECORD TO ROLE-BEFORE-IMAGE

            MOVE ROLE-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHROLE")
                    INTO(ROLE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(PERM-SEEK-KEY)
                    KEYLENGTH(17)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0

             MOVE DFHRESP(DUPREC) TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO ROLEMAINT-ADD-EXIT

            END-IF

            MOVE ROLE-BEFORE-IMAGE TO ROLE-RECORD

           END-IF

           MOVE CA-ROLE-DESC TO ROLE-DESC
           MOVE LOGIN-USERID TO ROLE-ADDED-BY
           MOVE BUSINESS-TODAY TO ROLE-ADDED-DATE

           MOVE ROLE-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHROLE")
                   FROM(ROLE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ROLE-KEY)
                   KEYLENGTH(17)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE LOW-VALUES TO ROLE-BEFORE-IMAGE

            PERFORM ROLEMAINT-AUDIT

           END-IF

           PERFORM EVALUATE-RESP

           .
         ROLEMAINT-ADD-EXIT.
           EXIT.
      *****************************************************************
         ROLEMAINT-REMOVE SECTION.

      * the row goes outright; a conflict is looked for under either
      * role

           MOVE ROLE-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHROLE")
                   INTO(ROLE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ROLE-KEY)
                   KEYLENGTH(17)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND) AND CA-ROLE-FUNC = 'C'

            MOVE CA-ROLE-OTHER TO ROLE-ID
            MOVE CA-ROLE-ID TO ROLE-CONFLICT-ID

            MOVE ROLE-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHROLE")
                    INTO(ROLE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(ROLE-KEY)
                    KEYLENGTH(17)
                    UPDATE
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO ROLEMAINT-REMOVE-EXIT

           END-IF

           MOVE ROLE-RECORD TO ROLE-BEFORE-IMAGE

           EXEC CICS DELETE
                   FILE("TECHROLE")
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE LOW-VALUES TO ROLE-RECORD

            PERFORM ROLEMAINT-AUDIT

           END-IF

           PERFORM EVALUATE-RESP

           .
         ROLEMAINT-REMOVE-EXIT.
           EXIT.
      *****************************************************************
         ROLEMAINT-AUDIT SECTION.

      * an 'M' entry with the TECHROLE row before and after in the
      * image fronts (LOW-VALUES for the side that does not exist)
      * and the role named in the narrative

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE ROLE-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE(1:63)
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE ROLE-RECORD TO AUDIT-AFTER-IMAGE(1:63)
           MOVE SPACES TO AUDIT-NARRATIVE

           STRING ROLE-AUDIT-TEXT DELIMITED BY '  '
                  ' ' CA-ROLE-ID DELIMITED BY SIZE
                  INTO AUDIT-NARRATIVE
           END-STRING

           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE SAVED-EIBRESP TO EIBRESP

           .
         ROLEMAINT-AUDIT-EXIT.
           EXIT.
      *****************************************************************
         ROLEMAINT-LIST SECTION.

      * up to 5 of the role's rows - grants first, then conflicts -
      * after CA-ROLE-RESUME; call again with the last entry type and
      * target listed to page on

           MOVE 0 TO CA-ROLE-COUNT
           MOVE 0 TO ROLE-SCAN-DONE-SW

           MOVE CA-ROLE-ID TO ROLE-BROWSE-ID

           IF CA-ROLE-RESUME = SPACES OR CA-ROLE-RESUME = LOW-VALUES

            MOVE LOW-VALUES TO ROLE-BROWSE-REST

           ELSE

            MOVE CA-ROLE-RESUME TO ROLE-BROWSE-REST

           END-IF

           EXEC CICS STARTBR
                   FILE("TECHROLE")
                   RIDFLD(ROLE-BROWSE-KEY)
                   KEYLENGTH(17)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO ROLE-SCAN-DONE-SW

           END-IF

           PERFORM ROLEMAINT-COLLECT UNTIL ROLE-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHROLE")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO ROLEMAINT-LIST-EXIT

           .
      *****************************************************************
         ROLEMAINT-COLLECT.

           MOVE ROLE-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHROLE")
                   INTO(ROLE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(ROLE-BROWSE-KEY)
                   KEYLENGTH(17)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR ROLE-ID NOT = CA-ROLE-ID

            MOVE 1 TO ROLE-SCAN-DONE-SW

           ELSE

      * the row paged on from was shown last time

            IF ROLE-KEY(9:9) NOT = CA-ROLE-RESUME

             ADD 1 TO CA-ROLE-COUNT

             MOVE ROLE-ENTRY-TYPE TO CA-ROLE-E-TYPE(CA-ROLE-COUNT)
             MOVE ROLE-TARGET TO CA-ROLE-E-TARGET(CA-ROLE-COUNT)
             MOVE ROLE-DESC TO CA-ROLE-E-DESC(CA-ROLE-COUNT)

             IF CA-ROLE-COUNT = 5

              MOVE 1 TO ROLE-SCAN-DONE-SW

             END-IF

            END-IF

           END-IF

           .
         ROLEMAINT-LIST-EXIT.
           EXIT.
      *****************************************************************
         RECERT-RECORD SECTION.

      * quarterly access recertification of TECHCRED userids. 'O'
      * opens a campaign: every active staff userid is listed under
      * its certifier - the TECHBMGR manager of its home branch, or
      * the userid opening the campaign where the branch has none or
      * the userid is its own branch's manager. The certifier then
      * confirms ('C') or revokes ('R') each of its userids, and
      * lists them with 'L'; nobody may recertify itself (1042). 'X'
      * closes the campaign, and every userid left unconfirmed is
      * disabled through USERADM-RECORD exactly as an administrator
      * would disable it, with the same audit entry. 'M' sets a
      * branch's certifier. RCRTRPT reports the campaign per
      * certifier for compliance.

           MOVE 0 TO EIBRESP
           MOVE 0 TO CA-RCT-COUNT

           IF CA-RCT-SET-MANAGER

            PERFORM RECERT-MANAGER

            GO TO RECERT-RECORD-EXIT

           END-IF

           IF CA-RCT-OPEN

            PERFORM RECERT-OPEN

            GO TO RECERT-RECORD-EXIT

           END-IF

           PERFORM RECERT-READ-CONTROL

           MOVE RCT-CAMPAIGN TO CA-RCT-CAMPAIGN

           IF NOT RCT-CAMPAIGN-IS-OPEN

            MOVE 1039 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RECERT-RECORD-EXIT

           END-IF

           EVALUATE TRUE

            WHEN CA-RCT-CONFIRM
            WHEN CA-RCT-REVOKE

             PERFORM RECERT-DECIDE

            WHEN CA-RCT-LIST

             PERFORM RECERT-LIST

            WHEN CA-RCT-CLOSE

             PERFORM RECERT-CLOSE

            WHEN OTHER

             MOVE 1043 TO EIBRESP

             PERFORM EVALUATE-RESP

           END-EVALUATE

           .
         RECERT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         RECERT-READ-CONTROL SECTION.

      * the latest campaign and whether it is open, from TECHCTL
      * 'RECERT' - a region that has never run one has no record

           MOVE 0 TO RCT-OPEN-SW
           MOVE 0 TO RCT-CTL-FOUND-SW
           MOVE SPACES TO RCT-CAMPAIGN
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-RECERT-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 1 TO RCT-CTL-FOUND-SW
            MOVE CTL-CHAR-VALUE TO RCT-CAMPAIGN

            IF CTL-NUM-VALUE = 1

             MOVE 1 TO RCT-OPEN-SW

            END-IF

           END-IF

           MOVE 0 TO EIBRESP

           .
         RECERT-READ-CONTROL-EXIT.
           EXIT.
      *****************************************************************
         RECERT-OPEN SECTION.

      * one campaign at a time, and one a business day - the header
      * row is written first, so a second open racing this one
      * fails on it with DUPREC before anything is listed

           PERFORM RECERT-READ-CONTROL

           IF RCT-CAMPAIGN-IS-OPEN

            MOVE RCT-CAMPAIGN TO CA-RCT-CAMPAIGN
            MOVE 1040 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RECERT-OPEN-EXIT

           END-IF

           MOVE BUSINESS-TODAY TO RCT-CAMPAIGN
           MOVE RCT-CAMPAIGN TO CA-RCT-CAMPAIGN
           MOVE 0 TO CA-RCT-LISTED

           MOVE SPACES TO RECERT-ENTRY-RECORD
           MOVE RCT-CAMPAIGN TO RC-CAMPAIGN
           MOVE LOW-VALUES TO RC-CERTIFIER
           MOVE LOW-VALUES TO RC-USERID
           SET RC-CAMPAIGN-OPEN TO TRUE
           MOVE SESS-USERID TO RC-DECIDED-BY
           MOVE BUSINESS-TODAY TO RC-DECIDED-DATE
           MOVE BUS-CLOCK-TIME TO RC-DECIDED-TIME

           MOVE RC-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHRCRT")
                   FROM(RECERT-ENTRY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RC-KEY)
                   KEYLENGTH(24)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO RECERT-OPEN-EXIT

           END-IF

      * every userid on TECHCRED, in userid order

           MOVE LOW-VALUES TO RCT-CRED-KEY
           MOVE 0 TO RCT-SCAN-DONE-SW

           EXEC CICS STARTBR
                   FILE("TECHCRED")
                   RIDFLD(RCT-CRED-KEY)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO RCT-SCAN-DONE-SW

           END-IF

           PERFORM RECERT-OPEN-ONE UNTIL RCT-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHCRED")
                   NOHANDLE
                   END-EXEC

      * and TECHCTL 'RECERT' now names it as the open campaign

           MOVE CTL-RECERT-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-RECERT-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           MOVE CTL-RECERT-KEY TO CTL-KEY
           MOVE 1 TO CTL-NUM-VALUE
           MOVE RCT-CAMPAIGN TO CTL-CHAR-VALUE
           MOVE CTL-REC-LEN TO LENGTH-VAR

           IF EIBRESP = DFHRESP(NOTFND)

            EXEC CICS WRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CTL-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           PERFORM EVALUATE-RESP

           GO TO RECERT-OPEN-EXIT

           .
      *****************************************************************
         RECERT-OPEN-ONE.

           MOVE LOW-VALUES TO CREDENTIALS-RECORD
           MOVE CRED-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHCRED")
                   INTO(CREDENTIALS-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RCT-CRED-KEY)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO RCT-SCAN-DONE-SW

           ELSE

      * a disabled userid has no access left to vouch for, and a
      * customer's own userid is not staff access - neither is
      * listed

            IF NOT CRED-DISABLED
               AND (CRED-CUST-NO = SPACES OR CRED-CUST-NO = LOW-VALUES)

             PERFORM RECERT-FIND-CERTIFIER

             MOVE RCT-CAMPAIGN TO RC-CAMPAIGN
             MOVE CRED-USERID TO RC-USERID
             MOVE CRED-BRANCH TO RC-BRANCH

             IF RC-BRANCH = LOW-VALUES

              MOVE SPACES TO RC-BRANCH

             END-IF

             SET RC-PENDING TO TRUE
             MOVE SPACES TO RC-DECIDED-BY RC-DECIDED-DATE
                            RC-DECIDED-TIME RC-CLOSE-ACTION
                            RC-CLOSED-BY RC-CLOSED-DATE

             MOVE RC-REC-LEN TO LENGTH-VAR

             EXEC CICS WRITE
                     FILE("TECHRCRT")
                     FROM(RECERT-ENTRY-RECORD)
                     LENGTH(LENGTH-VAR)
                     RIDFLD(RC-KEY)
                     KEYLENGTH(24)
                     NOHANDLE
                     END-EXEC

             IF EIBRESP = 0

              ADD 1 TO CA-RCT-LISTED

             END-IF

            END-IF

           END-IF

           .
      *****************************************************************
         RECERT-FIND-CERTIFIER.

      * the home branch's manager - unless there is none, or the
      * userid is that manager, when the opener vouches for it

           MOVE SESS-USERID TO RC-CERTIFIER

           IF CRED-BRANCH NOT = SPACES AND CRED-BRANCH NOT = LOW-VALUES

            MOVE BMGR-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHBMGR")
                    INTO(BRANCH-MANAGER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CRED-BRANCH)
                    KEYLENGTH(4)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP = 0 AND BMGR-USERID NOT = CRED-USERID

             MOVE BMGR-USERID TO RC-CERTIFIER

            END-IF

           END-IF

           .
         RECERT-OPEN-EXIT.
           EXIT.
      *****************************************************************
         RECERT-DECIDE SECTION.

      * the signed-on certifier's own row for CA-RCT-USERID - any
      * other userid's row is simply not found (1041). A decision
      * may be changed until the campaign closes.

           IF CA-RCT-USERID = SPACES OR CA-RCT-USERID = LOW-VALUES

            MOVE 1043 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RECERT-DECIDE-EXIT

           END-IF

           IF CA-RCT-USERID = SESS-USERID

            MOVE 1042 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RECERT-DECIDE-EXIT

           END-IF

           MOVE RCT-CAMPAIGN TO RC-CAMPAIGN
           MOVE SESS-USERID TO RC-CERTIFIER
           MOVE CA-RCT-USERID TO RC-USERID

           MOVE RC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHRCRT")
                   INTO(RECERT-ENTRY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RC-KEY)
                   KEYLENGTH(24)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1041 TO EIBRESP

           END-IF

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO RECERT-DECIDE-EXIT

           END-IF

           MOVE CA-RCT-FUNC TO RC-STATUS
           MOVE SESS-USERID TO RC-DECIDED-BY
           MOVE BUSINESS-TODAY TO RC-DECIDED-DATE
           MOVE BUS-CLOCK-TIME TO RC-DECIDED-TIME

           MOVE RC-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHRCRT")
                   FROM(RECERT-ENTRY-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           PERFORM EVALUATE-RESP

           .
         RECERT-DECIDE-EXIT.
           EXIT.
      *****************************************************************
         RECERT-LIST SECTION.

      * up to 5 of the signed-on certifier's userids after
      * CA-RCT-RESUME; call again with the last userid listed to page
      * on

           MOVE 0 TO RCT-SCAN-DONE-SW

           MOVE RCT-CAMPAIGN TO RC-CAMPAIGN
           MOVE SESS-USERID TO RC-CERTIFIER

           IF CA-RCT-RESUME = SPACES OR CA-RCT-RESUME = LOW-VALUES

            MOVE LOW-VALUES TO RC-USERID

           ELSE

            MOVE CA-RCT-RESUME TO RC-USERID

           END-IF

           MOVE RC-KEY TO RCT-BROWSE-KEY

           EXEC CICS STARTBR
                   FILE("TECHRCRT")
                   RIDFLD(RCT-BROWSE-KEY)
                   KEYLENGTH(24)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO RCT-SCAN-DONE-SW

           END-IF

           PERFORM RECERT-LIST-COLLECT UNTIL RCT-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHRCRT")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO RECERT-LIST-EXIT

           .
      *****************************************************************
         RECERT-LIST-COLLECT.

           MOVE RC-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHRCRT")
                   INTO(RECERT-ENTRY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RCT-BROWSE-KEY)
                   KEYLENGTH(24)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR RC-CAMPAIGN NOT = RCT-CAMPAIGN
              OR RC-CERTIFIER NOT = SESS-USERID

            MOVE 1 TO RCT-SCAN-DONE-SW

           ELSE

      * the userid paged on from was shown last time

            IF RC-USERID NOT = CA-RCT-RESUME

             ADD 1 TO CA-RCT-COUNT

             MOVE RC-USERID TO CA-RCT-E-USERID(CA-RCT-COUNT)
             MOVE RC-BRANCH TO CA-RCT-E-BRANCH(CA-RCT-COUNT)
             MOVE RC-STATUS TO CA-RCT-E-STATUS(CA-RCT-COUNT)
             MOVE RC-DECIDED-DATE TO CA-RCT-E-DATE(CA-RCT-COUNT)

             IF CA-RCT-COUNT = 5

              MOVE 1 TO RCT-SCAN-DONE-SW

             END-IF

            END-IF

           END-IF

           .
         RECERT-LIST-EXIT.
           EXIT.
      *****************************************************************
         RECERT-CLOSE SECTION.

      * every row of the campaign still pending or revoked has its
      * userid disabled through USERADM-RECORD, exactly as an
      * administrator's 'D' would - same REWRITE, same 'M' audit
      * entry. TECHRCRT is read in batches of 10 and the browse
      * ended before any of them is updated. Leaves the counts of
      * confirmed and disabled userids in the commarea.

           MOVE 0 TO CA-RCT-CONFIRMED
           MOVE 0 TO CA-RCT-DISABLED
           MOVE 0 TO RCT-SCAN-DONE-SW

           MOVE RCT-CAMPAIGN TO RC-CAMPAIGN
           MOVE LOW-VALUES TO RC-CERTIFIER
           MOVE LOW-VALUES TO RC-USERID
           MOVE RC-KEY TO RCT-LAST-KEY
           MOVE RC-KEY TO RCT-BROWSE-KEY

           PERFORM RECERT-CLOSE-BATCH UNTIL RCT-SCAN-DONE

      * the header row, then TECHCTL, record the close

           MOVE RCT-CAMPAIGN TO RC-CAMPAIGN
           MOVE LOW-VALUES TO RC-CERTIFIER
           MOVE LOW-VALUES TO RC-USERID

           MOVE RC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHRCRT")
                   INTO(RECERT-ENTRY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RC-KEY)
                   KEYLENGTH(24)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            SET RC-CAMPAIGN-CLOSED TO TRUE
            MOVE SESS-USERID TO RC-CLOSED-BY
            MOVE BUSINESS-TODAY TO RC-CLOSED-DATE

            MOVE RC-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHRCRT")
                    FROM(RECERT-ENTRY-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-RECERT-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 0 TO CTL-NUM-VALUE

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           PERFORM EVALUATE-RESP

           GO TO RECERT-CLOSE-EXIT

           .
      *****************************************************************
         RECERT-CLOSE-BATCH.

           MOVE 0 TO RCT-BATCH-COUNT

           EXEC CICS STARTBR
                   FILE("TECHRCRT")
                   RIDFLD(RCT-BROWSE-KEY)
                   KEYLENGTH(24)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO RCT-SCAN-DONE-SW

           ELSE

            PERFORM RECERT-CLOSE-COLLECT
                    UNTIL RCT-SCAN-DONE OR RCT-BATCH-COUNT = 10

            EXEC CICS ENDBR
                    FILE("TECHRCRT")
                    NOHANDLE
                    END-EXEC

           END-IF

           PERFORM RECERT-CLOSE-ONE
                   VARYING RCT-IX FROM 1 BY 1
                   UNTIL RCT-IX > RCT-BATCH-COUNT

           .
      *****************************************************************
         RECERT-CLOSE-COLLECT.

           MOVE RC-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHRCRT")
                   INTO(RECERT-ENTRY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RCT-BROWSE-KEY)
                   KEYLENGTH(24)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR RC-CAMPAIGN NOT = RCT-CAMPAIGN

            MOVE 1 TO RCT-SCAN-DONE-SW

           ELSE

      * the row a batch restarts on was dealt with in the last one

            IF RC-KEY NOT = RCT-LAST-KEY

             MOVE RC-KEY TO RCT-LAST-KEY

             IF RC-CONFIRMED

              ADD 1 TO CA-RCT-CONFIRMED

             ELSE

              ADD 1 TO RCT-BATCH-COUNT
              MOVE RC-KEY TO RCT-BATCH-KEY(RCT-BATCH-COUNT)

             END-IF

            END-IF

           END-IF

           .
      *****************************************************************
         RECERT-CLOSE-ONE.

           MOVE RCT-BATCH-KEY(RCT-IX) TO RC-KEY

           MOVE RC-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHRCRT")
                   INTO(RECERT-ENTRY-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RC-KEY)
                   KEYLENGTH(24)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 'D' TO CA-ADM-FUNC
            MOVE RC-USERID TO CA-ADM-USERID

            PERFORM USERADM-RECORD

            IF EIBRESP = 0

             SET RC-CLOSE-DISABLED TO TRUE

             ADD 1 TO CA-RCT-DISABLED

            ELSE

             SET RC-CLOSE-FAILED TO TRUE

            END-IF

            MOVE SESS-USERID TO RC-CLOSED-BY
            MOVE BUSINESS-TODAY TO RC-CLOSED-DATE

            MOVE RC-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHRCRT")
                    FROM(RECERT-ENTRY-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           .
         RECERT-CLOSE-EXIT.
           EXIT.
      *****************************************************************
         RECERT-MANAGER SECTION.

      * TECHBMGR - CA-RCT-MANAGER becomes the certifier for branch
      * CA-RCT-BRANCH's userids from the next campaign on; blank
      * removes the branch's certifier. The branch must be on
      * TECHBRM and the manager on TECHCRED (1043). Audited as an 'M'
      * entry with the row before and after.

           IF CA-RCT-MANAGER = LOW-VALUES

            MOVE SPACES TO CA-RCT-MANAGER

           END-IF

           MOVE BRM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-RCT-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1043 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO RECERT-MANAGER-EXIT

           END-IF

           IF CA-RCT-MANAGER NOT = SPACES

            MOVE LOW-VALUES TO CREDENTIALS-RECORD
            MOVE CRED-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHCRED")
                    INTO(CREDENTIALS-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(CA-RCT-MANAGER)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 1043 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO RECERT-MANAGER-EXIT

            END-IF

           END-IF

           MOVE BMGR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBMGR")
                   INTO(BRANCH-MANAGER-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-RCT-BRANCH)
                   KEYLENGTH(4)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            IF CA-RCT-MANAGER = SPACES

             PERFORM EVALUATE-RESP

             GO TO RECERT-MANAGER-EXIT

            END-IF

            MOVE LOW-VALUES TO BMGR-BEFORE-IMAGE
            MOVE CA-RCT-BRANCH TO BMGR-BRANCH
            MOVE CA-RCT-MANAGER TO BMGR-USERID
            MOVE SESS-USERID TO BMGR-SET-BY
            MOVE BUSINESS-TODAY TO BMGR-SET-DATE

            MOVE BMGR-REC-LEN TO LENGTH-VAR

            EXEC CICS WRITE
                    FILE("TECHBMGR")
                    FROM(BRANCH-MANAGER-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(BMGR-BRANCH)
                    KEYLENGTH(4)
                    NOHANDLE
                    END-EXEC

           ELSE

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO RECERT-MANAGER-EXIT

            END-IF

            MOVE BRANCH-MANAGER-RECORD TO BMGR-BEFORE-IMAGE

            IF CA-RCT-MANAGER = SPACES

             EXEC CICS DELETE
                     FILE("TECHBMGR")
                     NOHANDLE
                     END-EXEC

             MOVE LOW-VALUES TO BRANCH-MANAGER-RECORD

            ELSE

             MOVE CA-RCT-MANAGER TO BMGR-USERID
             MOVE SESS-USERID TO BMGR-SET-BY
             MOVE BUSINESS-TODAY TO BMGR-SET-DATE

             MOVE BMGR-REC-LEN TO LENGTH-VAR

             EXEC CICS REWRITE
                     FILE("TECHBMGR")
                     FROM(BRANCH-MANAGER-RECORD)
                     LENGTH(LENGTH-VAR)
                     NOHANDLE
                     END-EXEC

            END-IF

           END-IF

           IF EIBRESP = 0

            SET AUDIT-OP-ADMIN TO TRUE
            MOVE SPACES TO AUDIT-ACCOUNT
            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
            MOVE BMGR-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE(1:28)
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
            MOVE BRANCH-MANAGER-RECORD TO AUDIT-AFTER-IMAGE(1:28)
            MOVE SPACES TO AUDIT-NARRATIVE

            STRING 'BRANCH CERTIFIER ' CA-RCT-BRANCH
                   DELIMITED BY SIZE
                   INTO AUDIT-NARRATIVE
            END-STRING

            MOVE EIBRESP TO SAVED-EIBRESP
            PERFORM WRITE-AUDIT-RECORD
            MOVE SAVED-EIBRESP TO EIBRESP

           END-IF

           PERFORM EVALUATE-RESP

           .
         RECERT-MANAGER-EXIT.
           EXIT.
      *****************************************************************
         FXRATE-RECORD SECTION.

      * the TECHFXR daily exchange-rate table, kept maker-checker. 'K'
      * keys CA-FX-RATE for currency CA-FX-CURRENCY on business date
      * CA-FX-DATE (blank: the business date) as pending; 'A' approves
      * and 'R' rejects a pending rate, never by the userid that keyed
      * it (925); 'L' lists. Only an approved rate is ever converted
      * at. A rate for a business date already gone cannot be keyed or
      * approved, nor one for the local currency (1044).

           IF CA-FX-FUNC = 'L'

            PERFORM FXRATE-LIST

            GO TO FXRATE-RECORD-EXIT

           END-IF

           IF CA-FX-DATE = SPACES OR CA-FX-DATE = LOW-VALUES

            MOVE BUSINESS-TODAY TO CA-FX-DATE

           END-IF

           PERFORM GET-FX-PARMS

           IF CA-FX-CURRENCY = SPACES OR CA-FX-CURRENCY = LOW-VALUES
              OR CA-FX-CURRENCY NOT ALPHABETIC
              OR CA-FX-CURRENCY = FXP-LOCAL-CCY
              OR CA-FX-DATE NOT NUMERIC

            MOVE 1044 TO EIBRESP

           END-IF

           EVALUATE CA-FX-FUNC

            WHEN 'K'

             IF CA-FX-DATE < BUSINESS-TODAY
                OR CA-FX-RATE NOT NUMERIC
                OR CA-FX-RATE = 0

              MOVE 1044 TO EIBRESP

             END-IF

            WHEN 'A'

             IF CA-FX-DATE < BUSINESS-TODAY

              MOVE 1044 TO EIBRESP

             END-IF

            WHEN 'R'

             CONTINUE

            WHEN OTHER

             MOVE 1044 TO EIBRESP

           END-EVALUATE

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO FXRATE-RECORD-EXIT

           END-IF

           IF CA-FX-FUNC = 'K'

            PERFORM FXRATE-KEY

           ELSE

            PERFORM FXRATE-DECIDE

           END-IF

           .
         FXRATE-RECORD-EXIT.
           EXIT.
      *****************************************************************
         FXRATE-KEY SECTION.

      * a new rate is written pending. One already there is replaced
      * while pending or rejected; an approved one only for a date
      * still to come, and it then goes back to pending for a second
      * look - the approved rate for the business date itself stands.

           MOVE 0 TO FXR-NEW-SW
           MOVE CA-FX-CURRENCY TO FXR-CURRENCY
           MOVE CA-FX-DATE TO FXR-DATE

           MOVE FXR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHFXR")
                   INTO(FX-RATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FXR-KEY)
                   KEYLENGTH(11)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE 1 TO FXR-NEW-SW
            MOVE LOW-VALUES TO SAVED-FX-RATE-RECORD
            MOVE CA-FX-CURRENCY TO FXR-CURRENCY
            MOVE CA-FX-DATE TO FXR-DATE

           ELSE

            IF EIBRESP NOT = 0

             PERFORM EVALUATE-RESP

             GO TO FXRATE-KEY-EXIT

            END-IF

            IF FXR-APPROVED AND FXR-DATE NOT > BUSINESS-TODAY

             MOVE 1044 TO EIBRESP

             PERFORM EVALUATE-RESP

             GO TO FXRATE-KEY-EXIT

            END-IF

            MOVE FX-RATE-RECORD TO SAVED-FX-RATE-RECORD

           END-IF

           MOVE CA-FX-RATE TO FXR-RATE
           SET FXR-PENDING TO TRUE
           MOVE SESS-USERID TO FXR-KEYED-BY
           MOVE BUS-CLOCK-TIME TO FXR-KEYED-TIME
           MOVE SPACES TO FXR-REVIEWED-BY

           MOVE FXR-REC-LEN TO LENGTH-VAR

           IF FXR-NEW

            EXEC CICS WRITE
                    FILE("TECHFXR")
                    FROM(FX-RATE-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(FXR-KEY)
                    KEYLENGTH(11)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS REWRITE
                    FILE("TECHFXR")
                    FROM(FX-RATE-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           IF EIBRESP = 0

            MOVE 'FX RATE KEYED' TO FXR-AUDIT-TEXT

            PERFORM FXRATE-AUDIT

           END-IF

           PERFORM EVALUATE-RESP

           .
         FXRATE-KEY-EXIT.
           EXIT.
      *****************************************************************
         FXRATE-DECIDE SECTION.

      * the checker's decision on a pending rate - the same
      * maker-checker rule as PENDMAINT: nothing but a pending rate
      * (926), and never by the userid that keyed it (925)

           MOVE CA-FX-CURRENCY TO FXR-CURRENCY
           MOVE CA-FX-DATE TO FXR-DATE

           MOVE FXR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHFXR")
                   INTO(FX-RATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FXR-KEY)
                   KEYLENGTH(11)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

            GO TO FXRATE-DECIDE-EXIT

           END-IF

           IF NOT FXR-PENDING

            MOVE 926 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FXRATE-DECIDE-EXIT

           END-IF

           IF FXR-KEYED-BY = LOGIN-USERID

            MOVE 925 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO FXRATE-DECIDE-EXIT

           END-IF

           MOVE FX-RATE-RECORD TO SAVED-FX-RATE-RECORD

           IF CA-FX-FUNC = 'A'

            SET FXR-APPROVED TO TRUE
            MOVE 'FX RATE APPROVED' TO FXR-AUDIT-TEXT

           ELSE

            SET FXR-REJECTED TO TRUE
            MOVE 'FX RATE REJECTED' TO FXR-AUDIT-TEXT

           END-IF

           MOVE LOGIN-USERID TO FXR-REVIEWED-BY

           MOVE FXR-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHFXR")
                   FROM(FX-RATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            PERFORM FXRATE-AUDIT

           END-IF

           PERFORM EVALUATE-RESP

           .
         FXRATE-DECIDE-EXIT.
           EXIT.
      *****************************************************************
         FXRATE-AUDIT SECTION.

      * an 'M' entry with the TECHFXR record before and after in the
      * image fronts and the currency and date in the narrative

           SET AUDIT-OP-ADMIN TO TRUE
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
           MOVE SAVED-FX-RATE-RECORD TO AUDIT-BEFORE-IMAGE(1:45)
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           MOVE FX-RATE-RECORD TO AUDIT-AFTER-IMAGE(1:45)
           MOVE SPACES TO AUDIT-NARRATIVE

           STRING FXR-AUDIT-TEXT DELIMITED BY '  '
                  ' ' FXR-CURRENCY ' ' FXR-DATE DELIMITED BY SIZE
                  INTO AUDIT-NARRATIVE
           END-STRING

           MOVE EIBRESP TO SAVED-EIBRESP
           PERFORM WRITE-AUDIT-RECORD
           MOVE SAVED-EIBRESP TO EIBRESP

           .
         FXRATE-AUDIT-EXIT.
           EXIT.
      *****************************************************************
         FXRATE-LIST SECTION.

      * up to 5 rates from currency CA-FX-CURRENCY and date CA-FX-DATE
      * on, whatever their status; call again with the last currency
      * and date listed to page on

           MOVE 0 TO CA-FX-COUNT
           MOVE 0 TO FXR-SCAN-DONE-SW

           MOVE LOW-VALUES TO FXR-BROWSE-KEY

           IF CA-FX-CURRENCY NOT = SPACES
              AND CA-FX-CURRENCY NOT = LOW-VALUES

            MOVE CA-FX-CURRENCY TO FXR-BROWSE-KEY(1:3)

            IF CA-FX-DATE NOT = SPACES
               AND CA-FX-DATE NOT = LOW-VALUES

             MOVE CA-FX-DATE TO FXR-BROWSE-KEY(4:8)

            END-IF

           END-IF

           EXEC CICS STARTBR
                   FILE("TECHFXR")
                   RIDFLD(FXR-BROWSE-KEY)
                   KEYLENGTH(11)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO FXR-SCAN-DONE-SW

           END-IF

           PERFORM FXRATE-COLLECT UNTIL FXR-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHFXR")
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           PERFORM EVALUATE-RESP

           GO TO FXRATE-LIST-EXIT

           .
      *****************************************************************
         FXRATE-COLLECT.

           MOVE FXR-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHFXR")
                   INTO(FX-RATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FXR-BROWSE-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO FXR-SCAN-DONE-SW

           ELSE

      * the rate paged on from was shown last time

            IF FXR-CURRENCY NOT = CA-FX-CURRENCY
               OR FXR-DATE NOT = CA-FX-DATE

             ADD 1 TO CA-FX-COUNT

             MOVE FXR-CURRENCY TO CA-FX-E-CURRENCY(CA-FX-COUNT)
             MOVE FXR-DATE TO CA-FX-E-DATE(CA-FX-COUNT)
             MOVE FXR-RATE TO CA-FX-E-RATE(CA-FX-COUNT)
             MOVE FXR-STATUS TO CA-FX-E-STATUS(CA-FX-COUNT)
             MOVE FXR-KEYED-BY TO CA-FX-E-KEYED-BY(CA-FX-COUNT)
             MOVE FXR-REVIEWED-BY TO CA-FX-E-REVIEWED-BY(CA-FX-COUNT)

             IF CA-FX-COUNT = 5

              MOVE 1 TO FXR-SCAN-DONE-SW

             END-IF

            END-IF

           END-IF

           .
         FXRATE-LIST-EXIT.
           EXIT.
      *****************************************************************
         GET-FX-PARMS SECTION.

      * the TECHPARM 'FXPARM' record into FX-PARM-RECORD - with none,
      * or a spread that is not a number, the local currency is blank
      * and there is no spread

           MOVE SPACES TO FXP-LOCAL-CCY
           MOVE 0 TO FXP-SPREAD

           MOVE FXP-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(FX-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FXP-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO FXP-LOCAL-CCY
            MOVE 0 TO FXP-SPREAD

           END-IF

           IF FXP-SPREAD NOT NUMERIC OR FXP-LOCAL-CCY = LOW-VALUES

            MOVE SPACES TO FXP-LOCAL-CCY
            MOVE 0 TO FXP-SPREAD

           END-IF

           MOVE 0 TO EIBRESP

           .
         GET-FX-PARMS-EXIT.
           EXIT.
      *****************************************************************
         GET-ACCOUNT-CURRENCY SECTION.

      * the currency an account of product FX-PRODUCT-CODE is held in,
      * into FX-ACCOUNT-CURRENCY - the product's, or the local
      * currency where the product names none or is not on TECHPROD.
      * GET-FX-PARMS must have been performed first.

           MOVE SPACES TO PROD-CURRENCY

           MOVE PROD-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPROD")
                   INTO(PRODUCT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FX-PRODUCT-CODE)
                   KEYLENGTH(2)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0
              OR PROD-CURRENCY = LOW-VALUES
              OR PROD-CURRENCY = SPACES

            MOVE FXP-LOCAL-CCY TO FX-ACCOUNT-CURRENCY

           ELSE

            MOVE PROD-CURRENCY TO FX-ACCOUNT-CURRENCY

           END-IF

           MOVE 0 TO EIBRESP

           .
         GET-ACCOUNT-CURRENCY-EXIT.
           EXIT.
      *****************************************************************
         CHECK-LOCAL-CURRENCY SECTION.

      * the bank's own internal, clearing and income accounts are all
      * held in the local currency, so a posting whose other leg is
      * one of them is refused (1046) for an account FX-CHECK-ACCOUNT
      * held in any other - rather than moving the amount across
      * currencies at face value. An account not on file passes; the
      * caller's own read reports it.

           MOVE CUST-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHBASE")
                   INTO(SIBLING-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FX-CHECK-ACCOUNT)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 0 TO EIBRESP

            GO TO CHECK-LOCAL-CURRENCY-EXIT

           END-IF

           PERFORM GET-FX-PARMS

           MOVE SIBLING-PRODUCT-CODE TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY

           IF FX-ACCOUNT-CURRENCY NOT = FXP-LOCAL-CCY

            MOVE 1046 TO EIBRESP

           END-IF

           .
         CHECK-LOCAL-CURRENCY-EXIT.
           EXIT.
      *****************************************************************
         GET-FX-RATE SECTION.

      * the approved rate for currency FX-LOOKUP-CURRENCY on the
      * business date into FX-LOOKUP-RATE, FX-RATE-FOUND set when there
      * is one. The local currency is always at 1.

           MOVE 0 TO FX-RATE-FOUND-SW
           MOVE 0 TO FX-LOOKUP-RATE

           IF FX-LOOKUP-CURRENCY = FXP-LOCAL-CCY

            MOVE 1 TO FX-LOOKUP-RATE
            MOVE 1 TO FX-RATE-FOUND-SW

            GO TO GET-FX-RATE-EXIT

           END-IF

           MOVE BUSINESS-TODAY TO FX-LOOKUP-DATE

           MOVE FXR-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHFXR")
                   INTO(FX-RATE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(FX-LOOKUP-KEY)
                   KEYLENGTH(11)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND FXR-APPROVED
              AND FXR-RATE NUMERIC AND FXR-RATE > 0

            MOVE FXR-RATE TO FX-LOOKUP-RATE
            MOVE 1 TO FX-RATE-FOUND-SW

           END-IF

           MOVE 0 TO EIBRESP

           .
         GET-FX-RATE-EXIT.
           EXIT.
      *****************************************************************
         CONVERT-TRANSFER-AMOUNT SECTION.

      * the TO account is credited in its own currency. Between
      * accounts held in the same currency the amount moves as it
      * stands. Between currencies it is converted at the business
      * date's approved rates - each the local value of one unit, so
      * the cross rate is the FROM rate over the TO rate - less the
      * TECHPARM 'FXPARM' spread; the cross rate is rounded to six
      * places before it is applied, so the rate quoted on the two
      * audit narratives gives exactly the amount credited. A
      * back-valued transfer, or one too large or too small to
      * convert, is refused (1047), as is one with either rate not
      * approved for the day (1045).

           MOVE 0 TO FX-CONVERTED-SW
           MOVE TRANSFER-AMOUNT TO TRANSFER-CREDIT-AMOUNT
           MOVE TRANSFER-AMOUNT TO CA-XFER-CREDIT-AMOUNT
           MOVE 1 TO CA-XFER-RATE

           PERFORM GET-FX-PARMS

           MOVE PRODUCT-CODEO TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-FROM-CURRENCY

           MOVE TRANSFER-TO-PRODUCT-CODE TO FX-PRODUCT-CODE
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE FX-ACCOUNT-CURRENCY TO FX-TO-CURRENCY

           IF FX-FROM-CURRENCY = FX-TO-CURRENCY

            GO TO CONVERT-TRANSFER-AMOUNT-EXIT

           END-IF

           IF POSTING-BACK-VALUED

            MOVE 1047 TO EIBRESP

            GO TO CONVERT-TRANSFER-AMOUNT-EXIT

           END-IF

           MOVE FX-FROM-CURRENCY TO FX-LOOKUP-CURRENCY
           PERFORM GET-FX-RATE

           IF NOT FX-RATE-FOUND

            MOVE 1045 TO EIBRESP

            GO TO CONVERT-TRANSFER-AMOUNT-EXIT

           END-IF

           MOVE FX-LOOKUP-RATE TO FX-FROM-RATE

           MOVE FX-TO-CURRENCY TO FX-LOOKUP-CURRENCY
           PERFORM GET-FX-RATE

           IF NOT FX-RATE-FOUND

            MOVE 1045 TO EIBRESP

            GO TO CONVERT-TRANSFER-AMOUNT-EXIT

           END-IF

           MOVE FX-LOOKUP-RATE TO FX-TO-RATE

           COMPUTE FX-CROSS-RATE ROUNDED =
                   (FX-FROM-RATE * (1 - FXP-SPREAD)) / FX-TO-RATE
              ON SIZE ERROR
                   MOVE 1047 TO EIBRESP
           END-COMPUTE

           IF EIBRESP NOT = 0

            GO TO CONVERT-TRANSFER-AMOUNT-EXIT

           END-IF

           COMPUTE TRANSFER-CREDIT-AMOUNT ROUNDED =
                   TRANSFER-AMOUNT * FX-CROSS-RATE
              ON SIZE ERROR
                   MOVE 1047 TO EIBRESP
           END-COMPUTE

           IF EIBRESP NOT = 0
              OR (TRANSFER-CREDIT-AMOUNT = 0 AND TRANSFER-AMOUNT > 0)

            MOVE 1047 TO EIBRESP

            GO TO CONVERT-TRANSFER-AMOUNT-EXIT

           END-IF

           MOVE 1 TO FX-CONVERTED-SW
           MOVE TRANSFER-CREDIT-AMOUNT TO CA-XFER-CREDIT-AMOUNT
           MOVE FX-CROSS-RATE TO CA-XFER-RATE

      * the FROM leg names what the TO account received, the TO leg
      * what the FROM account paid

           MOVE FX-TO-CURRENCY TO FX-NARR-CURRENCY
           MOVE TRANSFER-CREDIT-AMOUNT TO FX-NARR-AMOUNT
           PERFORM BUILD-FX-NARRATIVE
           MOVE FX-NARR-TEXT TO FX-DEBIT-NARRATIVE

           MOVE FX-FROM-CURRENCY TO FX-NARR-CURRENCY
           MOVE TRANSFER-AMOUNT TO FX-NARR-AMOUNT
           PERFORM BUILD-FX-NARRATIVE
           MOVE FX-NARR-TEXT TO FX-CREDIT-NARRATIVE

           .
         CONVERT-TRANSFER-AMOUNT-EXIT.
           EXIT.
      *****************************************************************
         BUILD-FX-NARRATIVE SECTION.

      * 'FX ' currency, amount and '@' cross rate, the figures
      * left-justified, into FX-NARR-TEXT

           MOVE FX-NARR-AMOUNT TO FX-EDIT-AMOUNT
           MOVE FX-CROSS-RATE TO FX-EDIT-RATE
           MOVE 0 TO FX-AMOUNT-LEAD
           MOVE 0 TO FX-RATE-LEAD

           INSPECT FX-EDIT-AMOUNT TALLYING FX-AMOUNT-LEAD
                   FOR LEADING SPACES
           INSPECT FX-EDIT-RATE TALLYING FX-RATE-LEAD
                   FOR LEADING SPACES

           MOVE SPACES TO FX-NARR-TEXT

           STRING 'FX ' FX-NARR-CURRENCY ' '
                  FX-EDIT-AMOUNT(FX-AMOUNT-LEAD + 1:)
                  '@' FX-EDIT-RATE(FX-RATE-LEAD + 1:)
                  DELIMITED BY SIZE
                  INTO FX-NARR-TEXT
           END-STRING

           .
         BUILD-FX-NARRATIVE-EXIT.
           EXIT.
      *****************************************************************
         ISSUE-SESSION SECTION.

      * mint a session token for a freshly authenticated login - the
      * same ABSTIME-derived value ISSUE-TOKEN uses for update
      * tokens - record it in TECHSESS with an expiry
      * SESSION-TTL-MINS out, and hand it back in CA-SESSION.

           EXEC CICS ASKTIME
                   ABSTIME(SESS-ABSTIME)
                   NOHANDLE
                   END-EXEC

           MOVE SESS-ABSTIME TO SESS-TOKEN-NUM
           MOVE SESS-TOKEN-NUM TO SESS-TOKEN
           MOVE LOGIN-USERID TO SESS-USERID

      * the monitor wants to know when this session was born and
      * when it last spoke - at birth those are the same moment

           EXEC CICS FORMATTEDTIME
                   ABSTIME(SESS-ABSTIME)
                   YYYYMMDD(SESS-ISSUED-DATE)
                   TIME(SESS-ISSUED-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE SESS-ISSUED-DATE TO SESS-LASTUSE-DATE
           MOVE SESS-ISSUED-TIME TO SESS-LASTUSE-TIME

      * keep the birth stamp in the NOW fields too - the duplicate-
      * token takeover below re-reads the OLD record over this one
      * and restamps it from these

           MOVE SESS-ISSUED-DATE TO SESS-NOW-DATE
           MOVE SESS-ISSUED-TIME TO SESS-NOW-TIME

           COMPUTE SESS-ABSTIME =
                   SESS-ABSTIME + (SESSION-TTL-MINS * 60 * 1000)

           EXEC CICS FORMATTEDTIME
                   ABSTIME(SESS-ABSTIME)
                   YYYYMMDD(SESS-EXPIRY-DATE)
                   TIME(SESS-EXPIRY-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE SESS-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHSESS")
                   FROM(SESSION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(SESS-TOKEN)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

      * two logins in the same millisecond - take over the existing
      * record, same way ISSUE-TOKEN handles a duplicate

           IF EIBRESP = DFHRESP(DUPREC) OR EIBRESP = DFHRESP(DUPKEY)

            MOVE SESS-REC-LEN TO LENGTH-VAR

            EXEC CICS READ
                    FILE("TECHSESS")
                    INTO(SESSION-RECORD)
                    LENGTH(LENGTH-VAR)
                    RIDFLD(SESS-TOKEN)
                    KEYLENGTH(8)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            MOVE LOGIN-USERID TO SESS-USERID
            MOVE SESS-NOW-DATE TO SESS-ISSUED-DATE
            MOVE SESS-NOW-TIME TO SESS-ISSUED-TIME
            MOVE SESS-NOW-DATE TO SESS-LASTUSE-DATE
            MOVE SESS-NOW-TIME TO SESS-LASTUSE-TIME

            EXEC CICS FORMATTEDTIME
                    ABSTIME(SESS-ABSTIME)
                    YYYYMMDD(SESS-EXPIRY-DATE)
                    TIME(SESS-EXPIRY-TIME)
                    NOHANDLE
                    END-EXEC

            MOVE SESS-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHSESS")
                    FROM(SESSION-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE SESS-TOKEN TO CA-SESSION

           MOVE 0 TO EIBRESP

           .
         ISSUE-SESSION-EXIT.
           EXIT.
      *****************************************************************
         VERIFY-SESSION SECTION.

      * every non-AUTHENTICATE request must present the CA-SESSION
      * token its login was issued - a missing, unknown or expired
      * token is refused with 912 before anything is dispatched, so
      * none of the CGI entry points can be driven anonymously. A
      * verified request pushes the expiry another SESSION-TTL-MINS
      * out. Leaves EIBRESP 0 on success.

           IF CA-SESSION = SPACES OR CA-SESSION = LOW-VALUES

            MOVE 912 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO VERIFY-SESSION-EXIT

           END-IF

           MOVE SESS-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHSESS")
                   INTO(SESSION-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CA-SESSION)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 912 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO VERIFY-SESSION-EXIT

           END-IF

           EXEC CICS ASKTIME
                   ABSTIME(SESS-ABSTIME)
                   NOHANDLE
                   END-EXEC

           EXEC CICS FORMATTEDTIME
                   ABSTIME(SESS-ABSTIME)
                   YYYYMMDD(SESS-NOW-DATE)
                   TIME(SESS-NOW-TIME)
                   NOHANDLE
                   END-EXEC

           IF SESS-EXPIRY-DATE < SESS-NOW-DATE
              OR (SESS-EXPIRY-DATE = SESS-NOW-DATE
                  AND SESS-EXPIRY-TIME < SESS-NOW-TIME)

            EXEC CICS DELETE
                    FILE("TECHSESS")
                    NOHANDLE
                    END-EXEC

            MOVE 912 TO EIBRESP

            PERFORM EVALUATE-RESP

            GO TO VERIFY-SESSION-EXIT

           END-IF

           MOVE SESS-NOW-DATE TO SESS-LASTUSE-DATE
           MOVE SESS-NOW-TIME TO SESS-LASTUSE-TIME

           COMPUTE SESS-ABSTIME =
                   SESS-ABSTIME + (SESSION-TTL-MINS * 60 * 1000)

           EXEC CICS FORMATTEDTIME
                   ABSTIME(SESS-ABSTIME)
                   YYYYMMDD(SESS-EXPIRY-DATE)
                   TIME(SESS-EXPIRY-TIME)
                   NOHANDLE
                   END-EXEC

           MOVE SESS-REC-LEN TO LENGTH-VAR

           EXEC CICS REWRITE
                   FILE("TECHSESS")
                   FROM(SESSION-RECORD)
                   LENGTH(LENGTH-VAR)
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           .
         VERIFY-SESSION-EXIT.
           EXIT.
      *****************************************************************
         CHECK-AVAILABLE-FUNDS SECTION.

      * BALANCEO in SERVER-CUSTOMER-RECORD already carries the ledger
      * balance AFTER the withdrawal being attempted; the same
      * overdraft floor is applied again with the held amount taken
      * out, so a cheque deposited minutes ago cannot be drawn
      * against. A record whose hold field has never been stamped
      * counts as holding nothing. Leaves EIBRESP 0 or 917.

           IF HOLD-AMOUNTO NUMERIC

            MOVE HOLD-AMOUNTO TO HOLD-ON-FILE

           ELSE

            MOVE 0 TO HOLD-ON-FILE

           END-IF

           MOVE 0 TO EIBRESP

           IF HOLD-ON-FILE > 0

            COMPUTE AVAILABLE-AFTER = BALANCEO - HOLD-ON-FILE

            IF AVAILABLE-AFTER < 0
               AND AVAILABLE-AFTER < (0 - OVERDRAFT-LIMITO)

             MOVE 917 TO EIBRESP

            END-IF

           END-IF

           .
         CHECK-AVAILABLE-FUNDS-EXIT.
           EXIT.
      *****************************************************************
         ADD-DEPOSIT-HOLD SECTION.

      * the amount just credited (BALANCE-BAK) goes under hold - the
      * account's running held total is raised and a TECHHOLD detail
      * written with a release date PARM-HOLD-DAYS business days out
      * (fallback 2). The hold sequence is the next free number under
      * this account's key.

           MOVE PARM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(RATE-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PARM-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND PARM-HOLD-DAYS NUMERIC
              AND PARM-HOLD-DAYS NOT = 0

            MOVE PARM-HOLD-DAYS TO HOLD-DAYS

           END-IF

           IF HOLD-AMOUNTO NUMERIC

            ADD BALANCE-BAK TO HOLD-AMOUNTO

           ELSE

            MOVE BALANCE-BAK TO HOLD-AMOUNTO

           END-IF

      * find the next free hold sequence for this account

           MOVE 0 TO DH-NEXT-SEQ
           MOVE 0 TO DH-SCAN-DONE-SW

           MOVE SPACES TO DH-BROWSE-KEY
           MOVE ACCOUNTO TO DH-BROWSE-KEY(1:5)
           MOVE '000' TO DH-BROWSE-KEY(6:3)

           EXEC CICS STARTBR
                   FILE("TECHHOLD")
                   RIDFLD(DH-BROWSE-KEY)
                   KEYLENGTH(8)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO DH-SCAN-DONE-SW

           END-IF

           PERFORM SCAN-ONE-HOLD UNTIL DH-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHHOLD")
                   NOHANDLE
                   END-EXEC

           MOVE ACCOUNTO TO DH-ACCOUNT
           COMPUTE DH-SEQ = DH-NEXT-SEQ + 1
           MOVE BALANCE-BAK TO DH-AMOUNT

      * the release date is PARM-HOLD-DAYS business days past today -
      * computed with the same machinery GET-BUSINESS-DATE uses, and
      * today's date put back afterwards

           MOVE BUSINESS-TODAY TO HOLD-SAVE-DATE

           PERFORM NEXT-BUSINESS-DAY HOLD-DAYS TIMES

           MOVE BUSINESS-TODAY TO DH-RELEASE-DATE
           MOVE HOLD-SAVE-DATE TO BUSINESS-TODAY

           MOVE DH-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHHOLD")
                   FROM(DEPOSIT-HOLD-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DH-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           GO TO ADD-DEPOSIT-HOLD-EXIT

           .
      *****************************************************************
         SCAN-ONE-HOLD.

           MOVE DH-REC-LEN TO LENGTH-VAR

           EXEC CICS READNEXT
                   FILE("TECHHOLD")
                   INTO(DEPOSIT-HOLD-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(DH-BROWSE-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR DH-ACCOUNT NOT = ACCOUNTO

            MOVE 1 TO DH-SCAN-DONE-SW

           ELSE

            MOVE DH-SEQ TO DH-NEXT-SEQ

           END-IF

           .
         ADD-DEPOSIT-HOLD-EXIT.
           EXIT.
      *****************************************************************
         WRITE-EVENT-RECORD SECTION.

      * one TECHEVT record per notifiable event, numbered from the
      * TECHCTL 'EVTSEQ' counter the same way the request log is.
      * The 'NOTPARM' selection record decides whether the class is
      * switched on, and - for amount-carrying events - whether the
      * amount in EVENT-AMOUNT clears the threshold. The caller
      * fills EV-CODE, EV-TEXT and EVENT-AMOUNT; account and
      * customer come from the record just posted. A missing
      * selection record means notifications are simply not
      * configured, and nothing is written.

           MOVE NOT-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(NOTIFY-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(NOT-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 0 TO EIBRESP

            GO TO WRITE-EVENT-RECORD-EXIT

           END-IF

           EVALUATE EV-CODE

            WHEN 'LD'

             IF NOT-DEBIT-FLAG NOT = 'Y'
                OR NOT-THRESHOLD NOT NUMERIC
                OR NOT-THRESHOLD = 0
                OR EVENT-AMOUNT NOT > NOT-THRESHOLD

              MOVE 0 TO EIBRESP

              GO TO WRITE-EVENT-RECORD-EXIT

             END-IF

            WHEN 'FR'

             IF NOT-FREEZE-FLAG NOT = 'Y'

              MOVE 0 TO EIBRESP

              GO TO WRITE-EVENT-RECORD-EXIT

             END-IF

            WHEN OTHER

             CONTINUE

           END-EVALUATE

           MOVE CTL-EVTSEQ-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-EVTSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-EVTSEQ-KEY TO CTL-KEY
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

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(LENGTH-VAR)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO EV-SEQNO
           MOVE BUSINESS-TODAY TO EV-DATE
           MOVE ACCOUNTO TO EV-ACCOUNT
           MOVE CUSTOMER-NOO TO EV-CUSTNO
           MOVE EVENT-AMOUNT TO EV-AMOUNT

           MOVE EV-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHEVT")
                   FROM(EVENT-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(EV-SEQNO)
                   KEYLENGTH(9)
                   NOHANDLE
                   END-EXEC

           MOVE 0 TO EIBRESP

           .
         WRITE-EVENT-RECORD-EXIT.
           EXIT.
      *****************************************************************
         WRITE-REQUEST-LOG SECTION.

      * one TECHRLOG record per call, numbered from the TECHCTL
      * 'RLOGSEQ' counter. RESPONSE-CODE already carries the final
      * outcome EVALUATE-RESP decided, whatever path set it; the
      * userid is the session's owner (the login userid on an
      * AUTHENTICATE, where no session exists yet). The log is pure
      * diagnostics - a failure to write it never disturbs the
      * caller's outcome, which the caller restores from
      * SAVED-EIBRESP afterwards.

           MOVE CTL-RLOGSEQ-KEY TO CTL-KEY
           MOVE CTL-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(CTL-RLOGSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-RLOGSEQ-KEY TO CTL-KEY
            MOVE 1 TO CTL-NUM-VALUE
            MOVE SPACES TO CTL-CHAR-VALUE

            MOVE CTL-REC-LEN TO LENGTH-VAR

            EXEC CICS WRITE

           END-IF

           MOVE CTL-NUM-VALUE TO RL-SEQNO

      * a call refused before GET-BUSINESS-DATE ran (a version
      * mismatch) is dated from the clock instead

           EXEC CICS ASKTIME
                   ABSTIME(RLOG-ABSTIME)
                   NOHANDLE
                   END-EXEC

           IF BUSINESS-TODAY NUMERIC

            MOVE BUSINESS-TODAY TO RL-DATE

            EXEC CICS FORMATTEDTIME
                    ABSTIME(RLOG-ABSTIME)
                    TIME(RL-TIME)
                    NOHANDLE
                    END-EXEC

           ELSE

            EXEC CICS FORMATTEDTIME
                    ABSTIME(RLOG-ABSTIME)
                    YYYYMMDD(RL-DATE)
                    TIME(RL-TIME)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE SERVER-STATE TO RL-STATE
           MOVE ACCOUNTO TO RL-ACCOUNT
           MOVE RESPONSE-CODE TO RL-RESP-CODE
           MOVE CA-CORRID TO RL-CORRID

           IF SERVER-STATE = SERVER-STATE-AUTHENTICATE

            MOVE LOGIN-USERID TO RL-USERID

           ELSE

            MOVE SESS-USERID TO RL-USERID

           END-IF

           MOVE RLOG-REC-LEN TO LENGTH-VAR

           EXEC CICS WRITE
                   FILE("TECHRLOG")
                   FROM(REQUEST-LOG-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(RL-SEQNO)
                   KEYLENGTH(9)
                   NOHANDLE
                   END-EXEC

           .
         WRITE-REQUEST-LOG-EXIT.
           EXIT.
      *****************************************************************
         CHECK-DAILY-LIMIT SECTION.

      * per-account daily cap on combined DEBIT and TRANSFER amounts,
      * enforced server-side so a compromised web login cannot drain
      * an account to its overdraft limit in one afternoon of
      * repeated withdrawals. The running total lives on the account
      * record itself (DAY-DEBIT-DATEO / DAY-DEBIT-TOTALO in
      * SERVER-CUSTOMER-RECORD, persisted by the caller's eventual
      * REWRITE) and starts fresh the first time the account debits
      * on a new day. The cap is PARM-DAILY-DEBIT-CAP on the TECHPARM
      * 'RATES' record; zero or no record means no cap is configured.
      * A genuine large withdrawal goes through with CA-OVERRIDE 'Y'
      * when LOGIN-USERID holds a role granting the 00/'L' override
      * (see CHECK-DESTRUCTIVE-AUTH). Leaves EIBRESP 0 on
      * pass, 910 on refusal, or CHECK-DESTRUCTIVE-AUTH's code when
      * an override fails its authentication.

      * the cap covers a business day, the same day every other
      * stamp this request writes carries

           MOVE BUSINESS-TODAY TO DAILY-TODAY

           IF DAY-DEBIT-DATEO = DAILY-TODAY
              AND DAY-DEBIT-TOTALO NUMERIC

            COMPUTE DAILY-PROJECTED =
                    DAY-DEBIT-TOTALO + DAILY-CHECK-AMOUNT

           ELSE

            MOVE DAILY-CHECK-AMOUNT TO DAILY-PROJECTED

           END-IF

           MOVE PARM-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHPARM")
                   INTO(RATE-PARM-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PARM-KEY-VALUE)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0 AND PARM-DAILY-DEBIT-CAP NUMERIC

            MOVE PARM-DAILY-DEBIT-CAP TO DAILY-CAP

           ELSE

            MOVE 0 TO DAILY-CAP

           END-IF

           MOVE 0 TO EIBRESP

           IF DAILY-CAP > 0 AND DAILY-PROJECTED > DAILY-CAP

            IF CA-OVERRIDE = 'Y'

             MOVE 0 TO PERM-STATE
             MOVE 'L' TO PERM-FUNC

             PERFORM CHECK-DESTRUCTIVE-AUTH

             IF EIBRESP NOT = 0

              GO TO CHECK-DAILY-LIMIT-EXIT

             END-IF

            ELSE

             MOVE 910 TO EIBRESP

             GO TO CHECK-DAILY-LIMIT-EXIT

            END-IF

           END-IF

           MOVE DAILY-TODAY TO DAY-DEBIT-DATEO
           MOVE DAILY-PROJECTED TO DAY-DEBIT-TOTALO

           MOVE 0 TO EIBRESP

           .
         CHECK-DAILY-LIMIT-EXIT.
           EXIT.
      *****************************************************************
         CHECK-DESTRUCTIVE-AUTH SECTION.

      * LOGIN-USERID, signing on again with LOGIN-PASSWORD, must hold
      * a role granting request type PERM-STATE / sub-function
      * PERM-FUNC. CHECK-PERMISSION comes here for every controlled
      * request; the two in-flight overrides come here directly
      * with PERM-STATE 00 - 'V' a back-valued posting
      * (CHECK-VALUE-DATE), 'L' a debit over the daily cap
      * (CHECK-DAILY-LIMIT). Leaves EIBRESP 0 on success, or 905,
      * 918 or 907 for the caller to GO TO its own EXIT paragraph
      * on.

           MOVE LOGIN-USERID TO PERM-USERID
           MOVE LOGIN-PASSWORD TO PERM-PASSWORD

           PERFORM AUTHORISE-USERID

           .
         CHECK-DESTRUCTIVE-AUTH-EXIT.
           EXIT.
      *****************************************************************
         AUTHORISE-USERID SECTION.

      * PERM-USERID must be on TECHCRED with password PERM-PASSWORD
      * (905 - judged on the digest, see VERIFY-CRED-PASSWORD), not
      * locked or disabled (918), and hold a role with a
      * TECHROLE grant for PERM-STATE and PERM-FUNC - exactly, or
      * '*' for every sub-function of the request type (907). A
      * userid that holds no roles yet is judged the old way, on
      * CRED-CAN-DESTROY, until USERADM gives it some. Leaves
      * EIBRESP 0 or the code.

           MOVE CRED-REC-LEN TO LENGTH-VAR
           MOVE LOW-VALUES TO CREDENTIALS-RECORD

           EXEC CICS READ
                  FILE("TECHCRED")
                  INTO(CREDENTIALS-RECORD)
                  LENGTH(LENGTH-VAR)
                  RIDFLD(PERM-USERID)
                  KEYLENGTH(8)
                  NOHANDLE
                  END-EXEC

           MOVE 0 TO PWD-MATCH-SW

           IF EIBRESP = 0

            MOVE PERM-PASSWORD TO PWD-CANDIDATE

            PERFORM VERIFY-CRED-PASSWORD

           END-IF

           IF EIBRESP NOT = 0 OR NOT PWD-MATCHES

            MOVE 905 TO EIBRESP

            GO TO AUTHORISE-USERID-EXIT

           END-IF

           IF CRED-LOCKED OR CRED-DISABLED

            MOVE 918 TO EIBRESP

            GO TO AUTHORISE-USERID-EXIT

           END-IF

           MOVE 0 TO PERM-GRANTED-SW
           MOVE 0 TO PERM-ROLE-COUNT

           PERFORM AUTHORISE-TRY-ROLE
                   VARYING PERM-IX FROM 1 BY 1
                   UNTIL PERM-IX > 4 OR PERM-GRANTED

           IF PERM-ROLE-COUNT = 0 AND CRED-CAN-DESTROY

            MOVE 1 TO PERM-GRANTED-SW

           END-IF

           IF PERM-GRANTED

            MOVE 0 TO EIBRESP

           ELSE

            MOVE 907 TO EIBRESP

           END-IF

           GO TO AUTHORISE-USERID-EXIT

           .
      *****************************************************************
         AUTHORISE-TRY-ROLE.

           IF CRED-ROLE(PERM-IX) NOT = SPACES
              AND CRED-ROLE(PERM-IX) NOT = LOW-VALUES

            ADD 1 TO PERM-ROLE-COUNT

            MOVE CRED-ROLE(PERM-IX) TO PERM-SEEK-ROLE
            MOVE 'P' TO PERM-SEEK-TYPE
            MOVE SPACES TO PERM-SEEK-TARGET
            MOVE PERM-STATE TO PERM-SEEK-STATE
            MOVE PERM-FUNC TO PERM-SEEK-FUNC

            PERFORM AUTHORISE-READ-GRANT

            IF NOT PERM-GRANTED AND PERM-FUNC NOT = '*'

             MOVE '*' TO PERM-SEEK-FUNC

             PERFORM AUTHORISE-READ-GRANT

            END-IF

           END-IF

           .
      *****************************************************************
         AUTHORISE-READ-GRANT.

           MOVE ROLE-REC-LEN TO LENGTH-VAR

           EXEC CICS READ
                   FILE("TECHROLE")
                   INTO(ROLE-RECORD)
                   LENGTH(LENGTH-VAR)
                   RIDFLD(PERM-SEEK-KEY)
                   KEYLENGTH(17)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            MOVE 1 TO PERM-GRANTED-SW

           END-IF

           .
         AUTHORISE-USERID-EXIT.
           EXIT.
      *****************************************************************
         CHECK-PERMISSION SECTION.

      * the one permission check, made in MAINLINE before anything is
      * dispatched: the request's type and sub-function are looked
      * up in CONTROLLED-FUNCTION-TABLE, and a controlled request
      * goes through CHECK-DESTRUCTIVE-AUTH against LOGIN-USERID's
      * roles. Leaves EIBRESP 0, or the refusal through
      * EVALUATE-RESP.

           MOVE SERVER-STATE TO PERM-STATE
           MOVE '*' TO PERM-FUNC

           EVALUATE SERVER-STATE

            WHEN SERVER-STATE-SOMAINT

             MOVE CA-SO-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-PARMMAINT

             MOVE CA-PARM-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-CHGPWD

             MOVE CA-PWD-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-USERADM

             MOVE CA-ADM-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-HOLDCTL

             MOVE CA-HOLD-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-PENDMAINT

             MOVE CA-PEND-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-CHQMAINT

             MOVE CA-CHQ-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-FDPMAINT

             MOVE CA-FDP-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-CARDMAINT

             MOVE CA-CARD-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-CALMAINT

             MOVE CA-CAL-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-SESSADM

             MOVE CA-SESS-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-PRODMNT

             MOVE CA-PROD-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-COLLMNT

             MOVE CA-COL-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-DSPMAINT

             MOVE CA-DSP-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-MNDMAINT

             MOVE CA-MND-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-SWPMAINT

             MOVE CA-SWP-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-PAYMAINT

             MOVE CA-PAY-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-AMLMAINT

             MOVE CA-AML-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-WLMAINT

             MOVE CA-WL-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-KYCREVW

             MOVE CA-KYC-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-FEEEXMT

             MOVE CA-FEX-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-APQMAINT

             MOVE CA-APQ-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-LGLMAINT

             MOVE CA-LGL-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-TDBREAK

             MOVE CA-TDB-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-LNSETTLE

             MOVE CA-LNS-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-SUSPENSE

             MOVE CA-SUS-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-VAULTCC

             MOVE CA-VLT-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-BRSIGNOFF

             MOVE CA-BSO-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-RETMAIL

             MOVE CA-RM-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-BOXMAINT

             MOVE CA-BOX-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-DRAFT

             MOVE CA-DFT-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-LOANAPP

             MOVE CA-LAPP-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-ROLEMAINT

             MOVE CA-ROLE-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-RECERT

             MOVE CA-RCT-FUNC TO PERM-FUNC

            WHEN SERVER-STATE-FXRATE

             MOVE CA-FX-FUNC TO PERM-FUNC

           END-EVALUATE

           MOVE 0 TO PERM-CONTROLLED-SW

           PERFORM CHECK-PERMISSION-MATCH
                   VARYING CF-IX FROM 1 BY 1
                   UNTIL CF-IX > CF-COUNT OR PERM-CONTROLLED

           MOVE 0 TO EIBRESP

           IF NOT PERM-CONTROLLED

            GO TO CHECK-PERMISSION-EXIT

           END-IF

           PERFORM CHECK-DESTRUCTIVE-AUTH

           IF EIBRESP NOT = 0

            PERFORM EVALUATE-RESP

           END-IF

           GO TO CHECK-PERMISSION-EXIT

           .
      *****************************************************************
         CHECK-PERMISSION-MATCH.

           IF CF-STATE(CF-IX) = PERM-STATE
              AND (CF-FUNC(CF-IX) = '*'
                   OR CF-FUNC(CF-IX) = PERM-FUNC)

            MOVE 1 TO PERM-CONTROLLED-SW

           END-IF

           .
         CHECK-PERMISSION-EXIT.
           EXIT.
      *****************************************************************
         EVALUATE-RESP SECTION.

      * RESPONSE-CODE is always EIBRESP itself (or the literal already
      * being matched on) so the CGI clients can switch on a stable
      * number instead of string-matching RESPONSE-TEXT, which remains
      * free to reword without breaking anything that checks the code.

           EVALUATE EIBRESP

               WHEN DFHRESP(NORMAL)

                  MOVE 0 TO RETURN-VALUE
                  MOVE 0 TO RESPONSE-CODE
                  MOVE 'Success' TO RESPONSE-TEXT

               WHEN DFHRESP(DISABLED)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'File is out of action'
                  TO RESPONSE-TEXT


             WHEN 12

                  MOVE 12 TO RESPONSE-CODE
                  MOVE 'File cannot be found'
                  TO RESPONSE-TEXT

             WHEN DFHRESP(DUPREC)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'Duplicate found, record NOT created'
                  TO RESPONSE-TEXT

             WHEN DFHRESP(DUPKEY)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'Duplicate key found on alternate index'
                  TO RESPONSE-TEXT


             WHEN DFHRESP(NOTFND)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'Record cannot be found'
                  TO RESPONSE-TEXT

             WHEN DFHRESP(ENDFILE)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'End of file reached'
                  TO RESPONSE-TEXT


             WHEN DFHRESP(ILLOGIC)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'Illogic operation Hmm!'
                  TO RESPONSE-TEXT


             WHEN DFHRESP(INVREQ)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'Invalid request'
                  TO RESPONSE-TEXT

             WHEN DFHRESP(IOERR)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'IO error disk full or setup wrong !'
                  TO RESPONSE-TEXT

             WHEN DFHRESP(RECORDBUSY)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'Record is busy, held by another transaction'
                  TO RESPONSE-TEXT

             WHEN DFHRESP(LENGERR)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'Invalid length Hmm!'
                  TO RESPONSE-TEXT

             WHEN DFHRESP(NOSPACE)

                  MOVE EIBRESP TO RESPONSE-CODE
                  MOVE 'Not enough disk space ! Hmm!'
                  TO RESPONSE-TEXT

             WHEN 900

                  MOVE 900 TO RESPONSE-CODE
                  MOVE 'Overdraft limit exceeded, transaction refused'
                  TO RESPONSE-TEXT

             WHEN 901

                  MOVE 901 TO RESPONSE-CODE
                  MOVE 'Account is closed, transaction refused'
                  TO RESPONSE-TEXT

             WHEN 902

                  MOVE 902 TO RESPONSE-CODE
                  MOVE 'Account is frozen, transaction refused'
                  TO RESPONSE-TEXT

             WHEN 903

                  MOVE 903 TO RESPONSE-CODE
                  MOVE 'Last posted entry was a DELETE, cannot reverse'
                  TO RESPONSE-TEXT

             WHEN 904

                  MOVE 904 TO RESPONSE-CODE
                  MOVE 'No audit history found for this account'
                  TO RESPONSE-TEXT

             WHEN 905

                  MOVE 905 TO RESPONSE-CODE
                  MOVE 'Invalid userid or password'
                  TO RESPONSE-TEXT

             WHEN 906

                  MOVE 906 TO RESPONSE-CODE
                  MOVE 'Invalid or expired update token'
                  TO RESPONSE-TEXT

             WHEN 907

                  MOVE 907 TO RESPONSE-CODE
                  MOVE 'Userid not authorized for this operation'
                  TO RESPONSE-TEXT

             WHEN 908

                  MOVE 908 TO RESPONSE-CODE
                  MOVE 'Cannot transfer an account to itself'
                  TO RESPONSE-TEXT

             WHEN 909

                  MOVE 909 TO RESPONSE-CODE
                  MOVE 'Amount must not be negative'
                  TO RESPONSE-TEXT

             WHEN 911

                  MOVE 911 TO RESPONSE-CODE
                  MOVE 'Account archived, contact the bank'
                  TO RESPONSE-TEXT

             WHEN 912

                  MOVE 912 TO RESPONSE-CODE
                  MOVE 'Session invalid or expired, log in again'
                  TO RESPONSE-TEXT

             WHEN 913

                  MOVE 913 TO RESPONSE-CODE
                  MOVE 'Posting suspended, try again shortly'
                  TO RESPONSE-TEXT

             WHEN 914

                  MOVE 914 TO RESPONSE-CODE
                  MOVE 'Invalid or unknown branch code'
                  TO RESPONSE-TEXT

             WHEN 915

                  MOVE 915 TO RESPONSE-CODE
                  MOVE 'Name change queued, other edits not applied'
                  TO RESPONSE-TEXT

             WHEN 916

                  MOVE 916 TO RESPONSE-CODE
                  MOVE 'Commarea layout version mismatch'
                  TO RESPONSE-TEXT

             WHEN 917

                  MOVE 917 TO RESPONSE-CODE
                  MOVE 'Deposited funds not yet cleared'
                  TO RESPONSE-TEXT

             WHEN 918

                  MOVE 918 TO RESPONSE-CODE
                  MOVE 'Userid is locked out, contact the bank'
                  TO RESPONSE-TEXT

             WHEN 919

                  MOVE 919 TO RESPONSE-CODE
                  MOVE 'Invalid new password'
                  TO RESPONSE-TEXT

             WHEN 923

                  MOVE 923 TO RESPONSE-CODE
                  MOVE 'Invalid user administration request'
                  TO RESPONSE-TEXT

             WHEN 924

                  MOVE 924 TO RESPONSE-CODE
                  MOVE 'Invalid or unknown product code'
                  TO RESPONSE-TEXT

             WHEN 1047

                  MOVE 1047 TO RESPONSE-CODE
                  MOVE 'Currency transfer cannot be converted'
                  TO RESPONSE-TEXT

             WHEN 1046

                  MOVE 1046 TO RESPONSE-CODE
                  MOVE 'Currency mismatch - not allowed'
                  TO RESPONSE-TEXT

             WHEN 1045

                  MOVE 1045 TO RESPONSE-CODE
                  MOVE 'No approved exchange rate for today'
                  TO RESPONSE-TEXT

             WHEN 1044

                  MOVE 1044 TO RESPONSE-CODE
                  MOVE 'Exchange rate details missing or invalid'
                  TO RESPONSE-TEXT

             WHEN 1043

                  MOVE 1043 TO RESPONSE-CODE
                  MOVE 'Recertification details missing or invalid'
                  TO RESPONSE-TEXT

             WHEN 1042

                  MOVE 1042 TO RESPONSE-CODE
                  MOVE 'A userid cannot recertify itself'
                  TO RESPONSE-TEXT

             WHEN 1041

                  MOVE 1041 TO RESPONSE-CODE
                  MOVE 'Userid is not on your recertification list'
                  TO RESPONSE-TEXT

             WHEN 1040

                  MOVE 1040 TO RESPONSE-CODE
                  MOVE 'A recertification campaign is already open'
                  TO RESPONSE-TEXT

             WHEN 1039

                  MOVE 1039 TO RESPONSE-CODE
                  MOVE 'No recertification campaign is open'
                  TO RESPONSE-TEXT

             WHEN 1038

                  MOVE 1038 TO RESPONSE-CODE
                  MOVE 'Userid would hold conflicting roles'
                  TO RESPONSE-TEXT

             WHEN 1037

                  MOVE 1037 TO RESPONSE-CODE
                  MOVE 'Role details missing or invalid'
                  TO RESPONSE-TEXT

             WHEN 1036

                  MOVE 1036 TO RESPONSE-CODE
                  MOVE 'Account not accessible to this userid'
                  TO RESPONSE-TEXT

             WHEN 1035

                  MOVE 1035 TO RESPONSE-CODE
                  MOVE 'Loan differs from the approved application'
                  TO RESPONSE-TEXT

             WHEN 1034

                  MOVE 1034 TO RESPONSE-CODE
                  MOVE 'Loan application not approved'
                  TO RESPONSE-TEXT

             WHEN 1033

                  MOVE 1033 TO RESPONSE-CODE
                  MOVE 'Loan application not awaiting a decision'
                  TO RESPONSE-TEXT

             WHEN 1032

                  MOVE 1032 TO RESPONSE-CODE
                  MOVE 'Loan application not on the register'
                  TO RESPONSE-TEXT

             WHEN 1031

                  MOVE 1031 TO RESPONSE-CODE
                  MOVE 'Loan application details missing or invalid'
                  TO RESPONSE-TEXT

             WHEN 1030

                  MOVE 1030 TO RESPONSE-CODE
                  MOVE 'Bank draft entries cannot be reversed'
                  TO RESPONSE-TEXT

             WHEN 1029

                  MOVE 1029 TO RESPONSE-CODE
                  MOVE 'Amount presented does not match the draft'
                  TO RESPONSE-TEXT

             WHEN 1028

                  MOVE 1028 TO RESPONSE-CODE
                  MOVE 'Bank draft already paid'
                  TO RESPONSE-TEXT

             WHEN 1027

                  MOVE 1027 TO RESPONSE-CODE
                  MOVE 'Bank draft not on the register'
                  TO RESPONSE-TEXT

             WHEN 1026

                  MOVE 1026 TO RESPONSE-CODE
                  MOVE 'Draft payee and a positive amount required'
                  TO RESPONSE-TEXT

             WHEN 1025

                  MOVE 1025 TO RESPONSE-CODE
                  MOVE 'Drafts or fee account not set up'
                  TO RESPONSE-TEXT

             WHEN 1024

                  MOVE 1024 TO RESPONSE-CODE
                  MOVE 'Rent account not held by the box renter'
                  TO RESPONSE-TEXT

             WHEN 1023

                  MOVE 1023 TO RESPONSE-CODE
                  MOVE 'Invalid safe-deposit box size or rent'
                  TO RESPONSE-TEXT

             WHEN 1022

                  MOVE 1022 TO RESPONSE-CODE
                  MOVE 'Customer still rents a safe-deposit box'
                  TO RESPONSE-TEXT

             WHEN 1021

                  MOVE 1021 TO RESPONSE-CODE
                  MOVE 'Box rent in arrears - settle before vacating'
                  TO RESPONSE-TEXT

             WHEN 1020

                  MOVE 1020 TO RESPONSE-CODE
                  MOVE 'Safe-deposit box is not let'
                  TO RESPONSE-TEXT

             WHEN 1019

                  MOVE 1019 TO RESPONSE-CODE
                  MOVE 'Safe-deposit box is already let'
                  TO RESPONSE-TEXT

             WHEN 1018

                  MOVE 1018 TO RESPONSE-CODE
                  MOVE 'Safe-deposit box not on the register'
                  TO RESPONSE-TEXT

             WHEN 1017

                  MOVE 1017 TO RESPONSE-CODE
                  MOVE 'Customer mail is not flagged as returned'
                  TO RESPONSE-TEXT

             WHEN 1016

                  MOVE 1016 TO RESPONSE-CODE
                  MOVE 'Customer mail already flagged as returned'
                  TO RESPONSE-TEXT

             WHEN 1015

                  MOVE 1015 TO RESPONSE-CODE
                  MOVE 'Invalid returned-mail request'
                  TO RESPONSE-TEXT

             WHEN 1014

                  MOVE 1014 TO RESPONSE-CODE
                  MOVE 'Account is not dormant'
                  TO RESPONSE-TEXT

             WHEN 1013

                  MOVE 1013 TO RESPONSE-CODE
                  MOVE 'ID evidence is required to reactivate'
                  TO RESPONSE-TEXT

             WHEN 1012

                  MOVE 1012 TO RESPONSE-CODE
                  MOVE 'Account is dormant - reactivation required'
                  TO RESPONSE-TEXT

             WHEN 1011

                  MOVE 1011 TO RESPONSE-CODE
                  MOVE 'Value date before last interest capitalization'
                  TO RESPONSE-TEXT

             WHEN 1010

                  MOVE 1010 TO RESPONSE-CODE
                  MOVE 'Value date outside the back-value window'
                  TO RESPONSE-TEXT

             WHEN 1009

                  MOVE 1009 TO RESPONSE-CODE
                  MOVE 'Value date invalid or not before today'
                  TO RESPONSE-TEXT

             WHEN 1008

                  MOVE 1008 TO RESPONSE-CODE
                  MOVE 'Date of birth invalid or in the future'
                  TO RESPONSE-TEXT

             WHEN 1007

                  MOVE 1007 TO RESPONSE-CODE
                  MOVE 'Cards are not issued to minors'
                  TO RESPONSE-TEXT

             WHEN 1006

                  MOVE 1006 TO RESPONSE-CODE
                  MOVE 'Minor account may not be overdrawn'
                  TO RESPONSE-TEXT

             WHEN 1005

                  MOVE 1005 TO RESPONSE-CODE
                  MOVE 'Executor account missing or not usable'
                  TO RESPONSE-TEXT

             WHEN 1004

                  MOVE 1004 TO RESPONSE-CODE
                  MOVE 'Date of death missing or not a past date'
                  TO RESPONSE-TEXT

             WHEN 1003

                  MOVE 1003 TO RESPONSE-CODE
                  MOVE 'Customer is not recorded as deceased'
                  TO RESPONSE-TEXT

             WHEN 1002

                  MOVE 1002 TO RESPONSE-CODE
                  MOVE 'Customer is recorded as deceased'
                  TO RESPONSE-TEXT

             WHEN 1001

                  MOVE 1001 TO RESPONSE-CODE
                  MOVE 'Unknown report type'
                  TO RESPONSE-TEXT

             WHEN 1000

                  MOVE 1000 TO RESPONSE-CODE
                  MOVE 'Invalid sign-off request'
                  TO RESPONSE-TEXT

             WHEN 999

                  MOVE 999 TO RESPONSE-CODE
                  MOVE 'Branch has tills or vault open or unproved'
                  TO RESPONSE-TEXT

             WHEN 998

                  MOVE 998 TO RESPONSE-CODE
                  MOVE 'Invalid vault request'
                  TO RESPONSE-TEXT

             WHEN 997

                  MOVE 997 TO RESPONSE-CODE
                  MOVE 'Vault cash insufficient for this movement'
                  TO RESPONSE-TEXT

             WHEN 996

                  MOVE 996 TO RESPONSE-CODE
                  MOVE 'Vault not open for this branch today'
                  TO RESPONSE-TEXT

             WHEN 995

                  MOVE 995 TO RESPONSE-CODE
                  MOVE 'No suspense account on INTACCTS'
                  TO RESPONSE-TEXT

             WHEN 994

                  MOVE 994 TO RESPONSE-CODE
                  MOVE 'Invalid suspense request'
                  TO RESPONSE-TEXT

             WHEN 993

                  MOVE 993 TO RESPONSE-CODE
                  MOVE 'Suspense item has no originator to return to'
                  TO RESPONSE-TEXT

             WHEN 992

                  MOVE 992 TO RESPONSE-CODE
                  MOVE 'Suspense item is not open'
                  TO RESPONSE-TEXT

             WHEN 991

                  MOVE 991 TO RESPONSE-CODE
                  MOVE 'Card expiry must be YYYYMM, not in the past'
                  TO RESPONSE-TEXT

             WHEN 990

                  MOVE 990 TO RESPONSE-CODE
                  MOVE 'Cheque already presented for clearing'
                  TO RESPONSE-TEXT

             WHEN 989

                  MOVE 989 TO RESPONSE-CODE
                  MOVE 'Drawee bank and cheque number required'
                  TO RESPONSE-TEXT

             WHEN 988

                  MOVE 988 TO RESPONSE-CODE
                  MOVE 'Settlement date must not be in the past'
                  TO RESPONSE-TEXT

             WHEN 987

                  MOVE 987 TO RESPONSE-CODE
                  MOVE 'No outstanding loan on this account'
                  TO RESPONSE-TEXT

             WHEN 986

                  MOVE 986 TO RESPONSE-CODE
                  MOVE 'Interest-expense account not set up'
                  TO RESPONSE-TEXT

             WHEN 985

                  MOVE 985 TO RESPONSE-CODE
                  MOVE 'No locked term deposit on this account'
                  TO RESPONSE-TEXT

             WHEN 984

                  MOVE 984 TO RESPONSE-CODE
                  MOVE 'History date range missing or invalid'
                  TO RESPONSE-TEXT

             WHEN 983

                  MOVE 983 TO RESPONSE-CODE
                  MOVE 'Open legal order - account cannot close'
                  TO RESPONSE-TEXT

             WHEN 982

                  MOVE 982 TO RESPONSE-CODE
                  MOVE 'A court remittance cannot be reversed'
                  TO RESPONSE-TEXT

             WHEN 981

                  MOVE 981 TO RESPONSE-CODE
                  MOVE 'Nothing held against the order to remit'
                  TO RESPONSE-TEXT

             WHEN 980

                  MOVE 980 TO RESPONSE-CODE
                  MOVE 'No court-payments account on CRTPAY'
                  TO RESPONSE-TEXT

             WHEN 979

                  MOVE 979 TO RESPONSE-CODE
                  MOVE 'Legal order not found or no longer open'
                  TO RESPONSE-TEXT

             WHEN 978

                  MOVE 978 TO RESPONSE-CODE
                  MOVE 'Legal order already registered'
                  TO RESPONSE-TEXT

             WHEN 977

                  MOVE 977 TO RESPONSE-CODE
                  MOVE 'Legal order details missing or invalid'
                  TO RESPONSE-TEXT

             WHEN 976

                  MOVE 976 TO RESPONSE-CODE
                  MOVE 'Queued posting lapsed - key it again'
                  TO RESPONSE-TEXT

             WHEN 975

                  MOVE 975 TO RESPONSE-CODE
                  MOVE 'Approval item not found or already decided'
                  TO RESPONSE-TEXT

             WHEN 974

                  MOVE 974 TO RESPONSE-CODE
                  MOVE 'Posting queued for supervisor approval'
                  TO RESPONSE-TEXT

             WHEN 973

                  MOVE 973 TO RESPONSE-CODE
                  MOVE 'Invalid fee-exemption request'
                  TO RESPONSE-TEXT

             WHEN 972

                  MOVE 972 TO RESPONSE-CODE
                  MOVE 'Invalid KYC review or risk rating'
                  TO RESPONSE-TEXT

             WHEN 971

                  MOVE 971 TO RESPONSE-CODE
                  MOVE 'KYC review overdue - debits refused'
                  TO RESPONSE-TEXT

             WHEN 970

                  MOVE 970 TO RESPONSE-CODE
                  MOVE 'Watch-list hit already decided'
                  TO RESPONSE-TEXT

             WHEN 969

                  MOVE 969 TO RESPONSE-CODE
                  MOVE 'Opening referred to compliance - watch list'
                  TO RESPONSE-TEXT

             WHEN 968

                  MOVE 968 TO RESPONSE-CODE
                  MOVE 'A case note is required'
                  TO RESPONSE-TEXT

             WHEN 967

                  MOVE 967 TO RESPONSE-CODE
                  MOVE 'AML case already closed'
                  TO RESPONSE-TEXT

             WHEN 966

                  MOVE 966 TO RESPONSE-CODE
                  MOVE 'A payee must be another account'
                  TO RESPONSE-TEXT

             WHEN 965

                  MOVE 965 TO RESPONSE-CODE
                  MOVE 'Payee not registered on this account'
                  TO RESPONSE-TEXT

             WHEN 964

                  MOVE 964 TO RESPONSE-CODE
                  MOVE 'Payee already registered'
                  TO RESPONSE-TEXT

             WHEN 963

                  MOVE 963 TO RESPONSE-CODE
                  MOVE 'Transfer to unregistered or too-new payee'
                  TO RESPONSE-TEXT

             WHEN 962

                  MOVE 962 TO RESPONSE-CODE
                  MOVE 'No active sweep for that pair of accounts'
                  TO RESPONSE-TEXT

             WHEN 961

                  MOVE 961 TO RESPONSE-CODE
                  MOVE 'Sweep instruction already active'
                  TO RESPONSE-TEXT

             WHEN 960

                  MOVE 960 TO RESPONSE-CODE
                  MOVE 'Sweep floor cannot be above the target'
                  TO RESPONSE-TEXT

             WHEN 959

                  MOVE 959 TO RESPONSE-CODE
                  MOVE 'Sweep accounts must differ and share an owner'
                  TO RESPONSE-TEXT

             WHEN 958

                  MOVE 958 TO RESPONSE-CODE
                  MOVE 'Sweep direction must be O, I or B'
                  TO RESPONSE-TEXT

             WHEN 957

                  MOVE 957 TO RESPONSE-CODE
                  MOVE 'No active mandate under that reference'
                  TO RESPONSE-TEXT

             WHEN 956

                  MOVE 956 TO RESPONSE-CODE
                  MOVE 'Mandate already active'
                  TO RESPONSE-TEXT

             WHEN 955

                  MOVE 955 TO RESPONSE-CODE
                  MOVE 'Mandate reference and biller name required'
                  TO RESPONSE-TEXT

             WHEN 954

                  MOVE 954 TO RESPONSE-CODE
                  MOVE 'Outward payment already sent to clearing'
                  TO RESPONSE-TEXT

             WHEN 953

                  MOVE 953 TO RESPONSE-CODE
                  MOVE 'No clearing account on INTACCTS'
                  TO RESPONSE-TEXT

             WHEN 952

                  MOVE 952 TO RESPONSE-CODE
                  MOVE 'Beneficiary bank, account and name required'
                  TO RESPONSE-TEXT

             WHEN 951
