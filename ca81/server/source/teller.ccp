      * When the web server is down the branches still need to look
      * up and post against accounts - the region itself is usually
      * fine. This is the 3270 fallback channel: a conversational
      * transaction, TELL (plain SEND/RECEIVE screens), that drives
      * the very same VSAMSERV commarea the CGI programs drive, over
      * EXEC CICS LINK instead of ECI, so every rule the server
      * enforces - TECHCRED authentication with a session token, the
      * destructive-auth gate, posting holds, daily caps, available-
      * balance checks - applies unchanged at the counter.
      *
      * The operator signs on first (userid and password, checked by
      * VSAMSERV's AUTHENTICATE, which hands back the session token
      *                                 one-off transfer warehoused
      *                                 on TECHFDP until its value
      *                                 date - see FDPMAINT)
      *   W account amount bank beneacct name
      *                                 outward payment to an account
      *                                 at another bank - debited now,
      *                                 sent on the nightly clearing
      *                                 file (see OUTPAY / OPAYCLR)
      *   K account amount bank chequeno
      *                                 pay in a cheque drawn on
      *                                 another bank - credited under
      *                                 deposit hold and presented on
      *                                 the nightly outward clearing
      *                                 file (see CHQDEP / OCHQCLR)
      *   M account A billerref limit billername
      *                                 register a biller's direct-
      *                                 debit mandate (limit is the
      *                                 per-collection ceiling, 0 for
      *                                 none); M account C billerref
      *                                 cancels it, M account L lists
      *                                 the account's mandates (see
      *                                 MNDMAINT / DDCOLL)
      *   V customerno                  customer combined position -
      *                                 every account owned or
      *                                 co-owned, with totals (see
      *                                 CUSTPOS)
      *   A account card [yyyymm]       link an ATM/POS card to the
      *                                 account on the TECHCARD
      *                                 register, expiring in the
      *                                 month given (three years
      *                                 out when none is given -
      *                                 see CARDMAINT)
      *   H cardnumber                  hot-card it on the spot -
      *                                 the moment the customer
      *                                 phones
      *   O amount [branch]             open the till - declare the
      *                                 operator's opening cash
      *                                 float for the business date
      *                                 and the branch the drawer
      *                                 works from (set by the first
      *                                 vault movement when not
      *                                 given)
      *   Z amount                      close the till - declare the
      *                                 counted drawer; the nightly
      *                                 TILLPROF job proves it and
      *                                 posts any over/short to the
      *                                 suspense account
      *   F O branch amount             open the branch vault -
      *                                 declare its opening cash for
      *                                 the business date
      *   F I branch userid amount      issue cash from the vault to
      *                                 a teller's till
      *   F R branch amount             return cash from the
      *                                 operator's own till to the
      *                                 vault - both I and R wait as
      *                                 pending movements until the
      *                                 receiving side keys F C ref
      *                                 (the teller for an issue,
      *                                 anyone but the returning
      *                                 teller for a return); F X ref
      *                                 cancels one the operator
      *                                 keyed, F L branch lists the
      *                                 day's pending movements
      *   F D branch amount ccref       cash delivered by the cash
      *                                 centre; F S branch amount
      *                                 ccref sends cash back to it -
      *                                 both need an 'A'-level userid
      *                                 (see VAULTCC)
      *   F Z branch amount             close the vault - declare the
      *                                 counted vault cash; TILLPROF
      *                                 proves it overnight like a
      *                                 till
      *   Q L [fromid]                  list the debits and transfers
      *                                 waiting for a supervisor; Q A
      *                                 id approves one (it posts
      *                                 under the reference the
      *                                 teller was given), Q D id
      *                                 declines it - an 'A'-level
      *                                 userid other than the one
      *                                 that keyed it (see APQMAINT)
      *   G account L [fromref]         list the court orders served
      *                                 on the account; G account A
      *                                 ref amount priority authority
      *                                 registers one (priority 1 is
      *                                 paid first), G account R ref
      *                                 remits what is held to the
      *                                 court and closes the order,
      *                                 G account P ref remits part
      *                                 and leaves it open, G account
      *                                 W ref withdraws it - all but
      *                                 L need an 'A'-level userid
      *                                 (see LGLMAINT)
      *   I account from [to] [resume]  transaction history between
      *                                 two dates (YYYYMMDD, to
      *                                 defaults to today), ten
      *                                 postings a screen, archived
      *                                 entries included; when more
      *                                 remain the screen shows the
      *                                 resume number to key as the
      *                                 last word for the next page
      *                                 (see HISTINQ)
      *   E account [BREAK]             quote breaking the account's
      *                                 term deposit early - months
      *                                 held, the rate or forfeit,
      *                                 the interest and the payout
      *                                 to show the customer; E
      *                                 account BREAK breaks it once
      *                                 the customer agrees, which
      *                                 needs an 'A'-level userid
      *                                 (see TDBREAK)
      *   L account [date|SETTLE]       loan early-settlement quote
      *                                 as at the date (YYYYMMDD,
      *                                 default today) - the payoff,
      *                                 its principal, interest and
      *                                 rebate; L account SETTLE pays
      *                                 the loan off now from the
      *                                 collecting account and closes
      *                                 it - 'A'-level userid only
      *                                 (see LNSETTLE)
      *   N customerno yyyymmdd         record the customer's death
      *                                 on the date - sole accounts
      *                                 frozen, joint ones put under
      *                                 survivor review, orders,
      *                                 future payments and cards
      *                                 stopped; N customerno SETTLE
      *                                 executoracct pays the sole
      *                                 accounts out to the executor
      *                                 and closes them - both need
      *                                 an 'A'-level userid (see
      *                                 DECEASED and ESTSETL)
      *   J account supvid supvpwd evidence
      *                                 reactivate a dormant account
      *                                 - the approving supervisor
      *                                 (an 'A'-level userid other
      *                                 than the operator) keys their
      *                                 own id and password, and the
      *                                 ID the customer produced is
      *                                 recorded as the evidence
      *   Y customerno [date|CLEAR]     record the customer's post
      *                                 as returned undelivered on
      *                                 the date (YYYYMMDD, default
      *                                 today) - statements and
      *                                 letters stop going by post;
      *                                 Y customerno CLEAR lifts it,
      *                                 'A'-level userid only (see
      *                                 RETMAIL)
      *   BOX A branch box size rent    put a safe-deposit box on the
      *                                 branch's register (size S, M
      *                                 or L) or re-price it -
      *                                 'A'-level userid only
      *   BOX R branch box customerno account
      *                                 let the box to the customer,
      *                                 the yearly rent taken from
      *                                 the account by BOXBILL
      *   BOX V branch box              the renter gives it up
      *   BOX Q branch box              show the box
      *   BOX L branch [frombox]        list the branch's boxes (see
      *                                 BOXMAINT)
      *   DRAFT I account amount payee  issue a bank draft to the
      *                                 payee (the rest of the line),
      *                                 debited from the account with
      *                                 the draft fee
      *   DRAFT E draftno amount [account]
      *                                 pay a presented draft into
      *                                 the account, or through
      *                                 clearing when none is given
      *   DRAFT Q draftno               show the draft (see DRAFT)
      *   LOANAPP C customerno amount term income purpose
      *                                 take a loan application - the
      *                                 term in months, the income
      *                                 monthly, the purpose the rest
      *                                 of the line; it is checked at
      *                                 once and filed pending, or
      *                                 referred when a check fails
      *   LOANAPP L [fromappno]         list applications awaiting a
      *                                 decision
      *   LOANAPP Q appno               show the application
      *   LOANAPP A appno               approve it, or
      *   LOANAPP D appno reason        decline it - both need an
      *                                 'A'-level userid other than
      *                                 the one that took it (see
      *                                 LOANAPP)
      *
      * a debit or transfer over the approval threshold is not
      * posted but queued for a supervisor - the response says so
      * and the reference it will post under is shown. The cash for
      * a queued withdrawal is not paid out until a supervisor has
      * approved it, so the drawer does not move for the queuing
      *
      * every cash deposit and withdrawal this console posts also
      * moves the operator's TECHTILL position (key = userid +
      * anything keyed after the amount rides as the posting's
      * free-text narrative, stored with the TECHAUDIT entry and
      * printed back on the statements
      *
      * a D, C or T keyed with Vyyyymmdd straight after the amount
      * (D account amount V20260930 [narrative]) is back-valued to
      * that date - 'A'-level userid only, within the window VSAMSERV
      * allows; the nightly ACCRUE puts right the interest
      *   X                             sign off
      *
      * The commarea layout is the shared WSCOMMA member the CGI
         05 CORRID-TASKN               PIC 9(7).
         05 CORRID-TERM                PIC X(4).
        03 WORK-ACCOUNT                PIC X(5).
        03 TK-VALUE-DATE               PIC X(8).
        03 TK-SAVE-PTR                 PIC S9(4) COMP.

      * amount parsing - the same optional-decimal-point split the
      * Web front end applies to a posted amount
       01 AVAIL-WORK                   PIC S9(9)V99.

      * the operator's TECHTILL cash-drawer position for the
      * business date (see DO-TILL-OPEN / UPDATE-TILL-POSITION) -
      * the branch it works from and the cash it has taken from and
      * handed back to the branch vault (see DO-VAULT-CONFIRM)

       01 TILL-RECORD.
        03 TILL-KEY.
          88 TILL-IS-OPEN                      VALUE 'O'.
          88 TILL-IS-CLOSED                    VALUE 'C'.
          88 TILL-IS-PROOFED                   VALUE 'P'.
        03 TILL-BRANCH                 PIC X(4).
        03 TILL-VAULT-IN               PIC S9(9)V99.
        03 TILL-VAULT-OUT              PIC S9(9)V99.

       01 TILL-VARS.
        03 TILL-REC-LEN                PIC S9(4) VALUE 87.
        03 TILL-BUSDATE                PIC X(8).
        03 TILL-IN-OUT                 PIC X(1).
        03 TILL-EXPECTED               PIC S9(9)V99.
        03 CTL-BUSDATE-KEY             PIC X(8) VALUE 'BUSDATE'.
        03 TILL-ABSTIME                PIC S9(15) COMP-3.

      * the branch vault's TECHVLT cash position for the business
      * date, and the TECHVMOV movement register - cash passing
      * between vault and till, or between vault and cash centre
      * (see DO-VAULT)

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

       01 VAULT-MOVE-RECORD.
        03 VMV-REF                     PIC 9(7).
        03 VMV-BRANCH                  PIC X(4).
        03 VMV-DATE                    PIC X(8).
        03 VMV-TYPE                    PIC X(1).
          88 VMV-TO-TILL                       VALUE 'I'.
          88 VMV-TO-VAULT                      VALUE 'R'.
          88 VMV-FROM-CENTRE                   VALUE 'D'.
          88 VMV-TO-CENTRE                     VALUE 'S'.
        03 VMV-USERID                  PIC X(8).
        03 VMV-AMOUNT                  PIC S9(9)V99.
        03 VMV-STATUS                  PIC X(1).
          88 VMV-PENDING                       VALUE 'P'.
          88 VMV-CONFIRMED                     VALUE 'C'.
          88 VMV-CANCELLED                     VALUE 'X'.
        03 VMV-BY                      PIC X(8).
        03 VMV-CONFIRMED-BY            PIC X(8).
        03 VMV-CC-REF                  PIC X(12).

      * the TECHBRM branch reference record - a vault opens only
      * for a real, open branch

       01 BRANCH-MASTER-RECORD.
        03 BRM-CODE                    PIC X(4).
        03 BRM-NAME                    PIC X(20).
        03 BRM-REGION                  PIC X(8).
        03 BRM-STATUS                  PIC X(1).
          88 BRM-CLOSED                        VALUE 'C'.

       01 VAULT-VARS.
        03 VLT-REC-LEN                 PIC S9(4) VALUE 94.
        03 VMV-REC-LEN                 PIC S9(4) VALUE 68.
        03 BRM-REC-LEN                 PIC S9(4) VALUE 33.
        03 CTL-VMOVSEQ-KEY             PIC X(8) VALUE 'VMOVSEQ'.
        03 VAULT-FUNC                  PIC X(1).
        03 VAULT-BRANCH                PIC X(4).
        03 VAULT-EXPECTED              PIC S9(9)V99.
        03 VAULT-OVER-SHORT            PIC S9(9)V99.
        03 VMV-BROWSE-REF              PIC 9(7).
        03 VMV-LIST-COUNT              PIC 9(2) VALUE 0.
        03 VMV-SCAN-DONE-SW            PIC 9 VALUE 0.
          88 VMV-SCAN-DONE                     VALUE 1.
        03 VMV-REF-TEXT                PIC X(7).

       01 VAULT-MOVE-LINE.
        03 VM-REF                      PIC 9(7).
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 VM-TYPE                     PIC X(9).
        03 VM-USERID                   PIC X(9).
        03 VM-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(5) VALUE '  BY'.
        03 VM-BY                       PIC X(8).
        03 FILLER                      PIC X(27) VALUE SPACES.

       01 TILL-RESULT-LINE.
        03 FILLER                      PIC X(10) VALUE 'EXPECTED'.
        03 TRL-EXPECTED                PIC -(9)9.99.
        03 PL-HOLD                     PIC -(9)9.99.
        03 FILLER                      PIC X(36) VALUE SPACES.

       01 MND-OUT-IX                   PIC 9(2) VALUE 0.

       01 MANDATE-LINE.
        03 ML-REF                      PIC X(17).
        03 ML-BILLER                   PIC X(21).
        03 ML-STATUS                   PIC X(2).
        03 ML-LIMIT                    PIC -(9)9.99.
        03 FILLER                      PIC X(6) VALUE '  LAST'.
        03 ML-LAST                     PIC X(8).
        03 FILLER                      PIC X(12) VALUE SPACES.

       01 APQ-OUT-IX                   PIC 9(2) VALUE 0.

       01 APPROVAL-LINE.
        03 AQ-ID                       PIC X(8).
        03 AQ-TYPE                     PIC X(2).
        03 AQ-ACCOUNT                  PIC X(6).
        03 AQ-TO-ACCOUNT               PIC X(6).
        03 AQ-AMOUNT                   PIC Z(8)9.99.
        03 FILLER                      PIC X(5) VALUE '  BY'.
        03 AQ-REQBY                    PIC X(9).
        03 AQ-TIME                     PIC X(6).
        03 FILLER                      PIC X(25) VALUE SPACES.

       01 LGL-OUT-IX                   PIC 9(2) VALUE 0.
       01 LGL-PRIORITY-WORD            PIC X(20).
       01 LGL-PRIORITY-X               PIC X(2).

       01 LEGAL-LINE.
        03 LL-REF                      PIC X(17).
        03 LL-STATUS                   PIC X(2).
        03 LL-PRIORITY                 PIC Z9.
        03 FILLER                      PIC X(6) VALUE '  OWED'.
        03 LL-OWED                     PIC -(9)9.99.
        03 FILLER                      PIC X(6) VALUE '  HELD'.
        03 LL-HELD                     PIC -(9)9.99.
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 LL-RECEIVED                 PIC X(8).
        03 FILLER                      PIC X(11) VALUE SPACES.

       01 BOX-OUT-IX                   PIC 9(2) VALUE 0.
       01 BOX-SIXTH-WORD               PIC X(20).

       01 BOX-LINE.
        03 BX-NUMBER                   PIC X(5).
        03 BX-SIZE                     PIC X(2).
        03 BX-STATUS                   PIC X(2).
        03 BX-CUST-NO                  PIC X(7).
        03 FILLER                      PIC X(5) VALUE 'RENT'.
        03 BX-RENT                     PIC -(7)9.99.
        03 FILLER                      PIC X(6) VALUE '  DUE'.
        03 BX-NEXT-DUE                 PIC X(8).
        03 FILLER                      PIC X(9) VALUE '  ARREARS'.
        03 BX-ARREARS                  PIC -(7)9.99.
        03 FILLER                      PIC X(13) VALUE SPACES.

       01 DRAFT-LINE.
        03 DF-NUMBER                   PIC X(8).
        03 DF-PAYEE                    PIC X(21).
        03 DF-AMOUNT                   PIC -(8)9.99.
        03 FILLER                      PIC X(2) VALUE SPACES.
        03 DF-STATUS                   PIC X(2).
        03 DF-ISSUE-DATE               PIC X(9).
        03 DF-PAID-DATE                PIC X(9).
        03 DF-PAID-TO                  PIC X(5).
        03 FILLER                      PIC X(11) VALUE SPACES.

       01 LAPP-OUT-IX                  PIC 9(2) VALUE 0.
       01 LAPP-SIXTH-WORD              PIC X(20).

       01 LOAN-APP-LINE.
        03 LA-NUMBER                   PIC X(8).
        03 LA-CUST-NO                  PIC X(7).
        03 LA-AMOUNT                   PIC -(8)9.99.
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 LA-TERM                     PIC ZZ9.
        03 FILLER                      PIC X(4) VALUE ' MTH'.
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 LA-STATUS                   PIC X(2).
        03 LA-CHECKS                   PIC X(4).
        03 LA-BY                       PIC X(9).
        03 LA-PURPOSE                  PIC X(16).
        03 FILLER                      PIC X(12) VALUE SPACES.

       01 LEGAL-HELD-LINE.
        03 LH-TAG                      PIC X(10).
        03 LH-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(56) VALUE SPACES.

       01 HIST-OUT-IX                  PIC 9(2) VALUE 0.

       01 HISTORY-LINE.
        03 HS-DATE                     PIC X(9).
        03 HS-OP                       PIC X(2).
        03 HS-AMOUNT                   PIC -(9)9.99.
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 HS-BALANCE                  PIC -(9)9.99.
        03 FILLER                      PIC X(1) VALUE SPACE.
        03 HS-TXNREF                   PIC X(10).
        03 HS-DSP                      PIC X(2).
        03 HS-NARR                     PIC X(25).
        03 FILLER                      PIC X(3) VALUE SPACES.

       01 LOAN-SETTLE-LINE.
        03 FILLER                      PIC X(5) VALUE 'PRIN '.
        03 LN-PRINCIPAL                PIC -(9)9.99.
        03 FILLER                      PIC X(5) VALUE ' INT '.
        03 LN-INTEREST                 PIC -(9)9.99.
        03 FILLER                      PIC X(8) VALUE ' REBATE '.
        03 LN-REBATE                   PIC -(9)9.99.
        03 FILLER                      PIC X(7) VALUE ' INSTS '.
        03 LN-REMAINING                PIC ZZ9.
        03 FILLER                      PIC X(12) VALUE SPACES.

       01 DECEASED-LINE.
        03 FILLER                      PIC X(7) VALUE 'FROZEN'.
        03 DC-FROZEN                   PIC ZZ9.
        03 FILLER                      PIC X(8) VALUE '  JOINT'.
        03 DC-JOINT                    PIC ZZ9.
        03 FILLER                      PIC X(9) VALUE '  ORDERS'.
        03 DC-ORDERS                   PIC ZZ9.
        03 FILLER                      PIC X(11) VALUE '  PAYMENTS'.
        03 DC-PAYMENTS                 PIC ZZ9.
        03 FILLER                      PIC X(8) VALUE '  CARDS'.
        03 DC-CARDS                    PIC ZZ9.
        03 FILLER                      PIC X(22) VALUE SPACES.

       01 ESTATE-SETTLE-LINE.
        03 FILLER                      PIC X(16)
                                        VALUE 'ACCOUNTS CLOSED'.
        03 ES-SETTLED                  PIC ZZ9.
        03 FILLER                      PIC X(8) VALUE '  PAID '.
        03 ES-PAID                     PIC -(11)9.99.
        03 FILLER                      PIC X(38) VALUE SPACES.

       01 POSITION-TOTAL-LINE.
        03 FILLER                      PIC X(7) VALUE 'TOTAL'.
        03 PT-TOTAL                    PIC -(11)9.99.
           MOVE TK-WORD3(1:8) TO OPERATOR-PASSWORD

           MOVE LOW-VALUES TO WS-COMMAREA
           MOVE '56' TO CA-VERSION
           MOVE CONSOLE-CORRID TO CA-CORRID
           MOVE '09' TO CA-REQ
           MOVE '1' TO CA-RC
      *****************************************************************
       CONSOLE-CYCLE SECTION.

           MOVE 'R/U/D/C/T/B/S/P/W/M/V ACCT-OR-CUST [ARGS], X TO END'
             TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE
            WHEN 'D'
            WHEN 'd'

             IF INPUT-LINE(1:6) = 'DRAFT ' OR INPUT-LINE(1:6) = 'draft '

              PERFORM DO-DRAFT

             ELSE

              MOVE '05' TO CA-REQ
              PERFORM DO-POSTING

             END-IF

            WHEN 'C'
            WHEN 'c'
            WHEN 'B'
            WHEN 'b'

             IF INPUT-LINE(1:4) = 'BOX ' OR INPUT-LINE(1:4) = 'box '

              PERFORM DO-SAFE-BOX

             ELSE

              PERFORM DO-CHQ-BOOK

             END-IF

            WHEN 'S'
            WHEN 's'

             PERFORM DO-FUTURE-PAY

            WHEN 'W'
            WHEN 'w'

             PERFORM DO-OUTWARD-PAY

            WHEN 'K'
            WHEN 'k'

             PERFORM DO-CHQ-DEPOSIT

            WHEN 'M'
            WHEN 'm'

             PERFORM DO-MANDATE

            WHEN 'V'
            WHEN 'v'


             PERFORM DO-TILL-CLOSE

            WHEN 'Q'
            WHEN 'q'

             PERFORM DO-APPROVAL

            WHEN 'G'
            WHEN 'g'

             PERFORM DO-LEGAL-ORDER

            WHEN 'I'
            WHEN 'i'

             PERFORM DO-HISTORY

            WHEN 'E'
            WHEN 'e'

             PERFORM DO-TERM-BREAK

            WHEN 'L'
            WHEN 'l'

             IF INPUT-LINE(1:8) = 'LOANAPP '
                OR INPUT-LINE(1:8) = 'loanapp '

              PERFORM DO-LOAN-APP

             ELSE

              PERFORM DO-LOAN-SETTLE

             END-IF

            WHEN 'N'
            WHEN 'n'

             PERFORM DO-DECEASED

            WHEN 'F'
            WHEN 'f'

             PERFORM DO-VAULT

            WHEN 'J'
            WHEN 'j'

             PERFORM DO-REACTIVATE

            WHEN 'Y'
            WHEN 'y'

             PERFORM DO-RETURNED-MAIL

            WHEN OTHER

             MOVE 'UNKNOWN FUNCTION' TO SCREEN-LINE
                    WITH POINTER TK-SCAN-PTR
           END-UNSTRING

           PERFORM PARSE-VALUE-DATE

           IF TK-SCAN-PTR < 79

            MOVE INPUT-LINE(TK-SCAN-PTR:) TO TK-NARR
           MOVE WORK-ACCOUNT TO CA-CONTA
           MOVE AMOUNT-NUM TO CA-SALDO
           MOVE TK-NARR TO CA-NARRATIVE
           MOVE TK-VALUE-DATE TO CA-VALUE-DATE

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RESP-CODE = 974

            PERFORM SEND-QUEUED-LINE

           END-IF

           IF CA-RC = '0'

            PERFORM SEND-BALANCE-LINE
                    WITH POINTER TK-SCAN-PTR
           END-UNSTRING

           PERFORM PARSE-VALUE-DATE

           IF TK-SCAN-PTR < 79

            MOVE INPUT-LINE(TK-SCAN-PTR:) TO TK-NARR
           MOVE TK-WORD3(1:5) TO CA-TOACCT
           MOVE AMOUNT-NUM TO CA-SALDO
           MOVE TK-NARR TO CA-NARRATIVE
           MOVE TK-VALUE-DATE TO CA-VALUE-DATE

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RESP-CODE = 974

            PERFORM SEND-QUEUED-LINE

           END-IF

           IF CA-RC = '0'

            PERFORM SEND-BALANCE-LINE
           .
       DO-TRANSFER-EXIT.
           EXIT.
      *****************************************************************
       PARSE-VALUE-DATE SECTION.

      * TK-SCAN-PTR sits on the word after the amount - a Vyyyymmdd
      * word there is the back-value date, taken into TK-VALUE-DATE
      * and stepped over; anything else is left for the narrative

           MOVE SPACES TO TK-VALUE-DATE

           IF TK-SCAN-PTR NOT < 79

            GO TO PARSE-VALUE-DATE-EXIT

           END-IF

           MOVE TK-SCAN-PTR TO TK-SAVE-PTR
           MOVE SPACES TO TK-WORD5

           UNSTRING INPUT-LINE
                    DELIMITED BY ALL SPACES
                    INTO TK-WORD5
                    WITH POINTER TK-SCAN-PTR
           END-UNSTRING

           IF TK-WORD5(1:1) = 'V'
              AND TK-WORD5(2:8) NUMERIC
              AND TK-WORD5(10:11) = SPACES

            MOVE TK-WORD5(2:8) TO TK-VALUE-DATE

           ELSE

            MOVE TK-SAVE-PTR TO TK-SCAN-PTR

           END-IF

           .
       PARSE-VALUE-DATE-EXIT.
           EXIT.
      *****************************************************************
       DO-CARD-ADD SECTION.

      * A acct cardnumber [yyyymm] - link a card to the account,
      * with its expiry month if the card shows one

           MOVE TK-WORD2(1:5) TO WORK-ACCOUNT

           MOVE 'A' TO CA-CARD-FUNC
           MOVE WORK-ACCOUNT TO CA-CONTA
           MOVE TK-WORD3(1:16) TO CA-CARD-NUMBER
           MOVE TK-WORD4(1:6) TO CA-CARD-EXPIRY

           PERFORM CALL-VSAMSERV

      *****************************************************************
       DO-TILL-OPEN SECTION.

      * O amount [branch] - declare the opening float and start (or
      * restart) the operator's till position for the business
      * date, naming the branch whose vault stands behind it

           MOVE TK-WORD2(1:13) TO INPUT-LINE

           MOVE 0 TO TILL-CASH-OUT
           MOVE 0 TO TILL-DECLARED
           MOVE 'O' TO TILL-STATUS
           MOVE TK-WORD3(1:4) TO TILL-BRANCH
           MOVE 0 TO TILL-VAULT-IN
           MOVE 0 TO TILL-VAULT-OUT

           EXEC CICS WRITE
                   FILE("TECHTILL")
             MOVE AMOUNT-NUM TO TILL-FLOAT
             MOVE 'O' TO TILL-STATUS

             IF TK-WORD3 NOT = SPACES

              MOVE TK-WORD3(1:4) TO TILL-BRANCH

             END-IF

             EXEC CICS REWRITE
                     FILE("TECHTILL")
                     FROM(TILL-RECORD)

           COMPUTE TILL-EXPECTED =
                   TILL-FLOAT + TILL-CASH-IN - TILL-CASH-OUT
                   + TILL-VAULT-IN - TILL-VAULT-OUT

           COMPUTE TILL-OVER-SHORT = TILL-DECLARED - TILL-EXPECTED

           .
       DO-FUTURE-PAY-EXIT.
           EXIT.
      *****************************************************************
       DO-OUTWARD-PAY SECTION.

      * W acct amount bankcode beneacct name - pay someone at another
      * bank; the beneficiary's name is everything after the
      * beneficiary account, kept whole by the same raw-line rescan
      * DO-POSTING makes for its narrative. No cash crosses the
      * counter, so the till position is left alone.

           MOVE TK-WORD2(1:5) TO WORK-ACCOUNT

           MOVE SPACES TO TK-REST
           MOVE 1 TO TK-SCAN-PTR

           UNSTRING INPUT-LINE
                    DELIMITED BY ALL SPACES
                    INTO TK-FUNC TK-WORD2 TK-WORD3 TK-WORD4 TK-WORD5
                    WITH POINTER TK-SCAN-PTR
           END-UNSTRING

           IF TK-SCAN-PTR < 79

            MOVE INPUT-LINE(TK-SCAN-PTR:) TO TK-REST

           END-IF

           MOVE TK-WORD3(1:13) TO INPUT-LINE

           PERFORM PARSE-AMOUNT

           IF NOT AMOUNT-OK

            MOVE 'INVALID AMOUNT' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-OUTWARD-PAY-EXIT

           END-IF

           PERFORM BUILD-BASE-COMMAREA

           MOVE '38' TO CA-REQ
           MOVE WORK-ACCOUNT TO CA-CONTA
           MOVE AMOUNT-NUM TO CA-SALDO
           MOVE TK-WORD4(1:6) TO CA-BENE-BANK
           MOVE TK-WORD5(1:16) TO CA-BENE-ACCT
           MOVE TK-REST(1:20) TO CA-BENE-NAME

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC = '0'

            PERFORM SEND-BALANCE-LINE

            MOVE SPACES TO SCREEN-LINE
            STRING 'PAYMENT REFERENCE ' CA-TXNREF
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

            PERFORM SEND-SCREEN-LINE

           END-IF

           .
       DO-OUTWARD-PAY-EXIT.
           EXIT.
      *****************************************************************
       DO-CHQ-DEPOSIT SECTION.

      * K acct amount bankcode chequeno - a cheque drawn on another
      * bank paid in for collection. The server credits it under
      * deposit hold; no cash crosses the counter, so the till
      * position is left alone.

           MOVE TK-WORD2(1:5) TO WORK-ACCOUNT

           MOVE TK-WORD3(1:13) TO INPUT-LINE

           PERFORM PARSE-AMOUNT

           IF NOT AMOUNT-OK

            MOVE 'INVALID AMOUNT' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-CHQ-DEPOSIT-EXIT

           END-IF

           PERFORM BUILD-BASE-COMMAREA

           MOVE '51' TO CA-REQ
           MOVE WORK-ACCOUNT TO CA-CONTA
           MOVE AMOUNT-NUM TO CA-SALDO
           MOVE TK-WORD4(1:6) TO CA-OCQ-BANK
           MOVE TK-WORD5(1:10) TO CA-OCQ-CHEQUE

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC = '0'

            PERFORM SEND-BALANCE-LINE

            MOVE SPACES TO SCREEN-LINE
            STRING 'ITEM REFERENCE ' CA-TXNREF
                   ' - FUNDS UNDER HOLD UNTIL CLEARED'
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

            PERFORM SEND-SCREEN-LINE

           END-IF

           .
       DO-CHQ-DEPOSIT-EXIT.
           EXIT.
      *****************************************************************
       DO-MANDATE SECTION.

      * M acct A billerref limit billername - the customer's
      * standing permission for a biller to collect by direct debit;
      * the biller's name is everything after the limit, kept whole
      * by the same raw-line rescan DO-OUTWARD-PAY makes.
      * M acct C billerref cancels, M acct L lists.

           MOVE TK-WORD2(1:5) TO WORK-ACCOUNT

           PERFORM BUILD-BASE-COMMAREA

           MOVE '39' TO CA-REQ
           MOVE WORK-ACCOUNT TO CA-CONTA
           MOVE TK-WORD3(1:1) TO CA-MND-FUNC
           INSPECT CA-MND-FUNC CONVERTING 'acl' TO 'ACL'
           MOVE TK-WORD4(1:16) TO CA-MND-REF
           MOVE 0 TO CA-MND-LIMIT

           IF CA-MND-FUNC = 'A'

            MOVE SPACES TO TK-REST
            MOVE 1 TO TK-SCAN-PTR

            UNSTRING INPUT-LINE
                     DELIMITED BY ALL SPACES
                     INTO TK-FUNC TK-WORD2 TK-WORD3 TK-WORD4 TK-WORD5
                     WITH POINTER TK-SCAN-PTR
            END-UNSTRING

            IF TK-SCAN-PTR < 79

             MOVE INPUT-LINE(TK-SCAN-PTR:) TO TK-REST

            END-IF

            MOVE TK-WORD5(1:13) TO INPUT-LINE

            PERFORM PARSE-AMOUNT

            IF NOT AMOUNT-OK

             MOVE 'INVALID LIMIT' TO SCREEN-LINE

             PERFORM SEND-SCREEN-LINE

             GO TO DO-MANDATE-EXIT

            END-IF

            MOVE AMOUNT-NUM TO CA-MND-LIMIT
            MOVE TK-REST(1:20) TO CA-MND-BILLER

           END-IF

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC NOT = '0' OR CA-MND-FUNC NOT = 'L'

            GO TO DO-MANDATE-EXIT

           END-IF

           PERFORM SEND-MANDATE-ROW
                   VARYING MND-OUT-IX FROM 1 BY 1
                   UNTIL MND-OUT-IX > CA-MND-COUNT

           GO TO DO-MANDATE-EXIT

           .
      *****************************************************************
       SEND-MANDATE-ROW.

           MOVE CA-MND-E-REF(MND-OUT-IX) TO ML-REF
           MOVE CA-MND-E-BILLER(MND-OUT-IX) TO ML-BILLER
           MOVE CA-MND-E-STATUS(MND-OUT-IX) TO ML-STATUS
           MOVE CA-MND-E-LIMIT(MND-OUT-IX) TO ML-LIMIT
           MOVE CA-MND-E-LAST(MND-OUT-IX) TO ML-LAST

           MOVE MANDATE-LINE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
       DO-MANDATE-EXIT.
           EXIT.
      *****************************************************************
       DO-CHQ-BOOK SECTION.

           .
       DO-CHQ-STOP-EXIT.
           EXIT.
      *****************************************************************
       DO-APPROVAL SECTION.

      * Q L [fromid] lists the postings queued for a supervisor,
      * Q A id approves one and Q D id declines it; the id is the
      * seven-digit number the list shows

           PERFORM BUILD-BASE-COMMAREA

           MOVE '46' TO CA-REQ
           MOVE TK-WORD2(1:1) TO CA-APQ-FUNC
           INSPECT CA-APQ-FUNC CONVERTING 'lad' TO 'LAD'
           MOVE TK-WORD3(1:7) TO CA-APQ-ID

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC NOT = '0'

            GO TO DO-APPROVAL-EXIT

           END-IF

           IF CA-APQ-FUNC = 'A'

            PERFORM SEND-BALANCE-LINE

            MOVE SPACES TO SCREEN-LINE
            STRING 'POSTED UNDER REFERENCE ' CA-TXNREF
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

            PERFORM SEND-SCREEN-LINE

           END-IF

           IF CA-APQ-FUNC NOT = 'L'

            GO TO DO-APPROVAL-EXIT

           END-IF

           PERFORM SEND-APPROVAL-ROW
                   VARYING APQ-OUT-IX FROM 1 BY 1
                   UNTIL APQ-OUT-IX > CA-APQ-COUNT

           GO TO DO-APPROVAL-EXIT

           .
      *****************************************************************
       SEND-APPROVAL-ROW.

           MOVE CA-APQ-E-ID(APQ-OUT-IX) TO AQ-ID
           MOVE CA-APQ-E-TYPE(APQ-OUT-IX) TO AQ-TYPE
           MOVE CA-APQ-E-ACCT(APQ-OUT-IX) TO AQ-ACCOUNT
           MOVE CA-APQ-E-TOACCT(APQ-OUT-IX) TO AQ-TO-ACCOUNT
           MOVE CA-APQ-E-AMOUNT(APQ-OUT-IX) TO AQ-AMOUNT
           MOVE CA-APQ-E-REQBY(APQ-OUT-IX) TO AQ-REQBY
           MOVE CA-APQ-E-TIME(APQ-OUT-IX) TO AQ-TIME

           MOVE APPROVAL-LINE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
       DO-APPROVAL-EXIT.
           EXIT.
      *****************************************************************
       DO-LEGAL-ORDER SECTION.

      * G acct A ref amount priority authority - register a court
      * order; the issuing authority is everything after the
      * priority, kept whole by the same raw-line rescan DO-MANDATE
      * makes. G acct R ref / P ref / W ref remit and close, remit
      * part, withdraw; G acct L [fromref] lists.

           MOVE TK-WORD2(1:5) TO WORK-ACCOUNT

           PERFORM BUILD-BASE-COMMAREA

           MOVE '47' TO CA-REQ
           MOVE WORK-ACCOUNT TO CA-CONTA
           MOVE TK-WORD3(1:1) TO CA-LGL-FUNC
           INSPECT CA-LGL-FUNC CONVERTING 'larpw' TO 'LARPW'
           MOVE TK-WORD4(1:16) TO CA-LGL-REF
           MOVE 0 TO CA-LGL-AMOUNT
           MOVE 0 TO CA-LGL-PRIORITY

           IF CA-LGL-FUNC = 'A'

            MOVE SPACES TO TK-REST LGL-PRIORITY-WORD
            MOVE 1 TO TK-SCAN-PTR

            UNSTRING INPUT-LINE
                     DELIMITED BY ALL SPACES
                     INTO TK-FUNC TK-WORD2 TK-WORD3 TK-WORD4 TK-WORD5
                          LGL-PRIORITY-WORD
                     WITH POINTER TK-SCAN-PTR
            END-UNSTRING

            IF TK-SCAN-PTR < 79

             MOVE INPUT-LINE(TK-SCAN-PTR:) TO TK-REST

            END-IF

            IF LGL-PRIORITY-WORD(2:1) = SPACE

             MOVE '0' TO LGL-PRIORITY-X(1:1)
             MOVE LGL-PRIORITY-WORD(1:1) TO LGL-PRIORITY-X(2:1)

            ELSE

             MOVE LGL-PRIORITY-WORD(1:2) TO LGL-PRIORITY-X

            END-IF

            IF LGL-PRIORITY-X NOT NUMERIC
               OR LGL-PRIORITY-WORD(3:1) NOT = SPACE

             MOVE 'INVALID PRIORITY' TO SCREEN-LINE

             PERFORM SEND-SCREEN-LINE

             GO TO DO-LEGAL-ORDER-EXIT

            END-IF

            MOVE LGL-PRIORITY-X TO CA-LGL-PRIORITY

            MOVE TK-WORD5(1:13) TO INPUT-LINE

            PERFORM PARSE-AMOUNT

            IF NOT AMOUNT-OK

             MOVE 'INVALID AMOUNT' TO SCREEN-LINE

             PERFORM SEND-SCREEN-LINE

             GO TO DO-LEGAL-ORDER-EXIT

            END-IF

            MOVE AMOUNT-NUM TO CA-LGL-AMOUNT
            MOVE TK-REST(1:30) TO CA-LGL-AUTHORITY

           END-IF

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC NOT = '0'

            GO TO DO-LEGAL-ORDER-EXIT

           END-IF

      * what the order now holds, or what was paid over or released

           MOVE SPACES TO LH-TAG

           EVALUATE CA-LGL-FUNC

            WHEN 'A'

             MOVE 'HELD NOW' TO LH-TAG

            WHEN 'R'
            WHEN 'P'

             MOVE 'REMITTED' TO LH-TAG

            WHEN 'W'

             MOVE 'RELEASED' TO LH-TAG

            WHEN OTHER

             CONTINUE

           END-EVALUATE

           IF LH-TAG NOT = SPACES

            MOVE CA-LGL-HELD TO LH-AMOUNT

            MOVE LEGAL-HELD-LINE TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

           END-IF

           IF CA-LGL-FUNC NOT = 'L'

            GO TO DO-LEGAL-ORDER-EXIT

           END-IF

           PERFORM SEND-LEGAL-ROW
                   VARYING LGL-OUT-IX FROM 1 BY 1
                   UNTIL LGL-OUT-IX > CA-LGL-COUNT

           GO TO DO-LEGAL-ORDER-EXIT

           .
      *****************************************************************
       SEND-LEGAL-ROW.

           MOVE CA-LGL-E-REF(LGL-OUT-IX) TO LL-REF
           MOVE CA-LGL-E-STATUS(LGL-OUT-IX) TO LL-STATUS
           MOVE CA-LGL-E-PRIORITY(LGL-OUT-IX) TO LL-PRIORITY
           MOVE CA-LGL-E-OWED(LGL-OUT-IX) TO LL-OWED
           MOVE CA-LGL-E-HELD(LGL-OUT-IX) TO LL-HELD
           MOVE CA-LGL-E-RECEIVED(LGL-OUT-IX) TO LL-RECEIVED

           MOVE LEGAL-LINE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
       DO-LEGAL-ORDER-EXIT.
           EXIT.
      *****************************************************************
       DO-HISTORY SECTION.

      * I acct from [to] [resume] - one page of the account's
      * history between two dates; a third word of 8 digits is the
      * end date, anything after it the resume number the previous
      * page handed back

           MOVE TK-WORD2(1:5) TO WORK-ACCOUNT

           PERFORM BUILD-BASE-COMMAREA

           MOVE '48' TO CA-REQ
           MOVE WORK-ACCOUNT TO CA-CONTA
           MOVE TK-WORD3(1:8) TO CA-HIST-FROM

           IF TK-WORD4(1:8) NUMERIC AND TK-WORD4(9:1) = SPACE

            MOVE TK-WORD4(1:8) TO CA-HIST-TO
            MOVE TK-WORD5(1:7) TO CA-HIST-RESUME

           ELSE

            MOVE TK-WORD4(1:7) TO CA-HIST-RESUME

           END-IF

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC NOT = '0'

            GO TO DO-HISTORY-EXIT

           END-IF

           PERFORM SEND-HISTORY-ROW
                   VARYING HIST-OUT-IX FROM 1 BY 1
                   UNTIL HIST-OUT-IX > CA-HIST-COUNT

           IF CA-HIST-MORE = 'Y'

            MOVE SPACES TO SCREEN-LINE
            STRING 'MORE - KEY I ' WORK-ACCOUNT ' ' CA-HIST-FROM
                   ' ' CA-HIST-TO ' ' CA-HIST-RESUME
                   ' FOR THE NEXT PAGE'
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

            PERFORM SEND-SCREEN-LINE

           END-IF

           GO TO DO-HISTORY-EXIT

           .
      *****************************************************************
       SEND-HISTORY-ROW.

           MOVE CA-HIST-DATE(HIST-OUT-IX) TO HS-DATE
           MOVE CA-HIST-OP(HIST-OUT-IX) TO HS-OP
           MOVE CA-HIST-AMOUNT(HIST-OUT-IX) TO HS-AMOUNT
           MOVE CA-HIST-BALANCE(HIST-OUT-IX) TO HS-BALANCE
           MOVE CA-HIST-TXNREF(HIST-OUT-IX) TO HS-TXNREF
           MOVE CA-HIST-DSP(HIST-OUT-IX) TO HS-DSP
           MOVE CA-HIST-NARR(HIST-OUT-IX) TO HS-NARR

           MOVE HISTORY-LINE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
       DO-HISTORY-EXIT.
           EXIT.
      *****************************************************************
       DO-TERM-BREAK SECTION.

      * E acct [BREAK] - the quote alone unless the third word is
      * BREAK; either way the quote line comes back for the customer

           MOVE TK-WORD2(1:5) TO WORK-ACCOUNT

           PERFORM BUILD-BASE-COMMAREA

           MOVE '49' TO CA-REQ
           MOVE WORK-ACCOUNT TO CA-CONTA
           MOVE 'Q' TO CA-TDB-FUNC

           IF TK-WORD3 = 'BREAK' OR TK-WORD3 = 'break'

            MOVE 'B' TO CA-TDB-FUNC

           END-IF

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC NOT = '0'

            GO TO DO-TERM-BREAK-EXIT

           END-IF

           MOVE CA-TDB-QUOTE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           IF CA-TDB-FUNC = 'B' AND CA-TDB-INTEREST NOT = 0

            MOVE SPACES TO SCREEN-LINE
            STRING 'POSTED UNDER REFERENCE ' CA-TXNREF
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

            PERFORM SEND-SCREEN-LINE

           END-IF

           .
       DO-TERM-BREAK-EXIT.
           EXIT.
      *****************************************************************
       DO-LOAN-SETTLE SECTION.

      * L acct [date|SETTLE] - a third word of 8 digits is the quote
      * date, SETTLE settles; the payoff line and its make-up come
      * back either way

           MOVE TK-WORD2(1:5) TO WORK-ACCOUNT

           PERFORM BUILD-BASE-COMMAREA

           MOVE '50' TO CA-REQ
           MOVE WORK-ACCOUNT TO CA-CONTA
           MOVE 'Q' TO CA-LNS-FUNC

           IF TK-WORD3 = 'SETTLE' OR TK-WORD3 = 'settle'

            MOVE 'S' TO CA-LNS-FUNC

           ELSE

            IF TK-WORD3(1:8) NUMERIC AND TK-WORD3(9:1) = SPACE

             MOVE TK-WORD3(1:8) TO CA-LNS-DATE

            END-IF

           END-IF

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC NOT = '0'

            GO TO DO-LOAN-SETTLE-EXIT

           END-IF

           MOVE CA-LNS-QUOTE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           MOVE CA-LNS-PRINCIPAL TO LN-PRINCIPAL
           MOVE CA-LNS-INTEREST TO LN-INTEREST
           MOVE CA-LNS-REBATE TO LN-REBATE
           MOVE CA-LNS-REMAINING TO LN-REMAINING

           MOVE LOAN-SETTLE-LINE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           IF CA-LNS-FUNC = 'S'

            MOVE SPACES TO SCREEN-LINE
            STRING 'LOAN CLOSED - POSTED UNDER REFERENCE ' CA-TXNREF
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

            PERFORM SEND-SCREEN-LINE

           END-IF

           .
       DO-LOAN-SETTLE-EXIT.
           EXIT.
      *****************************************************************
       DO-DECEASED SECTION.

      * N customerno yyyymmdd records the death; N customerno SETTLE
      * executoracct settles the estate. An estate that cannot
      * settle names the account that stopped it.

           PERFORM BUILD-BASE-COMMAREA

           MOVE TK-WORD2(1:6) TO CA-DEC-CUST-NO

           IF TK-WORD3 = 'SETTLE' OR TK-WORD3 = 'settle'

            MOVE '56' TO CA-REQ
            MOVE TK-WORD4(1:5) TO CA-TOACCT

           ELSE

            MOVE '55' TO CA-REQ
            MOVE TK-WORD3(1:8) TO CA-DEC-DEATH-DATE

           END-IF

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC NOT = '0'

            IF CA-REQ = '56' AND CA-DEC-FAIL-ACCOUNT NOT = SPACES

             MOVE SPACES TO SCREEN-LINE
             STRING 'ESTATE NOT SETTLED - ACCOUNT '
                    CA-DEC-FAIL-ACCOUNT
                    ' COULD NOT CLOSE'
                    DELIMITED BY SIZE
                    INTO SCREEN-LINE
             END-STRING

             PERFORM SEND-SCREEN-LINE

            END-IF

            GO TO DO-DECEASED-EXIT

           END-IF

           IF CA-REQ = '56'

            MOVE CA-DEC-SETTLED TO ES-SETTLED
            MOVE CA-DEC-PAID TO ES-PAID
            MOVE ESTATE-SETTLE-LINE TO SCREEN-LINE

           ELSE

            MOVE CA-DEC-FROZEN TO DC-FROZEN
            MOVE CA-DEC-JOINT TO DC-JOINT
            MOVE CA-DEC-ORDERS TO DC-ORDERS
            MOVE CA-DEC-PAYMENTS TO DC-PAYMENTS
            MOVE CA-DEC-CARDS TO DC-CARDS
            MOVE DECEASED-LINE TO SCREEN-LINE

           END-IF

           PERFORM SEND-SCREEN-LINE

           .
       DO-DECEASED-EXIT.
           EXIT.
      *****************************************************************
       DO-REACTIVATE SECTION.

      * J account supvid supvpwd evidence - the evidence is kept whole
      * (it may contain blanks) by rescanning the raw line, the same
      * way DO-POSTING keeps the narrative

           MOVE SPACES TO TK-NARR
           MOVE 1 TO TK-SCAN-PTR

           UNSTRING INPUT-LINE
                    DELIMITED BY ALL SPACES
                    INTO TK-FUNC TK-WORD2 TK-WORD3 TK-WORD4
                    WITH POINTER TK-SCAN-PTR
           END-UNSTRING

           IF TK-SCAN-PTR < 79

            MOVE INPUT-LINE(TK-SCAN-PTR:) TO TK-NARR

           END-IF

           PERFORM BUILD-BASE-COMMAREA

           MOVE '57' TO CA-REQ
           MOVE TK-WORD2(1:5) TO CA-CONTA
           MOVE TK-WORD3(1:8) TO CA-REACT-SUPV-ID
           MOVE TK-WORD4(1:8) TO CA-REACT-SUPV-PWD
           MOVE TK-NARR TO CA-REACT-EVIDENCE

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           .
       DO-REACTIVATE-EXIT.
           EXIT.
      *****************************************************************
       DO-RETURNED-MAIL SECTION.

           PERFORM BUILD-BASE-COMMAREA

           MOVE '58' TO CA-REQ
           MOVE TK-WORD2(1:6) TO CA-RM-CUST-NO

           IF TK-WORD3 = 'CLEAR' OR TK-WORD3 = 'clear'

            MOVE 'C' TO CA-RM-FUNC
            MOVE SPACES TO CA-RM-DATE

           ELSE

            MOVE 'R' TO CA-RM-FUNC
            MOVE TK-WORD3(1:8) TO CA-RM-DATE

           END-IF

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           .
       DO-RETURNED-MAIL-EXIT.
           EXIT.
      *****************************************************************
       DO-SAFE-BOX SECTION.

      * BOX func branch box ... - the safe-deposit box register;
      * renting takes one word more than the console splits out, so
      * the line is rescanned for it the way DO-LEGAL-ORDER rescans
      * for its priority

           PERFORM BUILD-BASE-COMMAREA

           MOVE SPACES TO BOX-SIXTH-WORD
           MOVE 1 TO TK-SCAN-PTR

           UNSTRING INPUT-LINE
                    DELIMITED BY ALL SPACES
                    INTO TK-FUNC TK-WORD2 TK-WORD3 TK-WORD4 TK-WORD5
                         BOX-SIXTH-WORD
                    WITH POINTER TK-SCAN-PTR
           END-UNSTRING

           MOVE '59' TO CA-REQ
           MOVE TK-WORD2(1:1) TO CA-BOX-FUNC
           INSPECT CA-BOX-FUNC CONVERTING 'arvql' TO 'ARVQL'
           MOVE TK-WORD3(1:4) TO CA-BOX-BRANCH
           MOVE TK-WORD4(1:4) TO CA-BOX-NUMBER
           MOVE 0 TO CA-BOX-RENT

           EVALUATE CA-BOX-FUNC

            WHEN 'A'

             MOVE TK-WORD5(1:1) TO CA-BOX-SIZE
             INSPECT CA-BOX-SIZE CONVERTING 'sml' TO 'SML'

             MOVE BOX-SIXTH-WORD(1:13) TO INPUT-LINE

             PERFORM PARSE-AMOUNT

             IF NOT AMOUNT-OK

              MOVE 'INVALID RENT' TO SCREEN-LINE

              PERFORM SEND-SCREEN-LINE

              GO TO DO-SAFE-BOX-EXIT

             END-IF

             MOVE AMOUNT-NUM TO CA-BOX-RENT

            WHEN 'R'

             MOVE TK-WORD5(1:6) TO CA-BOX-CUST-NO
             MOVE BOX-SIXTH-WORD(1:5) TO CA-BOX-ACCOUNT

            WHEN OTHER

             CONTINUE

           END-EVALUATE

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

      * the box as it now stands - shown for a refused vacate too,
      * so the teller sees what is owed

           IF (CA-RC = '0' OR CA-BOX-FUNC = 'V')
              AND CA-BOX-FUNC NOT = 'L'
              AND CA-BOX-STATUS NOT = LOW-VALUES

            MOVE CA-BOX-NUMBER TO BX-NUMBER
            MOVE CA-BOX-SIZE TO BX-SIZE
            MOVE CA-BOX-STATUS TO BX-STATUS
            MOVE CA-BOX-CUST-NO TO BX-CUST-NO
            MOVE CA-BOX-RENT TO BX-RENT
            MOVE CA-BOX-NEXT-DUE TO BX-NEXT-DUE
            MOVE CA-BOX-ARREARS TO BX-ARREARS

            MOVE BOX-LINE TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

           END-IF

           IF CA-RC NOT = '0' OR CA-BOX-FUNC NOT = 'L'

            GO TO DO-SAFE-BOX-EXIT

           END-IF

           PERFORM SEND-BOX-ROW
                   VARYING BOX-OUT-IX FROM 1 BY 1
                   UNTIL BOX-OUT-IX > CA-BOX-COUNT

           GO TO DO-SAFE-BOX-EXIT

           .
      *****************************************************************
       SEND-BOX-ROW.

           MOVE CA-BOX-E-NUMBER(BOX-OUT-IX) TO BX-NUMBER
           MOVE CA-BOX-E-SIZE(BOX-OUT-IX) TO BX-SIZE
           MOVE CA-BOX-E-STATUS(BOX-OUT-IX) TO BX-STATUS
           MOVE CA-BOX-E-CUST-NO(BOX-OUT-IX) TO BX-CUST-NO
           MOVE CA-BOX-E-RENT(BOX-OUT-IX) TO BX-RENT
           MOVE CA-BOX-E-NEXT-DUE(BOX-OUT-IX) TO BX-NEXT-DUE
           MOVE CA-BOX-E-ARREARS(BOX-OUT-IX) TO BX-ARREARS

           MOVE BOX-LINE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
       DO-SAFE-BOX-EXIT.
           EXIT.
      *****************************************************************
       DO-DRAFT SECTION.

      * DRAFT func ... - bank drafts. An issue's payee is everything
      * after the amount, kept whole by the same raw-line rescan
      * DO-OUTWARD-PAY makes. No cash crosses the counter either
      * way, so the till position is left alone.

           PERFORM BUILD-BASE-COMMAREA

           MOVE SPACES TO TK-REST
           MOVE 1 TO TK-SCAN-PTR

           UNSTRING INPUT-LINE
                    DELIMITED BY ALL SPACES
                    INTO TK-FUNC TK-WORD2 TK-WORD3 TK-WORD4
                    WITH POINTER TK-SCAN-PTR
           END-UNSTRING

           IF TK-SCAN-PTR < 79

            MOVE INPUT-LINE(TK-SCAN-PTR:) TO TK-REST

           END-IF

           MOVE '60' TO CA-REQ
           MOVE TK-WORD2(1:1) TO CA-DFT-FUNC
           INSPECT CA-DFT-FUNC CONVERTING 'ieq' TO 'IEQ'

           EVALUATE CA-DFT-FUNC

            WHEN 'I'

             MOVE TK-WORD3(1:5) TO CA-CONTA
             MOVE TK-REST(1:30) TO CA-DFT-PAYEE

            WHEN 'E'

             MOVE TK-WORD3(1:7) TO CA-DFT-NUMBER
             MOVE TK-REST(1:5) TO CA-CONTA

            WHEN OTHER

             MOVE TK-WORD3(1:7) TO CA-DFT-NUMBER

           END-EVALUATE

           IF CA-DFT-FUNC = 'I' OR CA-DFT-FUNC = 'E'

            MOVE TK-WORD4(1:13) TO INPUT-LINE

            PERFORM PARSE-AMOUNT

            IF NOT AMOUNT-OK

             MOVE 'INVALID AMOUNT' TO SCREEN-LINE

             PERFORM SEND-SCREEN-LINE

             GO TO DO-DRAFT-EXIT

            END-IF

            MOVE AMOUNT-NUM TO CA-SALDO

           END-IF

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

      * the draft as it now stands - shown for a refused encashment
      * of a draft already paid too, so the teller sees when and
      * where it went

           IF CA-RC = '0' OR CA-RESP-CODE = 1028

            MOVE CA-DFT-NUMBER TO DF-NUMBER
            MOVE CA-DFT-PAYEE TO DF-PAYEE
            MOVE CA-DFT-AMOUNT TO DF-AMOUNT
            MOVE CA-DFT-STATUS TO DF-STATUS
            MOVE CA-DFT-ISSUE-DATE TO DF-ISSUE-DATE
            MOVE CA-DFT-PAID-DATE TO DF-PAID-DATE
            MOVE CA-DFT-PAID-TO TO DF-PAID-TO

            MOVE DRAFT-LINE TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

           END-IF

           IF CA-RC NOT = '0' OR CA-DFT-FUNC = 'Q'

            GO TO DO-DRAFT-EXIT

           END-IF

           MOVE SPACES TO SCREEN-LINE

           IF CA-DFT-FUNC = 'I'

            PERFORM SEND-BALANCE-LINE

            STRING 'DRAFT NUMBER ' CA-DFT-NUMBER
                   ' - REFERENCE ' CA-TXNREF
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

           ELSE

            STRING 'PAID UNDER REFERENCE ' CA-TXNREF
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

           END-IF

           PERFORM SEND-SCREEN-LINE

           .
       DO-DRAFT-EXIT.
           EXIT.
      *****************************************************************
       DO-LOAN-APP SECTION.

      * LOANAPP func ... - loan applications. Taking one needs a
      * word more than the console splits out, so the line is
      * rescanned for it the way DO-SAFE-BOX does, and the purpose
      * is the rest of the line. Nothing is lent here - an approved
      * application is booked by LOANSET.

           PERFORM BUILD-BASE-COMMAREA

           MOVE SPACES TO TK-REST LAPP-SIXTH-WORD
           MOVE 1 TO TK-SCAN-PTR

           UNSTRING INPUT-LINE
                    DELIMITED BY ALL SPACES
                    INTO TK-FUNC TK-WORD2 TK-WORD3 TK-WORD4 TK-WORD5
                         LAPP-SIXTH-WORD
                    WITH POINTER TK-SCAN-PTR
           END-UNSTRING

           IF TK-SCAN-PTR < 79

            MOVE INPUT-LINE(TK-SCAN-PTR:) TO TK-REST

           END-IF

           MOVE '61' TO CA-REQ
           MOVE TK-WORD2(1:1) TO CA-LAPP-FUNC
           INSPECT CA-LAPP-FUNC CONVERTING 'clqad' TO 'CLQAD'

           EVALUATE CA-LAPP-FUNC

            WHEN 'C'

             MOVE TK-WORD3(1:6) TO CA-LAPP-CUST-NO
             MOVE TK-REST(1:16) TO CA-LAPP-PURPOSE

             PERFORM DO-LOAN-APP-FIGURES

             IF NOT AMOUNT-OK

              GO TO DO-LOAN-APP-EXIT

             END-IF

            WHEN 'D'

             MOVE TK-WORD3(1:7) TO CA-LAPP-NUMBER

             MOVE SPACES TO TK-REST
             MOVE 1 TO TK-SCAN-PTR

             UNSTRING INPUT-LINE
                      DELIMITED BY ALL SPACES
                      INTO TK-FUNC TK-WORD2 TK-WORD3
                      WITH POINTER TK-SCAN-PTR
             END-UNSTRING

             IF TK-SCAN-PTR < 79

              MOVE INPUT-LINE(TK-SCAN-PTR:) TO TK-REST

             END-IF

             MOVE TK-REST(1:16) TO CA-LAPP-REASON

            WHEN OTHER

             MOVE TK-WORD3(1:7) TO CA-LAPP-NUMBER

           END-EVALUATE

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-LAPP-FUNC = 'L'

            IF CA-RC = '0'

             PERFORM SEND-LOAN-APP-ROW
                     VARYING LAPP-OUT-IX FROM 1 BY 1
                     UNTIL LAPP-OUT-IX > CA-LAPP-COUNT

            END-IF

            GO TO DO-LOAN-APP-EXIT

           END-IF

      * the application as it now stands - shown for a refused
      * decision on one already decided too, so the approver sees
      * who got there first

           IF CA-RC NOT = '0' AND CA-RESP-CODE NOT = 1033

            GO TO DO-LOAN-APP-EXIT

           END-IF

           MOVE CA-LAPP-NUMBER TO LA-NUMBER
           MOVE CA-LAPP-CUST-NO TO LA-CUST-NO
           MOVE CA-LAPP-AMOUNT TO LA-AMOUNT
           MOVE CA-LAPP-TERM TO LA-TERM
           MOVE CA-LAPP-STATUS TO LA-STATUS
           MOVE CA-LAPP-CHECKS TO LA-CHECKS
           MOVE CA-LAPP-ENTERED-BY TO LA-BY
           MOVE CA-LAPP-PURPOSE TO LA-PURPOSE

           MOVE LOAN-APP-LINE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           MOVE SPACES TO SCREEN-LINE

           IF CA-LAPP-STATUS = 'R'

            STRING 'REFERRED - CHECKS FAILED (ARREARS/OVERDRAFT/'
                   'STATUS) ' CA-LAPP-CHECKS
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

            PERFORM SEND-SCREEN-LINE

           END-IF

           IF CA-LAPP-DECIDED-BY NOT = SPACES

            MOVE SPACES TO SCREEN-LINE

            STRING 'DECIDED BY ' CA-LAPP-DECIDED-BY
                   '  ' CA-LAPP-REASON
                   '  LOAN ACCOUNT ' CA-LAPP-LOAN-ACCT
                   DELIMITED BY SIZE
                   INTO SCREEN-LINE
            END-STRING

            PERFORM SEND-SCREEN-LINE

           END-IF

           GO TO DO-LOAN-APP-EXIT

           .
      *****************************************************************
       SEND-LOAN-APP-ROW.

           MOVE CA-LAPP-E-NUMBER(LAPP-OUT-IX) TO LA-NUMBER
           MOVE CA-LAPP-E-CUST-NO(LAPP-OUT-IX) TO LA-CUST-NO
           MOVE CA-LAPP-E-AMOUNT(LAPP-OUT-IX) TO LA-AMOUNT
           MOVE CA-LAPP-E-TERM(LAPP-OUT-IX) TO LA-TERM
           MOVE CA-LAPP-E-STATUS(LAPP-OUT-IX) TO LA-STATUS
           MOVE CA-LAPP-E-CHECKS(LAPP-OUT-IX) TO LA-CHECKS
           MOVE CA-LAPP-E-BY(LAPP-OUT-IX) TO LA-BY
           MOVE SPACES TO LA-PURPOSE

           MOVE LOAN-APP-LINE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
      *****************************************************************
       DO-LOAN-APP-FIGURES.

      * amount, term and income, each through PARSE-AMOUNT - the term
      * a whole number of months under 1000

           MOVE TK-WORD4(1:13) TO INPUT-LINE

           PERFORM PARSE-AMOUNT

           IF NOT AMOUNT-OK

            MOVE 'INVALID AMOUNT' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

           ELSE

            MOVE AMOUNT-NUM TO CA-LAPP-AMOUNT

            MOVE TK-WORD5(1:13) TO INPUT-LINE

            PERFORM PARSE-AMOUNT

            IF AMOUNT-OK AND AMOUNT-NUM > 999

             MOVE 0 TO AMOUNT-OK-SW

            END-IF

            IF NOT AMOUNT-OK

             MOVE 'INVALID TERM' TO SCREEN-LINE

             PERFORM SEND-SCREEN-LINE

            ELSE

             MOVE AMOUNT-NUM TO CA-LAPP-TERM

             MOVE LAPP-SIXTH-WORD(1:13) TO INPUT-LINE

             PERFORM PARSE-AMOUNT

             IF NOT AMOUNT-OK

              MOVE 'INVALID INCOME' TO SCREEN-LINE

              PERFORM SEND-SCREEN-LINE

             ELSE

              MOVE AMOUNT-NUM TO CA-LAPP-INCOME

             END-IF

            END-IF

           END-IF

           .
       DO-LOAN-APP-EXIT.
           EXIT.
      *****************************************************************
       DO-VAULT SECTION.

      * F func ... - the branch vault. The vault's cash position and
      * the movements between vault and tills live beside TECHTILL
      * and are kept here the same way; only the cash centre's
      * deliveries and returns go through VSAMSERV, because they
      * need a supervisor

           MOVE TK-WORD2(1:1) TO VAULT-FUNC
           INSPECT VAULT-FUNC CONVERTING 'oircxlzds' TO 'OIRCXLZDS'
           MOVE TK-WORD3(1:4) TO VAULT-BRANCH

           EVALUATE VAULT-FUNC

            WHEN 'O'

             PERFORM DO-VAULT-OPEN

            WHEN 'I'

             PERFORM DO-VAULT-ISSUE

            WHEN 'R'

             PERFORM DO-VAULT-RETURN

            WHEN 'C'

             PERFORM DO-VAULT-CONFIRM

            WHEN 'X'

             PERFORM DO-VAULT-CANCEL

            WHEN 'L'

             PERFORM DO-VAULT-LIST

            WHEN 'Z'

             PERFORM DO-VAULT-CLOSE

            WHEN 'D'
            WHEN 'S'

             PERFORM DO-VAULT-CASH-CENTRE

            WHEN OTHER

             MOVE 'F O/I/R/C/X/L/Z/D/S - UNKNOWN VAULT FUNCTION'
               TO SCREEN-LINE
             PERFORM SEND-SCREEN-LINE

           END-EVALUATE

           .
       DO-VAULT-EXIT.
           EXIT.
      *****************************************************************
       DO-VAULT-OPEN SECTION.

      * F O branch amount - the custodian's opening count of the
      * vault for the business date. Keyed again the same day it
      * only restates the opening figure, until the vault is
      * declared at close.

           MOVE TK-WORD4(1:13) TO INPUT-LINE

           PERFORM PARSE-AMOUNT

           IF NOT AMOUNT-OK

            MOVE 'INVALID AMOUNT' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-OPEN-EXIT

           END-IF

           EXEC CICS READ
                   FILE("TECHBRM")
                   INTO(BRANCH-MASTER-RECORD)
                   LENGTH(BRM-REC-LEN)
                   RIDFLD(VAULT-BRANCH)
                   KEYLENGTH(4)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR BRM-CLOSED

            MOVE 'UNKNOWN OR CLOSED BRANCH' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-OPEN-EXIT

           END-IF

           PERFORM GET-TILL-BUSDATE

      * the day's movements are numbered on from here - F L starts
      * its browse at this reference instead of the start of file

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(CTL-REC-LEN)
                   RIDFLD(CTL-VMOVSEQ-KEY)
                   KEYLENGTH(8)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 0 TO CTL-NUM-VALUE

           END-IF

           MOVE VAULT-BRANCH TO VLT-BRANCH
           MOVE TILL-BUSDATE TO VLT-DATE
           MOVE AMOUNT-NUM TO VLT-OPENING
           MOVE 0 TO VLT-DELIVERED
           MOVE 0 TO VLT-RETURNED
           MOVE 0 TO VLT-ISSUED
           MOVE 0 TO VLT-RECEIVED
           MOVE 0 TO VLT-DECLARED
           MOVE 'O' TO VLT-STATUS
           MOVE OPERATOR-USERID TO VLT-CUSTODIAN
           COMPUTE VLT-FIRST-MOVE = CTL-NUM-VALUE + 1

           EXEC CICS WRITE
                   FILE("TECHVLT")
                   FROM(VAULT-RECORD)
                   LENGTH(VLT-REC-LEN)
                   RIDFLD(VLT-KEY)
                   KEYLENGTH(12)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(DUPREC)

            EXEC CICS READ
                    FILE("TECHVLT")
                    INTO(VAULT-RECORD)
                    LENGTH(VLT-REC-LEN)
                    RIDFLD(VLT-KEY)
                    KEYLENGTH(12)
                    UPDATE
                    NOHANDLE
                    END-EXEC

            IF EIBRESP NOT = 0

             MOVE 'VAULT RECORD UNAVAILABLE' TO SCREEN-LINE

             PERFORM SEND-SCREEN-LINE

             GO TO DO-VAULT-OPEN-EXIT

            END-IF

            IF NOT VLT-IS-OPEN

             EXEC CICS UNLOCK
                     FILE("TECHVLT")
                     NOHANDLE
                     END-EXEC

             MOVE 'VAULT ALREADY DECLARED FOR TODAY' TO SCREEN-LINE

             PERFORM SEND-SCREEN-LINE

             GO TO DO-VAULT-OPEN-EXIT

            END-IF

            MOVE AMOUNT-NUM TO VLT-OPENING
            MOVE OPERATOR-USERID TO VLT-CUSTODIAN

            EXEC CICS REWRITE
                    FILE("TECHVLT")
                    FROM(VAULT-RECORD)
                    LENGTH(VLT-REC-LEN)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 'VAULT OPENED - OPENING CASH DECLARED' TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
       DO-VAULT-OPEN-EXIT.
           EXIT.
      *****************************************************************
       DO-VAULT-ISSUE SECTION.

      * F I branch userid amount - cash out of the vault to a
      * teller's till. Nothing moves until the receiving teller
      * confirms the count with F C; the vault must hold the cash
      * and the till must be open today at this branch.

           MOVE TK-WORD5(1:13) TO INPUT-LINE

           PERFORM PARSE-AMOUNT

           IF NOT AMOUNT-OK OR AMOUNT-NUM NOT > 0
              OR TK-WORD4 = SPACES

            MOVE 'F I BRANCH USERID AMOUNT' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-ISSUE-EXIT

           END-IF

           PERFORM READ-VAULT-TODAY

           IF NOT VLT-IS-OPEN

            GO TO DO-VAULT-ISSUE-EXIT

           END-IF

           IF AMOUNT-NUM > VAULT-EXPECTED

            MOVE 'VAULT DOES NOT HOLD THAT MUCH CASH' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-ISSUE-EXIT

           END-IF

           MOVE TK-WORD4(1:8) TO TILL-USERID
           MOVE TILL-BUSDATE TO TILL-DATE

           PERFORM CHECK-VAULT-TILL

           IF NOT TILL-IS-OPEN

            GO TO DO-VAULT-ISSUE-EXIT

           END-IF

           MOVE 'I' TO VMV-TYPE
           MOVE TILL-USERID TO VMV-USERID

           PERFORM WRITE-VAULT-MOVE

           MOVE SPACES TO SCREEN-LINE
           STRING 'ISSUE ' VMV-REF ' PENDING - '
                  'RECEIVING TELLER CONFIRMS WITH F C ' VMV-REF
                  DELIMITED BY SIZE
                  INTO SCREEN-LINE
           END-STRING

           PERFORM SEND-SCREEN-LINE

           .
       DO-VAULT-ISSUE-EXIT.
           EXIT.
      *****************************************************************
       DO-VAULT-RETURN SECTION.

      * F R branch amount - cash from the operator's own till back
      * into the vault, pending until whoever receives it at the
      * vault confirms the count with F C

           MOVE TK-WORD4(1:13) TO INPUT-LINE

           PERFORM PARSE-AMOUNT

           IF NOT AMOUNT-OK OR AMOUNT-NUM NOT > 0

            MOVE 'INVALID AMOUNT' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-RETURN-EXIT

           END-IF

           PERFORM READ-VAULT-TODAY

           IF NOT VLT-IS-OPEN

            GO TO DO-VAULT-RETURN-EXIT

           END-IF

           MOVE OPERATOR-USERID TO TILL-USERID
           MOVE TILL-BUSDATE TO TILL-DATE

           PERFORM CHECK-VAULT-TILL

           IF NOT TILL-IS-OPEN

            GO TO DO-VAULT-RETURN-EXIT

           END-IF

           COMPUTE TILL-EXPECTED =
                   TILL-FLOAT + TILL-CASH-IN - TILL-CASH-OUT
                   + TILL-VAULT-IN - TILL-VAULT-OUT

           IF AMOUNT-NUM > TILL-EXPECTED

            MOVE 'TILL DOES NOT HOLD THAT MUCH CASH' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-RETURN-EXIT

           END-IF

           MOVE 'R' TO VMV-TYPE
           MOVE OPERATOR-USERID TO VMV-USERID

           PERFORM WRITE-VAULT-MOVE

           MOVE SPACES TO SCREEN-LINE
           STRING 'RETURN ' VMV-REF ' PENDING - '
                  'VAULT CONFIRMS WITH F C ' VMV-REF
                  DELIMITED BY SIZE
                  INTO SCREEN-LINE
           END-STRING

           PERFORM SEND-SCREEN-LINE

           .
       DO-VAULT-RETURN-EXIT.
           EXIT.
      *****************************************************************
       DO-VAULT-CONFIRM SECTION.

      * F C ref - the receiving side has counted the cash: an issue
      * is confirmed by the teller it was issued to, a return by
      * anyone at the vault but the teller who returned it. The
      * movement, the vault and the till then move together.

           PERFORM READ-VAULT-MOVE

           IF NOT VMV-PENDING

            GO TO DO-VAULT-CONFIRM-EXIT

           END-IF

           IF (VMV-TO-TILL AND VMV-USERID NOT = OPERATOR-USERID)
              OR (VMV-TO-VAULT AND VMV-USERID = OPERATOR-USERID)

            MOVE 'ONLY THE RECEIVING SIDE CAN CONFIRM' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CONFIRM-EXIT

           END-IF

           PERFORM GET-TILL-BUSDATE

           IF VMV-DATE NOT = TILL-BUSDATE

            MOVE 'MOVEMENT IS FROM AN EARLIER DAY - CANCEL IT'
              TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CONFIRM-EXIT

           END-IF

           MOVE VMV-BRANCH TO VAULT-BRANCH

           PERFORM READ-VAULT-TODAY

           IF NOT VLT-IS-OPEN

            GO TO DO-VAULT-CONFIRM-EXIT

           END-IF

           MOVE VMV-USERID TO TILL-USERID
           MOVE VMV-DATE TO TILL-DATE

           PERFORM CHECK-VAULT-TILL

           IF NOT TILL-IS-OPEN

            GO TO DO-VAULT-CONFIRM-EXIT

           END-IF

      * every check has passed - the movement first, re-read for
      * update so two confirmations of one movement cannot both land

           EXEC CICS READ
                   FILE("TECHVMOV")
                   INTO(VAULT-MOVE-RECORD)
                   LENGTH(VMV-REC-LEN)
                   RIDFLD(VMV-REF)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'MOVEMENT RECORD UNAVAILABLE' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CONFIRM-EXIT

           END-IF

           IF NOT VMV-PENDING

            EXEC CICS UNLOCK
                    FILE("TECHVMOV")
                    NOHANDLE
                    END-EXEC

            MOVE 'MOVEMENT IS NO LONGER PENDING' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CONFIRM-EXIT

           END-IF

           MOVE 'C' TO VMV-STATUS
           MOVE OPERATOR-USERID TO VMV-CONFIRMED-BY

           EXEC CICS REWRITE
                   FILE("TECHVMOV")
                   FROM(VAULT-MOVE-RECORD)
                   LENGTH(VMV-REC-LEN)
                   NOHANDLE
                   END-EXEC

           EXEC CICS READ
                   FILE("TECHVLT")
                   INTO(VAULT-RECORD)
                   LENGTH(VLT-REC-LEN)
                   RIDFLD(VLT-KEY)
                   KEYLENGTH(12)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            IF VMV-TO-TILL

             ADD VMV-AMOUNT TO VLT-ISSUED

            ELSE

             ADD VMV-AMOUNT TO VLT-RECEIVED

            END-IF

            EXEC CICS REWRITE
                    FILE("TECHVLT")
                    FROM(VAULT-RECORD)
                    LENGTH(VLT-REC-LEN)
                    NOHANDLE
                    END-EXEC

           END-IF

           EXEC CICS READ
                   FILE("TECHTILL")
                   INTO(TILL-RECORD)
                   LENGTH(TILL-REC-LEN)
                   RIDFLD(TILL-KEY)
                   KEYLENGTH(16)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = 0

            IF VMV-TO-TILL

             ADD VMV-AMOUNT TO TILL-VAULT-IN

            ELSE

             ADD VMV-AMOUNT TO TILL-VAULT-OUT

            END-IF

            IF TILL-BRANCH = SPACES OR TILL-BRANCH = LOW-VALUES

             MOVE VMV-BRANCH TO TILL-BRANCH

            END-IF

            EXEC CICS REWRITE
                    FILE("TECHTILL")
                    FROM(TILL-RECORD)
                    LENGTH(TILL-REC-LEN)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE 'MOVEMENT CONFIRMED - VAULT AND TILL UPDATED'
             TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
       DO-VAULT-CONFIRM-EXIT.
           EXIT.
      *****************************************************************
       DO-VAULT-CANCEL SECTION.

      * F X ref - a pending movement keyed in error is cancelled by
      * the operator who keyed it; nothing had moved yet

           PERFORM READ-VAULT-MOVE

           IF NOT VMV-PENDING

            GO TO DO-VAULT-CANCEL-EXIT

           END-IF

           IF VMV-BY NOT = OPERATOR-USERID

            MOVE 'ONLY THE OPERATOR WHO KEYED IT CAN CANCEL'
              TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CANCEL-EXIT

           END-IF

           EXEC CICS READ
                   FILE("TECHVMOV")
                   INTO(VAULT-MOVE-RECORD)
                   LENGTH(VMV-REC-LEN)
                   RIDFLD(VMV-REF)
                   KEYLENGTH(7)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'MOVEMENT RECORD UNAVAILABLE' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CANCEL-EXIT

           END-IF

           IF NOT VMV-PENDING

            EXEC CICS UNLOCK
                    FILE("TECHVMOV")
                    NOHANDLE
                    END-EXEC

            MOVE 'MOVEMENT IS NO LONGER PENDING' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CANCEL-EXIT

           END-IF

           MOVE 'X' TO VMV-STATUS
           MOVE OPERATOR-USERID TO VMV-CONFIRMED-BY

           EXEC CICS REWRITE
                   FILE("TECHVMOV")
                   FROM(VAULT-MOVE-RECORD)
                   LENGTH(VMV-REC-LEN)
                   NOHANDLE
                   END-EXEC

           MOVE 'MOVEMENT CANCELLED' TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
       DO-VAULT-CANCEL-EXIT.
           EXIT.
      *****************************************************************
       DO-VAULT-LIST SECTION.

      * F L branch - the day's movements at the branch still waiting
      * for the receiving side, from the first reference the vault
      * opened on; a screenful at most

           PERFORM READ-VAULT-TODAY

           IF VLT-STATUS = SPACES

            GO TO DO-VAULT-LIST-EXIT

           END-IF

           MOVE 0 TO VMV-LIST-COUNT
           MOVE 0 TO VMV-SCAN-DONE-SW
           MOVE VLT-FIRST-MOVE TO VMV-BROWSE-REF

           EXEC CICS STARTBR
                   FILE("TECHVMOV")
                   RIDFLD(VMV-BROWSE-REF)
                   KEYLENGTH(7)
                   GTEQ
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO VMV-SCAN-DONE-SW

           END-IF

           PERFORM SEND-VAULT-MOVE-ROW UNTIL VMV-SCAN-DONE

           EXEC CICS ENDBR
                   FILE("TECHVMOV")
                   NOHANDLE
                   END-EXEC

           IF VMV-LIST-COUNT = 0

            MOVE 'NO MOVEMENTS PENDING' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

           END-IF

           GO TO DO-VAULT-LIST-EXIT

           .
      *****************************************************************
       SEND-VAULT-MOVE-ROW.

           EXEC CICS READNEXT
                   FILE("TECHVMOV")
                   INTO(VAULT-MOVE-RECORD)
                   LENGTH(VMV-REC-LEN)
                   RIDFLD(VMV-BROWSE-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 1 TO VMV-SCAN-DONE-SW

           ELSE
           IF VMV-PENDING AND VMV-BRANCH = VAULT-BRANCH
              AND VMV-DATE = TILL-BUSDATE

            IF VMV-LIST-COUNT = 15

             MOVE 'MORE PENDING - CONFIRM OR CANCEL TO SEE THE REST'
               TO SCREEN-LINE
             PERFORM SEND-SCREEN-LINE

             MOVE 1 TO VMV-SCAN-DONE-SW

            ELSE

             ADD 1 TO VMV-LIST-COUNT

             MOVE VMV-REF TO VM-REF

             IF VMV-TO-TILL

              MOVE 'TO TILL' TO VM-TYPE

             ELSE

              MOVE 'TO VAULT' TO VM-TYPE

             END-IF

             MOVE VMV-USERID TO VM-USERID
             MOVE VMV-AMOUNT TO VM-AMOUNT
             MOVE VMV-BY TO VM-BY

             MOVE VAULT-MOVE-LINE TO SCREEN-LINE
             PERFORM SEND-SCREEN-LINE

            END-IF

           END-IF

           END-IF

           .
       DO-VAULT-LIST-EXIT.
           EXIT.
      *****************************************************************
       DO-VAULT-CLOSE SECTION.

      * F Z branch amount - the custodian's closing count. The
      * expected figure and the over/short come straight back, as
      * for a till; TILLPROF proves the vault overnight and posts
      * any difference to suspense. No movement lands on a vault
      * once it is declared.

           MOVE TK-WORD4(1:13) TO INPUT-LINE

           PERFORM PARSE-AMOUNT

           IF NOT AMOUNT-OK

            MOVE 'INVALID AMOUNT' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CLOSE-EXIT

           END-IF

           PERFORM READ-VAULT-TODAY

           IF NOT VLT-IS-OPEN

            GO TO DO-VAULT-CLOSE-EXIT

           END-IF

           EXEC CICS READ
                   FILE("TECHVLT")
                   INTO(VAULT-RECORD)
                   LENGTH(VLT-REC-LEN)
                   RIDFLD(VLT-KEY)
                   KEYLENGTH(12)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE 'VAULT RECORD UNAVAILABLE' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CLOSE-EXIT

           END-IF

           MOVE AMOUNT-NUM TO VLT-DECLARED
           MOVE 'C' TO VLT-STATUS
           MOVE OPERATOR-USERID TO VLT-CUSTODIAN

           EXEC CICS REWRITE
                   FILE("TECHVLT")
                   FROM(VAULT-RECORD)
                   LENGTH(VLT-REC-LEN)
                   NOHANDLE
                   END-EXEC

           COMPUTE VAULT-EXPECTED =
                   VLT-OPENING + VLT-DELIVERED - VLT-RETURNED
                   - VLT-ISSUED + VLT-RECEIVED

           COMPUTE VAULT-OVER-SHORT = VLT-DECLARED - VAULT-EXPECTED

           MOVE VAULT-EXPECTED TO TRL-EXPECTED
           MOVE VAULT-OVER-SHORT TO TRL-OVER-SHORT

           MOVE TILL-RESULT-LINE TO SCREEN-LINE

           PERFORM SEND-SCREEN-LINE

           .
       DO-VAULT-CLOSE-EXIT.
           EXIT.
      *****************************************************************
       DO-VAULT-CASH-CENTRE SECTION.

      * F D branch amount ccref - cash delivered by the cash centre;
      * F S branch amount ccref - cash sent back to it. Supervised,
      * so VSAMSERV's VAULTCC records it (CRED-CAN-DESTROY) and
      * hands back the movement reference and what the vault should
      * now hold.

           MOVE TK-WORD4(1:13) TO INPUT-LINE

           PERFORM PARSE-AMOUNT

           IF NOT AMOUNT-OK

            MOVE 'INVALID AMOUNT' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO DO-VAULT-CASH-CENTRE-EXIT

           END-IF

           PERFORM BUILD-BASE-COMMAREA

           MOVE '53' TO CA-REQ
           MOVE VAULT-FUNC TO CA-VLT-FUNC
           MOVE VAULT-BRANCH TO CA-VLT-BRANCH
           MOVE AMOUNT-NUM TO CA-VLT-AMOUNT
           MOVE TK-WORD5(1:12) TO CA-VLT-CCREF

           PERFORM CALL-VSAMSERV

           PERFORM SEND-RESPONSE-LINE

           IF CA-RC NOT = '0'

            GO TO DO-VAULT-CASH-CENTRE-EXIT

           END-IF

           MOVE CA-VLT-EXPECTED TO VM-AMOUNT

           MOVE SPACES TO SCREEN-LINE
           STRING 'MOVEMENT ' CA-VLT-REF ' RECORDED - VAULT HOLDS '
                  VM-AMOUNT
                  DELIMITED BY SIZE
                  INTO SCREEN-LINE
           END-STRING

           PERFORM SEND-SCREEN-LINE

           .
       DO-VAULT-CASH-CENTRE-EXIT.
           EXIT.
      *****************************************************************
       READ-VAULT-TODAY SECTION.

      * VAULT-BRANCH's vault for the business date into VAULT-RECORD
      * with VAULT-EXPECTED worked out; VLT-STATUS is left blank
      * (and the operator told) when there is none, and a vault
      * already declared is reported - callers test VLT-IS-OPEN

           PERFORM GET-TILL-BUSDATE

           MOVE VAULT-BRANCH TO VLT-BRANCH
           MOVE TILL-BUSDATE TO VLT-DATE

           EXEC CICS READ
                   FILE("TECHVLT")
                   INTO(VAULT-RECORD)
                   LENGTH(VLT-REC-LEN)
                   RIDFLD(VLT-KEY)
                   KEYLENGTH(12)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO VLT-STATUS

            MOVE 'VAULT NOT OPEN TODAY - USE F O FIRST' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO READ-VAULT-TODAY-EXIT

           END-IF

           COMPUTE VAULT-EXPECTED =
                   VLT-OPENING + VLT-DELIVERED - VLT-RETURNED
                   - VLT-ISSUED + VLT-RECEIVED

           IF NOT VLT-IS-OPEN AND VAULT-FUNC NOT = 'L'

            MOVE 'VAULT ALREADY DECLARED FOR TODAY' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

           END-IF

           .
       READ-VAULT-TODAY-EXIT.
           EXIT.
      *****************************************************************
       CHECK-VAULT-TILL SECTION.

      * the till in TILL-KEY must be open today and, once it has a
      * branch, belong to the vault's; TILL-STATUS is left blank
      * (and the operator told) when it is not - callers test
      * TILL-IS-OPEN

           EXEC CICS READ
                   FILE("TECHTILL")
                   INTO(TILL-RECORD)
                   LENGTH(TILL-REC-LEN)
                   RIDFLD(TILL-KEY)
                   KEYLENGTH(16)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0 OR NOT TILL-IS-OPEN

            MOVE SPACES TO TILL-STATUS

            MOVE 'TILL NOT OPEN TODAY' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO CHECK-VAULT-TILL-EXIT

           END-IF

           IF TILL-BRANCH NOT = SPACES AND TILL-BRANCH NOT = LOW-VALUES
              AND TILL-BRANCH NOT = VLT-BRANCH

            MOVE SPACES TO TILL-STATUS

            MOVE 'TILL BELONGS TO ANOTHER BRANCH' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

           END-IF

           .
       CHECK-VAULT-TILL-EXIT.
           EXIT.
      *****************************************************************
       READ-VAULT-MOVE SECTION.

      * the movement named by TK-WORD3 into VAULT-MOVE-RECORD;
      * VMV-STATUS is left blank (and the operator told) unless it
      * is on file and still pending - callers test VMV-PENDING

           MOVE SPACES TO VMV-STATUS
           MOVE TK-WORD3(1:7) TO VMV-REF-TEXT
           INSPECT VMV-REF-TEXT REPLACING ALL ' ' BY '0'

           IF TK-WORD3 = SPACES OR VMV-REF-TEXT NOT NUMERIC

            MOVE 'INVALID MOVEMENT REFERENCE' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO READ-VAULT-MOVE-EXIT

           END-IF

           MOVE VMV-REF-TEXT TO VMV-REF

           EXEC CICS READ
                   FILE("TECHVMOV")
                   INTO(VAULT-MOVE-RECORD)
                   LENGTH(VMV-REC-LEN)
                   RIDFLD(VMV-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           IF EIBRESP NOT = 0

            MOVE SPACES TO VMV-STATUS

            MOVE 'NO SUCH MOVEMENT' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

            GO TO READ-VAULT-MOVE-EXIT

           END-IF

           IF NOT VMV-PENDING

            MOVE SPACES TO VMV-STATUS

            MOVE 'MOVEMENT IS NOT PENDING' TO SCREEN-LINE

            PERFORM SEND-SCREEN-LINE

           END-IF

           .
       READ-VAULT-MOVE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-VAULT-MOVE SECTION.

      * a pending vault/till movement for AMOUNT-NUM at the vault in
      * VAULT-RECORD, numbered from the TECHCTL 'VMOVSEQ' counter
      * VSAMSERV's VAULTCC also draws on. VMV-TYPE and VMV-USERID
      * are set by the caller.

           EXEC CICS READ
                   FILE("TECHCTL")
                   INTO(CONTROL-RECORD)
                   LENGTH(CTL-REC-LEN)
                   RIDFLD(CTL-VMOVSEQ-KEY)
                   KEYLENGTH(8)
                   UPDATE
                   NOHANDLE
                   END-EXEC

           IF EIBRESP = DFHRESP(NOTFND)

            MOVE CTL-VMOVSEQ-KEY TO CTL-KEY
            MOVE 1 TO CTL-NUM-VALUE
            MOVE SPACES TO CTL-CHAR-VALUE

            EXEC CICS WRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(CTL-REC-LEN)
                    RIDFLD(CTL-KEY)
                    KEYLENGTH(8)
                    NOHANDLE
                    END-EXEC

           ELSE

            ADD 1 TO CTL-NUM-VALUE

            EXEC CICS REWRITE
                    FILE("TECHCTL")
                    FROM(CONTROL-RECORD)
                    LENGTH(CTL-REC-LEN)
                    NOHANDLE
                    END-EXEC

           END-IF

           MOVE CTL-NUM-VALUE TO VMV-REF
           MOVE VLT-BRANCH TO VMV-BRANCH
           MOVE VLT-DATE TO VMV-DATE
           MOVE AMOUNT-NUM TO VMV-AMOUNT
           MOVE 'P' TO VMV-STATUS
           MOVE OPERATOR-USERID TO VMV-BY
           MOVE SPACES TO VMV-CONFIRMED-BY
           MOVE SPACES TO VMV-CC-REF

           EXEC CICS WRITE
                   FILE("TECHVMOV")
                   FROM(VAULT-MOVE-RECORD)
                   LENGTH(VMV-REC-LEN)
                   RIDFLD(VMV-REF)
                   KEYLENGTH(7)
                   NOHANDLE
                   END-EXEC

           .
       WRITE-VAULT-MOVE-EXIT.
           EXIT.
      *****************************************************************
       SEND-QUEUED-LINE SECTION.

      * a posting over the approval threshold is queued, not posted -
      * the teller hands the customer the reference it will post
      * under once a supervisor approves it

           MOVE SPACES TO SCREEN-LINE
           STRING 'AWAITING SUPERVISOR APPROVAL - REFERENCE '
                  CA-TXNREF
                  DELIMITED BY SIZE
                  INTO SCREEN-LINE
           END-STRING

           PERFORM SEND-SCREEN-LINE

           .
       SEND-QUEUED-LINE-EXIT.
           EXIT.
      *****************************************************************
       BUILD-BASE-COMMAREA SECTION.

      * a fresh commarea for every command - version, session and the
      * operator's credentials (the destructive-auth paths check the
      * latter, everything else only needs the session). VSAMSERV
      * knows a console request by the TELL transaction it arrives
      * under, so a teller may transfer to any account while web
      * transfers are held to the customer's registered payees.

           MOVE LOW-VALUES TO WS-COMMAREA
           MOVE '56' TO CA-VERSION
           MOVE CONSOLE-CORRID TO CA-CORRID
           MOVE '1' TO CA-RC
           MOVE SESSION-TOKEN TO CA-SESSION
