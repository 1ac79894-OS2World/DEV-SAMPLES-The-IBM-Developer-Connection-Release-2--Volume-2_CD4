      *   Work areas
      ************************************************************
       77 ws-crlf              pic x(002) value x'0D0A'.
       77 ws-cgi-input         pic x(600) value spaces.
       77 ws-ind               pic 9(004) comp value 0.
       77 ws-surname-in        pic x(015) value spaces.
       77 ws-fname-in          pic x(010) value spaces.
       77 ws-phone-in          pic x(015) value spaces.
       77 ws-email-in          pic x(030) value spaces.
       77 ws-pref-in           pic x(001) value spaces.
       77 ws-risk-in           pic x(001) value spaces.
       77 ws-birth-in          pic x(008) value spaces.
       77 ws-userid-in         pic x(008) value spaces.
       77 ws-password-in       pic x(008) value spaces.
       77 ws-session-in        pic x(008) value spaces.
       77 ws-cid-time          pic 9(008) value 0.
       01 ws-cgi-input-len     pic x(002).
       01 ws-cgi-tab.
          03 ws-cgi-item       occurs 24 times
                               pic x(040).
      ************************************************************
      *   Interface areas to CICS system and applications
               display 'First name: <p>' ws-crlf
               display '<input name="FNAME" value="" ' ws-crlf
               display 'size=10 maxlength=10> <p>' ws-crlf
      * date of birth - a customer under age can neither overdraw
      * nor hold a card, and moves to the adult product on coming
      * of age
               display 'Date of birth (YYYYMMDD): <p>' ws-crlf
               display '<input name="BIRTH" value="" ' ws-crlf
               display 'size=8 maxlength=8> <p>' ws-crlf
               display 'Street address: <p>' ws-crlf
               display '<input name="RUA" value="" ' ws-crlf
               display 'size=15 maxlength=15> <p>' ws-crlf
               display '<option value="T">Telephone' ws-crlf
               display '</option>' ws-crlf
               display '</select> <p>' ws-crlf
      * the customer's risk rating sets how often their KYC review
      * falls due - it is ignored for a customer already rated
               display 'Risk rating: ' ws-crlf
               display '<select name="RISK">' ws-crlf
               display '<option value="M">Medium' ws-crlf
               display '</option>' ws-crlf
               display '<option value="H">High' ws-crlf
               display '</option>' ws-crlf
               display '<option value="L">Low' ws-crlf
               display '</option>' ws-crlf
               display '</select> <p>' ws-crlf
               display 'Opening balance: <p>' ws-crlf
               display '<input name="SALDO" value="0" ' ws-crlf
               display 'size=13 maxlength=13> <p>' ws-crlf
                         ws-cgi-item (5) ws-cgi-item(6)
                         ws-cgi-item (7) ws-cgi-item(8)
                         ws-cgi-item (9) ws-cgi-item(10)
                         ws-cgi-item (11) ws-cgi-item(12)
                         ws-cgi-item (13) ws-cgi-item(14)
                         ws-cgi-item (15) ws-cgi-item(16)
                         ws-cgi-item (17) ws-cgi-item(18)
                         ws-cgi-item (19) ws-cgi-item(20)
                         ws-cgi-item (21) ws-cgi-item(22)
                         ws-cgi-item (23) ws-cgi-item(24).
           inspect ws-cgi-tab replacing all '+' by ' '.
           perform varying ws-ind from 1 by 1 until ws-ind > 24
              if ws-cgi-item(ws-ind) (1:7) = 'SURNAME'
                 move ws-cgi-item(ws-ind)(9:15) to ws-surname-in
                 end-if
                 move ws-cgi-item(ws-ind)(7:30) to ws-email-in end-if
              if ws-cgi-item(ws-ind) (1:5) = 'PREF='
                 move ws-cgi-item(ws-ind)(6:1) to ws-pref-in end-if
              if ws-cgi-item(ws-ind) (1:5) = 'RISK='
                 move ws-cgi-item(ws-ind)(6:1) to ws-risk-in end-if
              if ws-cgi-item(ws-ind) (1:6) = 'BIRTH='
                 move ws-cgi-item(ws-ind)(7:8) to ws-birth-in end-if
              if ws-cgi-item(ws-ind) (1:7) = 'BRANCH='
                 move ws-cgi-item(ws-ind)(8:4) to ws-branch-in end-if
              if ws-cgi-item(ws-ind) (1:8) = 'PRODUCT='
                   display 'to return to the previous page.' ws-crlf
                   go to fim-prog
               end-if
               if  ws-birth-in not = spaces
                   and ws-birth-in not numeric
                   display '<h1>Error. Invalid date of birth.'
                   display '</h1>' ws-crlf
                   display '<A href="/credacct.html">' ws-crlf
                   display 'Click here</a> ' ws-crlf
                   display 'to return to the previous page.' ws-crlf
                   go to fim-prog
               end-if
               go to check-joint
           end-if.
           if  ws-surname-in = spaces or ws-fname-in = spaces
               display 'to return to the previous page.' ws-crlf
               go to   fim-prog.
      *
      * a new customer gives their date of birth as YYYYMMDD -
      * VSAMSERV checks it is a real date not in the future.
           if  ws-birth-in = spaces or ws-birth-in not numeric
               display '<h1>Error. Date of birth is required '
               display 'as YYYYMMDD.</h1>' ws-crlf
               display '<A href="/credacct.html">' ws-crlf
               display 'Click here</a> ' ws-crlf
               display 'to return to the previous page.' ws-crlf
               go to   fim-prog.
      *
      * a Brazilian CEP is 8 digits, optionally written with the
      * conventional NNNNN-NNN hyphen - same validation as credacc2.
           if  ws-cep-in(1:5) is numeric and ws-cep-in(6:1) = '-'
                   go to fim-prog
               end-if
               move low-values to ws-commarea
               move '56' to ca-version
               move ws-corrid to ca-corrid
               move '09'       to ca-req
               move '1'        to ca-rc
           end-if.
      *
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '01'         to ca-req.
           move '1'          to ca-rc.
           move ws-phone-in to ca-phone.
           move ws-email-in to ca-email.
           move ws-pref-in to ca-delivpref.
           move ws-risk-in to ca-kyc-rating.
           if  ws-birth-in not = spaces
               move ws-birth-in to ca-birth-date
           end-if.
      * term details ride only when keyed - VSAMSERV validates them
      * (and insists on them) for fixed-term products.
           if  ws-tmonths-in not = spaces
