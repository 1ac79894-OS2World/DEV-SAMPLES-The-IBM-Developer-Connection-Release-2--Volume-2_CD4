       identification division.
       program-id. payee1.
       environment division.
       data division.
       working-storage section.
      ************************************************************
      *   Work Areas
      ************************************************************
       77 ws-crlf              pic x(002) value x'0D0A'.
       77 ws-cgi-input         pic x(300) value spaces.
       77 ws-ind               pic 9(004) comp value 0.
       77 ws-acct-in           pic x(005) value spaces.
       77 ws-payee-in          pic x(005) value spaces.
       77 ws-nick-in           pic x(020) value spaces.
       77 ws-action-in         pic x(001) value spaces.
       77 ws-userid-in         pic x(008) value spaces.
       77 ws-password-in       pic x(008) value spaces.
       77 ws-session-in        pic x(008) value spaces.
       77 ws-token-in          pic x(008) value spaces.
       77 ws-corrid            pic x(012) value spaces.
       77 ws-cid-date          pic 9(006) value 0.
       77 ws-cid-time          pic 9(008) value 0.
       01 ws-cgi-input-len     pic x(002).
       01 ws-cgi-tab.
          03 ws-cgi-item       occurs 12 times
                               pic x(040).
      ************************************************************
      *   Interface areas with CICS system and applications
      ************************************************************
       COPY F:\COS2USER\CICSECI.
       01 WS-COMMAREA.
       COPY WSCOMMA.
      ************************************************************
      *   HTML document skeleton to be returned to the Web Server
      ************************************************************
       01 ws-html-out.
          03 ht1               pic x(30)  value
             'Content-type: text/html '.
          03 ht2               pic x(10)  value
             '<html>'.
          03 ht3               pic x(55)  value
             '<title>Registered Payees thru Internet</title>'.
          03 ht4               pic x(6)  value
             '<body>'.
          03 ht999             pic x(20)  value
             '</body></html>'.
      *****************************************************************
      *   PROCEDURE DIVISION
      *************************************************************
       PROCEDURE DIVISION.
           accept  ws-cgi-input from SYSIN.
           display ht1 ws-crlf
           display ht2 ws-crlf
           display ht3 ws-crlf
           display ht4 ws-crlf
      * one correlation id per web request - month/day plus the time
      * to the hundredth, quoted in VSAMSERV's request log so support
      * can line this page up with the server side.
           accept ws-cid-date from DATE.
           accept ws-cid-time from TIME.
           move ws-cid-date(3:4) to ws-corrid(1:4).
           move ws-cid-time to ws-corrid(5:8).
           display 'CONTENT_LENGTH' upon ENVIRONMENT-NAME.
           accept  ws-cgi-input-len from ENVIRONMENT-VALUE.
           if  ws-cgi-input-len = "00" or ws-cgi-input-len = spaces
      * nothing posted yet - show the account/login form, since
      * this repo keeps no static HTML for the Web front end.
               display '<h1>Your Registered Payees</h1>' ws-crlf
               display '<form action=' ws-crlf
               display '"/cgi-bin/payee1.exe" ' ws-crlf
               display 'method="POST">' ws-crlf
               display 'Userid: <p>' ws-crlf
               display '<input name="USERID" value="" ' ws-crlf
               display 'size=8 maxlength=8> <p>' ws-crlf
               display 'Password: <p>' ws-crlf
               display '<input type="password" name="PASSWORD" '
                       ws-crlf
               display 'value="" size=8 maxlength=8> <p>' ws-crlf
               display 'Account number: <p>' ws-crlf
               display '<input name="ACCT" value="" ' ws-crlf
               display 'size=5 maxlength=5> <p>' ws-crlf
               display '<input type="submit" value="Show Payees">'
                       ws-crlf
               display '</form>' ws-crlf
               display '<a href="/credacct.html">' ws-crlf
               display 'Click here</a> to return.<p>' ws-crlf
               go to   fim-prog.
      *
           move spaces     to ws-cgi-tab.
           unstring ws-cgi-input
                    delimited by '&' or '  '
                    into ws-cgi-item (1) ws-cgi-item(2)
                         ws-cgi-item (3) ws-cgi-item(4)
                         ws-cgi-item (5) ws-cgi-item(6)
                         ws-cgi-item (7) ws-cgi-item(8)
                         ws-cgi-item (9) ws-cgi-item(10)
                         ws-cgi-item (11) ws-cgi-item(12).
           inspect ws-cgi-tab replacing all '+' by ' '.
           perform varying ws-ind from 1 by 1 until ws-ind > 12
              if ws-cgi-item(ws-ind) (1:5) = 'ACCT='
                 move ws-cgi-item(ws-ind)(6:5) to ws-acct-in end-if
              if ws-cgi-item(ws-ind) (1:6) = 'PAYEE='
                 move ws-cgi-item(ws-ind)(7:5) to ws-payee-in end-if
              if ws-cgi-item(ws-ind) (1:5) = 'NICK='
                 move ws-cgi-item(ws-ind)(6:20) to ws-nick-in end-if
              if ws-cgi-item(ws-ind) (1:7) = 'ACTION='
                 move ws-cgi-item(ws-ind)(8:1) to ws-action-in end-if
              if ws-cgi-item(ws-ind) (1:7) = 'USERID='
                 move ws-cgi-item(ws-ind)(8:8) to ws-userid-in end-if
              if ws-cgi-item(ws-ind) (1:9) = 'PASSWORD='
                 move ws-cgi-item(ws-ind)(10:8) to ws-password-in
                 end-if
              if ws-cgi-item(ws-ind) (1:8) = 'SESSION='
                 move ws-cgi-item(ws-ind)(9:8) to ws-session-in
                 end-if
              if ws-cgi-item(ws-ind) (1:6) = 'TOKEN='
                 move ws-cgi-item(ws-ind)(7:8) to ws-token-in end-if
           end-perform.
      *
           if  ws-acct-in not numeric
               display '<h1>Error. Account number not informed.'
               display '</h1>' ws-crlf
               display '<A href="/credacct.html">' ws-crlf
               display 'Click here</a> ' ws-crlf
               display 'to return to the previous page.' ws-crlf
               go to   fim-prog.
      *
      * no session yet - authenticate first; VSAMSERV refuses every
      * request that does not carry a live session token.
           if  ws-session-in = spaces
               if  ws-userid-in = spaces or ws-password-in = spaces
                   display '<h1>Error. Userid and password are '
                   display 'required.</h1>' ws-crlf
                   display '<A href="/credacct.html">' ws-crlf
                   display 'Click here</a> ' ws-crlf
                   display 'to return to the previous page.' ws-crlf
                   go to fim-prog
               end-if
               move low-values to ws-commarea
               move '56' to ca-version
               move ws-corrid to ca-corrid
               move '09'       to ca-req
               move '1'        to ca-rc
               move ws-userid-in to ca-userid
               move ws-password-in to ca-password
               MOVE  LOW-VALUES     TO  ECI-PARMS
               SET   ECI-SYNC       TO  TRUE
               MOVE  0              TO  ECI-TIMEOUT
               MOVE  'VSAMSERV'     TO  ECI-PROGRAM-NAME
               MOVE  'SYSAD'        TO  ECI-USERID
               MOVE  'SYSAD'        TO  ECI-PASSWORD
               SET ECI-COMMAREA TO ADDRESS OF WS-COMMAREA
               MOVE LENGTH OF WS-COMMAREA TO ECI-COMMAREA-LENGTH
               SET   ECI-NO-EXTEND  TO  TRUE
               SET   ECI-VERSION-1  TO  TRUE
               CALL  '_CICS_EXTERNALCALL' USING ECI-PARMS
                                              ECI-ERROR-ID
               IF  NOT ECI-NO-ERROR
                   display '<h1>Error. Couldn''t contact CICS!</h1>'
                           ws-crlf
                   go to fim-prog
               END-IF
               if  ca-rc not = '0'
                   display '<h1>Error. Invalid userid or password.'
                   display '</h1>' ws-crlf
                   display 'Server response ' ca-resp-code ': '
                           ca-resp-text '<p>' ws-crlf
                   go to fim-prog
               end-if
               move ca-session to ws-session-in
           end-if.
      *
      * an add or delete action posts with the one-time token the
      * listing view fetched; anything else is the listing view
           if  ws-action-in = 'A' or ws-action-in = 'D'
               go to do-the-action
           end-if.
      *
      * the READ both shows the account is real and hands out the
      * one-time token the action POST must return - the same
      * protection the address-update pages carry
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '02'       to ca-req.
           move '1'        to ca-rc.
           move ws-session-in to ca-session.
           move ws-acct-in to ca-conta.
           perform call-vsamserv thru end-call-vsamserv.
           if  ca-rc not = '0'
               display '<h1>Error. Account not found.</h1>' ws-crlf
               display 'Server response ' ca-resp-code ': '
                       ca-resp-text '<p>' ws-crlf
               go  to  fim-prog.
           move ca-token to ws-token-in.
      *
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '41'       to ca-req.
           move '1'        to ca-rc.
           move ws-session-in to ca-session.
           move 'L'        to ca-pay-func.
           move ws-acct-in to ca-conta.
           perform call-vsamserv thru end-call-vsamserv.
           if  ca-rc not = '0'
               display '<h1>Error. Payees could not be listed.</h1>'
                       ws-crlf
               display 'Server response ' ca-resp-code ': '
                       ca-resp-text '<p>' ws-crlf
               go  to  fim-prog.
      *
      * a payee only takes transfers once its cooling-off period
      * has run - say so here rather than let the customer find
      * out from a refused transfer
           display '<h1>Registered payees for account ' ws-acct-in
                   '</h1>' ws-crlf.
           if  ca-pay-count = 0
               display '(none)<p>' ws-crlf
           end-if.
           perform varying ws-ind from 1 by 1
                   until ws-ind > ca-pay-count
               display 'Payee <b>' ca-pay-e-payee(ws-ind) '</b> '
                       ca-pay-e-nickname(ws-ind) ws-crlf
               display ' added ' ca-pay-e-added(ws-ind) ws-crlf
               if  ca-pay-e-usable(ws-ind) = 'Y'
                   display ' - ready for transfers<br>' ws-crlf
               else
                   display ' - cooling off, not yet usable<br>'
                           ws-crlf
               end-if
           end-perform.
      *
      * the add and delete forms carry the session and the
      * one-time token as hidden fields
           display '<h2>Register a new payee</h2>' ws-crlf
           display '<form action="/cgi-bin/payee1.exe" ' ws-crlf
           display 'method="POST">' ws-crlf
           display '<input type="hidden" name="ACTION" value="A">'
                   ws-crlf
           display '<input type="hidden" name="ACCT" value="'
                   ws-acct-in '">' ws-crlf
           display '<input type="hidden" name="SESSION" value="'
                   ws-session-in '">' ws-crlf
           display '<input type="hidden" name="TOKEN" value="'
                   ws-token-in '">' ws-crlf
           display 'Payee account: <input name="PAYEE" value="" '
                   ws-crlf
           display 'size=5 maxlength=5> ' ws-crlf
           display 'Nickname: <input name="NICK" value="" ' ws-crlf
           display 'size=20 maxlength=20> <p>' ws-crlf
           display '<input type="submit" value="Register Payee">'
                   ws-crlf
           display '</form>' ws-crlf.
      *
           display '<h2>Delete a payee</h2>' ws-crlf
           display '<form action="/cgi-bin/payee1.exe" ' ws-crlf
           display 'method="POST">' ws-crlf
           display '<input type="hidden" name="ACTION" value="D">'
                   ws-crlf
           display '<input type="hidden" name="ACCT" value="'
                   ws-acct-in '">' ws-crlf
           display '<input type="hidden" name="SESSION" value="'
                   ws-session-in '">' ws-crlf
           display '<input type="hidden" name="TOKEN" value="'
                   ws-token-in '">' ws-crlf
           display 'Payee account: <input name="PAYEE" value="" '
                   ws-crlf
           display 'size=5 maxlength=5> ' ws-crlf
           display '<input type="submit" value="Delete Payee">'
                   ws-crlf
           display '</form>' ws-crlf
           display '<a href="/credacct.html">' ws-crlf
           display 'Click here</a> to return.<p>' ws-crlf
           go to fim-prog.
      *
       do-the-action.
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '41'       to ca-req.
           move '1'        to ca-rc.
           move ws-session-in to ca-session.
           move ws-token-in to ca-token.
           move ws-acct-in to ca-conta.
           move ws-payee-in to ca-toacct.
           move ws-action-in to ca-pay-func.
           if  ws-action-in = 'A'
               move ws-nick-in to ca-pay-nickname
           end-if.
           perform call-vsamserv thru end-call-vsamserv.
           if  ca-rc not = '0'
               display '<h1>Error. Payee list not changed.</h1>'
                       ws-crlf
               display 'Server response ' ca-resp-code ': '
                       ca-resp-text '<p>' ws-crlf
               display '<A href="/credacct.html">' ws-crlf
               display 'Click here</a> ' ws-crlf
               display 'to return to the previous page.' ws-crlf
               go  to  fim-prog.
           if  ws-action-in = 'D'
               display '<h1>Payee Deleted</h1>' ws-crlf
               display 'Payee ' ws-payee-in ' was deleted.<p>'
                       ws-crlf
           else
               display '<h1>Payee Registered</h1>' ws-crlf
               display 'Payee ' ws-payee-in ' is registered. '
                       ws-crlf
               display 'Transfers to it are accepted once the '
                       ws-crlf
               display 'cooling-off period has run.<p>' ws-crlf
           end-if.
           display '<a href="/credacct.html">' ws-crlf
           display 'Click here</a> to return.<p>' ws-crlf
           go to fim-prog.
      *
       call-vsamserv.
           MOVE  LOW-VALUES     TO  ECI-PARMS.
           SET   ECI-SYNC       TO  TRUE.
           MOVE  0              TO  ECI-TIMEOUT.
           MOVE  'VSAMSERV'     TO  ECI-PROGRAM-NAME.
           MOVE  'SYSAD'        TO  ECI-USERID.
           MOVE  'SYSAD'        TO  ECI-PASSWORD.
           SET ECI-COMMAREA TO ADDRESS OF WS-COMMAREA.
           MOVE LENGTH OF WS-COMMAREA TO ECI-COMMAREA-LENGTH.
           SET   ECI-NO-EXTEND  TO  TRUE.
           SET   ECI-VERSION-1  TO  TRUE.
           CALL  '_CICS_EXTERNALCALL' USING ECI-PARMS
                                          ECI-ERROR-ID.
           IF  NOT ECI-NO-ERROR
               display '<h1>Error. Couldn''t contact CICS!</h1>'
                       ws-crlf
               display ht999 ws-crlf
               stop run.
       end-call-vsamserv.
           exit.
       fim-prog.
           display ht999 ws-crlf.
           stop run.

       end program payee1.
