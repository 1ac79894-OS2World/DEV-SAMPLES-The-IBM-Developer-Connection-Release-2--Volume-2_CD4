       identification division.
       program-id. apprv1.
       environment division.
       data division.
       working-storage section.
      ************************************************************
      *   Work Areas
      ************************************************************
       77 ws-crlf              pic x(002) value x'0D0A'.
       77 ws-cgi-input         pic x(300) value spaces.
       77 ws-ind               pic 9(004) comp value 0.
       77 ws-userid-in         pic x(008) value spaces.
       77 ws-password-in       pic x(008) value spaces.
       77 ws-session-in        pic x(008) value spaces.
       77 ws-item-in           pic x(007) value spaces.
       77 ws-action-in         pic x(001) value spaces.
       77 ws-amount-out        pic z(8)9.99.
       77 ws-corrid            pic x(012) value spaces.
       77 ws-cid-date          pic 9(006) value 0.
       77 ws-cid-time          pic 9(008) value 0.
       01 ws-cgi-input-len     pic x(002).
       01 ws-cgi-tab.
          03 ws-cgi-item       occurs 8 times
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
             '<title>Postings Awaiting Approval</title>'.
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
      * nothing posted yet - show the supervisor login form, since
      * this repo keeps no static HTML for the Web front end.
               display '<h1>Postings Awaiting Approval</h1>' ws-crlf
               display 'Supervisor access only.<p>' ws-crlf
               display '<form action=' ws-crlf
               display '"/cgi-bin/apprv1.exe" ' ws-crlf
               display 'method="POST">' ws-crlf
               display 'Userid: <p>' ws-crlf
               display '<input name="USERID" value="" ' ws-crlf
               display 'size=8 maxlength=8> <p>' ws-crlf
               display 'Password: <p>' ws-crlf
               display '<input type="password" name="PASSWORD" '
                       ws-crlf
               display 'value="" size=8 maxlength=8> <p>' ws-crlf
               display '<input type="submit" value="Show Queue">'
                       ws-crlf
               display '</form>' ws-crlf
               go to   fim-prog.
      *
           move spaces     to ws-cgi-tab.
           unstring ws-cgi-input
                    delimited by '&' or '  '
                    into ws-cgi-item (1) ws-cgi-item(2)
                         ws-cgi-item (3) ws-cgi-item(4)
                         ws-cgi-item (5) ws-cgi-item(6).
           inspect ws-cgi-tab replacing all '+' by ' '.
           perform varying ws-ind from 1 by 1 until ws-ind > 6
              if ws-cgi-item(ws-ind) (1:7) = 'USERID='
                 move ws-cgi-item(ws-ind)(8:8) to ws-userid-in end-if
              if ws-cgi-item(ws-ind) (1:9) = 'PASSWORD='
                 move ws-cgi-item(ws-ind)(10:8) to ws-password-in
                 end-if
              if ws-cgi-item(ws-ind) (1:8) = 'SESSION='
                 move ws-cgi-item(ws-ind)(9:8) to ws-session-in
                 end-if
              if ws-cgi-item(ws-ind) (1:5) = 'ITEM='
                 move ws-cgi-item(ws-ind)(6:7) to ws-item-in end-if
              if ws-cgi-item(ws-ind) (1:7) = 'ACTION='
                 move ws-cgi-item(ws-ind)(8:1) to ws-action-in
                 end-if
           end-perform.
      *
      * no session yet - authenticate first; the queue itself is
      * further gated to 'A'-level userids by VSAMSERV.
           if  ws-session-in = spaces
               if  ws-userid-in = spaces or ws-password-in = spaces
                   display '<h1>Error. Userid and password are '
                   display 'required.</h1>' ws-crlf
                   go to fim-prog
               end-if
               move low-values to ws-commarea
               move '56' to ca-version
               move ws-corrid to ca-corrid
               move '09'       to ca-req
               move '1'        to ca-rc
               move ws-userid-in to ca-userid
               move ws-password-in to ca-password
               perform call-vsamserv thru end-call-vsamserv
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
      * a decision posts back with the item number and 'A' approve
      * or 'D' decline; the userid that keyed the posting is refused
           if  ws-item-in not = spaces
               move low-values to ws-commarea
               move '56' to ca-version
               move ws-corrid to ca-corrid
               move '46'       to ca-req
               move '1'        to ca-rc
               move ws-session-in to ca-session
               move ws-userid-in to ca-userid
               move ws-password-in to ca-password
               move ws-action-in to ca-apq-func
               inspect ca-apq-func converting 'ad' to 'AD'
               move ws-item-in to ca-apq-id
               perform call-vsamserv thru end-call-vsamserv
               if  ca-rc not = '0'
                   display '<h1>Error. Posting not decided.</h1>'
                           ws-crlf
                   display 'Server response ' ca-resp-code ': '
                           ca-resp-text '<p>' ws-crlf
               else
                   if  ca-apq-func = 'A'
                       display '<h1>Posting Approved</h1>' ws-crlf
                       display 'Item ' ws-item-in ' posted under '
                               'reference <b>' ca-txnref '</b>.<p>'
                               ws-crlf
                   else
                       display '<h1>Posting Declined</h1>' ws-crlf
                       display 'Item ' ws-item-in ' declined - the '
                               'earmarked funds are released.<p>'
                               ws-crlf
                   end-if
               end-if
           end-if.
      *
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '46'       to ca-req.
           move '1'        to ca-rc.
           move ws-session-in to ca-session.
           move ws-userid-in to ca-userid.
           move ws-password-in to ca-password.
           move 'L'        to ca-apq-func.
           move spaces     to ca-apq-id.
           perform call-vsamserv thru end-call-vsamserv.
           if  ca-rc not = '0'
               display '<h1>Error. Queue could not be listed.'
               display '</h1>' ws-crlf
               display 'Server response ' ca-resp-code ': '
                       ca-resp-text '<p>' ws-crlf
               go  to  fim-prog.
      *
           display '<h1>Postings Awaiting Approval</h1>' ws-crlf.
           if  ca-apq-count = 0
               display '(none)<p>' ws-crlf
           end-if.
           perform varying ws-ind from 1 by 1
                   until ws-ind > ca-apq-count
               move ca-apq-e-amount(ws-ind) to ws-amount-out
               display 'Item <b>' ca-apq-e-id(ws-ind) '</b> '
                       ws-crlf
               if  ca-apq-e-type(ws-ind) = 'T'
                   display 'transfer from ' ca-apq-e-acct(ws-ind)
                           ' to ' ca-apq-e-toacct(ws-ind) ws-crlf
               else
                   display 'debit to ' ca-apq-e-acct(ws-ind) ws-crlf
               end-if
               display ' amount <b>' ws-amount-out '</b>' ws-crlf
               display ' keyed by ' ca-apq-e-reqby(ws-ind)
                       ' at ' ca-apq-e-time(ws-ind) '<br>' ws-crlf
           end-perform.
      *
           display '<h2>Decide a posting</h2>' ws-crlf
           display '<form action="/cgi-bin/apprv1.exe" ' ws-crlf
           display 'method="POST">' ws-crlf
           display '<input type="hidden" name="SESSION" value="'
                   ws-session-in '">' ws-crlf
           display '<input type="hidden" name="USERID" value="'
                   ws-userid-in '">' ws-crlf
           display '<input type="hidden" name="PASSWORD" value="'
                   ws-password-in '">' ws-crlf
           display 'Item: <input name="ITEM" value="" ' ws-crlf
           display 'size=7 maxlength=7> ' ws-crlf
           display '<input type="radio" name="ACTION" value="A" '
                   'checked> Approve ' ws-crlf
           display '<input type="radio" name="ACTION" value="D"> '
                   'Decline ' ws-crlf
           display '<input type="submit" value="Decide">' ws-crlf
           display '</form>' ws-crlf.
       fim-prog.
           display ht999 ws-crlf
           stop run.
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

       end program apprv1.
