       identification division.
       program-id. histacc1.
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
       77 ws-account-in        pic x(005) value spaces.
       77 ws-from-in           pic x(008) value spaces.
       77 ws-to-in             pic x(008) value spaces.
       77 ws-resume-in         pic x(007) value spaces.
       77 ws-amount-out        pic -(8)9.99.
       77 ws-balance-out       pic -(8)9.99.
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
             '<title>Account History</title>'.
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
      * nothing posted yet - show the inquiry form, since this repo
      * keeps no static HTML for the Web front end.
               display '<h1>Account History</h1>' ws-crlf
               display '<form action=' ws-crlf
               display '"/cgi-bin/histacc1.exe" ' ws-crlf
               display 'method="POST">' ws-crlf
               display 'Userid: <p>' ws-crlf
               display '<input name="USERID" value="" ' ws-crlf
               display 'size=8 maxlength=8> <p>' ws-crlf
               display 'Password: <p>' ws-crlf
               display '<input type="password" name="PASSWORD" '
                       ws-crlf
               display 'value="" size=8 maxlength=8> <p>' ws-crlf
               display 'Account: <p>' ws-crlf
               display '<input name="ACCOUNT" value="" ' ws-crlf
               display 'size=5 maxlength=5> <p>' ws-crlf
               display 'From date (YYYYMMDD): <p>' ws-crlf
               display '<input name="FROM" value="" ' ws-crlf
               display 'size=8 maxlength=8> <p>' ws-crlf
               display 'To date (YYYYMMDD, blank for today): <p>'
                       ws-crlf
               display '<input name="TO" value="" ' ws-crlf
               display 'size=8 maxlength=8> <p>' ws-crlf
               display '<input type="submit" value="Show History">'
                       ws-crlf
               display '</form>' ws-crlf
               go to   fim-prog.
      *
           move spaces     to ws-cgi-tab.
           unstring ws-cgi-input
                    delimited by '&' or '  '
                    into ws-cgi-item (1) ws-cgi-item(2)
                         ws-cgi-item (3) ws-cgi-item(4)
                         ws-cgi-item (5) ws-cgi-item(6)
                         ws-cgi-item (7) ws-cgi-item(8).
           inspect ws-cgi-tab replacing all '+' by ' '.
           perform varying ws-ind from 1 by 1 until ws-ind > 8
              if ws-cgi-item(ws-ind) (1:7) = 'USERID='
                 move ws-cgi-item(ws-ind)(8:8) to ws-userid-in end-if
              if ws-cgi-item(ws-ind) (1:9) = 'PASSWORD='
                 move ws-cgi-item(ws-ind)(10:8) to ws-password-in
                 end-if
              if ws-cgi-item(ws-ind) (1:8) = 'SESSION='
                 move ws-cgi-item(ws-ind)(9:8) to ws-session-in
                 end-if
              if ws-cgi-item(ws-ind) (1:8) = 'ACCOUNT='
                 move ws-cgi-item(ws-ind)(9:5) to ws-account-in
                 end-if
              if ws-cgi-item(ws-ind) (1:5) = 'FROM='
                 move ws-cgi-item(ws-ind)(6:8) to ws-from-in end-if
              if ws-cgi-item(ws-ind) (1:3) = 'TO='
                 move ws-cgi-item(ws-ind)(4:8) to ws-to-in end-if
              if ws-cgi-item(ws-ind) (1:7) = 'RESUME='
                 move ws-cgi-item(ws-ind)(8:7) to ws-resume-in
                 end-if
           end-perform.
      *
      * no session yet - authenticate first; the "more postings"
      * button carries the session on so later pages skip this.
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
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '48'       to ca-req.
           move '1'        to ca-rc.
           move ws-session-in to ca-session.
           move ws-userid-in to ca-userid.
           move ws-password-in to ca-password.
           move ws-account-in to ca-conta.
           move ws-from-in to ca-hist-from.
           if  ws-to-in not = spaces
               move ws-to-in to ca-hist-to
           end-if.
           if  ws-resume-in not = spaces
               move ws-resume-in to ca-hist-resume
           end-if.
           perform call-vsamserv thru end-call-vsamserv.
           if  ca-rc not = '0'
               display '<h1>Error. History could not be listed.'
               display '</h1>' ws-crlf
               display 'Server response ' ca-resp-code ': '
                       ca-resp-text '<p>' ws-crlf
               go  to  fim-prog.
      *
           display '<h1>Account History</h1>' ws-crlf.
           display 'Account <b>' ca-conta '</b> from '
                   ca-hist-from ' to ' ca-hist-to '<p>' ws-crlf.
           if  ca-hist-count = 0
               display '(no postings in this period)<p>' ws-crlf
           end-if.
           display '<pre>' ws-crlf.
           perform varying ws-ind from 1 by 1
                   until ws-ind > ca-hist-count
               move ca-hist-amount(ws-ind) to ws-amount-out
               move ca-hist-balance(ws-ind) to ws-balance-out
               display ca-hist-date(ws-ind) ' '
                       ca-hist-op(ws-ind) ' '
                       ws-amount-out ' ' ws-balance-out ' '
                       ca-hist-txnref(ws-ind) ' '
                       ca-hist-dsp(ws-ind) ' '
                       ca-hist-narr(ws-ind) ws-crlf
           end-perform.
           display '</pre>' ws-crlf.
      *
      * more postings in the period - hand the resume point back on
      * a button, the same way the surname search pages.
           if  ca-hist-more = 'Y'
               display '<form action="/cgi-bin/histacc1.exe" '
                       ws-crlf
               display 'method="POST">' ws-crlf
               display '<input type="hidden" name="SESSION" value="'
                       ws-session-in '">' ws-crlf
               display '<input type="hidden" name="USERID" value="'
                       ws-userid-in '">' ws-crlf
               display '<input type="hidden" name="PASSWORD" value="'
                       ws-password-in '">' ws-crlf
               display '<input type="hidden" name="ACCOUNT" value="'
                       ca-conta '">' ws-crlf
               display '<input type="hidden" name="FROM" value="'
                       ca-hist-from '">' ws-crlf
               display '<input type="hidden" name="TO" value="'
                       ca-hist-to '">' ws-crlf
               display '<input type="hidden" name="RESUME" value="'
                       ca-hist-resume '">' ws-crlf
               display '<input type="submit" value="More postings">'
                       ws-crlf
               display '</form>' ws-crlf
           end-if.
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

       end program histacc1.
