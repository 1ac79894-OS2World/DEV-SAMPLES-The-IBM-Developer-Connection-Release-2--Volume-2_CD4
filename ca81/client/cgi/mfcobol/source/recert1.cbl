       identification division.
       program-id. recert1.
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
       77 ws-target-in         pic x(008) value spaces.
       77 ws-action-in         pic x(001) value spaces.
       77 ws-branch-in         pic x(004) value spaces.
       77 ws-manager-in        pic x(008) value spaces.
       77 ws-resume-in         pic x(008) value spaces.
       77 ws-status-out        pic x(012) value spaces.
       77 ws-corrid            pic x(012) value spaces.
       77 ws-cid-date          pic 9(006) value 0.
       77 ws-cid-time          pic 9(008) value 0.
       01 ws-cgi-input-len     pic x(002).
       01 ws-cgi-tab.
          03 ws-cgi-item       occurs 9 times
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
             '<title>Access Recertification</title>'.
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
      * nothing posted yet - show the login form, since this repo
      * keeps no static HTML for the Web front end.
               display '<h1>Access Recertification</h1>' ws-crlf
               display 'Branch managers: sign on to confirm or '
                       'revoke the userids you vouch for.<p>' ws-crlf
               display '<form action=' ws-crlf
               display '"/cgi-bin/recert1.exe" ' ws-crlf
               display 'method="POST">' ws-crlf
               display 'Userid: <p>' ws-crlf
               display '<input name="USERID" value="" ' ws-crlf
               display 'size=8 maxlength=8> <p>' ws-crlf
               display 'Password: <p>' ws-crlf
               display '<input type="password" name="PASSWORD" '
                       ws-crlf
               display 'value="" size=8 maxlength=8> <p>' ws-crlf
               display '<input type="submit" value="Show My Userids">'
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
                         ws-cgi-item (7) ws-cgi-item(8)
                         ws-cgi-item (9).
           inspect ws-cgi-tab replacing all '+' by ' '.
           perform varying ws-ind from 1 by 1 until ws-ind > 9
              if ws-cgi-item(ws-ind) (1:7) = 'USERID='
                 move ws-cgi-item(ws-ind)(8:8) to ws-userid-in end-if
              if ws-cgi-item(ws-ind) (1:9) = 'PASSWORD='
                 move ws-cgi-item(ws-ind)(10:8) to ws-password-in
                 end-if
              if ws-cgi-item(ws-ind) (1:8) = 'SESSION='
                 move ws-cgi-item(ws-ind)(9:8) to ws-session-in
                 end-if
              if ws-cgi-item(ws-ind) (1:7) = 'TARGET='
                 move ws-cgi-item(ws-ind)(8:8) to ws-target-in
                 end-if
              if ws-cgi-item(ws-ind) (1:7) = 'ACTION='
                 move ws-cgi-item(ws-ind)(8:1) to ws-action-in
                 end-if
              if ws-cgi-item(ws-ind) (1:7) = 'BRANCH='
                 move ws-cgi-item(ws-ind)(8:4) to ws-branch-in
                 end-if
              if ws-cgi-item(ws-ind) (1:8) = 'MANAGER='
                 move ws-cgi-item(ws-ind)(9:8) to ws-manager-in
                 end-if
              if ws-cgi-item(ws-ind) (1:7) = 'RESUME='
                 move ws-cgi-item(ws-ind)(8:8) to ws-resume-in
                 end-if
           end-perform.
           inspect ws-action-in converting 'crlmox' to 'CRLMOX'.
      *
      * no session yet - authenticate first
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
      * a certifier's decision - 'C' confirm or 'R' revoke the
      * userid in TARGET; only the certifier's own userids are found
           if  ws-target-in not = spaces
               and (ws-action-in = 'C' or ws-action-in = 'R')
               move low-values to ws-commarea
               move '56' to ca-version
               move ws-corrid to ca-corrid
               move '63'       to ca-req
               move '1'        to ca-rc
               move ws-session-in to ca-session
               move ws-userid-in to ca-userid
               move ws-password-in to ca-password
               move ws-action-in to ca-rct-func
               move ws-target-in to ca-rct-userid
               perform call-vsamserv thru end-call-vsamserv
               if  ca-rc not = '0'
                   display '<h1>Error. Decision not recorded.</h1>'
                           ws-crlf
                   display 'Server response ' ca-resp-code ': '
                           ca-resp-text '<p>' ws-crlf
               else
                   if  ws-action-in = 'C'
                       display '<h1>Userid Confirmed</h1>' ws-crlf
                       display 'Userid ' ws-target-in ' keeps its '
                               'access.<p>' ws-crlf
                   else
                       display '<h1>Userid Revoked</h1>' ws-crlf
                       display 'Userid ' ws-target-in ' will be '
                               'disabled when the campaign closes.<p>'
                               ws-crlf
                   end-if
               end-if
           end-if.
      *
      * the administrator's side - 'O' open or 'X' close the
      * campaign, 'M' name a branch's manager; all supervised
           if  ws-action-in = 'O' or ws-action-in = 'X'
               or ws-action-in = 'M'
               move low-values to ws-commarea
               move '56' to ca-version
               move ws-corrid to ca-corrid
               move '63'       to ca-req
               move '1'        to ca-rc
               move ws-session-in to ca-session
               move ws-userid-in to ca-userid
               move ws-password-in to ca-password
               move ws-action-in to ca-rct-func
               move ws-branch-in to ca-rct-branch
               move ws-manager-in to ca-rct-manager
               perform call-vsamserv thru end-call-vsamserv
               if  ca-rc not = '0'
                   display '<h1>Error. Request refused.</h1>'
                           ws-crlf
                   display 'Server response ' ca-resp-code ': '
                           ca-resp-text '<p>' ws-crlf
               else
                   evaluate ws-action-in
                     when 'O'
                       display '<h1>Campaign ' ca-rct-campaign
                               ' Opened</h1>' ws-crlf
                       display ca-rct-listed ' userids listed for '
                               'their managers.<p>' ws-crlf
                     when 'X'
                       display '<h1>Campaign ' ca-rct-campaign
                               ' Closed</h1>' ws-crlf
                       display ca-rct-confirmed ' confirmed, '
                               ca-rct-disabled ' disabled.<p>'
                               ws-crlf
                     when other
                       display '<h1>Branch ' ws-branch-in
                               ' Manager Set</h1>' ws-crlf
                   end-evaluate
               end-if
           end-if.
      *
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '63'       to ca-req.
           move '1'        to ca-rc.
           move ws-session-in to ca-session.
           move ws-userid-in to ca-userid.
           move ws-password-in to ca-password.
           move 'L'        to ca-rct-func.
           move ws-resume-in to ca-rct-resume.
           perform call-vsamserv thru end-call-vsamserv.
           if  ca-rc not = '0'
               display '<h1>Userids To Recertify</h1>' ws-crlf
               display 'Server response ' ca-resp-code ': '
                       ca-resp-text '<p>' ws-crlf
           else
               display '<h1>Userids To Recertify - Campaign '
                       ca-rct-campaign '</h1>' ws-crlf
               if  ca-rct-count = 0
                   display '(none)<p>' ws-crlf
               end-if
               perform varying ws-ind from 1 by 1
                       until ws-ind > ca-rct-count
                   evaluate ca-rct-e-status(ws-ind)
                     when 'C'
                       move 'confirmed' to ws-status-out
                     when 'R'
                       move 'revoked' to ws-status-out
                     when other
                       move 'awaiting you' to ws-status-out
                   end-evaluate
                   display 'Userid <b>' ca-rct-e-userid(ws-ind)
                           '</b> branch ' ca-rct-e-branch(ws-ind)
                           ' - ' ws-status-out ' '
                           ca-rct-e-date(ws-ind) '<br>' ws-crlf
                   move ca-rct-e-userid(ws-ind) to ws-resume-in
               end-perform
               if  ca-rct-count = 5
                   display '<form action="/cgi-bin/recert1.exe" '
                           ws-crlf
                   display 'method="POST">' ws-crlf
                   display '<input type="hidden" name="SESSION" '
                           'value="' ws-session-in '">' ws-crlf
                   display '<input type="hidden" name="USERID" '
                           'value="' ws-userid-in '">' ws-crlf
                   display '<input type="hidden" name="PASSWORD" '
                           'value="' ws-password-in '">' ws-crlf
                   display '<input type="hidden" name="RESUME" '
                           'value="' ws-resume-in '">' ws-crlf
                   display '<input type="submit" value="Next Page">'
                           ws-crlf
                   display '</form>' ws-crlf
               end-if
           end-if.
      *
           display '<h2>Confirm or revoke a userid</h2>' ws-crlf
           display '<form action="/cgi-bin/recert1.exe" ' ws-crlf
           display 'method="POST">' ws-crlf
           display '<input type="hidden" name="SESSION" value="'
                   ws-session-in '">' ws-crlf
           display '<input type="hidden" name="USERID" value="'
                   ws-userid-in '">' ws-crlf
           display '<input type="hidden" name="PASSWORD" value="'
                   ws-password-in '">' ws-crlf
           display 'Userid: <input name="TARGET" value="" ' ws-crlf
           display 'size=8 maxlength=8> ' ws-crlf
           display '<input type="radio" name="ACTION" value="C" '
                   'checked> Confirm ' ws-crlf
           display '<input type="radio" name="ACTION" value="R"> '
                   'Revoke ' ws-crlf
           display '<input type="submit" value="Decide">' ws-crlf
           display '</form>' ws-crlf.
      *
           display '<h2>Campaign administration</h2>' ws-crlf
           display '<form action="/cgi-bin/recert1.exe" ' ws-crlf
           display 'method="POST">' ws-crlf
           display '<input type="hidden" name="SESSION" value="'
                   ws-session-in '">' ws-crlf
           display '<input type="hidden" name="USERID" value="'
                   ws-userid-in '">' ws-crlf
           display '<input type="hidden" name="PASSWORD" value="'
                   ws-password-in '">' ws-crlf
           display '<input type="radio" name="ACTION" value="O"> '
                   'Open campaign ' ws-crlf
           display '<input type="radio" name="ACTION" value="X"> '
                   'Close campaign ' ws-crlf
           display '<input type="radio" name="ACTION" value="M"> '
                   'Set branch manager ' ws-crlf
           display 'Branch: <input name="BRANCH" value="" ' ws-crlf
           display 'size=4 maxlength=4> ' ws-crlf
           display 'Manager: <input name="MANAGER" value="" ' ws-crlf
           display 'size=8 maxlength=8> ' ws-crlf
           display '<input type="submit" value="Submit">' ws-crlf
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

       end program recert1.
