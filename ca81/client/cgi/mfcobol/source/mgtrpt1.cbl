       77 ws-password-in       pic x(008) value spaces.
       77 ws-resume-in         pic x(004) value spaces.
       77 ws-session-in        pic x(008) value spaces.
       77 ws-report-in         pic x(001) value spaces.
       77 ws-month-in          pic x(006) value spaces.
       77 ws-nbresume-in       pic x(006) value spaces.
       77 ws-nbcnt-out         pic -(4)9.
       77 ws-nbbal-out         pic -(11)9.99.
       77 ws-total-out         pic -(11)9.99.
       77 ws-brtotal-out       pic -(11)9.99.
       77 ws-acct-out          pic zzzzzz9.
       77 ws-cid-time          pic 9(008) value 0.
       01 ws-cgi-input-len     pic x(002).
       01 ws-cgi-tab.
          03 ws-cgi-item       occurs 7 times
                               pic x(040).
      ************************************************************
      *   Interface areas with CICS system and applications
               display '<input type="password" name="PASSWORD" '
                       ws-crlf
               display 'value="" size=8 maxlength=8> <p>' ws-crlf
               display 'Report: <p>' ws-crlf
               display '<input type="radio" name="REPORT" value="F" '
                       ws-crlf
               display 'checked> Branch figures ' ws-crlf
               display '<input type="radio" name="REPORT" value="N">'
                       ws-crlf
               display ' New business and attrition <p>' ws-crlf
               display 'Month (yyyymm, blank for the latest): <p>'
                       ws-crlf
               display '<input name="MONTH" value="" ' ws-crlf
               display 'size=6 maxlength=6> <p>' ws-crlf
               display '<input type="submit" value="View Figures">'
                       ws-crlf
               display '<input type="reset"  value="Clear Entry">'
           unstring ws-cgi-input
                    delimited by '&' or '  '
                    into ws-cgi-item (1) ws-cgi-item(2)
                         ws-cgi-item (3) ws-cgi-item(4)
                         ws-cgi-item (5) ws-cgi-item(6)
                         ws-cgi-item (7).
           inspect ws-cgi-tab replacing all '+' by ' '.
           perform varying ws-ind from 1 by 1 until ws-ind > 7
              if ws-cgi-item(ws-ind) (1:6) = 'USERID'
                 move ws-cgi-item(ws-ind)(8:8) to ws-userid-in end-if
              if ws-cgi-item(ws-ind) (1:8) = 'PASSWORD'
              if ws-cgi-item(ws-ind) (1:8) = 'SESSION='
                 move ws-cgi-item(ws-ind)(9:8) to ws-session-in
                 end-if
              if ws-cgi-item(ws-ind) (1:7) = 'REPORT='
                 move ws-cgi-item(ws-ind)(8:1) to ws-report-in end-if
              if ws-cgi-item(ws-ind) (1:6) = 'MONTH='
                 move ws-cgi-item(ws-ind)(7:6) to ws-month-in end-if
              if ws-cgi-item(ws-ind) (1:9) = 'NBRESUME='
                 move ws-cgi-item(ws-ind)(10:6) to ws-nbresume-in
                 end-if
           end-perform.
           if  ws-month-in not = spaces and ws-month-in not numeric
               display '<h1>Error. The month must be given as '
               display 'yyyymm.</h1>' ws-crlf
               display '<A href="/credacct.html">' ws-crlf
               display 'Click here</a> ' ws-crlf
               display 'to return to the previous page.' ws-crlf
               go to   fim-prog.
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
           end-if.
      *
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '14'       to ca-req.
           move '1'        to ca-rc.
           if  ws-resume-in not = spaces
               move ws-resume-in to ca-rpt-resume
           end-if.
           if  ws-report-in = 'N'
               move 'N' to ca-rpt-type
               move ws-month-in to ca-rpt-month
               move ws-nbresume-in to ca-rpt-nb-resume
           else
               move 'F' to ca-rpt-type
           end-if.
      *
           MOVE  LOW-VALUES     TO  ECI-PARMS.
           SET   ECI-SYNC       TO  TRUE.
               display 'to return to the previous page.' ws-crlf
               go  to  fim-prog.
      *
           if  ws-report-in = 'N'
               go to show-newbus.
           display '<h1>Management Figures</h1>' ws-crlf.
      * grand totals come back on the first page only (blank RESUME)
           if  ws-resume-in = spaces
                       ws-crlf
               display '</form>' ws-crlf
           end-if.
      *
           display '<a href="/credacct.html">' ws-crlf
           display 'Click here</a> to return.<p>' ws-crlf.
           go to fim-prog.
      *
      * new business and attrition - NEWBUS's month-end figures by
      * branch and product, with the same month last year wherever
      * the audit history still reached back that far.
       show-newbus.
           display '<h1>New Business and Attrition</h1>' ws-crlf.
           display 'Month <b>' ca-rpt-month '</b><p>' ws-crlf.
           if  ca-rpt-nb-count = 0
               display '(no figures for this month)<p>' ws-crlf
           end-if.
           perform varying ws-ind from 1 by 1
                   until ws-ind > ca-rpt-nb-count
               display 'Branch <b>' ca-rpt-nb-branch(ws-ind)
                       '</b> product <b>' ca-rpt-nb-product(ws-ind)
                       '</b><br>' ws-crlf
               move ca-rpt-nb-opened(ws-ind) to ws-nbcnt-out
               move ca-rpt-nb-opened-bal(ws-ind) to ws-nbbal-out
               display ' opened ' ws-nbcnt-out ' balance '
                       ws-nbbal-out '<br>' ws-crlf
               move ca-rpt-nb-closed(ws-ind) to ws-nbcnt-out
               move ca-rpt-nb-closed-bal(ws-ind) to ws-nbbal-out
               display ' closed ' ws-nbcnt-out ' balance '
                       ws-nbbal-out '<br>' ws-crlf
               move ca-rpt-nb-archived(ws-ind) to ws-nbcnt-out
               display ' archived ' ws-nbcnt-out ws-crlf
               move ca-rpt-nb-switch-in(ws-ind) to ws-nbcnt-out
               display ' switched in ' ws-nbcnt-out ws-crlf
               move ca-rpt-nb-switch-out(ws-ind) to ws-nbcnt-out
               display ' switched out ' ws-nbcnt-out '<br>' ws-crlf
               move ca-rpt-nb-net-accts(ws-ind) to ws-nbcnt-out
               move ca-rpt-nb-net-deposits(ws-ind) to ws-nbbal-out
               display ' net growth <b>' ws-nbcnt-out
                       '</b> accounts <b>' ws-nbbal-out
                       '</b> deposits<br>' ws-crlf
               if  ca-rpt-nb-ly-held(ws-ind) = 'Y'
                   move ca-rpt-nb-ly-net-accts(ws-ind) to ws-nbcnt-out
                   move ca-rpt-nb-ly-net-deps(ws-ind) to ws-nbbal-out
                   display ' last year ' ws-nbcnt-out ' accounts '
                           ws-nbbal-out ' deposits<p>' ws-crlf
               else
                   display ' last year not held<p>' ws-crlf
               end-if
           end-perform.
      *
      * paged the same way as the branch figures - session, report,
      * month and resume point, never the password.
           if  ca-rpt-more = 'Y'
               display '<form action=' ws-crlf
               display '"/cgi-bin/mgtrpt1.exe" ' ws-crlf
               display 'method="POST">' ws-crlf
               display '<input type="hidden" name="SESSION" value="'
                       ws-crlf
               display ca-session '">' ws-crlf
               display '<input type="hidden" name="REPORT" value="N">'
                       ws-crlf
               display '<input type="hidden" name="MONTH" value="'
                       ws-crlf
               display ca-rpt-month '">' ws-crlf
               display '<input type="hidden" name="NBRESUME" value="'
                       ws-crlf
               display ca-rpt-nb-resume '">' ws-crlf
               display 'Userid: ' ws-crlf
               display '<input name="USERID" value="" ' ws-crlf
               display 'size=8 maxlength=8> ' ws-crlf
               display 'Password: ' ws-crlf
               display '<input type="password" name="PASSWORD" '
                       ws-crlf
               display 'value="" size=8 maxlength=8> ' ws-crlf
               display '<input type="submit" value="More rows">'
                       ws-crlf
               display '</form>' ws-crlf
           end-if.
      *
           display '<a href="/credacct.html">' ws-crlf
           display 'Click here</a> to return.<p>' ws-crlf.
