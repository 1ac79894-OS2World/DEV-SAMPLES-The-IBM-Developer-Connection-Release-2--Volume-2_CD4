           end-if.
      *
           move low-values      to ws-commarea.
           move '56'            to ca-version.
           move ws-corrid       to ca-corrid.
           move '02'            to ca-req.
           move '1'             to ca-rc.
               end-if
               display 'Server response ' ca-resp-code ': '
                       ca-resp-text '<p>' ws-crlf
      * a transfer to an account not (yet) on the payee list - point
      * the customer at the page that registers it
               if ca-resp-code = 963
                   display '<a href="/cgi-bin/payee1.exe">' ws-crlf
                   if ws-lang-pt
                       display 'Cadastre o favorecido</a> e aguarde '
                               ws-crlf
                       display 'o período de carência.<p>' ws-crlf
                   else
                       display 'Register the payee</a> and wait out '
                               ws-crlf
                       display 'the cooling-off period.<p>' ws-crlf
                   end-if
               end-if
               if ca-resp-code = 974
                   if ws-lang-pt
                       display 'A transferência aguarda aprovação '
                               ws-crlf
                       display 'do supervisor. Referência '
                               ca-txnref '.<p>' ws-crlf
                   else
                       display 'The transfer is awaiting supervisor '
                               ws-crlf
                       display 'approval. Reference '
                               ca-txnref '.<p>' ws-crlf
                   end-if
               end-if
               display '<A href="/credacct.html">' ws-crlf
               if ws-lang-pt
                   display 'Clique aqui</a> ' ws-crlf
