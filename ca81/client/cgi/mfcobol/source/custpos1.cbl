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
           move '27'       to ca-req.
           move '1'        to ca-rc.
