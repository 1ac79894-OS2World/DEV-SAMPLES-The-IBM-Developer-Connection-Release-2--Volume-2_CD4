                   go to fim-prog
               end-if
               move low-values to ws-commarea
               move '56' to ca-version
               move ws-corrid to ca-corrid
               move '09'       to ca-req
               move '1'        to ca-rc
      * one-time token the action POST must return - the same
      * protection the address-update pages carry
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '02'       to ca-req.
           move '1'        to ca-rc.
           move ca-token to ws-token-in.
      *
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '11'       to ca-req.
           move '1'        to ca-rc.
      *
       do-the-action.
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '11'       to ca-req.
           move '1'        to ca-rc.
