               go to   fim-prog.
      *
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '09'         to ca-req.
           move '1'          to ca-rc.
           move ca-session to ws-session.
      *
           move low-values to ws-commarea.
           move '56' to ca-version.
           move ws-corrid to ca-corrid.
           move '02'       to ca-req.
           move '1'        to ca-rc.
