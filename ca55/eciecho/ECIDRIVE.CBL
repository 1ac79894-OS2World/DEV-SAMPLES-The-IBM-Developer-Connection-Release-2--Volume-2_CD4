
          MOVE LOW-VALUES TO WS-COMMAREA

          MOVE '56' TO CA-VERSION

          ACCEPT WS-CID-TIME FROM TIME
          MOVE WS-CID-TIME TO CORRID-TIME
