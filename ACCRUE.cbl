           end-if

           move "ACCRUE" to GW-SOURCE
           move spaces to GW-DEPT

           move WS-CLOSE-DATE to GW-DATE
           move "INTREC" to GW-CODE
