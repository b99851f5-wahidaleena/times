                        AND WS-IN-RUN-SW = 'Y'
                        ADD 1 TO WS-RUN-DTLS
                     END-IF
                     IF RPT-ID = 'BLOCK'
                        AND WS-IN-RUN-SW = 'Y'
                        AND RPT-BLK-COUNT IS NUMERIC
                        ADD RPT-BLK-COUNT TO WS-RUN-DTLS
                     END-IF
                     IF RPT-ID = 'TRAILER'
                        AND WS-IN-RUN-SW = 'Y'
                        PERFORM 40000-RUN-LINE-PARA
