              IF WS-AUDIT-STATUS NOT = "00"
                 DISPLAY "Unable to open REST.AUDIT, status: "
                    WS-AUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-AUDIT
              IF WS-PERF-STATUS NOT = "00"
                 DISPLAY "Unable to open APIPERF.RPT, status: "
                    WS-PERF-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE TO HD-RUN-DATE
