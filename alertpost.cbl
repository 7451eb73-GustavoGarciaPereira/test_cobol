              IF WS-RECON-STATUS NOT = "00"
                 DISPLAY "Unable to open RECON.RPT, status: "
                    WS-RECON-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN EXTEND AUDIT-FILE
              IF WS-AUDIT-FILE-STATUS NOT = "00"
                 DISPLAY "Unable to open REST.AUDIT, status: "
                    WS-AUDIT-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              DISPLAY "Alert notification complete: " WS-POSTED-COUNT
                 " posted, " WS-SKIPPED-COUNT " below threshold, "
                 WS-FAILED-COUNT " failed"
              MOVE 0 TO RETURN-CODE
       STOP RUN.

       LOAD-ALERT-CONFIG.
                    CALL 'REST-CLEANUP'
                    CLOSE RECON-REPORT-FILE
                    CLOSE AUDIT-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-CALL
              MOVE FUNCTION CURRENT-DATE TO WS-CALL-START-STAMP
