              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to open REPOHIST.MST, status: "
                    WS-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              IF WS-TREND-STATUS NOT = "00"
                 DISPLAY "Unable to open REPOTRND.RPT, status: "
                    WS-TREND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

