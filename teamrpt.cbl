              IF WS-ROLLUP-STATUS NOT = "00"
                 DISPLAY "Unable to open TEAMROLL.RPT, status: "
                    WS-ROLLUP-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE TO HD-RUN-DATE
              IF WS-MASTER-STATUS NOT = "00"
                 DISPLAY "Unable to open WATCHLIST.MST, status: "
                    WS-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-MASTER
              IF WS-CERTIFIED-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.CERT, status: "
                    WS-CERTIFIED-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-CERTIFIED
