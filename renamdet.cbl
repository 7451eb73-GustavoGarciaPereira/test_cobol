              IF WS-RENAME-RPT-STATUS NOT = "00"
                 DISPLAY "Unable to open RENAME.RPT, status: "
                    WS-RENAME-RPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT RENAME-TXN-FILE
              IF WS-RENAME-TXN-STATUS NOT = "00"
                 DISPLAY "Unable to open RENAME.TXN, status: "
                    WS-RENAME-TXN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE TO HD-RUN-DATE
              IF WS-RECON-STATUS NOT = "00"
                 DISPLAY "Unable to open RECON.RPT, status: "
                    WS-RECON-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-RECON
              IF WS-MASTER-STATUS NOT = "00"
                 DISPLAY "Unable to open WATCHLIST.MST, status: "
                    WS-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-MASTER
