              IF WS-RECON-STATUS NOT = "00"
                 DISPLAY "Unable to open RECON.RPT, status: "
                    WS-RECON-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              IF WS-TODAY-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.OUT, status: "
                    WS-TODAY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE TODAY-EXTRACT-FILE
