       01 QUARANTINE-RECORD.
          05 QR-REASON-CODE       PIC X(4).
          05 FILLER               PIC X.
          05 QR-DATA              PIC X(128).
       SD  SORT-WORK-FILE.
           COPY "profile-out.cpy" REPLACING ==PROFILE-OUT-RECORD==
              BY ==SORT-RECORD==.
              IF WS-TODAY-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.OUT, status: "
                    WS-TODAY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE TODAY-EXTRACT-FILE
              IF WS-CERTIFIED-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.CERT, status: "
                    WS-CERTIFIED-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT QUARANTINE-FILE
              IF WS-QUARANTINE-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.QUAR, status: "
                    WS-QUARANTINE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-SORTED
