              IF WS-TODAY-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.OUT, status: "
                    WS-TODAY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

                 IF WS-HISTORY-STATUS NOT = "00"
                    DISPLAY "Unable to create PROFILE.HIST, status: "
                       WS-HISTORY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 CLOSE HISTORY-FILE
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.HIST, status: "
                    WS-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF.

              MOVE PO-LATEST-REPO-ACTIVITY OF TODAY-RECORD
                 TO HM-LATEST-REPO-ACTIVITY
              MOVE PO-ACCT-TYPE OF TODAY-RECORD TO HM-ACCT-TYPE
              MOVE PO-CARRY-FLAG OF TODAY-RECORD TO HM-CARRY-FLAG
              MOVE PO-LAST-FETCHED OF TODAY-RECORD TO HM-LAST-FETCHED
              MOVE PO-MEMBER-COUNT OF TODAY-RECORD TO HM-MEMBER-COUNT
              WRITE HISTORY-MASTER-RECORD
                 INVALID KEY
                    REWRITE HISTORY-MASTER-RECORD
