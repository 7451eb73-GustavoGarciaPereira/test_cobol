              MOVE PO-LATEST-REPO-ACTIVITY OF SAVED-RECORD
                 TO HM-LATEST-REPO-ACTIVITY
              MOVE PO-ACCT-TYPE OF SAVED-RECORD TO HM-ACCT-TYPE
              MOVE PO-CARRY-FLAG OF SAVED-RECORD TO HM-CARRY-FLAG
              MOVE PO-LAST-FETCHED OF SAVED-RECORD TO HM-LAST-FETCHED
              MOVE PO-MEMBER-COUNT OF SAVED-RECORD TO HM-MEMBER-COUNT
              WRITE HISTORY-MASTER-RECORD
                 INVALID KEY
                    REWRITE HISTORY-MASTER-RECORD
