      * watchlist master and today's PROFILE.OUT and produces the
      * one-page control report CONTROL.RPT the night operator reads
      * to decide whether to call someone: accounts attempted versus
      * extract rows written (and how many of them were carried
      * forward as not due under the tier cadence), total REST calls
      * by request type, counts per HTTP status code, how many calls
      * needed a retry, how many were sent conditionally and how
      * many of those came back 304 Not Modified (their rows carried
      * forward from the night before), and a BALANCED /
      * OUT-OF-BALANCE flag when attempted accounts do not reconcile
      * to extract rows plus profile-leg errors. An out-of-balance
      * run ends with return code 4 so the job chain can stop on it.
      * The verdict and the call tallies are also handed off in the
      * one-line CONTROL.STA for RUN-HISTORY-LOAD.
      * Run as a separate batch step after RESTCLIENT-EXAMPLE.
      *
       IDENTIFICATION DIVISION.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "CONTROL.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CONTROL-STATUS-FILE ASSIGN TO "CONTROL.STA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-MASTER-FILE
       FD  CONTROL-REPORT-FILE
           RECORDING MODE IS F.
       01 CONTROL-REPORT-LINE     PIC X(100).
       FD  CONTROL-STATUS-FILE
           RECORDING MODE IS F.
           COPY "control-status.cpy".
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS        PIC XX.
       01 WS-TODAY-STATUS         PIC XX.
       01 WS-AUDIT-STATUS         PIC XX.
       01 WS-RUN-STATUS-STATUS    PIC XX.
       01 WS-CONTROL-STATUS       PIC XX.
       01 WS-CONTROL-STA-STATUS   PIC XX.
       01 WS-EOF-MASTER           PIC X VALUE "N".
          88 EOF-MASTER                 VALUE "Y".
       01 WS-EOF-TODAY            PIC X VALUE "N".
       01 WS-PROFILE-ERR-COUNT    PIC 9(7) VALUE 0.
       01 WS-TOTAL-CALL-COUNT     PIC 9(7) VALUE 0.
       01 WS-RETRIED-CALL-COUNT   PIC 9(7) VALUE 0.
       01 WS-ERROR-CALL-COUNT     PIC 9(7) VALUE 0.
       01 WS-CONDITIONAL-COUNT    PIC 9(7) VALUE 0.
       01 WS-NOT-MODIFIED-COUNT   PIC 9(7) VALUE 0.
       01 WS-CARRIED-ROW-COUNT    PIC 9(7) VALUE 0.
       01 WS-EXPECTED-COUNT       PIC 9(7) VALUE 0.
       01 WS-RUN-OUTCOME          PIC X(10) VALUE "UNKNOWN".
       01 WS-CUTOFF-LOGIN         PIC X(39) VALUE SPACES.
       01 WS-FOUND-SLOT           PIC X VALUE "N".
          88 FOUND-SLOT                 VALUE "Y".
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-STAMP            PIC X(14).
       01 WS-HEADING-LINE.
          05 FILLER               PIC X(32) VALUE
                    "NIGHTLY RUN CONTROL REPORT AS OF".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
              MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE

              PERFORM READ-RUN-STATUS
              PERFORM COUNT-ATTEMPTED-ACCOUNTS
              PERFORM COUNT-ERROR-ROWS
              PERFORM TALLY-AUDIT-FILE
              PERFORM WRITE-CONTROL-REPORT
              PERFORM WRITE-CONTROL-STATUS
       STOP RUN.

       READ-RUN-STATUS.
              IF WS-MASTER-STATUS NOT = "00"
                 DISPLAY "Unable to open WATCHLIST.MST, status: "
                    WS-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-MASTER
              IF WS-TODAY-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.OUT, status: "
                    WS-TODAY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-TODAY
                       SET EOF-TODAY TO TRUE
                    NOT AT END
                       ADD 1 TO WS-OUT-ROW-COUNT
                       IF PO-CARRIED-FORWARD OF TODAY-RECORD
                          ADD 1 TO WS-CARRIED-ROW-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TODAY-EXTRACT-FILE.
              IF WS-AUDIT-STATUS NOT = "00"
                 DISPLAY "Unable to open REST.AUDIT, status: "
                    WS-AUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-AUDIT
                 OR (AUD-STATUS >= 500 AND AUD-STATUS <= 599)
                 ADD 1 TO WS-RETRIED-CALL-COUNT
              END-IF
              IF (AUD-STATUS < 200 OR AUD-STATUS > 299)
                 AND AUD-STATUS NOT = 304
                 ADD 1 TO WS-ERROR-CALL-COUNT
              END-IF
              IF AUD-WAS-CONDITIONAL
                 ADD 1 TO WS-CONDITIONAL-COUNT
              END-IF
              IF AUD-STATUS = 304
                 ADD 1 TO WS-NOT-MODIFIED-COUNT
              END-IF
              PERFORM TALLY-REQUEST-TYPE
              PERFORM TALLY-STATUS-CODE.

              IF WS-CONTROL-STATUS NOT = "00"
                 DISPLAY "Unable to open CONTROL.RPT, status: "
                    WS-CONTROL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE TO HD-RUN-DATE
              MOVE "PROFILE.OUT ROWS WRITTEN" TO TL-LABEL
              MOVE WS-OUT-ROW-COUNT TO TL-COUNT
              WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "  OF WHICH CARRIED FWD (NOT DUE)" TO TL-LABEL
              MOVE WS-CARRIED-ROW-COUNT TO TL-COUNT
              WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "PROFILE.ERR ROWS (ALL LEGS)" TO TL-LABEL
              MOVE WS-ERROR-ROW-COUNT TO TL-COUNT
              WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "CALLS THAT NEEDED A RETRY" TO TL-LABEL
              MOVE WS-RETRIED-CALL-COUNT TO TL-COUNT
              WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "CONDITIONAL REQUESTS SENT" TO TL-LABEL
              MOVE WS-CONDITIONAL-COUNT TO TL-COUNT
              WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "NOT MODIFIED (304) CALLS" TO TL-LABEL
              MOVE WS-NOT-MODIFIED-COUNT TO TL-COUNT
              WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE SPACES TO CONTROL-REPORT-LINE
              WRITE CONTROL-REPORT-LINE

                 MOVE "BALANCED" TO BL-FLAG
              ELSE
                 MOVE "OUT-OF-BALANCE" TO BL-FLAG
                 MOVE 4 TO RETURN-CODE
              END-IF
              WRITE CONTROL-REPORT-LINE FROM WS-BALANCE-LINE
              CLOSE CONTROL-REPORT-FILE
              DISPLAY "Control report written: " BL-FLAG.

       WRITE-CONTROL-STATUS.
              OPEN OUTPUT CONTROL-STATUS-FILE
              IF WS-CONTROL-STA-STATUS NOT = "00"
                 DISPLAY "Unable to write CONTROL.STA, status: "
                    WS-CONTROL-STA-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACES TO CONTROL-STATUS-RECORD
              MOVE WS-RUN-STAMP TO CS-RUN-TIMESTAMP
              MOVE BL-FLAG TO CS-BALANCE-FLAG
              MOVE WS-ATTEMPTED-COUNT TO CS-ATTEMPTED-COUNT
              MOVE WS-OUT-ROW-COUNT TO CS-OUT-ROW-COUNT
              MOVE WS-TOTAL-CALL-COUNT TO CS-TOTAL-CALLS
              MOVE WS-RETRIED-CALL-COUNT TO CS-RETRIED-CALLS
              MOVE WS-ERROR-CALL-COUNT TO CS-ERROR-CALLS
              MOVE 0 TO CS-CODE-COUNT
              MOVE 0 TO CS-OTHER-CODE-CALLS
              PERFORM VARYING CODE-IDX FROM 1 BY 1
                 UNTIL CODE-IDX > WS-CODE-COUNT
                 IF CS-CODE-COUNT < 12
                    ADD 1 TO CS-CODE-COUNT
                    MOVE WS-CD-STATUS (CODE-IDX)
                       TO CS-CODE-STATUS (CS-CODE-COUNT)
                    MOVE WS-CD-COUNT (CODE-IDX)
                       TO CS-CODE-CALLS (CS-CODE-COUNT)
                 ELSE
                    ADD WS-CD-COUNT (CODE-IDX) TO CS-OTHER-CODE-CALLS
                 END-IF
              END-PERFORM
              WRITE CONTROL-STATUS-RECORD
              CLOSE CONTROL-STATUS-FILE.
