      * windows, followed by a biggest-movers ranking on 7-day follower
      * movement, so the weekly trend numbers no longer have to be
      * rebuilt by hand from saved printouts.
      * Accounts whose recent snapshots were carried forward under
      * their tier's fetch cadence get a note line under the detail,
      * so a flat line is explained by the last real fetch date.
      * Run as a separate batch step after HISTORY-LOAD has appended
      * today's snapshot.
      *
             10 WS-A-SNAP-DATE        PIC 9(8).
             10 WS-A-PUBLIC-REPOS     PIC 9(7).
             10 WS-A-FOLLOWERS        PIC 9(7).
             10 WS-A-CARRY-FLAG       PIC X.
             10 WS-A-LAST-FETCHED     PIC 9(8).
       01 WS-SHIFT-SUB            PIC 9(3).
       01 WS-ACCT-OVERFLOW        PIC X VALUE "N".
          88 ACCT-TABLE-OVERFLOW       VALUE "Y".
       01 WS-FOLLOWERS-AVG-30     PIC 9(7).
       01 WS-REPOS-AVG-7          PIC 9(7).
       01 WS-REPOS-AVG-30         PIC 9(7).
       01 WS-CARRIED-COUNT        PIC 9(3).
       01 WS-MOVER-COUNT          PIC 9(4) VALUE 0.
       01 WS-MOVER-TABLE.
          05 WS-MOVER-ENTRY OCCURS 2000 TIMES INDEXED BY MOVER-IDX.
          05 DT-RAVG-7            PIC 9(7).
          05 FILLER               PIC X VALUE SPACE.
          05 DT-RAVG-30           PIC 9(7).
       01 WS-CARRIED-LINE.
          05 FILLER               PIC X(8) VALUE "  NOTE: ".
          05 CL-CARRIED-COUNT     PIC ZZ9.
          05 FILLER               PIC X(49) VALUE
                    " SNAPSHOT(S) IN 30 DAYS CARRIED FORWARD (NOT DUE)".
          05 FILLER               PIC X(28) VALUE
                    " - FIGURES AS LAST FETCHED ".
          05 CL-LAST-FETCHED      PIC X(8).
       01 WS-MOVERS-HEADING       PIC X(44) VALUE
                    "BIGGEST MOVERS - 7-DAY FOLLOWER MOVEMENT".
       01 WS-MOVER-LINE.
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.HIST, status: "
                    WS-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              IF WS-TREND-STATUS NOT = "00"
                 DISPLAY "Unable to open TREND.RPT, status: "
                    WS-TREND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              SET ACCT-IDX TO WS-ACCT-COUNT
              MOVE HM-SNAP-DATE TO WS-A-SNAP-DATE (ACCT-IDX)
              MOVE HM-PUBLIC-REPOS TO WS-A-PUBLIC-REPOS (ACCT-IDX)
              MOVE HM-FOLLOWERS TO WS-A-FOLLOWERS (ACCT-IDX)
              MOVE HM-CARRY-FLAG TO WS-A-CARRY-FLAG (ACCT-IDX)
              MOVE HM-LAST-FETCHED TO WS-A-LAST-FETCHED (ACCT-IDX).

       DROP-OLDEST-SNAPSHOT.
              PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
              MOVE WS-REPOS-AVG-7 TO DT-RAVG-7
              MOVE WS-REPOS-AVG-30 TO DT-RAVG-30
              WRITE TREND-REPORT-LINE FROM WS-DETAIL-LINE
              PERFORM NOTE-CARRIED-SNAPSHOTS

              IF WS-MOVER-COUNT < 2000
                 ADD 1 TO WS-MOVER-COUNT
                 END-IF
              END-PERFORM.

      *
      * A carried-forward snapshot repeats the last fetched figures,
      * so the movement above is only as fresh as that fetch date.
      *
       NOTE-CARRIED-SNAPSHOTS.
              MOVE 0 TO WS-CARRIED-COUNT
              PERFORM VARYING ACCT-IDX FROM 1 BY 1
                 UNTIL ACCT-IDX > WS-ACCT-COUNT
                 IF WS-A-SNAP-DATE (ACCT-IDX) > WS-CUTOFF-30
                    AND WS-A-CARRY-FLAG (ACCT-IDX) = "C"
                    ADD 1 TO WS-CARRIED-COUNT
                 END-IF
              END-PERFORM
              IF WS-CARRIED-COUNT > 0
                 MOVE WS-CARRIED-COUNT TO CL-CARRIED-COUNT
                 MOVE WS-A-LAST-FETCHED (WS-ACCT-COUNT)
                    TO CL-LAST-FETCHED
                 WRITE TREND-REPORT-LINE FROM WS-CARRIED-LINE
              END-IF.

       COMPUTE-MOVING-AVERAGES.
              MOVE 0 TO WS-WINDOW-SUM WS-WINDOW-REPO-SUM
                 WS-WINDOW-COUNT
