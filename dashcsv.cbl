      *
      * DASHBOARD-EXTRACT
      * Outbound interface for the BI dashboard load: writes the
      * night's certified accounts to the comma-delimited file
      * DASHBOARD.CSV so the dashboard no longer reads PROFILE.CERT
      * by column position or joins the watchlist master and the
      * trend report itself. The file carries three record types,
      * told apart by the first field:
      *    H,run date (yyyymmdd),layout version
      *    D,login,account type (U/O),account id,team,tier,
      *      followers,public repos,repo count,member count,
      *      latest repo activity,followers 7-day delta,
      *      followers 30-day delta,public repos 7-day delta,
      *      public repos 30-day delta,carried flag,
      *      last-fetched date (yyyymmdd),reconciliation flag
      *    T,row count,hash total of followers,
      *      hash total of public repos
      * one D record per PROFILE.CERT row, so the receiving side can
      * reject a short or damaged file by checking the trailer
      * before it loads anything. Team and tier come from
      * WATCHLIST.MST (empty for a login no longer on the master);
      * the deltas are worked the way TREND-REPORT works them - from
      * the account's latest PROFILE.HIST snapshot back to the most
      * recent one on or before 7 and 30 days earlier - and are empty
      * for an account with no history. The carried flag is C for an
      * account not due for fetching tonight under its tier cadence,
      * whose figures are carried forward from the last-fetched date
      * (so flat deltas there mean "not fetched", not "no movement");
      * it is empty for an account fetched tonight. The last-fetched
      * date is empty when the extract row carries none. The
      * reconciliation flag is THRESHOLD for an account
      * RECONCILE-REPORT flagged as moving beyond the threshold, NEW
      * for one new since yesterday's extract and empty otherwise.
      * Numbers carry no leading zeros
      * or plus sign; text fields never carry a comma (any comma in
      * a team name is blanked). A change to the D record is a new
      * layout version, agreed with the dashboard team first.
      * Run as a separate batch step after TREND-REPORT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DASHBOARD-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-MASTER-FILE ASSIGN TO "WATCHLIST.MST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CERTIFIED-FILE ASSIGN TO "PROFILE.CERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFIED-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "PROFILE.HIST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "RECON.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT DASHBOARD-FILE ASSIGN TO "DASHBOARD.CSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DASHBOARD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "watchlist-master.cpy".
       FD  CERTIFIED-FILE
           RECORDING MODE IS F.
           COPY "profile-out.cpy" REPLACING ==PROFILE-OUT-RECORD==
              BY ==CERTIFIED-RECORD==.
       FD  HISTORY-FILE.
           COPY "profile-hist.cpy".
       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
           COPY "recon-out.cpy".
       FD  DASHBOARD-FILE
           RECORDING MODE IS F.
       01 DASHBOARD-LINE          PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS        PIC XX.
       01 WS-CERTIFIED-STATUS     PIC XX.
       01 WS-HISTORY-STATUS       PIC XX.
       01 WS-RECON-STATUS         PIC XX.
       01 WS-DASHBOARD-STATUS     PIC XX.
       01 WS-EOF-MASTER           PIC X VALUE "N".
          88 EOF-MASTER                 VALUE "Y".
       01 WS-EOF-CERTIFIED        PIC X VALUE "N".
          88 EOF-CERTIFIED              VALUE "Y".
       01 WS-EOF-HISTORY          PIC X VALUE "N".
          88 EOF-HISTORY                VALUE "Y".
       01 WS-EOF-RECON            PIC X VALUE "N".
          88 EOF-RECON                  VALUE "Y".
       01 WS-LAYOUT-VERSION       PIC X(2) VALUE "01".
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-MASTER-COUNT         PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
          05 WS-MASTER-ENTRY OCCURS 2000 TIMES INDEXED BY MST-IDX.
             10 WS-E-LOGIN            PIC X(39).
             10 WS-E-TIER             PIC X.
             10 WS-E-TEAM             PIC X(10).
       01 WS-MASTER-OVERFLOW      PIC X VALUE "N".
          88 MASTER-TABLE-OVERFLOW      VALUE "Y".
       01 WS-FOUND-MASTER         PIC X.
          88 FOUND-MASTER               VALUE "Y".
       01 WS-RECON-COUNT          PIC 9(4) VALUE 0.
       01 WS-RECON-TABLE.
          05 WS-RECON-ENTRY OCCURS 2000 TIMES INDEXED BY RCN-IDX.
             10 WS-R-LOGIN            PIC X(40).
             10 WS-R-FLAG             PIC X(9).
       01 WS-RECON-OVERFLOW       PIC X VALUE "N".
          88 RECON-TABLE-OVERFLOW       VALUE "Y".
       01 WS-RECON-FLAG           PIC X(9).
       01 WS-DELTA-COUNT          PIC 9(4) VALUE 0.
       01 WS-DELTA-TABLE.
          05 WS-DELTA-ENTRY OCCURS 2000 TIMES INDEXED BY DELTA-IDX.
             10 WS-D-LOGIN            PIC X(40).
             10 WS-D-FOLLOWERS-7      PIC S9(7).
             10 WS-D-FOLLOWERS-30     PIC S9(7).
             10 WS-D-REPOS-7          PIC S9(7).
             10 WS-D-REPOS-30         PIC S9(7).
       01 WS-DELTA-OVERFLOW       PIC X VALUE "N".
          88 DELTA-TABLE-OVERFLOW       VALUE "Y".
       01 WS-FOUND-DELTA          PIC X.
          88 FOUND-DELTA                VALUE "Y".
       01 WS-PRIOR-LOGIN          PIC X(40) VALUE SPACES.
       01 WS-SNAP-COUNT           PIC 9(3) VALUE 0.
       01 WS-SNAP-TABLE.
          05 WS-SNAP-ENTRY OCCURS 150 TIMES INDEXED BY SNAP-IDX.
             10 WS-S-SNAP-DATE        PIC 9(8).
             10 WS-S-FOLLOWERS        PIC 9(7).
             10 WS-S-PUBLIC-REPOS     PIC 9(7).
       01 WS-SHIFT-SUB            PIC 9(3).
       01 WS-LATEST-DATE          PIC 9(8).
       01 WS-CUTOFF-7             PIC 9(8).
       01 WS-CUTOFF-30            PIC 9(8).
       01 WS-DATE-INTEGER         PIC 9(8).
       01 WS-BASE-7-IDX           PIC 9(3).
       01 WS-BASE-30-IDX          PIC 9(3).
       01 WS-ROW-COUNT            PIC 9(7) VALUE 0.
       01 WS-FOLLOWERS-HASH       PIC 9(12) VALUE 0.
       01 WS-REPOS-HASH           PIC 9(12) VALUE 0.
       01 WS-CSV-PTR              PIC 9(3).
       01 WS-CSV-FIELD            PIC X(40).
       01 WS-CSV-NUMBER           PIC -(11)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

              PERFORM LOAD-MASTER-TABLE
              PERFORM LOAD-RECON-FLAGS
              PERFORM LOAD-HISTORY-DELTAS

              OPEN INPUT CERTIFIED-FILE
              IF WS-CERTIFIED-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.CERT, status: "
                    WS-CERTIFIED-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT DASHBOARD-FILE
              IF WS-DASHBOARD-STATUS NOT = "00"
                 DISPLAY "Unable to open DASHBOARD.CSV, status: "
                    WS-DASHBOARD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              PERFORM WRITE-HEADER-RECORD
              PERFORM UNTIL EOF-CERTIFIED
                 READ CERTIFIED-FILE INTO CERTIFIED-RECORD
                    AT END
                       SET EOF-CERTIFIED TO TRUE
                    NOT AT END
                       PERFORM WRITE-DETAIL-RECORD
                 END-READ
              END-PERFORM
              PERFORM WRITE-TRAILER-RECORD

              CLOSE CERTIFIED-FILE
              CLOSE DASHBOARD-FILE

              IF MASTER-TABLE-OVERFLOW
                 DISPLAY "WARNING: WATCHLIST.MST has more than 2000 "
                    "entries - overflow accounts written with no "
                    "team or tier"
              END-IF
              IF RECON-TABLE-OVERFLOW
                 DISPLAY "WARNING: RECON.RPT has more than 2000 rows "
                    "- overflow rows are not flagged"
              END-IF
              IF DELTA-TABLE-OVERFLOW
                 DISPLAY "WARNING: PROFILE.HIST holds more than 2000 "
                    "logins - overflow logins written with no deltas"
              END-IF
              DISPLAY "Dashboard extract written: " WS-ROW-COUNT
                 " row(s), followers hash " WS-FOLLOWERS-HASH
                 ", repos hash " WS-REPOS-HASH
       STOP RUN.

       LOAD-MASTER-TABLE.
              OPEN INPUT WATCHLIST-MASTER-FILE
              IF WS-MASTER-STATUS NOT = "00"
                 DISPLAY "Unable to open WATCHLIST.MST, status: "
                    WS-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-MASTER
                 READ WATCHLIST-MASTER-FILE
                    INTO WATCHLIST-MASTER-RECORD
                    AT END
                       SET EOF-MASTER TO TRUE
                    NOT AT END
                       IF FUNCTION TRIM(WM-LOGIN) NOT = SPACES
                          PERFORM STORE-ONE-MASTER-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WATCHLIST-MASTER-FILE.

       STORE-ONE-MASTER-ENTRY.
              IF WS-MASTER-COUNT < 2000
                 ADD 1 TO WS-MASTER-COUNT
                 SET MST-IDX TO WS-MASTER-COUNT
                 MOVE WM-LOGIN TO WS-E-LOGIN (MST-IDX)
                 MOVE WM-TIER TO WS-E-TIER (MST-IDX)
                 MOVE WM-TEAM TO WS-E-TEAM (MST-IDX)
                 INSPECT WS-E-TEAM (MST-IDX) REPLACING ALL "," BY " "
              ELSE
                 SET MASTER-TABLE-OVERFLOW TO TRUE
              END-IF.

      *
      * RECON.RPT rows are told apart by their message: the NEW
      * ACCOUNT and MISSING TODAY sections carry fixed wording, every
      * other row is a threshold breach. A missing account is not in
      * the certified extract, so its row is passed over.
      *
       LOAD-RECON-FLAGS.
              OPEN INPUT RECON-REPORT-FILE
              IF WS-RECON-STATUS NOT = "00"
                 DISPLAY "No RECON.RPT found (status " WS-RECON-STATUS
                    "), reconciliation flags left empty"
              ELSE
                 PERFORM UNTIL EOF-RECON
                    READ RECON-REPORT-FILE
                       AT END
                          SET EOF-RECON TO TRUE
                       NOT AT END
                          PERFORM STORE-ONE-RECON-FLAG
                    END-READ
                 END-PERFORM
                 CLOSE RECON-REPORT-FILE
              END-IF.

       STORE-ONE-RECON-FLAG.
              EVALUATE TRUE
                 WHEN RC-MESSAGE(1:11) = "NEW ACCOUNT"
                    MOVE "NEW" TO WS-RECON-FLAG
                 WHEN RC-MESSAGE(1:13) = "MISSING TODAY"
                    MOVE SPACES TO WS-RECON-FLAG
                 WHEN OTHER
                    MOVE "THRESHOLD" TO WS-RECON-FLAG
              END-EVALUATE
              IF WS-RECON-FLAG NOT = SPACES
                 IF WS-RECON-COUNT < 2000
                    ADD 1 TO WS-RECON-COUNT
                    SET RCN-IDX TO WS-RECON-COUNT
                    MOVE RC-LOGIN TO WS-R-LOGIN (RCN-IDX)
                    MOVE WS-RECON-FLAG TO WS-R-FLAG (RCN-IDX)
                 ELSE
                    SET RECON-TABLE-OVERFLOW TO TRUE
                 END-IF
              END-IF.

      *
      * A missing history master is not fatal - the rows still go
      * out, with the delta fields empty.
      *
       LOAD-HISTORY-DELTAS.
              OPEN INPUT HISTORY-FILE
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "No PROFILE.HIST (status " WS-HISTORY-STATUS
                    ") - delta fields left empty"
              ELSE
                 PERFORM UNTIL EOF-HISTORY
                    READ HISTORY-FILE NEXT RECORD
                       AT END
                          SET EOF-HISTORY TO TRUE
                          IF WS-SNAP-COUNT > 0
                             PERFORM STORE-LOGIN-DELTAS
                          END-IF
                       NOT AT END
                          PERFORM COLLECT-ONE-HIST-SNAPSHOT
                    END-READ
                 END-PERFORM
                 CLOSE HISTORY-FILE
              END-IF.

       COLLECT-ONE-HIST-SNAPSHOT.
              IF HM-LOGIN NOT = WS-PRIOR-LOGIN
                 IF WS-SNAP-COUNT > 0
                    PERFORM STORE-LOGIN-DELTAS
                 END-IF
                 MOVE HM-LOGIN TO WS-PRIOR-LOGIN
                 MOVE 0 TO WS-SNAP-COUNT
              END-IF
              IF WS-SNAP-COUNT >= 150
                 PERFORM DROP-OLDEST-SNAPSHOT
              END-IF
              ADD 1 TO WS-SNAP-COUNT
              SET SNAP-IDX TO WS-SNAP-COUNT
              MOVE HM-SNAP-DATE TO WS-S-SNAP-DATE (SNAP-IDX)
              MOVE HM-FOLLOWERS TO WS-S-FOLLOWERS (SNAP-IDX)
              MOVE HM-PUBLIC-REPOS TO WS-S-PUBLIC-REPOS (SNAP-IDX).

       DROP-OLDEST-SNAPSHOT.
              PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                 UNTIL WS-SHIFT-SUB >= WS-SNAP-COUNT
                 MOVE WS-SNAP-ENTRY (WS-SHIFT-SUB + 1)
                    TO WS-SNAP-ENTRY (WS-SHIFT-SUB)
              END-PERFORM
              SUBTRACT 1 FROM WS-SNAP-COUNT.

      *
      * The 7-day and 30-day baselines are the most recent snapshot
      * on or before the window cutoff; when the history is younger
      * than the window the oldest snapshot on file stands in for it,
      * as in TREND-REPORT.
      *
       STORE-LOGIN-DELTAS.
              SET SNAP-IDX TO WS-SNAP-COUNT
              MOVE WS-S-SNAP-DATE (SNAP-IDX) TO WS-LATEST-DATE
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-LATEST-DATE) - 7
              COMPUTE WS-CUTOFF-7 =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-LATEST-DATE) - 30
              COMPUTE WS-CUTOFF-30 =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
              MOVE 1 TO WS-BASE-7-IDX WS-BASE-30-IDX
              PERFORM VARYING SNAP-IDX FROM 1 BY 1
                 UNTIL SNAP-IDX > WS-SNAP-COUNT
                 IF WS-S-SNAP-DATE (SNAP-IDX) <= WS-CUTOFF-7
                    SET WS-BASE-7-IDX TO SNAP-IDX
                 END-IF
                 IF WS-S-SNAP-DATE (SNAP-IDX) <= WS-CUTOFF-30
                    SET WS-BASE-30-IDX TO SNAP-IDX
                 END-IF
              END-PERFORM
              IF WS-DELTA-COUNT < 2000
                 ADD 1 TO WS-DELTA-COUNT
                 SET DELTA-IDX TO WS-DELTA-COUNT
                 MOVE WS-PRIOR-LOGIN TO WS-D-LOGIN (DELTA-IDX)
                 SET SNAP-IDX TO WS-BASE-7-IDX
                 COMPUTE WS-D-FOLLOWERS-7 (DELTA-IDX) =
                    WS-S-FOLLOWERS (WS-SNAP-COUNT)
                    - WS-S-FOLLOWERS (SNAP-IDX)
                 COMPUTE WS-D-REPOS-7 (DELTA-IDX) =
                    WS-S-PUBLIC-REPOS (WS-SNAP-COUNT)
                    - WS-S-PUBLIC-REPOS (SNAP-IDX)
                 SET SNAP-IDX TO WS-BASE-30-IDX
                 COMPUTE WS-D-FOLLOWERS-30 (DELTA-IDX) =
                    WS-S-FOLLOWERS (WS-SNAP-COUNT)
                    - WS-S-FOLLOWERS (SNAP-IDX)
                 COMPUTE WS-D-REPOS-30 (DELTA-IDX) =
                    WS-S-PUBLIC-REPOS (WS-SNAP-COUNT)
                    - WS-S-PUBLIC-REPOS (SNAP-IDX)
              ELSE
                 SET DELTA-TABLE-OVERFLOW TO TRUE
              END-IF.

       WRITE-HEADER-RECORD.
              MOVE SPACES TO DASHBOARD-LINE
              MOVE 1 TO WS-CSV-PTR
              STRING "H" DELIMITED BY SIZE
                     INTO DASHBOARD-LINE WITH POINTER WS-CSV-PTR
              END-STRING
              MOVE WS-RUN-DATE TO WS-CSV-FIELD
              PERFORM APPEND-CSV-FIELD
              MOVE WS-LAYOUT-VERSION TO WS-CSV-FIELD
              PERFORM APPEND-CSV-FIELD
              WRITE DASHBOARD-LINE.

       WRITE-DETAIL-RECORD.
              MOVE "N" TO WS-FOUND-MASTER
              PERFORM VARYING MST-IDX FROM 1 BY 1
                 UNTIL MST-IDX > WS-MASTER-COUNT
                 IF WS-E-LOGIN (MST-IDX)
                    = PO-LOGIN OF CERTIFIED-RECORD (1:39)
                    SET FOUND-MASTER TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-RECON-FLAG
              PERFORM VARYING RCN-IDX FROM 1 BY 1
                 UNTIL RCN-IDX > WS-RECON-COUNT
                 IF WS-R-LOGIN (RCN-IDX)
                    = PO-LOGIN OF CERTIFIED-RECORD
                    MOVE WS-R-FLAG (RCN-IDX) TO WS-RECON-FLAG
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-FOUND-DELTA
              PERFORM VARYING DELTA-IDX FROM 1 BY 1
                 UNTIL DELTA-IDX > WS-DELTA-COUNT
                 IF WS-D-LOGIN (DELTA-IDX)
                    = PO-LOGIN OF CERTIFIED-RECORD
                    SET FOUND-DELTA TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM

              MOVE SPACES TO DASHBOARD-LINE
              MOVE 1 TO WS-CSV-PTR
              STRING "D" DELIMITED BY SIZE
                     INTO DASHBOARD-LINE WITH POINTER WS-CSV-PTR
              END-STRING
              MOVE PO-LOGIN OF CERTIFIED-RECORD TO WS-CSV-FIELD
              PERFORM APPEND-CSV-FIELD
              IF PO-ACCT-TYPE OF CERTIFIED-RECORD = "O"
                 MOVE "O" TO WS-CSV-FIELD
              ELSE
                 MOVE "U" TO WS-CSV-FIELD
              END-IF
              PERFORM APPEND-CSV-FIELD
              MOVE PO-ACCOUNT-ID OF CERTIFIED-RECORD TO WS-CSV-NUMBER
              PERFORM APPEND-CSV-NUMBER
              MOVE SPACES TO WS-CSV-FIELD
              IF FOUND-MASTER
                 MOVE WS-E-TEAM (MST-IDX) TO WS-CSV-FIELD
              END-IF
              PERFORM APPEND-CSV-FIELD
              MOVE SPACES TO WS-CSV-FIELD
              IF FOUND-MASTER
                 MOVE WS-E-TIER (MST-IDX) TO WS-CSV-FIELD
              END-IF
              PERFORM APPEND-CSV-FIELD
              MOVE PO-FOLLOWERS OF CERTIFIED-RECORD TO WS-CSV-NUMBER
              PERFORM APPEND-CSV-NUMBER
              MOVE PO-PUBLIC-REPOS OF CERTIFIED-RECORD TO WS-CSV-NUMBER
              PERFORM APPEND-CSV-NUMBER
              MOVE PO-REPO-COUNT OF CERTIFIED-RECORD TO WS-CSV-NUMBER
              PERFORM APPEND-CSV-NUMBER
              MOVE PO-MEMBER-COUNT OF CERTIFIED-RECORD TO WS-CSV-NUMBER
              PERFORM APPEND-CSV-NUMBER
              MOVE PO-LATEST-REPO-ACTIVITY OF CERTIFIED-RECORD
                 TO WS-CSV-FIELD
              PERFORM APPEND-CSV-FIELD
              IF FOUND-DELTA
                 MOVE WS-D-FOLLOWERS-7 (DELTA-IDX) TO WS-CSV-NUMBER
                 PERFORM APPEND-CSV-NUMBER
                 MOVE WS-D-FOLLOWERS-30 (DELTA-IDX) TO WS-CSV-NUMBER
                 PERFORM APPEND-CSV-NUMBER
                 MOVE WS-D-REPOS-7 (DELTA-IDX) TO WS-CSV-NUMBER
                 PERFORM APPEND-CSV-NUMBER
                 MOVE WS-D-REPOS-30 (DELTA-IDX) TO WS-CSV-NUMBER
                 PERFORM APPEND-CSV-NUMBER
              ELSE
                 MOVE SPACES TO WS-CSV-FIELD
                 PERFORM APPEND-CSV-FIELD 4 TIMES
              END-IF
              MOVE SPACES TO WS-CSV-FIELD
              IF PO-CARRIED-FORWARD OF CERTIFIED-RECORD
                 MOVE "C" TO WS-CSV-FIELD
              END-IF
              PERFORM APPEND-CSV-FIELD
              MOVE SPACES TO WS-CSV-FIELD
              IF PO-LAST-FETCHED OF CERTIFIED-RECORD IS NUMERIC
                 AND PO-LAST-FETCHED OF CERTIFIED-RECORD > 0
                 MOVE PO-LAST-FETCHED OF CERTIFIED-RECORD
                    TO WS-CSV-FIELD
              END-IF
              PERFORM APPEND-CSV-FIELD
              MOVE WS-RECON-FLAG TO WS-CSV-FIELD
              PERFORM APPEND-CSV-FIELD
              WRITE DASHBOARD-LINE

              ADD 1 TO WS-ROW-COUNT
              ADD PO-FOLLOWERS OF CERTIFIED-RECORD TO WS-FOLLOWERS-HASH
              ADD PO-PUBLIC-REPOS OF CERTIFIED-RECORD TO WS-REPOS-HASH.

       WRITE-TRAILER-RECORD.
              MOVE SPACES TO DASHBOARD-LINE
              MOVE 1 TO WS-CSV-PTR
              STRING "T" DELIMITED BY SIZE
                     INTO DASHBOARD-LINE WITH POINTER WS-CSV-PTR
              END-STRING
              MOVE WS-ROW-COUNT TO WS-CSV-NUMBER
              PERFORM APPEND-CSV-NUMBER
              MOVE WS-FOLLOWERS-HASH TO WS-CSV-NUMBER
              PERFORM APPEND-CSV-NUMBER
              MOVE WS-REPOS-HASH TO WS-CSV-NUMBER
              PERFORM APPEND-CSV-NUMBER
              WRITE DASHBOARD-LINE.

       APPEND-CSV-NUMBER.
              MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
              PERFORM APPEND-CSV-FIELD.

      *
      * Each field goes out trimmed behind its comma; an empty field
      * is the comma alone.
      *
       APPEND-CSV-FIELD.
              STRING "," DELIMITED BY SIZE
                     INTO DASHBOARD-LINE WITH POINTER WS-CSV-PTR
              END-STRING
              IF WS-CSV-FIELD NOT = SPACES
                 STRING FUNCTION TRIM(WS-CSV-FIELD) DELIMITED BY SIZE
                        INTO DASHBOARD-LINE WITH POINTER WS-CSV-PTR
                 END-STRING
              END-IF.
