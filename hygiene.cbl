      *
      * WATCHLIST-HYGIENE
      * Turns the two kinds of dead weight on WATCHLIST.MST into
      * suggested suspensions, so cleaning up the master takes one
      * review instead of a monthly manual audit:
      *    chronic failures - active logins whose streak on the error
      *    history master ERRHIST.MST has reached the configured
      *    number of consecutive failed nights
      *    dormant accounts - active logins whose latest snapshot on
      *    PROFILE.HIST shows no repo activity within the configured
      *    number of days; a blank or garbled activity timestamp has
      *    no provable recent activity and counts as dormant, the way
      *    REPO-TREND-REPORT treats a blank push date as stale
      * Both lists go to HYGIENE.RPT, and every account on either
      * list gets one ready-to-review SUSP transaction in HYGIENE.TXN
      * in the WATCHMNT.TXN record format, the way RENAME-DETECT
      * writes RENAME.TXN, so ops can prune the file and feed it to
      * WATCHLIST-MAINT as-is. An account on both lists is suspended
      * once, as a chronic failure. Suspended entries are not looked
      * at, and an account with no snapshot yet is not judged dormant.
      * The thresholds come from HYGCFG.DAT:
      *    CHRONIC-NIGHTS=7
      *    DORMANT-DAYS=365
      * Run as a separate batch step after ERROR-HISTORY-LOAD and
      * HISTORY-LOAD.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHLIST-HYGIENE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "HYGCFG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT WATCHLIST-MASTER-FILE ASSIGN TO "WATCHLIST.MST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ERROR-HISTORY-FILE ASSIGN TO "ERRHIST.MST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EH-LOGIN
               FILE STATUS IS WS-ERRHIST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "PROFILE.HIST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HYGIENE-REPORT-FILE ASSIGN TO "HYGIENE.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HYGIENE-RPT-STATUS.
           SELECT HYGIENE-TXN-FILE ASSIGN TO "HYGIENE.TXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HYGIENE-TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01 CONFIG-RECORD           PIC X(200).
       FD  WATCHLIST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "watchlist-master.cpy".
       FD  ERROR-HISTORY-FILE.
           COPY "error-hist.cpy".
       FD  HISTORY-FILE.
           COPY "profile-hist.cpy".
       FD  HYGIENE-REPORT-FILE
           RECORDING MODE IS F.
       01 HYGIENE-REPORT-LINE     PIC X(132).
       FD  HYGIENE-TXN-FILE
           RECORDING MODE IS F.
       01 HYGIENE-TXN-RECORD.
          05 TX-ACTION              PIC X(4).
          05 TX-LOGIN               PIC X(39).
          05 TX-TIER                PIC X.
          05 TX-TEAM                PIC X(10).
          05 TX-REQUESTED-BY        PIC X(20).
          05 TX-NOTE                PIC X(40).
          05 TX-ACCT-TYPE           PIC X.
       WORKING-STORAGE SECTION.
       01 WS-CONFIG-STATUS        PIC XX.
       01 WS-MASTER-STATUS        PIC XX.
       01 WS-ERRHIST-STATUS       PIC XX.
       01 WS-HISTORY-STATUS       PIC XX.
       01 WS-HYGIENE-RPT-STATUS   PIC XX.
       01 WS-HYGIENE-TXN-STATUS   PIC XX.
       01 WS-EOF-CONFIG           PIC X VALUE "N".
          88 EOF-CONFIG                 VALUE "Y".
       01 WS-EOF-MASTER           PIC X VALUE "N".
          88 EOF-MASTER                 VALUE "Y".
       01 WS-EOF-HISTORY          PIC X VALUE "N".
          88 EOF-HISTORY                VALUE "Y".
       01 WS-CONFIG-KEY           PIC X(20).
       01 WS-CONFIG-VALUE         PIC X(100).
       01 WS-CONFIG-PTR           PIC 9(4).
       01 WS-CHRONIC-NIGHTS       PIC 9(5) VALUE 7.
       01 WS-DORMANT-DAYS         PIC 9(5) VALUE 365.
       01 WS-HAVE-ERRHIST         PIC X VALUE "N".
          88 HAVE-ERRHIST               VALUE "Y".
       01 WS-LATEST-COUNT         PIC 9(4) VALUE 0.
       01 WS-LATEST-TABLE.
          05 WS-LATEST-ENTRY OCCURS 5000 TIMES INDEXED BY LATEST-IDX.
             10 WS-L-LOGIN            PIC X(40).
             10 WS-L-ACTIVITY         PIC X(20).
       01 WS-LATEST-OVERFLOW      PIC X VALUE "N".
          88 LATEST-TABLE-OVERFLOW      VALUE "Y".
       01 WS-FOUND-LATEST         PIC X.
          88 FOUND-LATEST               VALUE "Y".
       01 WS-FINDING-COUNT        PIC 9(4) VALUE 0.
       01 WS-FINDING-TABLE.
          05 WS-FINDING-ENTRY OCCURS 2000 TIMES INDEXED BY FND-IDX.
             10 WS-H-LOGIN            PIC X(39).
             10 WS-H-TIER             PIC X.
             10 WS-H-TEAM             PIC X(10).
             10 WS-H-CHRONIC          PIC X.
                88 H-IS-CHRONIC             VALUE "Y".
             10 WS-H-CONSEC           PIC 9(5).
             10 WS-H-FIRST-FAIL       PIC 9(8).
             10 WS-H-LAST-FAIL        PIC 9(8).
             10 WS-H-STATUS           PIC 9(3).
             10 WS-H-MESSAGE          PIC X(40).
             10 WS-H-DORMANT          PIC X.
                88 H-IS-DORMANT             VALUE "Y".
             10 WS-H-ACTIVITY         PIC X(20).
             10 WS-H-IDLE-DAYS        PIC 9(5).
       01 WS-FINDING-OVERFLOW     PIC X VALUE "N".
          88 FINDING-TABLE-OVERFLOW     VALUE "Y".
       01 WS-IS-CHRONIC           PIC X.
          88 IS-CHRONIC                 VALUE "Y".
       01 WS-IS-DORMANT           PIC X.
          88 IS-DORMANT                 VALUE "Y".
       01 WS-ACTIVE-COUNT         PIC 9(5) VALUE 0.
       01 WS-CHRONIC-COUNT        PIC 9(5) VALUE 0.
       01 WS-DORMANT-COUNT        PIC 9(5) VALUE 0.
       01 WS-SUSP-COUNT           PIC 9(5) VALUE 0.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-INTEGER          PIC 9(8).
       01 WS-DORMANT-CUTOFF       PIC 9(8).
       01 WS-DATE-INTEGER         PIC 9(8).
       01 WS-ACTIVITY-DATE        PIC 9(8).
       01 WS-ACTIVITY-DIGITS.
          05 WS-AD-YEAR           PIC X(4).
          05 WS-AD-MONTH          PIC X(2).
          05 WS-AD-DAY            PIC X(2).
       01 WS-IDLE-DAYS            PIC 9(5).
       01 WS-HYGIENE-NOTE         PIC X(40).
       01 WS-HEADING-LINE.
          05 FILLER               PIC X(34) VALUE
                    "WATCHLIST HYGIENE REPORT - AS OF ".
          05 HD-RUN-DATE          PIC X(8).
       01 WS-CHRONIC-HEADING.
          05 FILLER               PIC X(24) VALUE
                    "CHRONIC FAILURES - ".
          05 CH-NIGHTS            PIC Z(4)9.
          05 FILLER               PIC X(40) VALUE
                    " OR MORE CONSECUTIVE FAILED NIGHTS".
       01 WS-CHRONIC-COLUMNS.
          05 FILLER               PIC X(40) VALUE "LOGIN".
          05 FILLER               PIC X(2) VALUE "T".
          05 FILLER               PIC X(11) VALUE "TEAM".
          05 FILLER               PIC X(7) VALUE "NIGHTS".
          05 FILLER               PIC X(9) VALUE "FIRST".
          05 FILLER               PIC X(9) VALUE "LATEST".
          05 FILLER               PIC X(4) VALUE "ST".
          05 FILLER               PIC X(40) VALUE "MESSAGE".
       01 WS-CHRONIC-LINE.
          05 CL-LOGIN             PIC X(39).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-TIER              PIC X.
          05 FILLER               PIC X VALUE SPACE.
          05 CL-TEAM              PIC X(10).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-NIGHTS            PIC Z(4)9.
          05 FILLER               PIC XX VALUE SPACES.
          05 CL-FIRST-FAIL        PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-LAST-FAIL         PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-STATUS            PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-MESSAGE           PIC X(40).
       01 WS-DORMANT-HEADING.
          05 FILLER               PIC X(42) VALUE
                    "DORMANT ACCOUNTS - NO REPO ACTIVITY IN ".
          05 DH-DAYS              PIC Z(4)9.
          05 FILLER               PIC X(5) VALUE " DAYS".
       01 WS-DORMANT-COLUMNS.
          05 FILLER               PIC X(40) VALUE "LOGIN".
          05 FILLER               PIC X(2) VALUE "T".
          05 FILLER               PIC X(11) VALUE "TEAM".
          05 FILLER               PIC X(21) VALUE "LATEST ACTIVITY".
          05 FILLER               PIC X(9) VALUE "DAYS IDLE".
       01 WS-DORMANT-LINE.
          05 DL-LOGIN             PIC X(39).
          05 FILLER               PIC X VALUE SPACE.
          05 DL-TIER              PIC X.
          05 FILLER               PIC X VALUE SPACE.
          05 DL-TEAM              PIC X(10).
          05 FILLER               PIC X VALUE SPACE.
          05 DL-ACTIVITY          PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 DL-IDLE-DAYS         PIC Z(4)9.
       01 WS-NONE-LINE            PIC X(40) VALUE
                    "  NONE".
       01 WS-TOTAL-LINE.
          05 TL-LABEL             PIC X(34).
          05 FILLER               PIC X VALUE SPACE.
          05 TL-COUNT             PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
              PERFORM LOAD-CONFIG
              COMPUTE WS-RUN-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              COMPUTE WS-DATE-INTEGER =
                 WS-RUN-INTEGER - WS-DORMANT-DAYS
              COMPUTE WS-DORMANT-CUTOFF =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

              PERFORM LOAD-LATEST-ACTIVITY

              OPEN INPUT ERROR-HISTORY-FILE
              IF WS-ERRHIST-STATUS = "00"
                 SET HAVE-ERRHIST TO TRUE
              ELSE
                 DISPLAY "No ERRHIST.MST (status " WS-ERRHIST-STATUS
                    ") - chronic failures not assessed"
              END-IF

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
                          AND WATCH-ACTIVE
                          PERFORM ASSESS-ONE-ACCOUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WATCHLIST-MASTER-FILE
              IF HAVE-ERRHIST
                 CLOSE ERROR-HISTORY-FILE
              END-IF

              OPEN OUTPUT HYGIENE-REPORT-FILE
              IF WS-HYGIENE-RPT-STATUS NOT = "00"
                 DISPLAY "Unable to open HYGIENE.RPT, status: "
                    WS-HYGIENE-RPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT HYGIENE-TXN-FILE
              IF WS-HYGIENE-TXN-STATUS NOT = "00"
                 DISPLAY "Unable to open HYGIENE.TXN, status: "
                    WS-HYGIENE-TXN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE TO HD-RUN-DATE
              WRITE HYGIENE-REPORT-LINE FROM WS-HEADING-LINE

              PERFORM WRITE-CHRONIC-SECTION
              PERFORM WRITE-DORMANT-SECTION
              PERFORM VARYING FND-IDX FROM 1 BY 1
                 UNTIL FND-IDX > WS-FINDING-COUNT
                 PERFORM WRITE-SUSPEND-TXN
              END-PERFORM
              PERFORM WRITE-HYGIENE-TOTALS

              CLOSE HYGIENE-REPORT-FILE
              CLOSE HYGIENE-TXN-FILE
              IF LATEST-TABLE-OVERFLOW
                 DISPLAY "WARNING: PROFILE.HIST has more than 5000 "
                    "logins - overflow logins not judged dormant"
              END-IF
              IF FINDING-TABLE-OVERFLOW
                 DISPLAY "WARNING: more than 2000 hygiene findings - "
                    "overflow accounts are not reported"
              END-IF
              DISPLAY "Watchlist hygiene complete: " WS-CHRONIC-COUNT
                 " chronic, " WS-DORMANT-COUNT " dormant, "
                 WS-SUSP-COUNT " suspension(s) suggested"
       STOP RUN.

       LOAD-CONFIG.
              OPEN INPUT CONFIG-FILE
              IF WS-CONFIG-STATUS = "00"
                 PERFORM UNTIL EOF-CONFIG
                    READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                          SET EOF-CONFIG TO TRUE
                       NOT AT END
                          PERFORM APPLY-CONFIG-LINE
                    END-READ
                 END-PERFORM
                 CLOSE CONFIG-FILE
              ELSE
                 DISPLAY "No HYGCFG.DAT found (status "
                    WS-CONFIG-STATUS "), using built-in thresholds of "
                    WS-CHRONIC-NIGHTS " nights / " WS-DORMANT-DAYS
                    " days"
              END-IF.

       APPLY-CONFIG-LINE.
              IF FUNCTION TRIM(CONFIG-RECORD) NOT = SPACES
                 MOVE SPACES TO WS-CONFIG-KEY WS-CONFIG-VALUE
                 MOVE 1 TO WS-CONFIG-PTR
                 UNSTRING CONFIG-RECORD DELIMITED BY "="
                    INTO WS-CONFIG-KEY
                    WITH POINTER WS-CONFIG-PTR
                 END-UNSTRING
                 MOVE CONFIG-RECORD(WS-CONFIG-PTR:) TO WS-CONFIG-VALUE
                 MOVE FUNCTION TRIM(WS-CONFIG-KEY) TO WS-CONFIG-KEY
                 MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO WS-CONFIG-VALUE
                 EVALUATE WS-CONFIG-KEY
                    WHEN "CHRONIC-NIGHTS"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                          TO WS-CHRONIC-NIGHTS
                    WHEN "DORMANT-DAYS"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                          TO WS-DORMANT-DAYS
                    WHEN OTHER
                       DISPLAY "Ignoring unknown config key: "
                          WS-CONFIG-KEY
                 END-EVALUATE
              END-IF.

      *
      * The history master is in login / snapshot date order, so the
      * last snapshot read for a login is its latest. A missing
      * master is not fatal - dormancy just cannot be judged.
      *
       LOAD-LATEST-ACTIVITY.
              OPEN INPUT HISTORY-FILE
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "No PROFILE.HIST (status " WS-HISTORY-STATUS
                    ") - dormant accounts not assessed"
              ELSE
                 PERFORM UNTIL EOF-HISTORY
                    READ HISTORY-FILE NEXT RECORD
                       AT END
                          SET EOF-HISTORY TO TRUE
                       NOT AT END
                          PERFORM KEEP-LATEST-SNAPSHOT
                    END-READ
                 END-PERFORM
                 CLOSE HISTORY-FILE
              END-IF.

       KEEP-LATEST-SNAPSHOT.
              IF WS-LATEST-COUNT > 0
                 AND WS-L-LOGIN (WS-LATEST-COUNT) = HM-LOGIN
                 MOVE HM-LATEST-REPO-ACTIVITY
                    TO WS-L-ACTIVITY (WS-LATEST-COUNT)
              ELSE
                 IF WS-LATEST-COUNT < 5000
                    ADD 1 TO WS-LATEST-COUNT
                    SET LATEST-IDX TO WS-LATEST-COUNT
                    MOVE HM-LOGIN TO WS-L-LOGIN (LATEST-IDX)
                    MOVE HM-LATEST-REPO-ACTIVITY
                       TO WS-L-ACTIVITY (LATEST-IDX)
                 ELSE
                    SET LATEST-TABLE-OVERFLOW TO TRUE
                 END-IF
              END-IF.

       ASSESS-ONE-ACCOUNT.
              ADD 1 TO WS-ACTIVE-COUNT
              MOVE "N" TO WS-IS-CHRONIC WS-IS-DORMANT
              IF HAVE-ERRHIST
                 MOVE WM-LOGIN TO EH-LOGIN
                 READ ERROR-HISTORY-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF EH-CONSEC-FAILURES >= WS-CHRONIC-NIGHTS
                          SET IS-CHRONIC TO TRUE
                       END-IF
                 END-READ
              END-IF
              PERFORM FIND-LATEST-SNAPSHOT
              IF FOUND-LATEST
                 PERFORM CHECK-ACCOUNT-DORMANCY
              END-IF
              IF IS-CHRONIC OR IS-DORMANT
                 PERFORM STORE-ONE-FINDING
              END-IF.

       FIND-LATEST-SNAPSHOT.
              MOVE "N" TO WS-FOUND-LATEST
              PERFORM VARYING LATEST-IDX FROM 1 BY 1
                 UNTIL LATEST-IDX > WS-LATEST-COUNT
                 IF WS-L-LOGIN (LATEST-IDX) = WM-LOGIN
                    SET FOUND-LATEST TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

      *
      * The activity timestamp is ISO (yyyy-mm-ddThh:mm:ssZ); one that
      * is blank or garbled has no provable recent activity.
      *
       CHECK-ACCOUNT-DORMANCY.
              MOVE WS-L-ACTIVITY (LATEST-IDX)(1:4) TO WS-AD-YEAR
              MOVE WS-L-ACTIVITY (LATEST-IDX)(6:2) TO WS-AD-MONTH
              MOVE WS-L-ACTIVITY (LATEST-IDX)(9:2) TO WS-AD-DAY
              IF WS-ACTIVITY-DIGITS IS NUMERIC
                 MOVE WS-ACTIVITY-DIGITS TO WS-ACTIVITY-DATE
              ELSE
                 MOVE 0 TO WS-ACTIVITY-DATE
              END-IF
              IF WS-ACTIVITY-DATE < WS-DORMANT-CUTOFF
                 SET IS-DORMANT TO TRUE
                 IF WS-ACTIVITY-DATE > 0
                    COMPUTE WS-IDLE-DAYS = WS-RUN-INTEGER
                       - FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE)
                 ELSE
                    MOVE 0 TO WS-IDLE-DAYS
                 END-IF
              END-IF.

       STORE-ONE-FINDING.
              IF WS-FINDING-COUNT < 2000
                 ADD 1 TO WS-FINDING-COUNT
                 SET FND-IDX TO WS-FINDING-COUNT
                 MOVE WM-LOGIN TO WS-H-LOGIN (FND-IDX)
                 MOVE WM-TIER TO WS-H-TIER (FND-IDX)
                 MOVE WM-TEAM TO WS-H-TEAM (FND-IDX)
                 MOVE WS-IS-CHRONIC TO WS-H-CHRONIC (FND-IDX)
                 MOVE WS-IS-DORMANT TO WS-H-DORMANT (FND-IDX)
                 IF IS-CHRONIC
                    ADD 1 TO WS-CHRONIC-COUNT
                    MOVE EH-CONSEC-FAILURES TO WS-H-CONSEC (FND-IDX)
                    MOVE EH-FIRST-FAIL-DATE
                       TO WS-H-FIRST-FAIL (FND-IDX)
                    MOVE EH-LAST-FAIL-DATE TO WS-H-LAST-FAIL (FND-IDX)
                    MOVE EH-LAST-STATUS TO WS-H-STATUS (FND-IDX)
                    MOVE EH-LAST-MESSAGE TO WS-H-MESSAGE (FND-IDX)
                 END-IF
                 IF IS-DORMANT
                    ADD 1 TO WS-DORMANT-COUNT
                    MOVE WS-L-ACTIVITY (LATEST-IDX)
                       TO WS-H-ACTIVITY (FND-IDX)
                    MOVE WS-IDLE-DAYS TO WS-H-IDLE-DAYS (FND-IDX)
                 END-IF
              ELSE
                 SET FINDING-TABLE-OVERFLOW TO TRUE
              END-IF.

       WRITE-CHRONIC-SECTION.
              MOVE SPACES TO HYGIENE-REPORT-LINE
              WRITE HYGIENE-REPORT-LINE
              MOVE WS-CHRONIC-NIGHTS TO CH-NIGHTS
              WRITE HYGIENE-REPORT-LINE FROM WS-CHRONIC-HEADING
              WRITE HYGIENE-REPORT-LINE FROM WS-CHRONIC-COLUMNS
              IF WS-CHRONIC-COUNT = 0
                 WRITE HYGIENE-REPORT-LINE FROM WS-NONE-LINE
              END-IF
              PERFORM VARYING FND-IDX FROM 1 BY 1
                 UNTIL FND-IDX > WS-FINDING-COUNT
                 IF H-IS-CHRONIC (FND-IDX)
                    MOVE WS-H-LOGIN (FND-IDX) TO CL-LOGIN
                    MOVE WS-H-TIER (FND-IDX) TO CL-TIER
                    MOVE WS-H-TEAM (FND-IDX) TO CL-TEAM
                    MOVE WS-H-CONSEC (FND-IDX) TO CL-NIGHTS
                    MOVE WS-H-FIRST-FAIL (FND-IDX) TO CL-FIRST-FAIL
                    MOVE WS-H-LAST-FAIL (FND-IDX) TO CL-LAST-FAIL
                    MOVE WS-H-STATUS (FND-IDX) TO CL-STATUS
                    MOVE WS-H-MESSAGE (FND-IDX) TO CL-MESSAGE
                    WRITE HYGIENE-REPORT-LINE FROM WS-CHRONIC-LINE
                 END-IF
              END-PERFORM.

       WRITE-DORMANT-SECTION.
              MOVE SPACES TO HYGIENE-REPORT-LINE
              WRITE HYGIENE-REPORT-LINE
              MOVE WS-DORMANT-DAYS TO DH-DAYS
              WRITE HYGIENE-REPORT-LINE FROM WS-DORMANT-HEADING
              WRITE HYGIENE-REPORT-LINE FROM WS-DORMANT-COLUMNS
              IF WS-DORMANT-COUNT = 0
                 WRITE HYGIENE-REPORT-LINE FROM WS-NONE-LINE
              END-IF
              PERFORM VARYING FND-IDX FROM 1 BY 1
                 UNTIL FND-IDX > WS-FINDING-COUNT
                 IF H-IS-DORMANT (FND-IDX)
                    MOVE WS-H-LOGIN (FND-IDX) TO DL-LOGIN
                    MOVE WS-H-TIER (FND-IDX) TO DL-TIER
                    MOVE WS-H-TEAM (FND-IDX) TO DL-TEAM
                    IF WS-H-IDLE-DAYS (FND-IDX) > 0
                       MOVE WS-H-ACTIVITY (FND-IDX) TO DL-ACTIVITY
                       MOVE WS-H-IDLE-DAYS (FND-IDX) TO DL-IDLE-DAYS
                    ELSE
                       MOVE "NONE ON RECORD" TO DL-ACTIVITY
                       MOVE 0 TO DL-IDLE-DAYS
                    END-IF
                    WRITE HYGIENE-REPORT-LINE FROM WS-DORMANT-LINE
                 END-IF
              END-PERFORM.

      *
      * One SUSP per account; a chronic failure says why it fails,
      * a dormant account says since when it has been quiet.
      *
       WRITE-SUSPEND-TXN.
              MOVE SPACES TO WS-HYGIENE-NOTE
              IF H-IS-CHRONIC (FND-IDX)
                 STRING "CHRONIC " DELIMITED BY SIZE
                    WS-H-STATUS (FND-IDX) DELIMITED BY SIZE
                    " FAILURE SINCE " DELIMITED BY SIZE
                    WS-H-FIRST-FAIL (FND-IDX) DELIMITED BY SIZE
                    INTO WS-HYGIENE-NOTE
                 END-STRING
              ELSE
                 IF WS-H-IDLE-DAYS (FND-IDX) > 0
                    STRING "DORMANT - NO ACTIVITY SINCE "
                       DELIMITED BY SIZE
                       WS-H-ACTIVITY (FND-IDX) (1:10) DELIMITED BY SIZE
                       INTO WS-HYGIENE-NOTE
                    END-STRING
                 ELSE
                    MOVE "DORMANT - NO REPO ACTIVITY ON RECORD"
                       TO WS-HYGIENE-NOTE
                 END-IF
              END-IF
              MOVE SPACES TO HYGIENE-TXN-RECORD
              MOVE "SUSP" TO TX-ACTION
              MOVE WS-H-LOGIN (FND-IDX) TO TX-LOGIN
              MOVE "WATCHLIST-HYGIENE" TO TX-REQUESTED-BY
              MOVE WS-HYGIENE-NOTE TO TX-NOTE
              WRITE HYGIENE-TXN-RECORD
              ADD 1 TO WS-SUSP-COUNT.

       WRITE-HYGIENE-TOTALS.
              MOVE SPACES TO HYGIENE-REPORT-LINE
              WRITE HYGIENE-REPORT-LINE
              MOVE "ACTIVE ACCOUNTS REVIEWED" TO TL-LABEL
              MOVE WS-ACTIVE-COUNT TO TL-COUNT
              WRITE HYGIENE-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "CHRONIC FAILURES" TO TL-LABEL
              MOVE WS-CHRONIC-COUNT TO TL-COUNT
              WRITE HYGIENE-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "DORMANT ACCOUNTS" TO TL-LABEL
              MOVE WS-DORMANT-COUNT TO TL-COUNT
              WRITE HYGIENE-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "SUSP TRANSACTIONS IN HYGIENE.TXN" TO TL-LABEL
              MOVE WS-SUSP-COUNT TO TL-COUNT
              WRITE HYGIENE-REPORT-LINE FROM WS-TOTAL-LINE.
