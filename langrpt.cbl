      *
      * LANGUAGE-PORTFOLIO-REPORT
      * Reads the keyed repo history master REPOHIST.MST in owner /
      * repo / snapshot date order and prints LANGPORT.RPT, the
      * language portfolio the analytics team used to build by hand
      * from REPODETL.OUT every quarter:
      *    one section per account - for each language its repo
      *    count, total stars and the number of repos pushed within
      *    the last 30 days, flagged with the account's 30-day shift:
      *    NEW LANGUAGE when none of the account's repos was in that
      *    language 30 days ago, NO PUSHES IN 30 DAYS when no repo
      *    in that language has been pushed within the window
      *    one section per WM-TEAM from WATCHLIST.MST rolling the
      *    same figures up across the team's accounts, with the
      *    number of accounts using each language
      * An account's current portfolio is the repos on its latest
      * snapshot date, so a repo deleted since drops out even while
      * its older snapshots are retained. The 30-day-ago mix is each
      * repo's language on its last snapshot on or before the cutoff;
      * an account with no snapshot that old has no baseline and its
      * shift is reported as not assessed rather than every language
      * showing as new. Repos with no language are grouped as
      * UNCLASSIFIED, and accounts with no team keyed on the master
      * roll up under UNASSIGNED, as in TEAM-ROLLUP-REPORT.
      * Run as a separate batch step after REPO-HISTORY-LOAD has
      * appended today's snapshots.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANGUAGE-PORTFOLIO-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPO-HISTORY-FILE ASSIGN TO "REPOHIST.MST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT WATCHLIST-MASTER-FILE ASSIGN TO "WATCHLIST.MST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PORTFOLIO-REPORT-FILE ASSIGN TO "LANGPORT.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPO-HISTORY-FILE.
           COPY "repo-hist.cpy".
       FD  WATCHLIST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "watchlist-master.cpy".
       FD  PORTFOLIO-REPORT-FILE
           RECORDING MODE IS F.
       01 PORTFOLIO-REPORT-LINE   PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS       PIC XX.
       01 WS-MASTER-STATUS        PIC XX.
       01 WS-PORTFOLIO-STATUS     PIC XX.
       01 WS-EOF-HISTORY          PIC X VALUE "N".
          88 EOF-HISTORY                VALUE "Y".
       01 WS-EOF-MASTER           PIC X VALUE "N".
          88 EOF-MASTER                 VALUE "Y".
       01 WS-WINDOW-DAYS          PIC 9(3) VALUE 30.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-DATE-INTEGER         PIC 9(8).
       01 WS-WINDOW-CUTOFF        PIC 9(8).
       01 WS-PUSHED-DATE          PIC 9(8).
       01 WS-PUSHED-DIGITS.
          05 WS-PD-YEAR           PIC X(4).
          05 WS-PD-MONTH          PIC X(2).
          05 WS-PD-DAY            PIC X(2).
       01 WS-MASTER-COUNT         PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
          05 WS-MASTER-ENTRY OCCURS 2000 TIMES INDEXED BY MST-IDX.
             10 WS-E-LOGIN            PIC X(39).
             10 WS-E-TEAM             PIC X(10).
       01 WS-MASTER-OVERFLOW      PIC X VALUE "N".
          88 MASTER-TABLE-OVERFLOW      VALUE "Y".
       01 WS-PRIOR-OWNER          PIC X(40) VALUE SPACES.
       01 WS-PRIOR-REPO           PIC X(40) VALUE SPACES.
       01 WS-OWNER-TEAM           PIC X(10).
       01 WS-OWNER-LATEST-DATE    PIC 9(8).
       01 WS-OWNER-HAS-BASELINE   PIC X.
          88 OWNER-HAS-BASELINE         VALUE "Y".
       01 WS-CUR-REPO.
          05 WS-CUR-SNAP-DATE     PIC 9(8).
          05 WS-CUR-LANGUAGE      PIC X(20).
          05 WS-CUR-STARS         PIC 9(7).
          05 WS-CUR-PUSHED-AT     PIC X(20).
          05 WS-CUR-BASE-LANGUAGE PIC X(20).
          05 WS-CUR-HAS-BASELINE  PIC X.
             88 CUR-HAS-BASELINE        VALUE "Y".
       01 WS-REPO-COUNT           PIC 9(4) VALUE 0.
       01 WS-REPO-TABLE.
          05 WS-REPO-ENTRY OCCURS 5000 TIMES INDEXED BY REPO-IDX.
             10 WS-R-SNAP-DATE        PIC 9(8).
             10 WS-R-LANGUAGE         PIC X(20).
             10 WS-R-STARS            PIC 9(7).
             10 WS-R-PUSHED-RECENT    PIC X.
                88 R-PUSHED-RECENT          VALUE "Y".
             10 WS-R-BASE-LANGUAGE    PIC X(20).
             10 WS-R-HAS-BASELINE     PIC X.
                88 R-HAS-BASELINE           VALUE "Y".
       01 WS-REPO-OVERFLOW        PIC X VALUE "N".
          88 REPO-TABLE-OVERFLOW        VALUE "Y".
       01 WS-LANG-COUNT           PIC 9(3) VALUE 0.
       01 WS-LANG-TABLE.
          05 WS-LANG-ENTRY OCCURS 200 TIMES INDEXED BY LANG-IDX.
             10 WS-G-LANGUAGE         PIC X(20).
             10 WS-G-REPOS            PIC 9(5).
             10 WS-G-STARS            PIC 9(9).
             10 WS-G-PUSHED           PIC 9(5).
             10 WS-G-IN-BASELINE      PIC X.
                88 G-IN-BASELINE            VALUE "Y".
       01 WS-LANG-OVERFLOW        PIC X VALUE "N".
          88 LANG-TABLE-OVERFLOW        VALUE "Y".
       01 WS-FIND-LANGUAGE        PIC X(20).
       01 WS-FOUND-LANG           PIC X.
          88 FOUND-LANG                 VALUE "Y".
       01 WS-INSERT-SUB           PIC 9(4).
       01 WS-SHIFT-SUB            PIC 9(4).
       01 WS-TEAM-LANG-COUNT      PIC 9(4) VALUE 0.
       01 WS-TEAM-LANG-TABLE.
          05 WS-TEAM-LANG-ENTRY OCCURS 5000 TIMES
                INDEXED BY TL-IDX.
             10 WS-TL-KEY.
                15 WS-TL-TEAM         PIC X(10).
                15 WS-TL-LANGUAGE     PIC X(20).
             10 WS-TL-ACCOUNTS        PIC 9(5).
             10 WS-TL-REPOS           PIC 9(7).
             10 WS-TL-STARS           PIC 9(9).
             10 WS-TL-PUSHED          PIC 9(7).
       01 WS-TEAM-LANG-OVERFLOW   PIC X VALUE "N".
          88 TEAM-LANG-TABLE-OVERFLOW   VALUE "Y".
       01 WS-FIND-TEAM-LANG.
          05 WS-FIND-TEAM         PIC X(10).
          05 WS-FIND-TL-LANGUAGE  PIC X(20).
       01 WS-FOUND-TEAM-LANG      PIC X.
          88 FOUND-TEAM-LANG            VALUE "Y".
       01 WS-PRIOR-TEAM           PIC X(10).
       01 WS-ACCOUNT-COUNT        PIC 9(5) VALUE 0.
       01 WS-NEW-LANG-COUNT       PIC 9(5) VALUE 0.
       01 WS-IDLE-LANG-COUNT      PIC 9(5) VALUE 0.
       01 WS-HEADING-LINE.
          05 FILLER               PIC X(34) VALUE
                    "LANGUAGE PORTFOLIO REPORT - AS OF ".
          05 HD-RUN-DATE          PIC X(8).
       01 WS-ACCOUNT-SECTION-HEADING PIC X(60) VALUE
                    "ACCOUNT PORTFOLIOS".
       01 WS-TEAM-SECTION-HEADING PIC X(60) VALUE
                    "TEAM PORTFOLIOS".
       01 WS-ACCOUNT-HEADING.
          05 FILLER               PIC X(9) VALUE "ACCOUNT: ".
          05 AH-LOGIN             PIC X(39).
          05 FILLER               PIC X(7) VALUE " TEAM: ".
          05 AH-TEAM              PIC X(10).
       01 WS-ACCOUNT-COLUMNS.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE "LANGUAGE".
          05 FILLER               PIC X(7) VALUE "  REPOS".
          05 FILLER               PIC X(11) VALUE "      STARS".
          05 FILLER               PIC X(9) VALUE " PUSH-30D".
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE "30-DAY SHIFT".
       01 WS-ACCOUNT-LINE.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 AL-LANGUAGE          PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 AL-REPOS             PIC Z(6)9.
          05 FILLER               PIC X VALUE SPACE.
          05 AL-STARS             PIC Z(9)9.
          05 FILLER               PIC X VALUE SPACE.
          05 AL-PUSHED            PIC Z(7)9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 AL-SHIFT             PIC X(34).
       01 WS-NO-BASELINE-LINE.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
                    "30-DAY SHIFT NOT ASSESSED - NO".
          05 FILLER               PIC X(24) VALUE
                    " SNAPSHOT 30 DAYS OLD ON".
          05 FILLER               PIC X(5) VALUE " FILE".
       01 WS-TEAM-HEADING.
          05 FILLER               PIC X(6) VALUE "TEAM: ".
          05 TH-TEAM              PIC X(10).
       01 WS-TEAM-COLUMNS.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE "LANGUAGE".
          05 FILLER               PIC X(9) VALUE " ACCOUNTS".
          05 FILLER               PIC X(8) VALUE "   REPOS".
          05 FILLER               PIC X(11) VALUE "      STARS".
          05 FILLER               PIC X(9) VALUE " PUSH-30D".
       01 WS-TEAM-LINE.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 TL-LANGUAGE          PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 TL-ACCOUNTS          PIC Z(7)9.
          05 FILLER               PIC X VALUE SPACE.
          05 TL-REPOS             PIC Z(6)9.
          05 FILLER               PIC X VALUE SPACE.
          05 TL-STARS             PIC Z(9)9.
          05 FILLER               PIC X VALUE SPACE.
          05 TL-PUSHED            PIC Z(7)9.
       01 WS-TOTAL-LINE.
          05 TT-LABEL             PIC X(36).
          05 FILLER               PIC X VALUE SPACE.
          05 TT-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - WS-WINDOW-DAYS
              COMPUTE WS-WINDOW-CUTOFF =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

              PERFORM LOAD-MASTER-TABLE

              OPEN INPUT REPO-HISTORY-FILE
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to open REPOHIST.MST, status: "
                    WS-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN OUTPUT PORTFOLIO-REPORT-FILE
              IF WS-PORTFOLIO-STATUS NOT = "00"
                 DISPLAY "Unable to open LANGPORT.RPT, status: "
                    WS-PORTFOLIO-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE TO HD-RUN-DATE
              WRITE PORTFOLIO-REPORT-LINE FROM WS-HEADING-LINE
              MOVE SPACES TO PORTFOLIO-REPORT-LINE
              WRITE PORTFOLIO-REPORT-LINE
              WRITE PORTFOLIO-REPORT-LINE
                 FROM WS-ACCOUNT-SECTION-HEADING

              PERFORM UNTIL EOF-HISTORY
                 READ REPO-HISTORY-FILE NEXT RECORD
                    AT END
                       SET EOF-HISTORY TO TRUE
                       IF WS-PRIOR-OWNER NOT = SPACES
                          PERFORM FINISH-ONE-REPO
                          PERFORM FINISH-ONE-ACCOUNT
                       END-IF
                    NOT AT END
                       PERFORM COLLECT-ONE-SNAPSHOT
                 END-READ
              END-PERFORM
              CLOSE REPO-HISTORY-FILE

              PERFORM WRITE-TEAM-PORTFOLIOS
              PERFORM WRITE-PORTFOLIO-TOTALS
              CLOSE PORTFOLIO-REPORT-FILE

              IF MASTER-TABLE-OVERFLOW
                 DISPLAY "WARNING: WATCHLIST.MST has more than 2000 "
                    "entries - overflow accounts roll up as UNASSIGNED"
              END-IF
              IF REPO-TABLE-OVERFLOW
                 DISPLAY "WARNING: an account has more than 5000 "
                    "repos on file - overflow repos were not counted"
              END-IF
              IF LANG-TABLE-OVERFLOW
                 DISPLAY "WARNING: an account uses more than 200 "
                    "languages - overflow languages were not reported"
              END-IF
              IF TEAM-LANG-TABLE-OVERFLOW
                 DISPLAY "WARNING: more than 5000 team / language "
                    "pairs - the team section was truncated"
              END-IF
              DISPLAY "Language portfolio report written: "
                 WS-ACCOUNT-COUNT " account(s), " WS-NEW-LANG-COUNT
                 " new language(s), " WS-IDLE-LANG-COUNT
                 " language(s) with no pushes in the window"
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
                 IF FUNCTION TRIM(WM-TEAM) = SPACES
                    MOVE "UNASSIGNED" TO WS-E-TEAM (MST-IDX)
                 ELSE
                    MOVE WM-TEAM TO WS-E-TEAM (MST-IDX)
                 END-IF
              ELSE
                 SET MASTER-TABLE-OVERFLOW TO TRUE
              END-IF.

      *
      * Snapshots arrive in owner / repo / date order, so the last
      * one read for a repo is its latest and the last one on or
      * before the window cutoff is its baseline.
      *
       COLLECT-ONE-SNAPSHOT.
              IF RH-OWNER-LOGIN NOT = WS-PRIOR-OWNER
                 IF WS-PRIOR-OWNER NOT = SPACES
                    PERFORM FINISH-ONE-REPO
                    PERFORM FINISH-ONE-ACCOUNT
                 END-IF
                 PERFORM START-ONE-ACCOUNT
                 PERFORM START-ONE-REPO
              ELSE
                 IF RH-REPO-NAME NOT = WS-PRIOR-REPO
                    PERFORM FINISH-ONE-REPO
                    PERFORM START-ONE-REPO
                 END-IF
              END-IF
              MOVE RH-SNAP-DATE TO WS-CUR-SNAP-DATE
              MOVE RH-LANGUAGE TO WS-CUR-LANGUAGE
              MOVE RH-STARS TO WS-CUR-STARS
              MOVE RH-PUSHED-AT TO WS-CUR-PUSHED-AT
              IF RH-SNAP-DATE <= WS-WINDOW-CUTOFF
                 MOVE RH-LANGUAGE TO WS-CUR-BASE-LANGUAGE
                 SET CUR-HAS-BASELINE TO TRUE
              END-IF.

       START-ONE-ACCOUNT.
              MOVE RH-OWNER-LOGIN TO WS-PRIOR-OWNER
              MOVE 0 TO WS-REPO-COUNT WS-OWNER-LATEST-DATE
              MOVE "N" TO WS-OWNER-HAS-BASELINE.

       START-ONE-REPO.
              MOVE RH-REPO-NAME TO WS-PRIOR-REPO
              MOVE SPACES TO WS-CUR-REPO
              MOVE 0 TO WS-CUR-SNAP-DATE WS-CUR-STARS
              MOVE "N" TO WS-CUR-HAS-BASELINE.

       FINISH-ONE-REPO.
              IF WS-REPO-COUNT < 5000
                 ADD 1 TO WS-REPO-COUNT
                 SET REPO-IDX TO WS-REPO-COUNT
                 MOVE WS-CUR-SNAP-DATE TO WS-R-SNAP-DATE (REPO-IDX)
                 MOVE WS-CUR-LANGUAGE TO WS-R-LANGUAGE (REPO-IDX)
                 MOVE WS-CUR-STARS TO WS-R-STARS (REPO-IDX)
                 MOVE WS-CUR-BASE-LANGUAGE
                    TO WS-R-BASE-LANGUAGE (REPO-IDX)
                 MOVE WS-CUR-HAS-BASELINE
                    TO WS-R-HAS-BASELINE (REPO-IDX)
                 MOVE WS-CUR-PUSHED-AT(1:4) TO WS-PD-YEAR
                 MOVE WS-CUR-PUSHED-AT(6:2) TO WS-PD-MONTH
                 MOVE WS-CUR-PUSHED-AT(9:2) TO WS-PD-DAY
                 IF WS-PUSHED-DIGITS IS NUMERIC
                    MOVE WS-PUSHED-DIGITS TO WS-PUSHED-DATE
                 ELSE
                    MOVE 0 TO WS-PUSHED-DATE
                 END-IF
                 IF WS-PUSHED-DATE > WS-WINDOW-CUTOFF
                    MOVE "Y" TO WS-R-PUSHED-RECENT (REPO-IDX)
                 ELSE
                    MOVE "N" TO WS-R-PUSHED-RECENT (REPO-IDX)
                 END-IF
                 IF WS-CUR-SNAP-DATE > WS-OWNER-LATEST-DATE
                    MOVE WS-CUR-SNAP-DATE TO WS-OWNER-LATEST-DATE
                 END-IF
                 IF CUR-HAS-BASELINE
                    SET OWNER-HAS-BASELINE TO TRUE
                 END-IF
              ELSE
                 SET REPO-TABLE-OVERFLOW TO TRUE
              END-IF.

      *
      * Only repos present on the account's latest snapshot date make
      * up the current portfolio; the baseline languages are then
      * marked off against it.
      *
       FINISH-ONE-ACCOUNT.
              ADD 1 TO WS-ACCOUNT-COUNT
              MOVE 0 TO WS-LANG-COUNT
              PERFORM VARYING REPO-IDX FROM 1 BY 1
                 UNTIL REPO-IDX > WS-REPO-COUNT
                 IF WS-R-SNAP-DATE (REPO-IDX) = WS-OWNER-LATEST-DATE
                    MOVE WS-R-LANGUAGE (REPO-IDX) TO WS-FIND-LANGUAGE
                    PERFORM FIND-OR-ADD-LANGUAGE
                    IF FOUND-LANG
                       ADD 1 TO WS-G-REPOS (LANG-IDX)
                       ADD WS-R-STARS (REPO-IDX)
                          TO WS-G-STARS (LANG-IDX)
                       IF R-PUSHED-RECENT (REPO-IDX)
                          ADD 1 TO WS-G-PUSHED (LANG-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM VARYING REPO-IDX FROM 1 BY 1
                 UNTIL REPO-IDX > WS-REPO-COUNT
                 IF R-HAS-BASELINE (REPO-IDX)
                    MOVE WS-R-BASE-LANGUAGE (REPO-IDX)
                       TO WS-FIND-LANGUAGE
                    PERFORM FIND-LANGUAGE
                    IF FOUND-LANG
                       MOVE "Y" TO WS-G-IN-BASELINE (LANG-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM FIND-OWNER-TEAM
              PERFORM WRITE-ACCOUNT-SECTION.

       FIND-OWNER-TEAM.
              MOVE "UNASSIGNED" TO WS-OWNER-TEAM
              PERFORM VARYING MST-IDX FROM 1 BY 1
                 UNTIL MST-IDX > WS-MASTER-COUNT
                 IF WS-E-LOGIN (MST-IDX) = WS-PRIOR-OWNER
                    MOVE WS-E-TEAM (MST-IDX) TO WS-OWNER-TEAM
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

       FIND-LANGUAGE.
              IF WS-FIND-LANGUAGE = SPACES
                 MOVE "UNCLASSIFIED" TO WS-FIND-LANGUAGE
              END-IF
              MOVE "N" TO WS-FOUND-LANG
              PERFORM VARYING LANG-IDX FROM 1 BY 1
                 UNTIL LANG-IDX > WS-LANG-COUNT
                 IF WS-G-LANGUAGE (LANG-IDX) = WS-FIND-LANGUAGE
                    SET FOUND-LANG TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

      *
      * The language table is kept in name order, so a new language
      * is slotted in ahead of the first one that sorts after it.
      *
       FIND-OR-ADD-LANGUAGE.
              PERFORM FIND-LANGUAGE
              IF NOT FOUND-LANG
                 IF WS-LANG-COUNT < 200
                    MOVE 1 TO WS-INSERT-SUB
                    PERFORM VARYING LANG-IDX FROM 1 BY 1
                       UNTIL LANG-IDX > WS-LANG-COUNT
                       IF WS-G-LANGUAGE (LANG-IDX) < WS-FIND-LANGUAGE
                          SET WS-INSERT-SUB TO LANG-IDX
                          ADD 1 TO WS-INSERT-SUB
                       END-IF
                    END-PERFORM
                    PERFORM VARYING WS-SHIFT-SUB FROM WS-LANG-COUNT
                       BY -1 UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
                       MOVE WS-LANG-ENTRY (WS-SHIFT-SUB)
                          TO WS-LANG-ENTRY (WS-SHIFT-SUB + 1)
                    END-PERFORM
                    ADD 1 TO WS-LANG-COUNT
                    SET LANG-IDX TO WS-INSERT-SUB
                    MOVE WS-FIND-LANGUAGE TO WS-G-LANGUAGE (LANG-IDX)
                    MOVE 0 TO WS-G-REPOS (LANG-IDX)
                       WS-G-STARS (LANG-IDX) WS-G-PUSHED (LANG-IDX)
                    MOVE "N" TO WS-G-IN-BASELINE (LANG-IDX)
                    SET FOUND-LANG TO TRUE
                 ELSE
                    SET LANG-TABLE-OVERFLOW TO TRUE
                 END-IF
              END-IF.

       WRITE-ACCOUNT-SECTION.
              MOVE SPACES TO PORTFOLIO-REPORT-LINE
              WRITE PORTFOLIO-REPORT-LINE
              MOVE WS-PRIOR-OWNER TO AH-LOGIN
              MOVE WS-OWNER-TEAM TO AH-TEAM
              WRITE PORTFOLIO-REPORT-LINE FROM WS-ACCOUNT-HEADING
              WRITE PORTFOLIO-REPORT-LINE FROM WS-ACCOUNT-COLUMNS
              PERFORM VARYING LANG-IDX FROM 1 BY 1
                 UNTIL LANG-IDX > WS-LANG-COUNT
                 MOVE WS-G-LANGUAGE (LANG-IDX) TO AL-LANGUAGE
                 MOVE WS-G-REPOS (LANG-IDX) TO AL-REPOS
                 MOVE WS-G-STARS (LANG-IDX) TO AL-STARS
                 MOVE WS-G-PUSHED (LANG-IDX) TO AL-PUSHED
                 MOVE SPACES TO AL-SHIFT
                 IF OWNER-HAS-BASELINE
                    AND NOT G-IN-BASELINE (LANG-IDX)
                    ADD 1 TO WS-NEW-LANG-COUNT
                    IF WS-G-PUSHED (LANG-IDX) = 0
                       MOVE "NEW LANGUAGE, NO PUSHES IN 30 DAYS"
                          TO AL-SHIFT
                       ADD 1 TO WS-IDLE-LANG-COUNT
                    ELSE
                       MOVE "NEW LANGUAGE" TO AL-SHIFT
                    END-IF
                 ELSE
                    IF WS-G-PUSHED (LANG-IDX) = 0
                       MOVE "NO PUSHES IN 30 DAYS" TO AL-SHIFT
                       ADD 1 TO WS-IDLE-LANG-COUNT
                    END-IF
                 END-IF
                 WRITE PORTFOLIO-REPORT-LINE FROM WS-ACCOUNT-LINE
                 PERFORM ADD-TO-TEAM-PORTFOLIO
              END-PERFORM
              IF NOT OWNER-HAS-BASELINE
                 WRITE PORTFOLIO-REPORT-LINE FROM WS-NO-BASELINE-LINE
              END-IF.

      *
      * The team / language table is kept in team then language
      * order the same way, so the team sections print straight off.
      *
       ADD-TO-TEAM-PORTFOLIO.
              MOVE WS-OWNER-TEAM TO WS-FIND-TEAM
              MOVE WS-G-LANGUAGE (LANG-IDX) TO WS-FIND-TL-LANGUAGE
              MOVE "N" TO WS-FOUND-TEAM-LANG
              PERFORM VARYING TL-IDX FROM 1 BY 1
                 UNTIL TL-IDX > WS-TEAM-LANG-COUNT
                 IF WS-TL-KEY (TL-IDX) = WS-FIND-TEAM-LANG
                    SET FOUND-TEAM-LANG TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF NOT FOUND-TEAM-LANG
                 IF WS-TEAM-LANG-COUNT < 5000
                    MOVE 1 TO WS-INSERT-SUB
                    PERFORM VARYING TL-IDX FROM 1 BY 1
                       UNTIL TL-IDX > WS-TEAM-LANG-COUNT
                       IF WS-TL-KEY (TL-IDX) < WS-FIND-TEAM-LANG
                          SET WS-INSERT-SUB TO TL-IDX
                          ADD 1 TO WS-INSERT-SUB
                       END-IF
                    END-PERFORM
                    PERFORM VARYING WS-SHIFT-SUB
                       FROM WS-TEAM-LANG-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
                       MOVE WS-TEAM-LANG-ENTRY (WS-SHIFT-SUB)
                          TO WS-TEAM-LANG-ENTRY (WS-SHIFT-SUB + 1)
                    END-PERFORM
                    ADD 1 TO WS-TEAM-LANG-COUNT
                    SET TL-IDX TO WS-INSERT-SUB
                    MOVE WS-FIND-TEAM-LANG TO WS-TL-KEY (TL-IDX)
                    MOVE 0 TO WS-TL-ACCOUNTS (TL-IDX)
                       WS-TL-REPOS (TL-IDX) WS-TL-STARS (TL-IDX)
                       WS-TL-PUSHED (TL-IDX)
                    SET FOUND-TEAM-LANG TO TRUE
                 ELSE
                    SET TEAM-LANG-TABLE-OVERFLOW TO TRUE
                 END-IF
              END-IF
              IF FOUND-TEAM-LANG
                 ADD 1 TO WS-TL-ACCOUNTS (TL-IDX)
                 ADD WS-G-REPOS (LANG-IDX) TO WS-TL-REPOS (TL-IDX)
                 ADD WS-G-STARS (LANG-IDX) TO WS-TL-STARS (TL-IDX)
                 ADD WS-G-PUSHED (LANG-IDX) TO WS-TL-PUSHED (TL-IDX)
              END-IF.

       WRITE-TEAM-PORTFOLIOS.
              MOVE SPACES TO PORTFOLIO-REPORT-LINE
              WRITE PORTFOLIO-REPORT-LINE
              WRITE PORTFOLIO-REPORT-LINE FROM WS-TEAM-SECTION-HEADING
              MOVE SPACES TO WS-PRIOR-TEAM
              PERFORM VARYING TL-IDX FROM 1 BY 1
                 UNTIL TL-IDX > WS-TEAM-LANG-COUNT
                 IF WS-TL-TEAM (TL-IDX) NOT = WS-PRIOR-TEAM
                    MOVE WS-TL-TEAM (TL-IDX) TO WS-PRIOR-TEAM
                    MOVE SPACES TO PORTFOLIO-REPORT-LINE
                    WRITE PORTFOLIO-REPORT-LINE
                    MOVE WS-PRIOR-TEAM TO TH-TEAM
                    WRITE PORTFOLIO-REPORT-LINE FROM WS-TEAM-HEADING
                    WRITE PORTFOLIO-REPORT-LINE FROM WS-TEAM-COLUMNS
                 END-IF
                 MOVE WS-TL-LANGUAGE (TL-IDX) TO TL-LANGUAGE
                 MOVE WS-TL-ACCOUNTS (TL-IDX) TO TL-ACCOUNTS
                 MOVE WS-TL-REPOS (TL-IDX) TO TL-REPOS
                 MOVE WS-TL-STARS (TL-IDX) TO TL-STARS
                 MOVE WS-TL-PUSHED (TL-IDX) TO TL-PUSHED
                 WRITE PORTFOLIO-REPORT-LINE FROM WS-TEAM-LINE
              END-PERFORM.

       WRITE-PORTFOLIO-TOTALS.
              MOVE SPACES TO PORTFOLIO-REPORT-LINE
              WRITE PORTFOLIO-REPORT-LINE
              MOVE "ACCOUNTS REPORTED" TO TT-LABEL
              MOVE WS-ACCOUNT-COUNT TO TT-COUNT
              WRITE PORTFOLIO-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "NEW LANGUAGES IN 30 DAYS" TO TT-LABEL
              MOVE WS-NEW-LANG-COUNT TO TT-COUNT
              WRITE PORTFOLIO-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "LANGUAGES WITH NO PUSHES IN 30 DAYS" TO TT-LABEL
              MOVE WS-IDLE-LANG-COUNT TO TT-COUNT
              WRITE PORTFOLIO-REPORT-LINE FROM WS-TOTAL-LINE.
