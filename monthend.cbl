      *
      * MONTH-END-CLOSE
      * Freezes each account's month-end figures into the keyed
      * monthly summary master MONTHSUM.MST (login + yyyymm), so the
      * month can still be compared with the same month in later
      * years once PROFILE.HIST has purged the daily snapshots. For
      * every login with snapshots in the month the close takes
      * followers, public repos, repo count and member count from the
      * month's last snapshot, with each figure's high and low across
      * the month and its net change since the prior month's close
      * (or since the month's first snapshot when the prior month was
      * never closed). The team comes from WATCHLIST.MST.
      * The step runs every night and only closes on the last
      * business day of the month (Monday to Friday, the next
      * weekday falls in the following month); on any other night it
      * ends quietly. Every close is logged in the close register
      * MONTHCLS.DAT, and a month already on the register is refused
      * with return code 8 unless the operator forces a re-close.
      * The operator steers a single submission with MONTHEND.PRM,
      * which is read once and then deleted:
      *    CLOSE-MONTH=202608   close this month instead - a month
      *                         whose last business day was missed,
      *                         while its snapshots are still held
      *    FORCE-RECLOSE=Y      close the month again even though the
      *                         register shows it closed; its prior
      *                         summary records are replaced
      * Summary records older than six years are purged by the close.
      * Run as a separate batch step after HISTORY-LOAD has appended
      * today's snapshot.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MONTHEND.PRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CLOSE-REGISTER-FILE ASSIGN TO "MONTHCLS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT WATCHLIST-MASTER-FILE ASSIGN TO "WATCHLIST.MST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "PROFILE.HIST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "MONTHSUM.MST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-SUMMARY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD             PIC X(200).
       FD  CLOSE-REGISTER-FILE
           RECORDING MODE IS F.
       01 CLOSE-REGISTER-RECORD.
          05 CR-MONTH             PIC 9(6).
          05 FILLER               PIC X.
          05 CR-CLOSE-STAMP       PIC X(14).
          05 FILLER               PIC X.
          05 CR-ACCOUNTS          PIC 9(7).
          05 FILLER               PIC X.
          05 CR-CLOSE-TYPE        PIC X(7).
       FD  WATCHLIST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "watchlist-master.cpy".
       FD  HISTORY-FILE.
           COPY "profile-hist.cpy".
       FD  SUMMARY-FILE.
           COPY "month-summary.cpy".
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS          PIC XX.
       01 WS-REGISTER-STATUS      PIC XX.
       01 WS-MASTER-STATUS        PIC XX.
       01 WS-HISTORY-STATUS       PIC XX.
       01 WS-SUMMARY-STATUS       PIC XX.
       01 WS-EOF-PARM             PIC X VALUE "N".
          88 EOF-PARM                   VALUE "Y".
       01 WS-EOF-REGISTER         PIC X VALUE "N".
          88 EOF-REGISTER               VALUE "Y".
       01 WS-EOF-MASTER           PIC X VALUE "N".
          88 EOF-MASTER                 VALUE "Y".
       01 WS-EOF-HISTORY          PIC X VALUE "N".
          88 EOF-HISTORY                VALUE "Y".
       01 WS-EOF-SUMMARY          PIC X VALUE "N".
          88 EOF-SUMMARY                VALUE "Y".
       01 WS-CONFIG-LINE          PIC X(200).
       01 WS-CONFIG-KEY           PIC X(20).
       01 WS-CONFIG-VALUE         PIC X(100).
       01 WS-CONFIG-PTR           PIC 9(4).
       01 WS-PARM-NAME            PIC X(64) VALUE "MONTHEND.PRM".
       01 WS-PARM-CLOSE-MONTH     PIC 9(6) VALUE 0.
       01 WS-FORCE-RECLOSE        PIC X VALUE "N".
          88 FORCE-RECLOSE              VALUE "Y".
       01 WS-RETENTION-MONTHS     PIC 9(3) VALUE 72.
       01 WS-NOW-STAMP            PIC X(14).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-MONTH            PIC 9(6).
       01 WS-DATE-INTEGER         PIC 9(8).
       01 WS-WEEKDAY              PIC 9.
       01 WS-NEXT-BUSINESS-DATE   PIC 9(8).
       01 WS-LAST-BUSINESS-DAY    PIC X VALUE "N".
          88 LAST-BUSINESS-DAY          VALUE "Y".
       01 WS-CLOSE-MONTH          PIC 9(6).
       01 WS-CLOSE-MONTH-PARTS REDEFINES WS-CLOSE-MONTH.
          05 WS-CM-YEAR           PIC 9(4).
          05 WS-CM-MONTH          PIC 9(2).
       01 WS-MONTH-FIRST-DATE     PIC 9(8).
       01 WS-MONTH-LAST-DATE      PIC 9(8).
       01 WS-NEXT-MONTH-FIRST     PIC 9(8).
       01 WS-PRIOR-MONTH          PIC 9(6).
       01 WS-PURGE-MONTH          PIC 9(6).
       01 WS-MONTH-NUMBER         PIC 9(6).
       01 WS-PURGE-YEAR           PIC 9(4).
       01 WS-PURGE-MM             PIC 9(2).
       01 WS-ALREADY-CLOSED       PIC X VALUE "N".
          88 MONTH-ALREADY-CLOSED       VALUE "Y".
       01 WS-PRIOR-CLOSE-STAMP    PIC X(14).
       01 WS-MASTER-COUNT         PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
          05 WS-MASTER-ENTRY OCCURS 2000 TIMES INDEXED BY MST-IDX.
             10 WS-E-LOGIN            PIC X(39).
             10 WS-E-TEAM             PIC X(10).
       01 WS-MASTER-OVERFLOW      PIC X VALUE "N".
          88 MASTER-TABLE-OVERFLOW      VALUE "Y".
       01 WS-SNAP-FIGURES.
          05 WS-SNAP-FIGURE OCCURS 4 TIMES PIC 9(7).
       01 WS-CLOSE-COUNT          PIC 9(4) VALUE 0.
       01 WS-CLOSE-TABLE.
          05 WS-CLOSE-ENTRY OCCURS 2000 TIMES INDEXED BY CLS-IDX.
             10 WS-C-LOGIN            PIC X(40).
             10 WS-C-ACCT-TYPE        PIC X.
             10 WS-C-SNAPSHOT-DAYS    PIC 9(3).
             10 WS-C-FIGURE OCCURS 4 TIMES.
                15 WS-C-FIRST         PIC 9(7).
                15 WS-C-END           PIC 9(7).
                15 WS-C-HIGH          PIC 9(7).
                15 WS-C-LOW           PIC 9(7).
       01 WS-CLOSE-OVERFLOW       PIC X VALUE "N".
          88 CLOSE-TABLE-OVERFLOW       VALUE "Y".
       01 WS-FIG-SUB              PIC 9.
       01 WS-PRIOR-FOUND          PIC X.
          88 PRIOR-CLOSE-FOUND          VALUE "Y".
       01 WS-PRIOR-ENDS.
          05 WS-PRIOR-END OCCURS 4 TIMES PIC 9(7).
       01 WS-WRITTEN-COUNT        PIC 9(7) VALUE 0.
       01 WS-PURGED-COUNT         PIC 9(7) VALUE 0.
       01 WS-REPLACED-COUNT       PIC 9(7) VALUE 0.
       01 WS-FROM-PRIOR-COUNT     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
              MOVE WS-NOW-STAMP(1:8) TO WS-RUN-DATE
              MOVE WS-NOW-STAMP(1:6) TO WS-RUN-MONTH

              PERFORM LOAD-OPERATOR-PARM
              PERFORM CHECK-LAST-BUSINESS-DAY
              PERFORM SELECT-CLOSE-MONTH
              PERFORM CHECK-CLOSE-REGISTER
              PERFORM SET-MONTH-BOUNDS
              PERFORM LOAD-MASTER-TABLE
              PERFORM COLLECT-MONTH-SNAPSHOTS

              IF WS-CLOSE-COUNT = 0
                 DISPLAY "No PROFILE.HIST snapshots fall in month "
                    WS-CLOSE-MONTH " - month not closed"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF

              PERFORM OPEN-SUMMARY-MASTER
              PERFORM PURGE-SUMMARY-MASTER
              PERFORM VARYING CLS-IDX FROM 1 BY 1
                 UNTIL CLS-IDX > WS-CLOSE-COUNT
                 PERFORM WRITE-ONE-SUMMARY
              END-PERFORM
              CLOSE SUMMARY-FILE

              PERFORM REGISTER-CLOSE

              IF MASTER-TABLE-OVERFLOW
                 DISPLAY "WARNING: WATCHLIST.MST has more than 2000 "
                    "entries - overflow accounts closed with no team"
              END-IF
              IF CLOSE-TABLE-OVERFLOW
                 DISPLAY "WARNING: more than 2000 logins in "
                    "PROFILE.HIST - overflow logins were not closed"
              END-IF
              DISPLAY "Month " WS-CLOSE-MONTH " closed: "
                 WS-WRITTEN-COUNT " account(s) frozen, "
                 WS-FROM-PRIOR-COUNT " net from prior close, "
                 WS-REPLACED-COUNT " replaced, " WS-PURGED-COUNT
                 " expired summary record(s) purged"
       STOP RUN.

      *
      * The parm file steers one submission only, so it is deleted
      * once read; a forgotten FORCE-RECLOSE must not let next
      * month's close run twice.
      *
       LOAD-OPERATOR-PARM.
              OPEN INPUT PARM-FILE
              IF WS-PARM-STATUS = "00"
                 PERFORM UNTIL EOF-PARM
                    READ PARM-FILE INTO PARM-RECORD
                       AT END
                          SET EOF-PARM TO TRUE
                       NOT AT END
                          MOVE PARM-RECORD TO WS-CONFIG-LINE
                          PERFORM APPLY-CONFIG-LINE
                    END-READ
                 END-PERFORM
                 CLOSE PARM-FILE
                 CALL "CBL_DELETE_FILE" USING WS-PARM-NAME
                 IF RETURN-CODE NOT = 0
                    DISPLAY "WARNING: unable to delete MONTHEND.PRM - "
                       "remove it before the next submission"
                 END-IF
                 MOVE 0 TO RETURN-CODE
                 DISPLAY "Operator parm applied: CLOSE-MONTH "
                    WS-PARM-CLOSE-MONTH " FORCE-RECLOSE "
                    WS-FORCE-RECLOSE
              END-IF.

       APPLY-CONFIG-LINE.
              IF FUNCTION TRIM(WS-CONFIG-LINE) NOT = SPACES
                 MOVE SPACES TO WS-CONFIG-KEY WS-CONFIG-VALUE
                 MOVE 1 TO WS-CONFIG-PTR
                 UNSTRING WS-CONFIG-LINE DELIMITED BY "="
                    INTO WS-CONFIG-KEY
                    WITH POINTER WS-CONFIG-PTR
                 END-UNSTRING
                 MOVE WS-CONFIG-LINE(WS-CONFIG-PTR:) TO WS-CONFIG-VALUE
                 MOVE FUNCTION TRIM(WS-CONFIG-KEY) TO WS-CONFIG-KEY
                 MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO WS-CONFIG-VALUE
                 EVALUATE WS-CONFIG-KEY
                    WHEN "CLOSE-MONTH"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                          TO WS-PARM-CLOSE-MONTH
                    WHEN "FORCE-RECLOSE"
                       MOVE WS-CONFIG-VALUE(1:1) TO WS-FORCE-RECLOSE
                    WHEN OTHER
                       DISPLAY "Ignoring unknown config key: "
                          WS-CONFIG-KEY
                 END-EVALUATE
              END-IF.

      *
      * Day 1 of the integer date calendar is Monday 1 January 1601,
      * so the weekday falls out of the day number modulo 7
      * (1 = Monday .. 7 = Sunday). Today is the last business day
      * when it is a weekday and the next weekday is in another month.
      *
       CHECK-LAST-BUSINESS-DAY.
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              COMPUTE WS-WEEKDAY =
                 FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
              IF WS-WEEKDAY < 6
                 EVALUATE WS-WEEKDAY
                    WHEN 5
                       ADD 3 TO WS-DATE-INTEGER
                    WHEN OTHER
                       ADD 1 TO WS-DATE-INTEGER
                 END-EVALUATE
                 COMPUTE WS-NEXT-BUSINESS-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                 IF WS-NEXT-BUSINESS-DATE(1:6) NOT = WS-RUN-MONTH
                    SET LAST-BUSINESS-DAY TO TRUE
                 END-IF
              END-IF.

      *
      * An operator-named month must be a real month that is already
      * over, or the current month on its last business day; without
      * one, only the last business day closes anything.
      *
       SELECT-CLOSE-MONTH.
              IF WS-PARM-CLOSE-MONTH NOT = 0
                 MOVE WS-PARM-CLOSE-MONTH TO WS-CLOSE-MONTH
                 IF WS-CM-MONTH < 1 OR WS-CM-MONTH > 12
                    OR WS-CM-YEAR < 1601
                    DISPLAY "CLOSE-MONTH " WS-PARM-CLOSE-MONTH
                       " in MONTHEND.PRM is not a valid yyyymm"
                       " - month not closed"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF WS-CLOSE-MONTH > WS-RUN-MONTH
                    OR (WS-CLOSE-MONTH = WS-RUN-MONTH
                    AND NOT LAST-BUSINESS-DAY)
                    DISPLAY "CLOSE-MONTH " WS-CLOSE-MONTH
                       " in MONTHEND.PRM has not reached its last "
                       "business day - month not closed"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              ELSE
                 IF LAST-BUSINESS-DAY
                    MOVE WS-RUN-MONTH TO WS-CLOSE-MONTH
                 ELSE
                    DISPLAY "Run date " WS-RUN-DATE
                       " is not the last business day of the month"
                       " - no month-end close taken"
                    MOVE 0 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF.

      *
      * A month on the register has already been frozen; closing it
      * again would quietly replace the figures the month-end reports
      * were built from, so it needs the operator's FORCE-RECLOSE.
      *
       CHECK-CLOSE-REGISTER.
              OPEN INPUT CLOSE-REGISTER-FILE
              IF WS-REGISTER-STATUS = "00"
                 PERFORM UNTIL EOF-REGISTER
                    READ CLOSE-REGISTER-FILE
                       AT END
                          SET EOF-REGISTER TO TRUE
                       NOT AT END
                          IF CR-MONTH = WS-CLOSE-MONTH
                             SET MONTH-ALREADY-CLOSED TO TRUE
                             MOVE CR-CLOSE-STAMP
                                TO WS-PRIOR-CLOSE-STAMP
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CLOSE-REGISTER-FILE
              ELSE
                 IF WS-REGISTER-STATUS NOT = "35"
                    DISPLAY "Unable to open MONTHCLS.DAT, status: "
                       WS-REGISTER-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              IF MONTH-ALREADY-CLOSED
                 IF FORCE-RECLOSE
                    DISPLAY "Month " WS-CLOSE-MONTH " was closed at "
                       WS-PRIOR-CLOSE-STAMP " - re-closing as forced"
                 ELSE
                    DISPLAY "Month " WS-CLOSE-MONTH
                       " is already closed (at " WS-PRIOR-CLOSE-STAMP
                       ") - set FORCE-RECLOSE=Y in MONTHEND.PRM to "
                       "close it again"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF.

      *
      * Month bounds, the prior month whose close anchors the net
      * change, and the oldest month kept on the summary master.
      *
       SET-MONTH-BOUNDS.
              COMPUTE WS-MONTH-FIRST-DATE = WS-CLOSE-MONTH * 100 + 1
              IF WS-CM-MONTH = 12
                 COMPUTE WS-NEXT-MONTH-FIRST =
                    (WS-CM-YEAR + 1) * 10000 + 101
                 COMPUTE WS-PRIOR-MONTH = WS-CLOSE-MONTH - 1
              ELSE
                 COMPUTE WS-NEXT-MONTH-FIRST =
                    WS-MONTH-FIRST-DATE + 100
                 IF WS-CM-MONTH = 1
                    COMPUTE WS-PRIOR-MONTH =
                       (WS-CM-YEAR - 1) * 100 + 12
                 ELSE
                    COMPUTE WS-PRIOR-MONTH = WS-CLOSE-MONTH - 1
                 END-IF
              END-IF
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1
              COMPUTE WS-MONTH-LAST-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
              COMPUTE WS-MONTH-NUMBER =
                 WS-CM-YEAR * 12 + WS-CM-MONTH - 1
                 - WS-RETENTION-MONTHS
              DIVIDE WS-MONTH-NUMBER BY 12
                 GIVING WS-PURGE-YEAR REMAINDER WS-PURGE-MM
              COMPUTE WS-PURGE-MONTH =
                 WS-PURGE-YEAR * 100 + WS-PURGE-MM + 1.

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
                 MOVE WM-TEAM TO WS-E-TEAM (MST-IDX)
              ELSE
                 SET MASTER-TABLE-OVERFLOW TO TRUE
              END-IF.

      *
      * The history arrives in login / snapshot date order, so the
      * first snapshot seen in the month opens a login's entry and
      * each later one becomes its month-end figure.
      *
       COLLECT-MONTH-SNAPSHOTS.
              OPEN INPUT HISTORY-FILE
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.HIST, status: "
                    WS-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-HISTORY
                 READ HISTORY-FILE NEXT RECORD
                    AT END
                       SET EOF-HISTORY TO TRUE
                    NOT AT END
                       IF HM-SNAP-DATE >= WS-MONTH-FIRST-DATE
                          AND HM-SNAP-DATE <= WS-MONTH-LAST-DATE
                          PERFORM COLLECT-ONE-SNAPSHOT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE.

       COLLECT-ONE-SNAPSHOT.
              MOVE HM-FOLLOWERS TO WS-SNAP-FIGURE (1)
              MOVE HM-PUBLIC-REPOS TO WS-SNAP-FIGURE (2)
              MOVE HM-REPO-COUNT TO WS-SNAP-FIGURE (3)
              MOVE HM-MEMBER-COUNT TO WS-SNAP-FIGURE (4)
              IF WS-CLOSE-COUNT > 0
                 AND WS-C-LOGIN (WS-CLOSE-COUNT) = HM-LOGIN
                 SET CLS-IDX TO WS-CLOSE-COUNT
                 ADD 1 TO WS-C-SNAPSHOT-DAYS (CLS-IDX)
                 MOVE HM-ACCT-TYPE TO WS-C-ACCT-TYPE (CLS-IDX)
                 PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                    UNTIL WS-FIG-SUB > 4
                    MOVE WS-SNAP-FIGURE (WS-FIG-SUB)
                       TO WS-C-END (CLS-IDX WS-FIG-SUB)
                    IF WS-SNAP-FIGURE (WS-FIG-SUB)
                       > WS-C-HIGH (CLS-IDX WS-FIG-SUB)
                       MOVE WS-SNAP-FIGURE (WS-FIG-SUB)
                          TO WS-C-HIGH (CLS-IDX WS-FIG-SUB)
                    END-IF
                    IF WS-SNAP-FIGURE (WS-FIG-SUB)
                       < WS-C-LOW (CLS-IDX WS-FIG-SUB)
                       MOVE WS-SNAP-FIGURE (WS-FIG-SUB)
                          TO WS-C-LOW (CLS-IDX WS-FIG-SUB)
                    END-IF
                 END-PERFORM
              ELSE
                 IF WS-CLOSE-COUNT < 2000
                    ADD 1 TO WS-CLOSE-COUNT
                    SET CLS-IDX TO WS-CLOSE-COUNT
                    MOVE HM-LOGIN TO WS-C-LOGIN (CLS-IDX)
                    MOVE HM-ACCT-TYPE TO WS-C-ACCT-TYPE (CLS-IDX)
                    MOVE 1 TO WS-C-SNAPSHOT-DAYS (CLS-IDX)
                    PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > 4
                       MOVE WS-SNAP-FIGURE (WS-FIG-SUB)
                          TO WS-C-FIRST (CLS-IDX WS-FIG-SUB)
                             WS-C-END (CLS-IDX WS-FIG-SUB)
                             WS-C-HIGH (CLS-IDX WS-FIG-SUB)
                             WS-C-LOW (CLS-IDX WS-FIG-SUB)
                    END-PERFORM
                 ELSE
                    SET CLOSE-TABLE-OVERFLOW TO TRUE
                 END-IF
              END-IF.

       OPEN-SUMMARY-MASTER.
              OPEN I-O SUMMARY-FILE
              IF WS-SUMMARY-STATUS = "35"
                 OPEN OUTPUT SUMMARY-FILE
                 IF WS-SUMMARY-STATUS NOT = "00"
                    DISPLAY "Unable to create MONTHSUM.MST, status: "
                       WS-SUMMARY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 CLOSE SUMMARY-FILE
                 OPEN I-O SUMMARY-FILE
              END-IF
              IF WS-SUMMARY-STATUS NOT = "00"
                 DISPLAY "Unable to open MONTHSUM.MST, status: "
                    WS-SUMMARY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF.

      *
      * Months older than the retention period drop off, and on a
      * forced re-close the month's earlier records go too, so an
      * account no longer in the history does not keep a stale
      * summary.
      *
       PURGE-SUMMARY-MASTER.
              MOVE LOW-VALUES TO MS-KEY
              START SUMMARY-FILE KEY NOT < MS-KEY
                 INVALID KEY
                    SET EOF-SUMMARY TO TRUE
              END-START
              PERFORM UNTIL EOF-SUMMARY
                 READ SUMMARY-FILE NEXT RECORD
                    AT END
                       SET EOF-SUMMARY TO TRUE
                    NOT AT END
                       IF MS-MONTH < WS-PURGE-MONTH
                          DELETE SUMMARY-FILE RECORD
                          ADD 1 TO WS-PURGED-COUNT
                       ELSE
                          IF MS-MONTH = WS-CLOSE-MONTH
                             DELETE SUMMARY-FILE RECORD
                             ADD 1 TO WS-REPLACED-COUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.

      *
      * Net change runs from the prior month's frozen figure when
      * that month was closed, otherwise from the month's first
      * snapshot.
      *
       WRITE-ONE-SUMMARY.
              MOVE "N" TO WS-PRIOR-FOUND
              MOVE WS-C-LOGIN (CLS-IDX) TO MS-LOGIN
              MOVE WS-PRIOR-MONTH TO MS-MONTH
              READ SUMMARY-FILE
                 KEY IS MS-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET PRIOR-CLOSE-FOUND TO TRUE
                    PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > 4
                       MOVE MS-FIG-END (WS-FIG-SUB)
                          TO WS-PRIOR-END (WS-FIG-SUB)
                    END-PERFORM
              END-READ

              MOVE SPACES TO MONTH-SUMMARY-RECORD
              MOVE WS-C-LOGIN (CLS-IDX) TO MS-LOGIN
              MOVE WS-CLOSE-MONTH TO MS-MONTH
              MOVE WS-RUN-DATE TO MS-CLOSE-DATE
              MOVE WS-C-ACCT-TYPE (CLS-IDX) TO MS-ACCT-TYPE
              PERFORM VARYING MST-IDX FROM 1 BY 1
                 UNTIL MST-IDX > WS-MASTER-COUNT
                 IF WS-E-LOGIN (MST-IDX) = MS-LOGIN
                    MOVE WS-E-TEAM (MST-IDX) TO MS-TEAM
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              MOVE WS-C-SNAPSHOT-DAYS (CLS-IDX) TO MS-SNAPSHOT-DAYS
              IF PRIOR-CLOSE-FOUND
                 SET MS-NET-FROM-PRIOR-CLOSE TO TRUE
                 ADD 1 TO WS-FROM-PRIOR-COUNT
              ELSE
                 SET MS-NET-FROM-FIRST-SNAP TO TRUE
              END-IF
              PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                 UNTIL WS-FIG-SUB > 4
                 MOVE WS-C-END (CLS-IDX WS-FIG-SUB)
                    TO MS-FIG-END (WS-FIG-SUB)
                 MOVE WS-C-HIGH (CLS-IDX WS-FIG-SUB)
                    TO MS-FIG-HIGH (WS-FIG-SUB)
                 MOVE WS-C-LOW (CLS-IDX WS-FIG-SUB)
                    TO MS-FIG-LOW (WS-FIG-SUB)
                 IF PRIOR-CLOSE-FOUND
                    COMPUTE MS-FIG-NET (WS-FIG-SUB) =
                       WS-C-END (CLS-IDX WS-FIG-SUB)
                       - WS-PRIOR-END (WS-FIG-SUB)
                 ELSE
                    COMPUTE MS-FIG-NET (WS-FIG-SUB) =
                       WS-C-END (CLS-IDX WS-FIG-SUB)
                       - WS-C-FIRST (CLS-IDX WS-FIG-SUB)
                 END-IF
              END-PERFORM

              WRITE MONTH-SUMMARY-RECORD
                 INVALID KEY
                    REWRITE MONTH-SUMMARY-RECORD
              END-WRITE
              IF WS-SUMMARY-STATUS = "00"
                 ADD 1 TO WS-WRITTEN-COUNT
              ELSE
                 DISPLAY "Unable to write month summary for "
                    FUNCTION TRIM(MS-LOGIN) " status: "
                    WS-SUMMARY-STATUS
              END-IF.

       REGISTER-CLOSE.
              OPEN EXTEND CLOSE-REGISTER-FILE
              IF WS-REGISTER-STATUS = "35"
                 OPEN OUTPUT CLOSE-REGISTER-FILE
              END-IF
              IF WS-REGISTER-STATUS NOT = "00"
                 DISPLAY "Unable to open MONTHCLS.DAT, status: "
                    WS-REGISTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACES TO CLOSE-REGISTER-RECORD
              MOVE WS-CLOSE-MONTH TO CR-MONTH
              MOVE WS-NOW-STAMP TO CR-CLOSE-STAMP
              MOVE WS-WRITTEN-COUNT TO CR-ACCOUNTS
              IF MONTH-ALREADY-CLOSED
                 MOVE "RECLOSE" TO CR-CLOSE-TYPE
              ELSE
                 MOVE "CLOSE" TO CR-CLOSE-TYPE
              END-IF
              WRITE CLOSE-REGISTER-RECORD
              CLOSE CLOSE-REGISTER-FILE.
