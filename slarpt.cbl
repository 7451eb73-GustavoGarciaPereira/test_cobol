      *
      * BATCH-SLA-REPORT
      * Prints SLA.RPT for one calendar month from the run history
      * master RUNHIST.MST written by RUN-HISTORY-LOAD:
      *    a summary - nights in the month so far, nights on file
      *    and not on file, nights completed on time and late, nights
      *    cut off by the call budget or by the deadline, nights the
      *    fetch never finished, nights out of balance, the on-time
      *    completion rate and the month's error rate against the
      *    prior month's
      *    one line per night - outcome, fetch start and end, the
      *    SLA verdict, calls, error calls and error rate, retries,
      *    the balance flag, rows quarantined and alerts posted
      *    the error-rate trend by week of the month (days 1-7, 8-14,
      *    15-21, 22-28, 29 on) up to the latest night, each week set
      *    against the one before and the month against the prior
      *    month
      *    every night that did not complete, with why: the call
      *    budget or the deadline, the account the fetch stopped at
      *    and how many were left, a missing shard, or no record
      *    the worst nights of the month by error rate
      * A night is on time when the fetch COMPLETED by the deadline
      * on the morning after it started (on the same day when the
      * fetch started before the deadline time). The on-time rate is
      * taken over every night of the month up to the latest night
      * on file, so a night with no record counts as missed. Error
      * calls are those that came back neither 2xx nor 304.
      * Settings come from SLACFG.DAT:
      *    DEADLINE-TIME=060000  the SLA deadline, HHMMSS
      *    WORST-NIGHTS=5        how many worst nights to list (1-10)
      * The report covers the month of the latest night on file
      * (month to date), so the report printed on the month's last
      * night is the month's final one. The operator can print any
      * other month still on the master with SLARPT.PRM, which is
      * read once and then deleted:
      *    REPORT-MONTH=202609
      * Run as a separate batch step after RUN-HISTORY-LOAD.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-SLA-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "SLACFG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT PARM-FILE ASSIGN TO "SLARPT.PRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.MST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RN-RUN-DATE
               FILE STATUS IS WS-RUN-HISTORY-STATUS.
           SELECT SLA-REPORT-FILE ASSIGN TO "SLA.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01 CONFIG-RECORD           PIC X(200).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD             PIC X(200).
       FD  RUN-HISTORY-FILE.
           COPY "run-hist.cpy".
       FD  SLA-REPORT-FILE
           RECORDING MODE IS F.
       01 SLA-REPORT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CONFIG-STATUS        PIC XX.
       01 WS-PARM-STATUS          PIC XX.
       01 WS-RUN-HISTORY-STATUS   PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-EOF-CONFIG           PIC X VALUE "N".
          88 EOF-CONFIG                 VALUE "Y".
       01 WS-EOF-PARM             PIC X VALUE "N".
          88 EOF-PARM                   VALUE "Y".
       01 WS-EOF-RUN-HISTORY      PIC X VALUE "N".
          88 EOF-RUN-HISTORY            VALUE "Y".
       01 WS-CONFIG-LINE          PIC X(200).
       01 WS-CONFIG-KEY           PIC X(20).
       01 WS-CONFIG-VALUE         PIC X(100).
       01 WS-CONFIG-PTR           PIC 9(4).
       01 WS-PARM-NAME            PIC X(64) VALUE "SLARPT.PRM".
       01 WS-PARM-REPORT-MONTH    PIC 9(6) VALUE 0.
       01 WS-DEADLINE-TIME        PIC X(6) VALUE "060000".
       01 WS-WORST-NIGHTS         PIC 9(2) VALUE 5.
       01 WS-NOW-STAMP            PIC X(14).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-LATEST-NIGHT         PIC 9(8) VALUE 0.
       01 WS-REPORT-MONTH         PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
          05 WS-RM-YEAR           PIC 9(4).
          05 WS-RM-MONTH          PIC 9(2).
       01 WS-MONTH-FIRST-DATE     PIC 9(8).
       01 WS-NEXT-MONTH-FIRST     PIC 9(8).
       01 WS-MONTH-LAST-DATE      PIC 9(8).
       01 WS-PRIOR-FIRST-DATE     PIC 9(8).
       01 WS-PRIOR-MONTH          PIC 9(6).
       01 WS-PERIOD-LAST-DATE     PIC 9(8).
       01 WS-PERIOD-DAYS          PIC 9(2).
       01 WS-DAY-OF-MONTH         PIC 9(2).
       01 WS-DAY-LESS-ONE         PIC 9(2).
       01 WS-DAY-SUB              PIC 9(2).
       01 WS-WEEK-SUB             PIC 9.
       01 WS-WEEK-COUNT           PIC 9.
       01 WS-WEEK-FIRST-DAY       PIC 9(2).
       01 WS-WEEK-LAST-DAY        PIC 9(2).
       01 WS-RANK                 PIC 9(2).
       01 WS-BEST-SUB             PIC 9(2).
       01 WS-SCAN-SUB             PIC 9(2).
       01 WS-DEADLINE-DATE        PIC 9(8).
       01 WS-DEADLINE-STAMP       PIC X(14).
       01 WS-NIGHT-COUNT          PIC 9(2) VALUE 0.
       01 WS-NIGHT-TABLE.
          05 WS-NIGHT-ENTRY OCCURS 31 TIMES INDEXED BY NGT-IDX.
             10 WS-N-DATE             PIC 9(8).
             10 WS-N-OUTCOME          PIC X(10).
             10 WS-N-REASON           PIC X(8).
             10 WS-N-LOGIN            PIC X(39).
             10 WS-N-REMAINING        PIC 9(5).
             10 WS-N-START            PIC X(14).
             10 WS-N-END              PIC X(14).
             10 WS-N-CALLS            PIC 9(7).
             10 WS-N-ERRORS           PIC 9(7).
             10 WS-N-RETRIES          PIC 9(7).
             10 WS-N-BALANCE          PIC X(14).
             10 WS-N-QUARANTINE       PIC 9(7).
             10 WS-N-ALERTS           PIC 9(7).
             10 WS-N-ERROR-RATE       PIC 9(3)V99.
             10 WS-N-VERDICT          PIC X(8).
             10 WS-N-RANKED           PIC X.
       01 WS-DAY-TABLE.
          05 WS-DAY-NIGHT-SUB OCCURS 31 TIMES PIC 9(2).
       01 WS-WEEK-TABLE.
          05 WS-WEEK-ENTRY OCCURS 5 TIMES.
             10 WS-WK-NIGHTS          PIC 9(2).
             10 WS-WK-CALLS           PIC 9(9).
             10 WS-WK-ERRORS          PIC 9(9).
       01 WS-COMPLETED-COUNT      PIC 9(2) VALUE 0.
       01 WS-ON-TIME-COUNT        PIC 9(2) VALUE 0.
       01 WS-LATE-COUNT           PIC 9(2) VALUE 0.
       01 WS-BUDGET-CUT-COUNT     PIC 9(2) VALUE 0.
       01 WS-DEADLINE-CUT-COUNT   PIC 9(2) VALUE 0.
       01 WS-OTHER-CUT-COUNT      PIC 9(2) VALUE 0.
       01 WS-NOT-DONE-COUNT       PIC 9(2) VALUE 0.
       01 WS-OUT-OF-BALANCE-COUNT PIC 9(2) VALUE 0.
       01 WS-MISSING-COUNT        PIC 9(2) VALUE 0.
       01 WS-MONTH-CALLS          PIC 9(9) VALUE 0.
       01 WS-MONTH-ERRORS         PIC 9(9) VALUE 0.
       01 WS-PRIOR-NIGHTS         PIC 9(2) VALUE 0.
       01 WS-PRIOR-CALLS          PIC 9(9) VALUE 0.
       01 WS-PRIOR-ERRORS         PIC 9(9) VALUE 0.
       01 WS-ON-TIME-RATE         PIC 9(3)V99.
       01 WS-ERROR-RATE           PIC 9(3)V99.
       01 WS-LAST-RATE            PIC 9(3)V99.
       01 WS-HAVE-LAST-RATE       PIC X VALUE "N".
          88 HAVE-LAST-RATE             VALUE "Y".
       01 WS-PRIOR-RATE           PIC 9(3)V99.
       01 WS-HAVE-PRIOR-RATE      PIC X VALUE "N".
          88 HAVE-PRIOR-RATE            VALUE "Y".
       01 WS-RATE-CHANGE          PIC S9(3)V99.
       01 WS-TREND-CALLS          PIC 9(9).
       01 WS-TREND-ERRORS         PIC 9(9).
       01 WS-LISTED-COUNT         PIC 9(2).
       01 WS-HEADING-LINE.
          05 FILLER               PIC X(25) VALUE
                    "BATCH SLA REPORT - MONTH ".
          05 HD-REPORT-MONTH      PIC 9(6).
          05 FILLER               PIC X(12) VALUE " - DEADLINE ".
          05 HD-DEADLINE          PIC X(8).
          05 FILLER               PIC X(9) VALUE " - AS OF ".
          05 HD-RUN-DATE          PIC 9(8).
       01 WS-PERIOD-LINE.
          05 FILLER               PIC X(12) VALUE "NIGHTS FROM ".
          05 PL-FIRST-DATE        PIC 9(8).
          05 FILLER               PIC X(4) VALUE " TO ".
          05 PL-LAST-DATE         PIC 9(8).
       01 WS-SUMMARY-HEADING      PIC X(60) VALUE "SUMMARY".
       01 WS-NIGHTLY-HEADING      PIC X(60) VALUE "NIGHTS".
       01 WS-TREND-HEADING        PIC X(60) VALUE
                    "ERROR-RATE TREND".
       01 WS-MISSED-HEADING       PIC X(60) VALUE
                    "NIGHTS NOT COMPLETED AND WHY".
       01 WS-WORST-HEADING        PIC X(60) VALUE
                    "WORST NIGHTS BY ERROR RATE".
       01 WS-NONE-LINE            PIC X(60) VALUE "    NONE".
       01 WS-TOTAL-LINE.
          05 TT-LABEL             PIC X(34).
          05 FILLER               PIC X(2) VALUE ": ".
          05 TT-COUNT             PIC Z(6)9.
       01 WS-RATE-LINE.
          05 RT-LABEL             PIC X(34).
          05 FILLER               PIC X(2) VALUE ": ".
          05 RT-RATE              PIC ZZZ9.99.
          05 RT-RATE-X REDEFINES RT-RATE PIC X(7).
       01 WS-NIGHT-COLUMNS.
          05 FILLER               PIC X(10) VALUE "DATE".
          05 FILLER               PIC X(11) VALUE "OUTCOME".
          05 FILLER               PIC X(10) VALUE "REASON".
          05 FILLER               PIC X(7) VALUE "START".
          05 FILLER               PIC X(13) VALUE "END".
          05 FILLER               PIC X(8) VALUE "VERDICT".
          05 FILLER               PIC X(8) VALUE "   CALLS".
          05 FILLER               PIC X(8) VALUE "  ERRORS".
          05 FILLER               PIC X(7) VALUE "  ERR %".
          05 FILLER               PIC X(8) VALUE " RETRIES".
          05 FILLER               PIC X(16) VALUE "  BALANCE".
          05 FILLER               PIC X(7) VALUE "   QUAR".
          05 FILLER               PIC X(7) VALUE " ALERTS".
       01 WS-NIGHT-LINE.
          05 NL-DATE              PIC 9(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 NL-OUTCOME           PIC X(10).
          05 FILLER               PIC X VALUE SPACE.
          05 NL-REASON            PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 NL-START             PIC X(5).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 NL-END               PIC X(11).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 NL-VERDICT           PIC X(8).
          05 NL-CALLS             PIC Z(7)9.
          05 NL-ERRORS            PIC Z(7)9.
          05 NL-ERROR-RATE        PIC ZZZ9.99.
          05 NL-RETRIES           PIC Z(7)9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 NL-BALANCE           PIC X(14).
          05 NL-QUARANTINE        PIC Z(6)9.
          05 NL-ALERTS            PIC Z(6)9.
       01 WS-TREND-COLUMNS.
          05 FILLER               PIC X(14) VALUE "PERIOD".
          05 FILLER               PIC X(6) VALUE "NIGHTS".
          05 FILLER               PIC X(10) VALUE "     CALLS".
          05 FILLER               PIC X(10) VALUE "    ERRORS".
          05 FILLER               PIC X(7) VALUE "  ERR %".
          05 FILLER               PIC X(10) VALUE "    CHANGE".
       01 WS-TREND-LINE.
          05 TL-LABEL             PIC X(14).
          05 TL-NIGHTS            PIC Z(5)9.
          05 TL-CALLS             PIC Z(9)9.
          05 TL-ERRORS            PIC Z(9)9.
          05 TL-ERROR-RATE        PIC ZZZ9.99.
          05 TL-ERROR-RATE-X REDEFINES TL-ERROR-RATE PIC X(7).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 TL-CHANGE            PIC -(4)9.99.
          05 TL-CHANGE-X REDEFINES TL-CHANGE PIC X(8).
       01 WS-MISSED-COLUMNS.
          05 FILLER               PIC X(10) VALUE "DATE".
          05 FILLER               PIC X(11) VALUE "OUTCOME".
          05 FILLER               PIC X(24) VALUE "WHY".
          05 FILLER               PIC X(40) VALUE "STOPPED AT".
          05 FILLER               PIC X(9) VALUE "REMAINING".
       01 WS-MISSED-LINE.
          05 ML-DATE              PIC 9(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 ML-OUTCOME           PIC X(10).
          05 FILLER               PIC X VALUE SPACE.
          05 ML-WHY               PIC X(22).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 ML-LOGIN             PIC X(39).
          05 FILLER               PIC X VALUE SPACE.
          05 ML-REMAINING         PIC Z(8)9.
          05 ML-REMAINING-X REDEFINES ML-REMAINING PIC X(9).
       01 WS-WORST-COLUMNS.
          05 FILLER               PIC X(4) VALUE "RANK".
          05 FILLER               PIC X(10) VALUE "  DATE".
          05 FILLER               PIC X(7) VALUE "  ERR %".
          05 FILLER               PIC X(8) VALUE "  ERRORS".
          05 FILLER               PIC X(8) VALUE "   CALLS".
          05 FILLER               PIC X(8) VALUE " RETRIES".
          05 FILLER               PIC X(13) VALUE "  OUTCOME".
          05 FILLER               PIC X(8) VALUE "VERDICT".
       01 WS-WORST-LINE.
          05 WL-RANK              PIC Z9.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 WL-DATE              PIC 9(8).
          05 WL-ERROR-RATE        PIC ZZZ9.99.
          05 WL-ERRORS            PIC Z(7)9.
          05 WL-CALLS             PIC Z(7)9.
          05 WL-RETRIES           PIC Z(7)9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WL-OUTCOME           PIC X(10).
          05 FILLER               PIC X VALUE SPACE.
          05 WL-VERDICT           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
              MOVE WS-NOW-STAMP(1:8) TO WS-RUN-DATE

              PERFORM LOAD-CONFIG
              PERFORM LOAD-OPERATOR-PARM

              OPEN INPUT RUN-HISTORY-FILE
              IF WS-RUN-HISTORY-STATUS = "35"
                 DISPLAY "No RUNHIST.MST on file yet - "
                    "no SLA report to print"
                 STOP RUN
              END-IF
              IF WS-RUN-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to open RUNHIST.MST, status: "
                    WS-RUN-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              PERFORM SELECT-REPORT-MONTH
              PERFORM SET-MONTH-BOUNDS
              PERFORM COLLECT-NIGHTS
              CLOSE RUN-HISTORY-FILE

              IF WS-NIGHT-COUNT = 0
                 DISPLAY "No nights on RUNHIST.MST for month "
                    WS-REPORT-MONTH " - no SLA report printed"
                 STOP RUN
              END-IF

              PERFORM MAP-NIGHTS-TO-DAYS

              OPEN OUTPUT SLA-REPORT-FILE
              IF WS-REPORT-STATUS NOT = "00"
                 DISPLAY "Unable to open SLA.RPT, status: "
                    WS-REPORT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM WRITE-SUMMARY-SECTION
              PERFORM WRITE-NIGHTLY-SECTION
              PERFORM WRITE-TREND-SECTION
              PERFORM WRITE-MISSED-SECTION
              PERFORM WRITE-WORST-SECTION
              CLOSE SLA-REPORT-FILE

              DISPLAY "SLA report written for month " WS-REPORT-MONTH
                 ": " WS-ON-TIME-COUNT " of " WS-PERIOD-DAYS
                 " night(s) on time"
       STOP RUN.

       LOAD-CONFIG.
              OPEN INPUT CONFIG-FILE
              IF WS-CONFIG-STATUS = "00"
                 PERFORM UNTIL EOF-CONFIG
                    READ CONFIG-FILE INTO CONFIG-RECORD
                       AT END
                          SET EOF-CONFIG TO TRUE
                       NOT AT END
                          MOVE CONFIG-RECORD TO WS-CONFIG-LINE
                          PERFORM APPLY-CONFIG-LINE
                    END-READ
                 END-PERFORM
                 CLOSE CONFIG-FILE
              ELSE
                 DISPLAY "No SLACFG.DAT found (status "
                    WS-CONFIG-STATUS "), using built-in deadline of "
                    WS-DEADLINE-TIME
              END-IF
              IF WS-WORST-NIGHTS < 1
                 MOVE 1 TO WS-WORST-NIGHTS
              END-IF
              IF WS-WORST-NIGHTS > 10
                 MOVE 10 TO WS-WORST-NIGHTS
              END-IF.

      *
      * The parm file steers one submission only, so it is deleted
      * once read; tomorrow's report goes back to the current month.
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
                    DISPLAY "WARNING: unable to delete SLARPT.PRM - "
                       "remove it before the next submission"
                 END-IF
                 MOVE 0 TO RETURN-CODE
                 DISPLAY "Operator parm applied: REPORT-MONTH "
                    WS-PARM-REPORT-MONTH
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
                    WHEN "DEADLINE-TIME"
                       MOVE WS-CONFIG-VALUE(1:6) TO WS-DEADLINE-TIME
                    WHEN "WORST-NIGHTS"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                          TO WS-WORST-NIGHTS
                    WHEN "REPORT-MONTH"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                          TO WS-PARM-REPORT-MONTH
                    WHEN OTHER
                       DISPLAY "Ignoring unknown config key: "
                          WS-CONFIG-KEY
                 END-EVALUATE
              END-IF.

      *
      * The master is in date order, so its last record is the
      * latest night filed; that night's month is reported unless the
      * operator asked for another.
      *
       SELECT-REPORT-MONTH.
              MOVE 0 TO RN-RUN-DATE
              START RUN-HISTORY-FILE KEY NOT < RN-RUN-DATE
                 INVALID KEY
                    SET EOF-RUN-HISTORY TO TRUE
              END-START
              PERFORM UNTIL EOF-RUN-HISTORY
                 READ RUN-HISTORY-FILE NEXT RECORD
                    AT END
                       SET EOF-RUN-HISTORY TO TRUE
                    NOT AT END
                       MOVE RN-RUN-DATE TO WS-LATEST-NIGHT
                 END-READ
              END-PERFORM
              IF WS-LATEST-NIGHT = 0
                 DISPLAY "RUNHIST.MST holds no nights - "
                    "no SLA report to print"
                 CLOSE RUN-HISTORY-FILE
                 STOP RUN
              END-IF

              MOVE WS-PARM-REPORT-MONTH TO WS-REPORT-MONTH
              IF WS-PARM-REPORT-MONTH NOT = 0
                 AND (WS-RM-MONTH < 1 OR WS-RM-MONTH > 12)
                 DISPLAY "Ignoring REPORT-MONTH " WS-PARM-REPORT-MONTH
                    " - not a valid yyyymm"
                 MOVE 0 TO WS-REPORT-MONTH
              END-IF
              IF WS-REPORT-MONTH = 0
                 MOVE WS-LATEST-NIGHT(1:6) TO WS-REPORT-MONTH
              END-IF.

       SET-MONTH-BOUNDS.
              COMPUTE WS-MONTH-FIRST-DATE = WS-REPORT-MONTH * 100 + 1
              IF WS-RM-MONTH = 12
                 COMPUTE WS-NEXT-MONTH-FIRST =
                    (WS-RM-YEAR + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-NEXT-MONTH-FIRST = WS-MONTH-FIRST-DATE + 100
              END-IF
              IF WS-RM-MONTH = 1
                 COMPUTE WS-PRIOR-FIRST-DATE =
                    (WS-RM-YEAR - 1) * 10000 + 1201
              ELSE
                 COMPUTE WS-PRIOR-FIRST-DATE = WS-MONTH-FIRST-DATE - 100
              END-IF
              DIVIDE WS-PRIOR-FIRST-DATE BY 100 GIVING WS-PRIOR-MONTH
              COMPUTE WS-MONTH-LAST-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1)
              IF WS-LATEST-NIGHT < WS-MONTH-LAST-DATE
                 MOVE WS-LATEST-NIGHT TO WS-PERIOD-LAST-DATE
              ELSE
                 MOVE WS-MONTH-LAST-DATE TO WS-PERIOD-LAST-DATE
              END-IF
              IF WS-PERIOD-LAST-DATE < WS-MONTH-FIRST-DATE
                 MOVE 0 TO WS-PERIOD-DAYS
              ELSE
                 MOVE WS-PERIOD-LAST-DATE(7:2) TO WS-PERIOD-DAYS
              END-IF.

      *
      * The prior month is read only for its call and error totals,
      * which the month's error rate is set against.
      *
       COLLECT-NIGHTS.
              PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                 UNTIL WS-WEEK-SUB > 5
                 MOVE 0 TO WS-WK-NIGHTS (WS-WEEK-SUB)
                    WS-WK-CALLS (WS-WEEK-SUB) WS-WK-ERRORS (WS-WEEK-SUB)
              END-PERFORM
              MOVE "N" TO WS-EOF-RUN-HISTORY
              MOVE WS-PRIOR-FIRST-DATE TO RN-RUN-DATE
              START RUN-HISTORY-FILE KEY NOT < RN-RUN-DATE
                 INVALID KEY
                    SET EOF-RUN-HISTORY TO TRUE
              END-START
              PERFORM UNTIL EOF-RUN-HISTORY
                 READ RUN-HISTORY-FILE NEXT RECORD
                    AT END
                       SET EOF-RUN-HISTORY TO TRUE
                    NOT AT END
                       IF RN-RUN-DATE NOT < WS-NEXT-MONTH-FIRST
                          SET EOF-RUN-HISTORY TO TRUE
                       ELSE
                          IF RN-RUN-DATE < WS-MONTH-FIRST-DATE
                             ADD 1 TO WS-PRIOR-NIGHTS
                             ADD RN-TOTAL-CALLS TO WS-PRIOR-CALLS
                             ADD RN-ERROR-CALLS TO WS-PRIOR-ERRORS
                          ELSE
                             PERFORM ADD-ONE-NIGHT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM.

       ADD-ONE-NIGHT.
              ADD 1 TO WS-NIGHT-COUNT
              SET NGT-IDX TO WS-NIGHT-COUNT
              MOVE RN-RUN-DATE TO WS-N-DATE (NGT-IDX)
              MOVE RN-OUTCOME TO WS-N-OUTCOME (NGT-IDX)
              MOVE RN-CUTOFF-REASON TO WS-N-REASON (NGT-IDX)
              MOVE RN-CUTOFF-LOGIN TO WS-N-LOGIN (NGT-IDX)
              MOVE RN-REMAINING-COUNT TO WS-N-REMAINING (NGT-IDX)
              MOVE RN-START-STAMP TO WS-N-START (NGT-IDX)
              MOVE RN-END-STAMP TO WS-N-END (NGT-IDX)
              MOVE RN-TOTAL-CALLS TO WS-N-CALLS (NGT-IDX)
              MOVE RN-ERROR-CALLS TO WS-N-ERRORS (NGT-IDX)
              MOVE RN-RETRIED-CALLS TO WS-N-RETRIES (NGT-IDX)
              MOVE RN-BALANCE-FLAG TO WS-N-BALANCE (NGT-IDX)
              MOVE RN-QUARANTINE-COUNT TO WS-N-QUARANTINE (NGT-IDX)
              MOVE RN-ALERTS-POSTED TO WS-N-ALERTS (NGT-IDX)
              MOVE "N" TO WS-N-RANKED (NGT-IDX)
              IF RN-TOTAL-CALLS > 0
                 COMPUTE WS-N-ERROR-RATE (NGT-IDX) ROUNDED =
                    RN-ERROR-CALLS * 100 / RN-TOTAL-CALLS
              ELSE
                 MOVE 0 TO WS-N-ERROR-RATE (NGT-IDX)
              END-IF
              ADD RN-TOTAL-CALLS TO WS-MONTH-CALLS
              ADD RN-ERROR-CALLS TO WS-MONTH-ERRORS
              IF RN-OUT-OF-BALANCE
                 ADD 1 TO WS-OUT-OF-BALANCE-COUNT
              END-IF
              PERFORM JUDGE-ONE-NIGHT

              MOVE RN-RUN-DATE(7:2) TO WS-DAY-OF-MONTH
              COMPUTE WS-DAY-LESS-ONE = WS-DAY-OF-MONTH - 1
              DIVIDE WS-DAY-LESS-ONE BY 7 GIVING WS-WEEK-SUB
              ADD 1 TO WS-WEEK-SUB
              ADD 1 TO WS-WK-NIGHTS (WS-WEEK-SUB)
              ADD RN-TOTAL-CALLS TO WS-WK-CALLS (WS-WEEK-SUB)
              ADD RN-ERROR-CALLS TO WS-WK-ERRORS (WS-WEEK-SUB).

      *
      * The deadline falls on the day the fetch started when the
      * fetch started before the deadline time, otherwise on the
      * next morning. A night filed without a start time is judged
      * against the deadline on the day its fetch ended.
      *
       JUDGE-ONE-NIGHT.
              IF RN-START-STAMP NOT = SPACES
                 MOVE RN-START-STAMP(1:8) TO WS-DEADLINE-DATE
                 IF RN-START-STAMP(9:6) NOT < WS-DEADLINE-TIME
                    COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE) + 1)
                 END-IF
              ELSE
                 IF RN-END-STAMP NOT = SPACES
                    MOVE RN-END-STAMP(1:8) TO WS-DEADLINE-DATE
                 ELSE
                    MOVE RN-RUN-DATE TO WS-DEADLINE-DATE
                 END-IF
              END-IF
              MOVE WS-DEADLINE-DATE TO WS-DEADLINE-STAMP(1:8)
              MOVE WS-DEADLINE-TIME TO WS-DEADLINE-STAMP(9:6)

              EVALUATE TRUE
                 WHEN RN-COMPLETED
                    ADD 1 TO WS-COMPLETED-COUNT
                    IF RN-END-STAMP NOT = SPACES
                       AND RN-END-STAMP NOT > WS-DEADLINE-STAMP
                       MOVE "ON TIME" TO WS-N-VERDICT (NGT-IDX)
                       ADD 1 TO WS-ON-TIME-COUNT
                    ELSE
                       MOVE "LATE" TO WS-N-VERDICT (NGT-IDX)
                       ADD 1 TO WS-LATE-COUNT
                    END-IF
                 WHEN RN-CUT-OFF
                    MOVE "CUT OFF" TO WS-N-VERDICT (NGT-IDX)
                    EVALUATE RN-CUTOFF-REASON
                       WHEN "BUDGET"
                          ADD 1 TO WS-BUDGET-CUT-COUNT
                       WHEN "DEADLINE"
                          ADD 1 TO WS-DEADLINE-CUT-COUNT
                       WHEN OTHER
                          ADD 1 TO WS-OTHER-CUT-COUNT
                    END-EVALUATE
                 WHEN OTHER
                    MOVE "NOT DONE" TO WS-N-VERDICT (NGT-IDX)
                    ADD 1 TO WS-NOT-DONE-COUNT
              END-EVALUATE.

       MAP-NIGHTS-TO-DAYS.
              PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                 UNTIL WS-DAY-SUB > 31
                 MOVE 0 TO WS-DAY-NIGHT-SUB (WS-DAY-SUB)
              END-PERFORM
              PERFORM VARYING NGT-IDX FROM 1 BY 1
                 UNTIL NGT-IDX > WS-NIGHT-COUNT
                 MOVE WS-N-DATE (NGT-IDX)(7:2) TO WS-DAY-OF-MONTH
                 SET WS-DAY-NIGHT-SUB (WS-DAY-OF-MONTH) TO NGT-IDX
              END-PERFORM
              MOVE 0 TO WS-MISSING-COUNT
              PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                 UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
                 IF WS-DAY-NIGHT-SUB (WS-DAY-SUB) = 0
                    ADD 1 TO WS-MISSING-COUNT
                 END-IF
              END-PERFORM.

       WRITE-SUMMARY-SECTION.
              MOVE WS-REPORT-MONTH TO HD-REPORT-MONTH
              MOVE SPACES TO HD-DEADLINE
              STRING WS-DEADLINE-TIME(1:2) DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE
                     WS-DEADLINE-TIME(3:2) DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE
                     WS-DEADLINE-TIME(5:2) DELIMITED BY SIZE
                     INTO HD-DEADLINE
              END-STRING
              MOVE WS-RUN-DATE TO HD-RUN-DATE
              WRITE SLA-REPORT-LINE FROM WS-HEADING-LINE
              MOVE WS-MONTH-FIRST-DATE TO PL-FIRST-DATE
              MOVE WS-PERIOD-LAST-DATE TO PL-LAST-DATE
              WRITE SLA-REPORT-LINE FROM WS-PERIOD-LINE
              MOVE SPACES TO SLA-REPORT-LINE
              WRITE SLA-REPORT-LINE

              WRITE SLA-REPORT-LINE FROM WS-SUMMARY-HEADING
              MOVE "NIGHTS IN PERIOD" TO TT-LABEL
              MOVE WS-PERIOD-DAYS TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "NIGHTS ON FILE" TO TT-LABEL
              MOVE WS-NIGHT-COUNT TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "NIGHTS NOT ON FILE" TO TT-LABEL
              MOVE WS-MISSING-COUNT TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "NIGHTS COMPLETED" TO TT-LABEL
              MOVE WS-COMPLETED-COUNT TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "  ON TIME" TO TT-LABEL
              MOVE WS-ON-TIME-COUNT TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "  LATE" TO TT-LABEL
              MOVE WS-LATE-COUNT TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "NIGHTS CUT OFF - CALL BUDGET" TO TT-LABEL
              MOVE WS-BUDGET-CUT-COUNT TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "NIGHTS CUT OFF - DEADLINE" TO TT-LABEL
              MOVE WS-DEADLINE-CUT-COUNT TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              IF WS-OTHER-CUT-COUNT > 0
                 MOVE "NIGHTS CUT OFF - NO REASON FILED" TO TT-LABEL
                 MOVE WS-OTHER-CUT-COUNT TO TT-COUNT
                 WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              END-IF
              MOVE "NIGHTS NOT FINISHED (INCOMPLETE)" TO TT-LABEL
              MOVE WS-NOT-DONE-COUNT TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "NIGHTS OUT OF BALANCE" TO TT-LABEL
              MOVE WS-OUT-OF-BALANCE-COUNT TO TT-COUNT
              WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE

              MOVE "ON-TIME COMPLETION RATE %" TO RT-LABEL
              IF WS-PERIOD-DAYS > 0
                 COMPUTE WS-ON-TIME-RATE ROUNDED =
                    WS-ON-TIME-COUNT * 100 / WS-PERIOD-DAYS
                 MOVE WS-ON-TIME-RATE TO RT-RATE
              ELSE
                 MOVE "    N/A" TO RT-RATE-X
              END-IF
              WRITE SLA-REPORT-LINE FROM WS-RATE-LINE
              MOVE "ERROR RATE % THIS MONTH" TO RT-LABEL
              IF WS-MONTH-CALLS > 0
                 COMPUTE WS-ERROR-RATE ROUNDED =
                    WS-MONTH-ERRORS * 100 / WS-MONTH-CALLS
                 MOVE WS-ERROR-RATE TO RT-RATE
              ELSE
                 MOVE "    N/A" TO RT-RATE-X
              END-IF
              WRITE SLA-REPORT-LINE FROM WS-RATE-LINE
              MOVE "ERROR RATE % PRIOR MONTH" TO RT-LABEL
              IF WS-PRIOR-CALLS > 0
                 COMPUTE WS-PRIOR-RATE ROUNDED =
                    WS-PRIOR-ERRORS * 100 / WS-PRIOR-CALLS
                 SET HAVE-PRIOR-RATE TO TRUE
                 MOVE WS-PRIOR-RATE TO RT-RATE
              ELSE
                 MOVE "    N/A" TO RT-RATE-X
              END-IF
              WRITE SLA-REPORT-LINE FROM WS-RATE-LINE
              MOVE SPACES TO SLA-REPORT-LINE
              WRITE SLA-REPORT-LINE.

       WRITE-NIGHTLY-SECTION.
              WRITE SLA-REPORT-LINE FROM WS-NIGHTLY-HEADING
              WRITE SLA-REPORT-LINE FROM WS-NIGHT-COLUMNS
              PERFORM VARYING NGT-IDX FROM 1 BY 1
                 UNTIL NGT-IDX > WS-NIGHT-COUNT
                 MOVE WS-N-DATE (NGT-IDX) TO NL-DATE
                 MOVE WS-N-OUTCOME (NGT-IDX) TO NL-OUTCOME
                 MOVE WS-N-REASON (NGT-IDX) TO NL-REASON
                 MOVE SPACES TO NL-START NL-END
                 IF WS-N-START (NGT-IDX) NOT = SPACES
                    STRING WS-N-START (NGT-IDX)(9:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           WS-N-START (NGT-IDX)(11:2) DELIMITED BY SIZE
                           INTO NL-START
                    END-STRING
                 END-IF
                 IF WS-N-END (NGT-IDX) NOT = SPACES
                    STRING WS-N-END (NGT-IDX)(5:2) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-N-END (NGT-IDX)(7:2) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-N-END (NGT-IDX)(9:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           WS-N-END (NGT-IDX)(11:2) DELIMITED BY SIZE
                           INTO NL-END
                    END-STRING
                 END-IF
                 MOVE WS-N-VERDICT (NGT-IDX) TO NL-VERDICT
                 MOVE WS-N-CALLS (NGT-IDX) TO NL-CALLS
                 MOVE WS-N-ERRORS (NGT-IDX) TO NL-ERRORS
                 MOVE WS-N-ERROR-RATE (NGT-IDX) TO NL-ERROR-RATE
                 MOVE WS-N-RETRIES (NGT-IDX) TO NL-RETRIES
                 MOVE WS-N-BALANCE (NGT-IDX) TO NL-BALANCE
                 MOVE WS-N-QUARANTINE (NGT-IDX) TO NL-QUARANTINE
                 MOVE WS-N-ALERTS (NGT-IDX) TO NL-ALERTS
                 WRITE SLA-REPORT-LINE FROM WS-NIGHT-LINE
              END-PERFORM
              MOVE SPACES TO SLA-REPORT-LINE
              WRITE SLA-REPORT-LINE.

      *
      * Each week is set against the last week before it that had
      * calls, the first against the prior month; the month line is
      * set against the prior month. Changes are in percentage
      * points of error rate.
      *
       WRITE-TREND-SECTION.
              WRITE SLA-REPORT-LINE FROM WS-TREND-HEADING
              WRITE SLA-REPORT-LINE FROM WS-TREND-COLUMNS

              MOVE "PRIOR MONTH" TO TL-LABEL
              MOVE WS-PRIOR-NIGHTS TO TL-NIGHTS
              MOVE WS-PRIOR-CALLS TO WS-TREND-CALLS
              MOVE WS-PRIOR-ERRORS TO WS-TREND-ERRORS
              MOVE "N" TO WS-HAVE-LAST-RATE
              PERFORM WRITE-ONE-TREND-LINE

              DIVIDE WS-PERIOD-DAYS BY 7 GIVING WS-WEEK-COUNT
                 REMAINDER WS-DAY-SUB
              IF WS-DAY-SUB > 0
                 ADD 1 TO WS-WEEK-COUNT
              END-IF
              PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                 UNTIL WS-WEEK-SUB > WS-WEEK-COUNT
                 COMPUTE WS-WEEK-FIRST-DAY = (WS-WEEK-SUB - 1) * 7 + 1
                 COMPUTE WS-WEEK-LAST-DAY = WS-WEEK-SUB * 7
                 IF WS-WEEK-LAST-DAY > WS-PERIOD-DAYS
                    MOVE WS-PERIOD-DAYS TO WS-WEEK-LAST-DAY
                 END-IF
                 MOVE SPACES TO TL-LABEL
                 STRING "WEEK " DELIMITED BY SIZE
                        WS-WEEK-SUB DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        WS-WEEK-FIRST-DAY DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-WEEK-LAST-DAY DELIMITED BY SIZE
                        INTO TL-LABEL
                 END-STRING
                 MOVE WS-WK-NIGHTS (WS-WEEK-SUB) TO TL-NIGHTS
                 MOVE WS-WK-CALLS (WS-WEEK-SUB) TO WS-TREND-CALLS
                 MOVE WS-WK-ERRORS (WS-WEEK-SUB) TO WS-TREND-ERRORS
                 PERFORM WRITE-ONE-TREND-LINE
              END-PERFORM

              MOVE "MONTH" TO TL-LABEL
              MOVE WS-NIGHT-COUNT TO TL-NIGHTS
              MOVE WS-MONTH-CALLS TO WS-TREND-CALLS
              MOVE WS-MONTH-ERRORS TO WS-TREND-ERRORS
              MOVE WS-HAVE-PRIOR-RATE TO WS-HAVE-LAST-RATE
              MOVE WS-PRIOR-RATE TO WS-LAST-RATE
              PERFORM WRITE-ONE-TREND-LINE
              MOVE SPACES TO SLA-REPORT-LINE
              WRITE SLA-REPORT-LINE.

       WRITE-ONE-TREND-LINE.
              MOVE WS-TREND-CALLS TO TL-CALLS
              MOVE WS-TREND-ERRORS TO TL-ERRORS
              IF WS-TREND-CALLS > 0
                 COMPUTE WS-ERROR-RATE ROUNDED =
                    WS-TREND-ERRORS * 100 / WS-TREND-CALLS
                 MOVE WS-ERROR-RATE TO TL-ERROR-RATE
                 IF HAVE-LAST-RATE
                    COMPUTE WS-RATE-CHANGE =
                       WS-ERROR-RATE - WS-LAST-RATE
                    MOVE WS-RATE-CHANGE TO TL-CHANGE
                 ELSE
                    MOVE "     N/A" TO TL-CHANGE-X
                 END-IF
                 MOVE WS-ERROR-RATE TO WS-LAST-RATE
                 SET HAVE-LAST-RATE TO TRUE
              ELSE
                 MOVE "    N/A" TO TL-ERROR-RATE-X
                 MOVE "     N/A" TO TL-CHANGE-X
              END-IF
              WRITE SLA-REPORT-LINE FROM WS-TREND-LINE.

      *
      * Walks the days of the period in order so a night with no
      * record on the master is listed in its place.
      *
       WRITE-MISSED-SECTION.
              WRITE SLA-REPORT-LINE FROM WS-MISSED-HEADING
              WRITE SLA-REPORT-LINE FROM WS-MISSED-COLUMNS
              MOVE 0 TO WS-LISTED-COUNT
              PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                 UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
                 IF WS-DAY-NIGHT-SUB (WS-DAY-SUB) = 0
                    COMPUTE ML-DATE =
                       WS-MONTH-FIRST-DATE + WS-DAY-SUB - 1
                    MOVE "NOT FILED" TO ML-OUTCOME
                    MOVE "NO RUN HISTORY RECORD" TO ML-WHY
                    MOVE SPACES TO ML-LOGIN ML-REMAINING-X
                    WRITE SLA-REPORT-LINE FROM WS-MISSED-LINE
                    ADD 1 TO WS-LISTED-COUNT
                 ELSE
                    SET NGT-IDX TO WS-DAY-NIGHT-SUB (WS-DAY-SUB)
                    IF WS-N-OUTCOME (NGT-IDX) NOT = "COMPLETED"
                       PERFORM WRITE-ONE-MISSED-NIGHT
                       ADD 1 TO WS-LISTED-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-LISTED-COUNT = 0
                 WRITE SLA-REPORT-LINE FROM WS-NONE-LINE
              END-IF
              MOVE SPACES TO SLA-REPORT-LINE
              WRITE SLA-REPORT-LINE.

       WRITE-ONE-MISSED-NIGHT.
              MOVE WS-N-DATE (NGT-IDX) TO ML-DATE
              MOVE WS-N-OUTCOME (NGT-IDX) TO ML-OUTCOME
              EVALUATE TRUE
                 WHEN WS-N-OUTCOME (NGT-IDX) = "CUTOFF"
                    AND WS-N-REASON (NGT-IDX) = "BUDGET"
                    MOVE "CALL BUDGET REACHED" TO ML-WHY
                 WHEN WS-N-OUTCOME (NGT-IDX) = "CUTOFF"
                    AND WS-N-REASON (NGT-IDX) = "DEADLINE"
                    MOVE "FETCH DEADLINE PASSED" TO ML-WHY
                 WHEN WS-N-OUTCOME (NGT-IDX) = "CUTOFF"
                    MOVE "NO REASON FILED" TO ML-WHY
                 WHEN WS-N-OUTCOME (NGT-IDX) = "INCOMPLETE"
                    MOVE "A SHARD LEFT NO STATUS" TO ML-WHY
                 WHEN OTHER
                    MOVE "NO RUN STATUS FILED" TO ML-WHY
              END-EVALUATE
              MOVE WS-N-LOGIN (NGT-IDX) TO ML-LOGIN
              IF WS-N-OUTCOME (NGT-IDX) = "CUTOFF"
                 OR WS-N-OUTCOME (NGT-IDX) = "INCOMPLETE"
                 MOVE WS-N-REMAINING (NGT-IDX) TO ML-REMAINING
              ELSE
                 MOVE SPACES TO ML-REMAINING-X
              END-IF
              WRITE SLA-REPORT-LINE FROM WS-MISSED-LINE.

      *
      * Worst first by error rate, the larger number of error calls
      * breaking a tie; nights without an error call are not listed.
      *
       WRITE-WORST-SECTION.
              WRITE SLA-REPORT-LINE FROM WS-WORST-HEADING
              WRITE SLA-REPORT-LINE FROM WS-WORST-COLUMNS
              MOVE 0 TO WS-LISTED-COUNT
              PERFORM VARYING WS-RANK FROM 1 BY 1
                 UNTIL WS-RANK > WS-WORST-NIGHTS
                 MOVE 0 TO WS-BEST-SUB
                 PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > WS-NIGHT-COUNT
                    IF WS-N-RANKED (WS-SCAN-SUB) = "N"
                       AND WS-N-ERRORS (WS-SCAN-SUB) > 0
                       PERFORM WEIGH-ONE-NIGHT
                    END-IF
                 END-PERFORM
                 IF WS-BEST-SUB = 0
                    EXIT PERFORM
                 END-IF
                 SET NGT-IDX TO WS-BEST-SUB
                 MOVE "Y" TO WS-N-RANKED (NGT-IDX)
                 MOVE WS-RANK TO WL-RANK
                 MOVE WS-N-DATE (NGT-IDX) TO WL-DATE
                 MOVE WS-N-ERROR-RATE (NGT-IDX) TO WL-ERROR-RATE
                 MOVE WS-N-ERRORS (NGT-IDX) TO WL-ERRORS
                 MOVE WS-N-CALLS (NGT-IDX) TO WL-CALLS
                 MOVE WS-N-RETRIES (NGT-IDX) TO WL-RETRIES
                 MOVE WS-N-OUTCOME (NGT-IDX) TO WL-OUTCOME
                 MOVE WS-N-VERDICT (NGT-IDX) TO WL-VERDICT
                 WRITE SLA-REPORT-LINE FROM WS-WORST-LINE
                 ADD 1 TO WS-LISTED-COUNT
              END-PERFORM
              IF WS-LISTED-COUNT = 0
                 WRITE SLA-REPORT-LINE FROM WS-NONE-LINE
              END-IF.

       WEIGH-ONE-NIGHT.
              IF WS-BEST-SUB = 0
                 MOVE WS-SCAN-SUB TO WS-BEST-SUB
              ELSE
                 IF WS-N-ERROR-RATE (WS-SCAN-SUB)
                       > WS-N-ERROR-RATE (WS-BEST-SUB)
                    OR (WS-N-ERROR-RATE (WS-SCAN-SUB)
                       = WS-N-ERROR-RATE (WS-BEST-SUB)
                       AND WS-N-ERRORS (WS-SCAN-SUB)
                          > WS-N-ERRORS (WS-BEST-SUB))
                    MOVE WS-SCAN-SUB TO WS-BEST-SUB
                 END-IF
              END-IF.
