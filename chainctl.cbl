      *
      * CHAIN-CONTROL
      * Runs the nightly batch chain from the step table CHAINSTEP.DAT
      * instead of the operator sequencing the programs by hand. Each
      * step is started through the system command line, its return
      * code is compared with the highest code the step may end with,
      * and its start, end and outcome are appended to the chain log
      * CHAINLOG.DAT so anyone can see what ran and where a night
      * stopped. The nightly programs end with return code 16 on a
      * fatal error; RUN-CONTROL-REPORT ends with 4 when the night is
      * out of balance.
      * The step table holds one fixed-column line per step, in run
      * order; blank lines and lines starting with * are ignored:
      *    cols  1-3   step sequence number
      *    cols  5-24  step name
      *    cols 26-27  highest acceptable return code
      *    cols 29-40  go/no-go rule checked before the step
      *    col  42     action when the rule says no-go:
      *                H = hold the chain at this step
      *                S = skip this step and carry on
      *    cols 44-163 command that runs the step
      * Go/no-go rules:
      *    NONE        always go
      *    RUNSTAT-OK  RUNSTAT.DAT must say COMPLETED, not CUTOFF
      *    QUAR-LIMIT  PROFILE.QUAR may hold no more than
      *                MAX-QUAR-PCT percent of the validated rows
      *    INTEGRITY-OK INTEGRITY.STA must say PASS and be written
      *                after the fetch end in RUNSTAT.DAT - a verdict
      *                from an earlier night counts as no verdict
      * The usual nightly table runs RESTCLIENT-EXAMPLE, SHARD-MERGE
      * (partitioned runs only), EXTRACT-INTEGRITY, PROFILE-VALIDATE,
      * RUN-CONTROL-REPORT, ERROR-HISTORY-LOAD, HISTORY-LOAD
      * (RUNSTAT-OK, hold), REPO-HISTORY-LOAD and MEMBER-COMPARE
      * (both INTEGRITY-OK, hold), ORG-MEMBER-XREF, RECONCILE-REPORT
      * (QUAR-LIMIT, hold - it rolls PROFILE.YDAY forward),
      * RENAME-DETECT, RECON-ALERT-NOTIFY, API-PERF-REPORT,
      * RUN-HISTORY-LOAD, BATCH-SLA-REPORT, TREND-REPORT,
      * DASHBOARD-EXTRACT, TEAM-ROLLUP-REPORT,
      * LANGUAGE-PORTFOLIO-REPORT,
      * MONTH-END-CLOSE, MONTH-END-REPORT, WATCHLIST-HYGIENE and
      * ARCHIVE-NIGHTLY last.
      * EXTRACT-INTEGRITY ends with 4 on a failed cross-foot, so its
      * step allows 4 and the verdict is acted on by the INTEGRITY-OK
      * rule of the steps that load the detail. MONTH-END-CLOSE ends
      * with 0 on nights that are not month end and with 8 when it
      * refuses a month already closed, which stops the chain for the
      * operator. RUN-HISTORY-LOAD ends with 4 when RUNSTAT.DAT is
      * left over from an earlier night and nothing is filed.
      * Limits come from CHAINCFG.DAT:
      *    MAX-QUAR-PCT=5
      *    MIN-GAP-HOURS=12
      * Restart: the controller keeps its place in CHAINCTL.RST. A
      * resubmitted chain that failed or was held starts again at
      * that step - never from the top, since a second pass of
      * RECONCILE-REPORT after it has rolled the extract forward
      * corrupts the next night's delta - and keeps the original
      * night's cycle date. A chain that completed less than
      * MIN-GAP-HOURS ago is not started again. The operator can
      * steer a single submission with CHAINCTL.PRM, which is read
      * once and then deleted:
      *    RESTART-FROM=070     start at this step sequence
      *    BYPASS-RULE=Y        go at the first step regardless of
      *                         its rule (after checking by hand)
      *    FORCE-NEW-CHAIN=Y    start from the top even though the
      *                         last chain completed recently
      * The controller itself ends with return code 0 when the chain
      * completed, 8 when it was held by a rule, 12 when the
      * submission was refused and 16 when a step failed.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-CONTROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-TABLE-FILE ASSIGN TO "CHAINSTEP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TABLE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "CHAINCFG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT PARM-FILE ASSIGN TO "CHAINCTL.PRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHAIN-LOG-FILE ASSIGN TO "CHAINLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-LOG-STATUS.
           SELECT RESTART-FILE ASSIGN TO "CHAINCTL.RST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS-STATUS.
           SELECT INTEGRITY-STATUS-FILE ASSIGN TO "INTEGRITY.STA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-STATUS.
           SELECT CERTIFIED-FILE ASSIGN TO "PROFILE.CERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFIED-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "PROFILE.QUAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TABLE-FILE
           RECORDING MODE IS F.
       01 STEP-TABLE-RECORD.
          05 ST-STEP-SEQ          PIC X(3).
          05 FILLER               PIC X.
          05 ST-STEP-NAME         PIC X(20).
          05 FILLER               PIC X.
          05 ST-MAX-CC            PIC X(2).
          05 FILLER               PIC X.
          05 ST-RULE              PIC X(12).
          05 FILLER               PIC X.
          05 ST-NO-GO-ACTION      PIC X.
          05 FILLER               PIC X.
          05 ST-COMMAND           PIC X(120).
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01 CONFIG-RECORD           PIC X(200).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD             PIC X(200).
       FD  CHAIN-LOG-FILE
           RECORDING MODE IS F.
       01 CHAIN-LOG-RECORD        PIC X(134).
       FD  RESTART-FILE
           RECORDING MODE IS F.
       01 RESTART-RECORD          PIC X(70).
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY "run-status.cpy".
       FD  INTEGRITY-STATUS-FILE
           RECORDING MODE IS F.
           COPY "integrity-status.cpy".
       FD  CERTIFIED-FILE
           RECORDING MODE IS F.
       01 CERTIFIED-LINE          PIC X(200).
       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
       01 QUARANTINE-LINE         PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-STEP-TABLE-STATUS    PIC XX.
       01 WS-CONFIG-STATUS        PIC XX.
       01 WS-PARM-STATUS          PIC XX.
       01 WS-CHAIN-LOG-STATUS     PIC XX.
       01 WS-RESTART-STATUS       PIC XX.
       01 WS-RUN-STATUS-STATUS    PIC XX.
       01 WS-INTEGRITY-STATUS     PIC XX.
       01 WS-FETCH-END-STAMP      PIC X(14).
       01 WS-CERTIFIED-STATUS     PIC XX.
       01 WS-QUARANTINE-STATUS    PIC XX.
       01 WS-EOF-STEP-TABLE       PIC X VALUE "N".
          88 EOF-STEP-TABLE             VALUE "Y".
       01 WS-EOF-CONFIG           PIC X VALUE "N".
          88 EOF-CONFIG                 VALUE "Y".
       01 WS-EOF-PARM             PIC X VALUE "N".
          88 EOF-PARM                   VALUE "Y".
       01 WS-EOF-COUNT-FILE       PIC X VALUE "N".
          88 EOF-COUNT-FILE             VALUE "Y".
       01 WS-CONFIG-LINE          PIC X(200).
       01 WS-CONFIG-KEY           PIC X(20).
       01 WS-CONFIG-VALUE         PIC X(100).
       01 WS-CONFIG-PTR           PIC 9(4).
       01 WS-MAX-QUAR-PCT         PIC 9(3)V99 VALUE 5.
       01 WS-MIN-GAP-HOURS        PIC 9(3) VALUE 12.
       01 WS-RESTART-FROM         PIC 9(3) VALUE 0.
       01 WS-BYPASS-RULE          PIC X VALUE "N".
          88 BYPASS-FIRST-RULE          VALUE "Y".
       01 WS-FORCE-NEW-CHAIN      PIC X VALUE "N".
          88 FORCE-NEW-CHAIN            VALUE "Y".
       01 WS-PARM-NAME            PIC X(64) VALUE "CHAINCTL.PRM".
       01 WS-STEP-COUNT           PIC 9(3) VALUE 0.
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 60 TIMES INDEXED BY STEP-IDX.
             10 WS-S-SEQ              PIC 9(3).
             10 WS-S-NAME             PIC X(20).
             10 WS-S-MAX-CC           PIC 9(2).
             10 WS-S-RULE             PIC X(12).
             10 WS-S-ACTION           PIC X.
             10 WS-S-COMMAND          PIC X(120).
       01 WS-START-SUB            PIC 9(3) VALUE 0.
       01 WS-STEP-SUB             PIC 9(3).
       01 WS-CYCLE-DATE           PIC 9(8).
       01 WS-NOW-STAMP.
          05 WS-NOW-DATE          PIC 9(8).
          05 WS-NOW-TIME          PIC 9(6).
          05 FILLER               PIC X(7).
       01 WS-NOW-SECONDS          PIC 9(12).
       01 WS-THEN-SECONDS         PIC 9(12).
       01 WS-GAP-SECONDS          PIC S9(12).
       01 WS-CHAIN-STATE          PIC X VALUE "G".
          88 CHAIN-GOING                VALUE "G".
          88 CHAIN-STOPPED              VALUE "S".
       01 WS-CHAIN-RC             PIC 9(2) VALUE 0.
       01 WS-RAW-RC               PIC S9(9).
       01 WS-STEP-RC              PIC 9(4).
       01 WS-RULE-RESULT          PIC X.
          88 RULE-SAYS-GO               VALUE "Y".
       01 WS-RULE-REASON          PIC X(70).
       01 WS-CERTIFIED-COUNT      PIC 9(7).
       01 WS-QUARANTINE-COUNT     PIC 9(7).
       01 WS-QUAR-PCT             PIC 9(3)V99.
       01 WS-PCT-DISP             PIC ZZ9.99.
       01 WS-LIMIT-DISP           PIC ZZ9.99.
       01 WS-COUNT-DISP           PIC Z(4)9.
       01 WS-LIMIT-CC-DISP        PIC Z9.
       01 WS-STEPS-RUN            PIC 9(3) VALUE 0.
       01 WS-CHAIN-LOG-LINE.
          05 CL-STAMP             PIC X(14).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-CYCLE-DATE        PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-STEP-SEQ          PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-STEP-NAME         PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-EVENT             PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-RETURN-CODE       PIC 9(4).
          05 FILLER               PIC X VALUE SPACE.
          05 CL-OUTCOME           PIC X(70).
       01 WS-RESTART-DATA.
          05 CR-CHAIN-STATE       PIC X(8).
             88 CHAIN-WAS-RUNNING      VALUE "RUNNING".
             88 CHAIN-WAS-FAILED       VALUE "FAILED".
             88 CHAIN-WAS-HELD         VALUE "HELD".
             88 CHAIN-WAS-COMPLETE     VALUE "COMPLETE".
          05 FILLER               PIC X VALUE SPACE.
          05 CR-CYCLE-DATE        PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 CR-STEP-SEQ          PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 CR-STEP-NAME         PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 CR-UPDATED-DATE      PIC 9(8).
          05 CR-UPDATED-TIME      PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              PERFORM LOAD-CHAIN-CONFIG
              PERFORM LOAD-OPERATOR-PARM
              PERFORM LOAD-STEP-TABLE
              PERFORM OPEN-CHAIN-LOG
              PERFORM DETERMINE-START-POINT

              IF CHAIN-GOING
                 PERFORM VARYING WS-STEP-SUB FROM WS-START-SUB BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT OR CHAIN-STOPPED
                    SET STEP-IDX TO WS-STEP-SUB
                    PERFORM RUN-ONE-STEP
                 END-PERFORM
              END-IF

              IF CHAIN-GOING
                 MOVE "COMPLETE" TO CR-CHAIN-STATE
                 MOVE 0 TO CR-STEP-SEQ
                 MOVE SPACES TO CR-STEP-NAME
                 PERFORM SAVE-RESTART-POINT
                 MOVE 0 TO CL-STEP-SEQ WS-STEP-RC
                 MOVE "CHAIN" TO CL-STEP-NAME
                 MOVE "COMPLETE" TO CL-EVENT
                 MOVE SPACES TO CL-OUTCOME
                 STRING WS-STEPS-RUN DELIMITED BY SIZE
                    " step(s) run this submission" DELIMITED BY SIZE
                    INTO CL-OUTCOME
                 END-STRING
                 PERFORM WRITE-CHAIN-LOG
              END-IF

              CLOSE CHAIN-LOG-FILE
              DISPLAY "Chain control ended with return code "
                 WS-CHAIN-RC
              MOVE WS-CHAIN-RC TO RETURN-CODE
       STOP RUN.

       LOAD-CHAIN-CONFIG.
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
                 DISPLAY "No CHAINCFG.DAT found (status "
                    WS-CONFIG-STATUS "), using built-in defaults"
              END-IF.

      *
      * CHAINCFG.DAT and CHAINCTL.PRM share the key=value form, so
      * one parser serves both; the operator keys only mean anything
      * in the parm file but are harmless in either.
      *
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
                    WHEN "MAX-QUAR-PCT"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                          TO WS-MAX-QUAR-PCT
                    WHEN "MIN-GAP-HOURS"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                          TO WS-MIN-GAP-HOURS
                    WHEN "RESTART-FROM"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                          TO WS-RESTART-FROM
                    WHEN "BYPASS-RULE"
                       MOVE WS-CONFIG-VALUE(1:1) TO WS-BYPASS-RULE
                    WHEN "FORCE-NEW-CHAIN"
                       MOVE WS-CONFIG-VALUE(1:1) TO WS-FORCE-NEW-CHAIN
                    WHEN OTHER
                       DISPLAY "Ignoring unknown config key: "
                          WS-CONFIG-KEY
                 END-EVALUATE
              END-IF.

      *
      * The operator parm file steers one submission only, so it is
      * deleted once read; a forgotten RESTART-FROM must not replay
      * a step on the following night.
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
                    DISPLAY "WARNING: unable to delete CHAINCTL.PRM - "
                       "remove it before the next submission"
                 END-IF
                 MOVE 0 TO RETURN-CODE
                 DISPLAY "Operator parm applied: RESTART-FROM "
                    WS-RESTART-FROM " BYPASS-RULE " WS-BYPASS-RULE
                    " FORCE-NEW-CHAIN " WS-FORCE-NEW-CHAIN
              END-IF.

       LOAD-STEP-TABLE.
              OPEN INPUT STEP-TABLE-FILE
              IF WS-STEP-TABLE-STATUS NOT = "00"
                 DISPLAY "Unable to open CHAINSTEP.DAT, status: "
                    WS-STEP-TABLE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-STEP-TABLE
                 READ STEP-TABLE-FILE INTO STEP-TABLE-RECORD
                    AT END
                       SET EOF-STEP-TABLE TO TRUE
                    NOT AT END
                       IF STEP-TABLE-RECORD NOT = SPACES
                          AND STEP-TABLE-RECORD(1:1) NOT = "*"
                          PERFORM STORE-ONE-STEP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STEP-TABLE-FILE
              IF WS-STEP-COUNT = 0
                 DISPLAY "CHAINSTEP.DAT holds no steps - nothing to run"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF.

      *
      * A step line that cannot be read safely stops the load: a
      * chain run with a step silently missing is worse than one
      * that does not start.
      *
       STORE-ONE-STEP.
              IF ST-STEP-SEQ NOT NUMERIC
                 OR ST-MAX-CC NOT NUMERIC
                 OR ST-COMMAND = SPACES
                 OR (ST-NO-GO-ACTION NOT = "H"
                    AND ST-NO-GO-ACTION NOT = "S")
                 DISPLAY "Malformed CHAINSTEP.DAT line: "
                    STEP-TABLE-RECORD(1:60)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-STEP-COUNT >= 60
                 DISPLAY "CHAINSTEP.DAT has more than 60 steps - "
                    "raise the table size before running the chain"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-STEP-COUNT
              SET STEP-IDX TO WS-STEP-COUNT
              MOVE ST-STEP-SEQ TO WS-S-SEQ (STEP-IDX)
              MOVE ST-STEP-NAME TO WS-S-NAME (STEP-IDX)
              MOVE ST-MAX-CC TO WS-S-MAX-CC (STEP-IDX)
              MOVE ST-RULE TO WS-S-RULE (STEP-IDX)
              MOVE ST-NO-GO-ACTION TO WS-S-ACTION (STEP-IDX)
              MOVE ST-COMMAND TO WS-S-COMMAND (STEP-IDX).

       OPEN-CHAIN-LOG.
              OPEN EXTEND CHAIN-LOG-FILE
              IF WS-CHAIN-LOG-STATUS = "35"
                 OPEN OUTPUT CHAIN-LOG-FILE
              END-IF
              IF WS-CHAIN-LOG-STATUS NOT = "00"
                 DISPLAY "Unable to open CHAINLOG.DAT, status: "
                    WS-CHAIN-LOG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF.

      *
      * Where this submission starts. An unfinished chain (failed,
      * held, or the controller itself ended mid-step) resumes at
      * its recorded step under its original cycle date; a finished
      * or first-ever chain starts at the top under today's date. An
      * operator RESTART-FROM overrides either.
      *
       DETERMINE-START-POINT.
              MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
              MOVE WS-NOW-DATE TO WS-CYCLE-DATE
              MOVE 1 TO WS-START-SUB
              MOVE SPACES TO WS-RESTART-DATA
              OPEN INPUT RESTART-FILE
              IF WS-RESTART-STATUS = "00"
                 READ RESTART-FILE INTO WS-RESTART-DATA
                    AT END
                       MOVE SPACES TO WS-RESTART-DATA
                 END-READ
                 CLOSE RESTART-FILE
              END-IF

              MOVE SPACES TO CL-OUTCOME
              EVALUATE TRUE
                 WHEN WS-RESTART-FROM > 0
                    IF NOT CHAIN-WAS-COMPLETE
                       AND CR-CYCLE-DATE IS NUMERIC
                       AND CR-CYCLE-DATE > 0
                       MOVE CR-CYCLE-DATE TO WS-CYCLE-DATE
                    END-IF
                    PERFORM FIND-START-STEP
                    MOVE "Operator restart from this step"
                       TO CL-OUTCOME
                 WHEN CHAIN-WAS-RUNNING OR CHAIN-WAS-FAILED
                    OR CHAIN-WAS-HELD
                    MOVE CR-CYCLE-DATE TO WS-CYCLE-DATE
                    MOVE CR-STEP-SEQ TO WS-RESTART-FROM
                    PERFORM FIND-START-STEP
                    STRING "Resuming chain left " DELIMITED BY SIZE
                       CR-CHAIN-STATE DELIMITED BY SPACE
                       " at this step" DELIMITED BY SIZE
                       INTO CL-OUTCOME
                    END-STRING
                 WHEN CHAIN-WAS-COMPLETE
                    PERFORM CHECK-COMPLETION-GAP
                    MOVE "New chain" TO CL-OUTCOME
                 WHEN OTHER
                    MOVE "New chain" TO CL-OUTCOME
              END-EVALUATE

              IF CHAIN-GOING
                 SET STEP-IDX TO WS-START-SUB
                 MOVE WS-S-SEQ (STEP-IDX) TO CL-STEP-SEQ
                 MOVE WS-S-NAME (STEP-IDX) TO CL-STEP-NAME
                 MOVE "SUBMIT" TO CL-EVENT
                 MOVE 0 TO WS-STEP-RC
                 PERFORM WRITE-CHAIN-LOG
                 DISPLAY "Chain cycle " WS-CYCLE-DATE " starting at "
                    WS-S-SEQ (STEP-IDX) " "
                    FUNCTION TRIM(WS-S-NAME (STEP-IDX))
              END-IF.

       FIND-START-STEP.
              MOVE 0 TO WS-START-SUB
              PERFORM VARYING STEP-IDX FROM 1 BY 1
                 UNTIL STEP-IDX > WS-STEP-COUNT
                 IF WS-S-SEQ (STEP-IDX) = WS-RESTART-FROM
                    SET WS-START-SUB TO STEP-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-START-SUB = 0
                 DISPLAY "Restart step " WS-RESTART-FROM
                    " is not in CHAINSTEP.DAT - chain not started"
                 MOVE 0 TO CL-STEP-SEQ WS-STEP-RC
                 MOVE "CHAIN" TO CL-STEP-NAME
                 MOVE "REFUSED" TO CL-EVENT
                 MOVE "Restart step not in CHAINSTEP.DAT" TO CL-OUTCOME
                 PERFORM WRITE-CHAIN-LOG
                 SET CHAIN-STOPPED TO TRUE
                 MOVE 16 TO WS-CHAIN-RC
              END-IF.

      *
      * A chain that finished a short while ago is much more likely
      * to be an accidental resubmission than a new night, and a new
      * pass would roll the extract forward a second time.
      *
       CHECK-COMPLETION-GAP.
              IF CR-UPDATED-DATE IS NUMERIC
                 AND CR-UPDATED-TIME IS NUMERIC
                 AND NOT FORCE-NEW-CHAIN
                 COMPUTE WS-NOW-SECONDS =
                    FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
                    + FUNCTION NUMVAL(WS-NOW-TIME(1:2)) * 3600
                    + FUNCTION NUMVAL(WS-NOW-TIME(3:2)) * 60
                    + FUNCTION NUMVAL(WS-NOW-TIME(5:2))
                 COMPUTE WS-THEN-SECONDS =
                    FUNCTION INTEGER-OF-DATE(CR-UPDATED-DATE) * 86400
                    + FUNCTION NUMVAL(CR-UPDATED-TIME(1:2)) * 3600
                    + FUNCTION NUMVAL(CR-UPDATED-TIME(3:2)) * 60
                    + FUNCTION NUMVAL(CR-UPDATED-TIME(5:2))
                 COMPUTE WS-GAP-SECONDS =
                    WS-NOW-SECONDS - WS-THEN-SECONDS
                 IF WS-GAP-SECONDS < WS-MIN-GAP-HOURS * 3600
                    DISPLAY "Last chain (cycle " CR-CYCLE-DATE
                       ") completed " CR-UPDATED-DATE " "
                       CR-UPDATED-TIME " - less than " WS-MIN-GAP-HOURS
                       " hour(s) ago"
                    DISPLAY "Submission refused; set FORCE-NEW-CHAIN=Y "
                       "in CHAINCTL.PRM to run the chain again"
                    MOVE 0 TO CL-STEP-SEQ WS-STEP-RC
                    MOVE "CHAIN" TO CL-STEP-NAME
                    MOVE "REFUSED" TO CL-EVENT
                    MOVE "Last chain completed too recently"
                       TO CL-OUTCOME
                    PERFORM WRITE-CHAIN-LOG
                    SET CHAIN-STOPPED TO TRUE
                    MOVE 12 TO WS-CHAIN-RC
                 END-IF
              END-IF.

      *
      * The restart point is saved before the step starts, so a
      * controller that dies mid-step resumes with that step, and
      * moved on as soon as the step ends cleanly, so a step that
      * finished is never run twice.
      *
       RUN-ONE-STEP.
              MOVE "Y" TO WS-RULE-RESULT
              MOVE SPACES TO WS-RULE-REASON
              IF WS-STEP-SUB = WS-START-SUB AND BYPASS-FIRST-RULE
                 IF WS-S-RULE (STEP-IDX) NOT = SPACES
                    AND WS-S-RULE (STEP-IDX) NOT = "NONE"
                    MOVE "Rule bypassed by operator" TO WS-RULE-REASON
                 END-IF
              ELSE
                 PERFORM CHECK-STEP-RULE
              END-IF

              MOVE WS-S-SEQ (STEP-IDX) TO CL-STEP-SEQ
              MOVE WS-S-NAME (STEP-IDX) TO CL-STEP-NAME
              MOVE 0 TO WS-STEP-RC

              IF NOT RULE-SAYS-GO
                 MOVE WS-RULE-REASON TO CL-OUTCOME
                 IF WS-S-ACTION (STEP-IDX) = "S"
                    MOVE "SKIP" TO CL-EVENT
                    PERFORM WRITE-CHAIN-LOG
                    DISPLAY "Step " WS-S-SEQ (STEP-IDX) " "
                       FUNCTION TRIM(WS-S-NAME (STEP-IDX))
                       " skipped: " FUNCTION TRIM(WS-RULE-REASON)
                 ELSE
                    MOVE "HOLD" TO CL-EVENT
                    PERFORM WRITE-CHAIN-LOG
                    MOVE "HELD" TO CR-CHAIN-STATE
                    PERFORM SAVE-STEP-RESTART-POINT
                    SET CHAIN-STOPPED TO TRUE
                    MOVE 8 TO WS-CHAIN-RC
                    DISPLAY "Chain held at step " WS-S-SEQ (STEP-IDX)
                       " " FUNCTION TRIM(WS-S-NAME (STEP-IDX)) ": "
                       FUNCTION TRIM(WS-RULE-REASON)
                 END-IF
              ELSE
                 MOVE "RUNNING" TO CR-CHAIN-STATE
                 PERFORM SAVE-STEP-RESTART-POINT
                 MOVE "START" TO CL-EVENT
                 MOVE WS-RULE-REASON TO CL-OUTCOME
                 PERFORM WRITE-CHAIN-LOG
                 DISPLAY "Starting step " WS-S-SEQ (STEP-IDX) " "
                    FUNCTION TRIM(WS-S-NAME (STEP-IDX))
                 PERFORM EXECUTE-STEP-COMMAND
                 ADD 1 TO WS-STEPS-RUN
                 MOVE "END" TO CL-EVENT
                 MOVE WS-S-MAX-CC (STEP-IDX) TO WS-LIMIT-CC-DISP
                 MOVE SPACES TO CL-OUTCOME
                 IF WS-STEP-RC > WS-S-MAX-CC (STEP-IDX)
                    STRING "FAILED - return code above limit "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIMIT-CC-DISP)
                       DELIMITED BY SIZE
                       INTO CL-OUTCOME
                    END-STRING
                    PERFORM WRITE-CHAIN-LOG
                    MOVE "FAILED" TO CR-CHAIN-STATE
                    PERFORM SAVE-STEP-RESTART-POINT
                    SET CHAIN-STOPPED TO TRUE
                    MOVE 16 TO WS-CHAIN-RC
                    DISPLAY "Step " WS-S-SEQ (STEP-IDX) " "
                       FUNCTION TRIM(WS-S-NAME (STEP-IDX))
                       " FAILED with return code " WS-STEP-RC
                       " - resubmit restarts here"
                 ELSE
                    MOVE "OK" TO CL-OUTCOME
                    PERFORM WRITE-CHAIN-LOG
                    PERFORM SAVE-NEXT-RESTART-POINT
                 END-IF
              END-IF.

      *
      * The system call hands back the raw wait status, with the
      * step's exit code in the high byte; a status that cannot be
      * a normal exit is reported as 999 so it always fails.
      *
       EXECUTE-STEP-COMMAND.
              MOVE 0 TO RETURN-CODE
              CALL "SYSTEM" USING WS-S-COMMAND (STEP-IDX)
              MOVE RETURN-CODE TO WS-RAW-RC
              MOVE 0 TO RETURN-CODE
              EVALUATE TRUE
                 WHEN WS-RAW-RC < 0
                    MOVE 999 TO WS-STEP-RC
                 WHEN WS-RAW-RC > 255
                    IF FUNCTION MOD(WS-RAW-RC, 256) = 0
                       COMPUTE WS-STEP-RC = WS-RAW-RC / 256
                    ELSE
                       MOVE 999 TO WS-STEP-RC
                    END-IF
                 WHEN OTHER
                    MOVE WS-RAW-RC TO WS-STEP-RC
              END-EVALUATE.

       CHECK-STEP-RULE.
              EVALUATE WS-S-RULE (STEP-IDX)
                 WHEN SPACES
                 WHEN "NONE"
                    CONTINUE
                 WHEN "RUNSTAT-OK"
                    PERFORM CHECK-RUN-STATUS-RULE
                 WHEN "QUAR-LIMIT"
                    PERFORM CHECK-QUARANTINE-RULE
                 WHEN "INTEGRITY-OK"
                    PERFORM CHECK-INTEGRITY-RULE
                 WHEN OTHER
                    MOVE "N" TO WS-RULE-RESULT
                    STRING "Unknown rule " DELIMITED BY SIZE
                       WS-S-RULE (STEP-IDX) DELIMITED BY SPACE
                       INTO WS-RULE-REASON
                    END-STRING
              END-EVALUATE.

       CHECK-RUN-STATUS-RULE.
              OPEN INPUT RUN-STATUS-FILE
              IF WS-RUN-STATUS-STATUS NOT = "00"
                 MOVE "N" TO WS-RULE-RESULT
                 MOVE "RUNSTAT.DAT unavailable" TO WS-RULE-REASON
              ELSE
                 MOVE SPACES TO RUN-STATUS-RECORD
                 READ RUN-STATUS-FILE INTO RUN-STATUS-RECORD
                    AT END
                       MOVE SPACES TO RUN-STATUS-RECORD
                 END-READ
                 CLOSE RUN-STATUS-FILE
                 IF NOT RUN-COMPLETED
                    MOVE "N" TO WS-RULE-RESULT
                    IF RUN-WAS-CUT-OFF
                       MOVE RS-REMAINING-COUNT TO WS-COUNT-DISP
                       STRING "RUNSTAT.DAT says CUTOFF - "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISP)
                          DELIMITED BY SIZE
                          " account(s) not fetched" DELIMITED BY SIZE
                          INTO WS-RULE-REASON
                       END-STRING
                    ELSE
                       MOVE "RUNSTAT.DAT shows no completed run"
                          TO WS-RULE-REASON
                    END-IF
                 END-IF
              END-IF.

      *
      * A verdict stamped before tonight's fetch ended was left by an
      * earlier night (EXTRACT-INTEGRITY stops before rewriting it
      * when the extract is missing), so it is treated as no verdict.
      * With no RUNSTAT.DAT there is no fetch end to test against and
      * the verdict is taken as it stands.
      *
       CHECK-INTEGRITY-RULE.
              PERFORM READ-FETCH-END-STAMP
              OPEN INPUT INTEGRITY-STATUS-FILE
              IF WS-INTEGRITY-STATUS NOT = "00"
                 MOVE "N" TO WS-RULE-RESULT
                 MOVE "INTEGRITY.STA unavailable" TO WS-RULE-REASON
              ELSE
                 MOVE SPACES TO INTEGRITY-STATUS-RECORD
                 READ INTEGRITY-STATUS-FILE
                    AT END
                       MOVE SPACES TO INTEGRITY-STATUS-RECORD
                 END-READ
                 CLOSE INTEGRITY-STATUS-FILE
                 EVALUATE TRUE
                    WHEN INTEGRITY-STATUS-RECORD = SPACES
                       MOVE "N" TO WS-RULE-RESULT
                       MOVE "INTEGRITY.STA shows no verdict"
                          TO WS-RULE-REASON
                    WHEN WS-FETCH-END-STAMP NOT = SPACES
                       AND IS-RUN-TIMESTAMP < WS-FETCH-END-STAMP
                       MOVE "N" TO WS-RULE-RESULT
                       MOVE "INTEGRITY.STA is from an earlier night"
                          TO WS-RULE-REASON
                    WHEN INTEGRITY-PASSED
                       CONTINUE
                    WHEN INTEGRITY-FAILED
                       MOVE "N" TO WS-RULE-RESULT
                       MOVE IS-ERROR-COUNT TO WS-COUNT-DISP
                       STRING "INTEGRITY.STA says FAIL - "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISP)
                          DELIMITED BY SIZE
                          " exception(s), see INTEGRITY.RPT"
                          DELIMITED BY SIZE
                          INTO WS-RULE-REASON
                       END-STRING
                    WHEN OTHER
                       MOVE "N" TO WS-RULE-RESULT
                       MOVE "INTEGRITY.STA shows no verdict"
                          TO WS-RULE-REASON
                 END-EVALUATE
              END-IF.

       READ-FETCH-END-STAMP.
              MOVE SPACES TO WS-FETCH-END-STAMP
              OPEN INPUT RUN-STATUS-FILE
              IF WS-RUN-STATUS-STATUS = "00"
                 READ RUN-STATUS-FILE
                    NOT AT END
                       MOVE RS-RUN-TIMESTAMP(1:14)
                          TO WS-FETCH-END-STAMP
                 END-READ
                 CLOSE RUN-STATUS-FILE
              END-IF.

      *
      * The reject rate is quarantined rows over all rows the
      * validate step saw, certified plus quarantined.
      *
       CHECK-QUARANTINE-RULE.
              MOVE 0 TO WS-CERTIFIED-COUNT WS-QUARANTINE-COUNT
              OPEN INPUT CERTIFIED-FILE
              IF WS-CERTIFIED-STATUS NOT = "00"
                 MOVE "N" TO WS-RULE-RESULT
                 MOVE "PROFILE.CERT unavailable" TO WS-RULE-REASON
              ELSE
                 MOVE "N" TO WS-EOF-COUNT-FILE
                 PERFORM UNTIL EOF-COUNT-FILE
                    READ CERTIFIED-FILE
                       AT END
                          SET EOF-COUNT-FILE TO TRUE
                       NOT AT END
                          ADD 1 TO WS-CERTIFIED-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE CERTIFIED-FILE
                 OPEN INPUT QUARANTINE-FILE
                 IF WS-QUARANTINE-STATUS = "00"
                    MOVE "N" TO WS-EOF-COUNT-FILE
                    PERFORM UNTIL EOF-COUNT-FILE
                       READ QUARANTINE-FILE
                          AT END
                             SET EOF-COUNT-FILE TO TRUE
                          NOT AT END
                             ADD 1 TO WS-QUARANTINE-COUNT
                       END-READ
                    END-PERFORM
                    CLOSE QUARANTINE-FILE
                 END-IF
                 IF WS-CERTIFIED-COUNT + WS-QUARANTINE-COUNT > 0
                    COMPUTE WS-QUAR-PCT ROUNDED =
                       WS-QUARANTINE-COUNT * 100
                       / (WS-CERTIFIED-COUNT + WS-QUARANTINE-COUNT)
                 ELSE
                    MOVE 0 TO WS-QUAR-PCT
                 END-IF
                 IF WS-QUAR-PCT > WS-MAX-QUAR-PCT
                    MOVE "N" TO WS-RULE-RESULT
                    MOVE WS-QUAR-PCT TO WS-PCT-DISP
                    MOVE WS-MAX-QUAR-PCT TO WS-LIMIT-DISP
                    STRING "PROFILE.QUAR rejected " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
                       "% - limit " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIMIT-DISP) DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO WS-RULE-REASON
                    END-STRING
                 END-IF
              END-IF.

       SAVE-STEP-RESTART-POINT.
              MOVE WS-S-SEQ (STEP-IDX) TO CR-STEP-SEQ
              MOVE WS-S-NAME (STEP-IDX) TO CR-STEP-NAME
              PERFORM SAVE-RESTART-POINT.

      *
      * After the last step the chain is marked complete by the
      * main line, so only a following step is recorded here.
      *
       SAVE-NEXT-RESTART-POINT.
              IF WS-STEP-SUB < WS-STEP-COUNT
                 SET STEP-IDX UP BY 1
                 MOVE "RUNNING" TO CR-CHAIN-STATE
                 PERFORM SAVE-STEP-RESTART-POINT
                 SET STEP-IDX DOWN BY 1
              END-IF.

       SAVE-RESTART-POINT.
              MOVE WS-CYCLE-DATE TO CR-CYCLE-DATE
              MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
              MOVE WS-NOW-DATE TO CR-UPDATED-DATE
              MOVE WS-NOW-TIME TO CR-UPDATED-TIME
              OPEN OUTPUT RESTART-FILE
              IF WS-RESTART-STATUS NOT = "00"
                 DISPLAY "WARNING: unable to write CHAINCTL.RST, "
                    "status " WS-RESTART-STATUS
                    " - a resubmission will not know where to resume"
              ELSE
                 WRITE RESTART-RECORD FROM WS-RESTART-DATA
                 CLOSE RESTART-FILE
              END-IF.

       WRITE-CHAIN-LOG.
              MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
              MOVE WS-NOW-STAMP(1:14) TO CL-STAMP
              MOVE WS-CYCLE-DATE TO CL-CYCLE-DATE
              MOVE WS-STEP-RC TO CL-RETURN-CODE
              WRITE CHAIN-LOG-RECORD FROM WS-CHAIN-LOG-LINE.
