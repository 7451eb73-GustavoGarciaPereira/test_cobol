      *
      * RUN-HISTORY-LOAD
      * Files the night's outcome on the keyed run history master
      * RUNHIST.MST (see run-hist.cpy), one record per night keyed by
      * the date the fetch started, so the batch can be measured over
      * weeks and months instead of one morning at a time. The record
      * is gathered from the handoff files the earlier steps leave
      * behind: RUNSTAT.DAT (outcome, cut-off reason and login,
      * accounts remaining, fetch start and end), CONTROL.STA (balance
      * verdict, total calls, calls by status code, retries and error
      * calls), PROFILE.QUAR (rows quarantined), REST.AUDIT (alert
      * POSTs that came back 2xx) and APIPERF.YDAY (per-leg call
      * count and average call time, as rolled forward by tonight's
      * API-PERF-REPORT). A rerun of the step on the same night
      * replaces that night's record. A RUNSTAT.DAT older than
      * yesterday is left over from an earlier night; nothing is
      * filed and the step ends with return code 4. Nights older than
      * two years are purged from the master.
      * Run as a separate batch step after API-PERF-REPORT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-HISTORY-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS-STATUS.
           SELECT CONTROL-STATUS-FILE ASSIGN TO "CONTROL.STA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STA-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "PROFILE.QUAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "REST.AUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LEG-FIGURES-FILE ASSIGN TO "APIPERF.YDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEG-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.MST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RN-RUN-DATE
               FILE STATUS IS WS-RUN-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY "run-status.cpy".
       FD  CONTROL-STATUS-FILE
           RECORDING MODE IS F.
           COPY "control-status.cpy".
       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
       01 QUARANTINE-LINE         PIC X(200).
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "rest-audit.cpy" REPLACING ==AUDIT-RECORD==
              BY ==AUDIT-IN-RECORD==.
       FD  LEG-FIGURES-FILE
           RECORDING MODE IS F.
       01 LEG-FIGURES-RECORD.
          05 LF-LEG-NAME          PIC X(10).
          05 FILLER               PIC X.
          05 LF-CALL-COUNT        PIC 9(7).
          05 FILLER               PIC X.
          05 LF-AVG-MS            PIC 9(7).
          05 FILLER               PIC X.
          05 LF-MAX-MS            PIC 9(7).
       FD  RUN-HISTORY-FILE.
           COPY "run-hist.cpy".
       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS-STATUS    PIC XX.
       01 WS-CONTROL-STA-STATUS   PIC XX.
       01 WS-QUARANTINE-STATUS    PIC XX.
       01 WS-AUDIT-STATUS         PIC XX.
       01 WS-LEG-STATUS           PIC XX.
       01 WS-RUN-HISTORY-STATUS   PIC XX.
       01 WS-EOF-QUARANTINE       PIC X VALUE "N".
          88 EOF-QUARANTINE             VALUE "Y".
       01 WS-EOF-AUDIT            PIC X VALUE "N".
          88 EOF-AUDIT                  VALUE "Y".
       01 WS-EOF-LEG              PIC X VALUE "N".
          88 EOF-LEG                    VALUE "Y".
       01 WS-EOF-RUN-HISTORY      PIC X VALUE "N".
          88 EOF-RUN-HISTORY            VALUE "Y".
       01 WS-NOW-STAMP            PIC X(14).
       01 WS-TODAY-DATE           PIC 9(8).
       01 WS-YESTERDAY-DATE       PIC 9(8).
       01 WS-PURGE-DATE           PIC 9(8).
       01 WS-RETENTION-DAYS       PIC 9(4) VALUE 731.
       01 WS-FETCH-END-DATE       PIC 9(8).
       01 WS-CODE-SUB             PIC 9(2).
       01 WS-LEG-SUB              PIC 9(2).
       01 WS-PURGED-COUNT         PIC 9(7) VALUE 0.
       01 WS-FILED-ACTION         PIC X(8) VALUE "FILED".
           COPY "run-hist.cpy" REPLACING ==RUN-HISTORY-RECORD==
              BY ==NIGHT-RECORD== LEADING ==RN-== BY ==NR-==.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
              MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-DATE
              COMPUTE WS-YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
              COMPUTE WS-PURGE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                 - WS-RETENTION-DAYS)

              MOVE SPACES TO NIGHT-RECORD
              MOVE 0 TO NR-REMAINING-COUNT NR-TOTAL-CALLS
                 NR-RETRIED-CALLS NR-ERROR-CALLS NR-QUARANTINE-COUNT
                 NR-ALERTS-POSTED NR-CODE-COUNT NR-OTHER-CODE-CALLS
              PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                 UNTIL WS-CODE-SUB > 12
                 MOVE 0 TO NR-CODE-STATUS (WS-CODE-SUB)
                    NR-CODE-CALLS (WS-CODE-SUB)
              END-PERFORM
              PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                 UNTIL WS-LEG-SUB > 4
                 MOVE 0 TO NR-LEG-CALLS (WS-LEG-SUB)
                    NR-LEG-AVG-MS (WS-LEG-SUB)
              END-PERFORM
              MOVE WS-NOW-STAMP TO NR-LOADED-STAMP

              PERFORM READ-RUN-STATUS
              PERFORM READ-CONTROL-STATUS
              PERFORM COUNT-QUARANTINE-ROWS
              PERFORM COUNT-ALERT-POSTS
              PERFORM READ-LEG-FIGURES

              PERFORM OPEN-RUN-HISTORY-MASTER
              WRITE RUN-HISTORY-RECORD FROM NIGHT-RECORD
                 INVALID KEY
                    MOVE "REPLACED" TO WS-FILED-ACTION
                    REWRITE RUN-HISTORY-RECORD FROM NIGHT-RECORD
              END-WRITE
              IF WS-RUN-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to file night " NR-RUN-DATE
                    " on RUNHIST.MST, status: " WS-RUN-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM PURGE-RUN-HISTORY-MASTER
              CLOSE RUN-HISTORY-FILE

              DISPLAY "Night " NR-RUN-DATE " "
                 FUNCTION TRIM(WS-FILED-ACTION) " on RUNHIST.MST: "
                 FUNCTION TRIM(NR-OUTCOME) " "
                 FUNCTION TRIM(NR-BALANCE-FLAG) ", "
                 NR-TOTAL-CALLS " calls, " WS-PURGED-COUNT
                 " expired night(s) purged"
       STOP RUN.

      *
      * The night is keyed by the date the fetch started, so a run
      * that crosses midnight files under the evening it began.
      * RUNSTAT.DAT written before start times were recorded falls
      * back to the date the fetch ended.
      *
       READ-RUN-STATUS.
              OPEN INPUT RUN-STATUS-FILE
              IF WS-RUN-STATUS-STATUS NOT = "00"
                 DISPLAY "No RUNSTAT.DAT found (status "
                    WS-RUN-STATUS-STATUS ") - night filed under "
                    WS-TODAY-DATE " with outcome UNKNOWN"
                 MOVE WS-TODAY-DATE TO NR-RUN-DATE
                 MOVE "UNKNOWN" TO NR-OUTCOME
              ELSE
                 READ RUN-STATUS-FILE
                    AT END
                       DISPLAY "RUNSTAT.DAT is empty - night filed "
                          "under " WS-TODAY-DATE " with outcome UNKNOWN"
                       MOVE WS-TODAY-DATE TO NR-RUN-DATE
                       MOVE "UNKNOWN" TO NR-OUTCOME
                    NOT AT END
                       PERFORM TAKE-RUN-STATUS
                 END-READ
                 CLOSE RUN-STATUS-FILE
              END-IF.

       TAKE-RUN-STATUS.
              MOVE RS-RUN-TIMESTAMP(1:8) TO WS-FETCH-END-DATE
              IF WS-FETCH-END-DATE < WS-YESTERDAY-DATE
                 DISPLAY "RUNSTAT.DAT is from " WS-FETCH-END-DATE
                    " - left over from an earlier night, "
                    "nothing filed"
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF RS-START-TIMESTAMP NOT = SPACES
                 MOVE RS-START-TIMESTAMP(1:8) TO NR-RUN-DATE
              ELSE
                 MOVE WS-FETCH-END-DATE TO NR-RUN-DATE
              END-IF
              MOVE RS-STATUS TO NR-OUTCOME
              IF RS-STATUS NOT = "COMPLETED"
                 MOVE RS-CUTOFF-REASON TO NR-CUTOFF-REASON
                 MOVE RS-CUTOFF-LOGIN TO NR-CUTOFF-LOGIN
                 MOVE RS-REMAINING-COUNT TO NR-REMAINING-COUNT
              END-IF
              MOVE RS-START-TIMESTAMP TO NR-START-STAMP
              MOVE RS-RUN-TIMESTAMP(1:14) TO NR-END-STAMP
              MOVE RS-TOTAL-CALLS TO NR-TOTAL-CALLS.

      *
      * CONTROL.STA is written after the fetch ends, so one stamped
      * earlier than the fetch end belongs to an earlier night and
      * is not used. Its call total counts every audited call and
      * replaces the fetch's own count from RUNSTAT.DAT.
      *
       READ-CONTROL-STATUS.
              MOVE "UNKNOWN" TO NR-BALANCE-FLAG
              OPEN INPUT CONTROL-STATUS-FILE
              IF WS-CONTROL-STA-STATUS NOT = "00"
                 DISPLAY "No CONTROL.STA found (status "
                    WS-CONTROL-STA-STATUS ") - balance filed UNKNOWN"
              ELSE
                 READ CONTROL-STATUS-FILE
                    AT END
                       DISPLAY "CONTROL.STA is empty - balance filed "
                          "UNKNOWN"
                    NOT AT END
                       IF NR-END-STAMP NOT = SPACES
                          AND CS-RUN-TIMESTAMP < NR-END-STAMP
                          DISPLAY "CONTROL.STA is from "
                             CS-RUN-TIMESTAMP " - before tonight's "
                             "fetch ended, balance filed UNKNOWN"
                       ELSE
                          PERFORM TAKE-CONTROL-STATUS
                       END-IF
                 END-READ
                 CLOSE CONTROL-STATUS-FILE
              END-IF.

       TAKE-CONTROL-STATUS.
              MOVE CS-BALANCE-FLAG TO NR-BALANCE-FLAG
              MOVE CS-TOTAL-CALLS TO NR-TOTAL-CALLS
              MOVE CS-RETRIED-CALLS TO NR-RETRIED-CALLS
              MOVE CS-ERROR-CALLS TO NR-ERROR-CALLS
              MOVE CS-CODE-COUNT TO NR-CODE-COUNT
              PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                 UNTIL WS-CODE-SUB > 12
                 IF WS-CODE-SUB > CS-CODE-COUNT
                    MOVE 0 TO NR-CODE-STATUS (WS-CODE-SUB)
                       NR-CODE-CALLS (WS-CODE-SUB)
                 ELSE
                    MOVE CS-CODE-STATUS (WS-CODE-SUB)
                       TO NR-CODE-STATUS (WS-CODE-SUB)
                    MOVE CS-CODE-CALLS (WS-CODE-SUB)
                       TO NR-CODE-CALLS (WS-CODE-SUB)
                 END-IF
              END-PERFORM
              MOVE CS-OTHER-CODE-CALLS TO NR-OTHER-CODE-CALLS.

       COUNT-QUARANTINE-ROWS.
              OPEN INPUT QUARANTINE-FILE
              IF WS-QUARANTINE-STATUS = "00"
                 PERFORM UNTIL EOF-QUARANTINE
                    READ QUARANTINE-FILE
                       AT END
                          SET EOF-QUARANTINE TO TRUE
                       NOT AT END
                          ADD 1 TO NR-QUARANTINE-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE QUARANTINE-FILE
              ELSE
                 DISPLAY "No PROFILE.QUAR found (status "
                    WS-QUARANTINE-STATUS "), no rows quarantined"
              END-IF.

      *
      * RECON-ALERT-NOTIFY audits every POST it sends; only those the
      * webhook accepted count as posted.
      *
       COUNT-ALERT-POSTS.
              OPEN INPUT AUDIT-FILE
              IF WS-AUDIT-STATUS = "00"
                 PERFORM UNTIL EOF-AUDIT
                    READ AUDIT-FILE INTO AUDIT-IN-RECORD
                       AT END
                          SET EOF-AUDIT TO TRUE
                       NOT AT END
                          IF AUD-REQUEST-TYPE = "POST"
                             AND AUD-STATUS >= 200
                             AND AUD-STATUS <= 299
                             ADD 1 TO NR-ALERTS-POSTED
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE AUDIT-FILE
              ELSE
                 DISPLAY "No REST.AUDIT found (status "
                    WS-AUDIT-STATUS "), no alert posts counted"
              END-IF.

       READ-LEG-FIGURES.
              OPEN INPUT LEG-FIGURES-FILE
              IF WS-LEG-STATUS = "00"
                 MOVE 0 TO WS-LEG-SUB
                 PERFORM UNTIL EOF-LEG
                    READ LEG-FIGURES-FILE
                       AT END
                          SET EOF-LEG TO TRUE
                       NOT AT END
                          IF WS-LEG-SUB < 4
                             ADD 1 TO WS-LEG-SUB
                             MOVE LF-LEG-NAME
                                TO NR-LEG-NAME (WS-LEG-SUB)
                             MOVE LF-CALL-COUNT
                                TO NR-LEG-CALLS (WS-LEG-SUB)
                             MOVE LF-AVG-MS
                                TO NR-LEG-AVG-MS (WS-LEG-SUB)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE LEG-FIGURES-FILE
              ELSE
                 DISPLAY "No APIPERF.YDAY found (status "
                    WS-LEG-STATUS "), leg timings not filed"
              END-IF.

       OPEN-RUN-HISTORY-MASTER.
              OPEN I-O RUN-HISTORY-FILE
              IF WS-RUN-HISTORY-STATUS = "35"
                 OPEN OUTPUT RUN-HISTORY-FILE
                 IF WS-RUN-HISTORY-STATUS NOT = "00"
                    DISPLAY "Unable to create RUNHIST.MST, status: "
                       WS-RUN-HISTORY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 CLOSE RUN-HISTORY-FILE
                 OPEN I-O RUN-HISTORY-FILE
              END-IF
              IF WS-RUN-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to open RUNHIST.MST, status: "
                    WS-RUN-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF.

      *
      * The master is in date order, so the purge stops at the first
      * night inside the retention period.
      *
       PURGE-RUN-HISTORY-MASTER.
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
                       IF RN-RUN-DATE < WS-PURGE-DATE
                          DELETE RUN-HISTORY-FILE RECORD
                          ADD 1 TO WS-PURGED-COUNT
                       ELSE
                          SET EOF-RUN-HISTORY TO TRUE
                       END-IF
                 END-READ
              END-PERFORM.
