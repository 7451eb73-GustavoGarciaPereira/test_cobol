      * PROFILE.HIST for the account-level figures.
      * Run as a separate batch step after RESTCLIENT-EXAMPLE (and
      * SHARD-MERGE on a partitioned night) finishes writing today's
      * repo detail file, and after EXTRACT-INTEGRITY: a night whose
      * INTEGRITY.STA shows FAIL is refused with return code 8 and
      * nothing is loaded, so detail that disagrees with the profile
      * extract never reaches the master. A night with no verdict on
      * file, or only a verdict stamped before the fetch end in
      * RUNSTAT.DAT (left over from an earlier night), is loaded with
      * a warning.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPO-HISTORY-LOAD.
               ACCESS MODE DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT INTEGRITY-STATUS-FILE ASSIGN TO "INTEGRITY.STA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPO-DETAIL-FILE
           COPY "repo-detail.cpy".
       FD  REPO-HISTORY-FILE.
           COPY "repo-hist.cpy".
       FD  INTEGRITY-STATUS-FILE
           RECORDING MODE IS F.
           COPY "integrity-status.cpy".
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY "run-status.cpy".
       WORKING-STORAGE SECTION.
       01 WS-DETAIL-STATUS        PIC XX.
       01 WS-INTEGRITY-STATUS     PIC XX.
       01 WS-RUN-STATUS-STATUS    PIC XX.
       01 WS-FETCH-END-STAMP      PIC X(14).
       01 WS-HISTORY-STATUS       PIC XX.
       01 WS-EOF-DETAIL           PIC X VALUE "N".
          88 EOF-DETAIL                 VALUE "Y".
              COMPUTE WS-PURGE-CUTOFF =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

              PERFORM CHECK-EXTRACT-INTEGRITY

              OPEN INPUT REPO-DETAIL-FILE
              IF WS-DETAIL-STATUS NOT = "00"
                 DISPLAY "Unable to open REPODETL.OUT, status: "
                    WS-DETAIL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

                 " expired snapshot(s) purged"
       STOP RUN.

      *
      * A verdict stamped before tonight's fetch ended (RUNSTAT.DAT)
      * was left by an earlier night and is no verdict at all - the
      * step goes ahead unchecked, as with no INTEGRITY.STA.
      *
       CHECK-EXTRACT-INTEGRITY.
              PERFORM READ-FETCH-END-STAMP
              OPEN INPUT INTEGRITY-STATUS-FILE
              IF WS-INTEGRITY-STATUS NOT = "00"
                 DISPLAY "WARNING: no INTEGRITY.STA (status "
                    WS-INTEGRITY-STATUS ") - loading unchecked"
              ELSE
                 READ INTEGRITY-STATUS-FILE
                    AT END
                       MOVE SPACES TO INTEGRITY-STATUS-RECORD
                 END-READ
                 CLOSE INTEGRITY-STATUS-FILE
                 IF WS-FETCH-END-STAMP NOT = SPACES
                    AND INTEGRITY-STATUS-RECORD NOT = SPACES
                    AND IS-RUN-TIMESTAMP < WS-FETCH-END-STAMP
                    DISPLAY "WARNING: INTEGRITY.STA is from "
                       IS-RUN-TIMESTAMP " - before tonight's fetch "
                       "ended, loading unchecked"
                    MOVE SPACES TO INTEGRITY-STATUS-RECORD
                 END-IF
                 IF INTEGRITY-FAILED
                    DISPLAY "Extract integrity check FAILED at "
                       IS-RUN-TIMESTAMP " (" IS-ERROR-COUNT
                       " error(s)) - REPODETL.OUT not loaded"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
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

       OPEN-REPO-HISTORY-MASTER.
              OPEN I-O REPO-HISTORY-FILE
              IF WS-HISTORY-STATUS = "35"
                 IF WS-HISTORY-STATUS NOT = "00"
                    DISPLAY "Unable to create REPOHIST.MST, status: "
                       WS-HISTORY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 CLOSE REPO-HISTORY-FILE
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to open REPOHIST.MST, status: "
                    WS-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF.

