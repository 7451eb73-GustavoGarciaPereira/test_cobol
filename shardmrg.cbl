      * says COMPLETED only when every shard finished. A shard whose
      * RUNSTAT.DAT.Snn is missing marks the combined run INCOMPLETE;
      * a shard that was cut off marks it CUTOFF with the remaining
      * counts summed across shards and the cut-off reason of the
      * first shard that was cut off; the combined start time is the
      * earliest shard's. SHARD-COUNT comes from the same
      * RESTCFG.DAT the fetch instances read.
      * Run as a separate batch step after the last shard instance of
      * RESTCLIENT-EXAMPLE ends and before PROFILE-VALIDATE.
       01 WS-TOTAL-CALLS          PIC 9(7) VALUE 0.
       01 WS-TOTAL-REMAINING      PIC 9(5) VALUE 0.
       01 WS-FIRST-CUTOFF-LOGIN   PIC X(39) VALUE SPACES.
       01 WS-FIRST-CUTOFF-REASON  PIC X(8) VALUE SPACES.
       01 WS-EARLIEST-START       PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                 DISPLAY "Unable to open "
                    FUNCTION TRIM(WS-MERGE-OUT-NAME) ", status: "
                    WS-MERGE-OUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 0 TO WS-TARGET-ROW-COUNT
              IF WS-RUN-STATUS-STATUS NOT = "00"
                 DISPLAY "Unable to write RUNSTAT.DAT, status: "
                    WS-RUN-STATUS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACES TO RUN-STATUS-RECORD
                    MOVE "CUTOFF" TO RS-STATUS OF RUN-STATUS-RECORD
                    MOVE WS-FIRST-CUTOFF-LOGIN
                       TO RS-CUTOFF-LOGIN OF RUN-STATUS-RECORD
                    MOVE WS-FIRST-CUTOFF-REASON
                       TO RS-CUTOFF-REASON OF RUN-STATUS-RECORD
                 WHEN OTHER
                    MOVE "COMPLETED" TO RS-STATUS OF RUN-STATUS-RECORD
              END-EVALUATE
                 TO RS-REMAINING-COUNT OF RUN-STATUS-RECORD
              MOVE WS-TOTAL-CALLS
                 TO RS-TOTAL-CALLS OF RUN-STATUS-RECORD
              MOVE WS-EARLIEST-START
                 TO RS-START-TIMESTAMP OF RUN-STATUS-RECORD
              WRITE RUN-STATUS-RECORD
              CLOSE RUN-STATUS-FILE
              DISPLAY "Combined run status: "
       JUDGE-ONE-SHARD-STATUS.
              ADD RS-TOTAL-CALLS OF SHARD-STATUS-RECORD
                 TO WS-TOTAL-CALLS
              IF RS-START-TIMESTAMP OF SHARD-STATUS-RECORD NOT = SPACES
                 IF WS-EARLIEST-START = SPACES
                    OR RS-START-TIMESTAMP OF SHARD-STATUS-RECORD
                       < WS-EARLIEST-START
                    MOVE RS-START-TIMESTAMP OF SHARD-STATUS-RECORD
                       TO WS-EARLIEST-START
                 END-IF
              END-IF
              IF RS-STATUS OF SHARD-STATUS-RECORD NOT = "COMPLETED"
                 MOVE "N" TO WS-ALL-COMPLETED
                 ADD RS-REMAINING-COUNT OF SHARD-STATUS-RECORD
                 IF WS-FIRST-CUTOFF-LOGIN = SPACES
                    MOVE RS-CUTOFF-LOGIN OF SHARD-STATUS-RECORD
                       TO WS-FIRST-CUTOFF-LOGIN
                    MOVE RS-CUTOFF-REASON OF SHARD-STATUS-RECORD
                       TO WS-FIRST-CUTOFF-REASON
                 END-IF
                 DISPLAY "Shard " WS-SHARD-SUB " ended "
                    RS-STATUS OF SHARD-STATUS-RECORD
