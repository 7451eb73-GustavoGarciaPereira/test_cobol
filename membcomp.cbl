      * profile extract.
      * Run as a separate batch step after RESTCLIENT-EXAMPLE (and
      * SHARD-MERGE on a partitioned night) finishes writing today's
      * member detail, and after EXTRACT-INTEGRITY: a night whose
      * INTEGRITY.STA shows FAIL is refused with return code 8 before
      * anything is compared, so ORGMEMBR.YDAY is not rolled forward
      * and the next good night still compares against a good day. A
      * night with no verdict on file, or only a verdict stamped
      * before the fetch end in RUNSTAT.DAT (left over from an earlier
      * night), is compared with a warning.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-COMPARE.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "MEMBCOMP.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.
           SELECT INTEGRITY-STATUS-FILE ASSIGN TO "INTEGRITY.STA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-REPORT-FILE
           RECORDING MODE IS F.
       01 COMPARE-REPORT-LINE     PIC X(132).
       FD  INTEGRITY-STATUS-FILE
           RECORDING MODE IS F.
           COPY "integrity-status.cpy".
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY "run-status.cpy".
       SD  SORT-WORK-FILE.
           COPY "org-member.cpy" REPLACING ==ORG-MEMBER-RECORD==
              BY ==SORT-RECORD==.
       01 WS-TODAY-SORTED-STATUS  PIC XX.
       01 WS-YDAY-SORTED-STATUS   PIC XX.
       01 WS-COMPARE-STATUS       PIC XX.
       01 WS-INTEGRITY-STATUS     PIC XX.
       01 WS-RUN-STATUS-STATUS    PIC XX.
       01 WS-FETCH-END-STAMP      PIC X(14).
       01 WS-EOF-TODAY            PIC X VALUE "N".
          88 EOF-TODAY                  VALUE "Y".
       01 WS-HAVE-YDAY            PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
              PERFORM CHECK-EXTRACT-INTEGRITY
              PERFORM SORT-BOTH-DETAILS

              OPEN OUTPUT COMPARE-REPORT-FILE
              IF WS-COMPARE-STATUS NOT = "00"
                 DISPLAY "Unable to open MEMBCOMP.RPT, status: "
                    WS-COMPARE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE TO HD-RUN-DATE
                 WS-JOINED-COUNT " joined, " WS-LEFT-COUNT " left"
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
                    WS-INTEGRITY-STATUS ") - comparing unchecked"
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
                       "ended, comparing unchecked"
                    MOVE SPACES TO INTEGRITY-STATUS-RECORD
                 END-IF
                 IF INTEGRITY-FAILED
                    DISPLAY "Extract integrity check FAILED at "
                       IS-RUN-TIMESTAMP " (" IS-ERROR-COUNT
                       " error(s)) - ORGMEMBR.OUT not compared"
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

      *
      * Today's detail must exist; a missing prior-day file is normal
      * on first use and compares as an empty file.
              IF WS-TODAY-STATUS NOT = "00"
                 DISPLAY "Unable to open ORGMEMBR.OUT, status: "
                    WS-TODAY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE TODAY-MEMBER-FILE
