      *
      * EXTRACT-INTEGRITY
      * Cross-foots the three outputs of one fetch run - PROFILE.OUT,
      * REPODETL.OUT and ORGMEMBR.OUT - by login, which PROFILE-
      * VALIDATE cannot do since it edits each extract row on its
      * own. All three files are sorted by login and walked together
      * in one match-merge; every disagreement is written to
      * INTEGRITY.RPT with a reason code:
      *    I001  PO-REPO-COUNT differs from the distinct REPODETL.OUT
      *          rows for the owner
      *    I002  PO-MEMBER-COUNT differs from the distinct
      *          ORGMEMBR.OUT rows for the org
      *    I003  REPODETL.OUT rows with no PROFILE.OUT row (orphans,
      *          typically left by a failed profile leg)
      *    I004  ORGMEMBR.OUT rows with no PROFILE.OUT row
      *    I005  the same repo row more than once for an owner
      *    I006  the same member row more than once for an org
      *    I007  more than one PROFILE.OUT row for a login - a
      *          warning only, since PROFILE-VALIDATE keeps the last
      *          row and the counts are judged against that row
      * The verdict goes to INTEGRITY.STA: FAIL when any exception
      * other than a warning was found, PASS otherwise. A failed
      * night also ends with return code 4. REPO-HISTORY-LOAD and
      * MEMBER-COMPARE refuse to load detail from a FAILed night.
      * Run as a separate batch step after RESTCLIENT-EXAMPLE (and
      * SHARD-MERGE on a partitioned night), before the detail loads.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACT-INTEGRITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "PROFILE.OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REPO-DETAIL-FILE ASSIGN TO "REPODETL.OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPO-STATUS.
           SELECT MEMBER-DETAIL-FILE ASSIGN TO "ORGMEMBR.OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT PROFILE-SORTED-FILE ASSIGN TO "PROFILE.ISR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-SORTED-STATUS.
           SELECT REPO-SORTED-FILE ASSIGN TO "REPODETL.ISR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPO-SORTED-STATUS.
           SELECT MEMBER-SORTED-FILE ASSIGN TO "ORGMEMBR.ISR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-SORTED-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRITY.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT INTEGRITY-STATUS-FILE ASSIGN TO "INTEGRITY.STA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-STATUS.
           SELECT PROFILE-SORT-WORK ASSIGN TO "SORTWK".
           SELECT REPO-SORT-WORK ASSIGN TO "SORTWK".
           SELECT MEMBER-SORT-WORK ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE
           RECORDING MODE IS F.
           COPY "profile-out.cpy".
       FD  REPO-DETAIL-FILE
           RECORDING MODE IS F.
           COPY "repo-detail.cpy".
       FD  MEMBER-DETAIL-FILE
           RECORDING MODE IS F.
           COPY "org-member.cpy".
       FD  PROFILE-SORTED-FILE
           RECORDING MODE IS F.
           COPY "profile-out.cpy" REPLACING ==PROFILE-OUT-RECORD==
              BY ==PROFILE-SORTED-RECORD== LEADING ==PO-== BY ==PS-==.
       FD  REPO-SORTED-FILE
           RECORDING MODE IS F.
           COPY "repo-detail.cpy" REPLACING ==REPO-DETAIL-RECORD==
              BY ==REPO-SORTED-RECORD== LEADING ==RD-== BY ==RS-==.
       FD  MEMBER-SORTED-FILE
           RECORDING MODE IS F.
           COPY "org-member.cpy" REPLACING ==ORG-MEMBER-RECORD==
              BY ==MEMBER-SORTED-RECORD== LEADING ==OM-== BY ==MS-==.
       FD  INTEGRITY-REPORT-FILE
           RECORDING MODE IS F.
       01 INTEGRITY-REPORT-LINE   PIC X(132).
       FD  INTEGRITY-STATUS-FILE
           RECORDING MODE IS F.
           COPY "integrity-status.cpy".
       SD  PROFILE-SORT-WORK.
           COPY "profile-out.cpy" REPLACING ==PROFILE-OUT-RECORD==
              BY ==PROFILE-SORT-RECORD== LEADING ==PO-== BY ==PW-==.
       SD  REPO-SORT-WORK.
           COPY "repo-detail.cpy" REPLACING ==REPO-DETAIL-RECORD==
              BY ==REPO-SORT-RECORD== LEADING ==RD-== BY ==RW-==.
       SD  MEMBER-SORT-WORK.
           COPY "org-member.cpy" REPLACING ==ORG-MEMBER-RECORD==
              BY ==MEMBER-SORT-RECORD== LEADING ==OM-== BY ==MW-==.
       WORKING-STORAGE SECTION.
       01 WS-PROFILE-STATUS       PIC XX.
       01 WS-REPO-STATUS          PIC XX.
       01 WS-MEMBER-STATUS        PIC XX.
       01 WS-PROFILE-SORTED-STATUS PIC XX.
       01 WS-REPO-SORTED-STATUS   PIC XX.
       01 WS-MEMBER-SORTED-STATUS PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-INTEGRITY-STATUS     PIC XX.
       01 WS-RUN-STAMP            PIC X(21).
       01 WS-PROFILE-KEY          PIC X(40).
       01 WS-REPO-KEY             PIC X(40).
       01 WS-MEMBER-KEY           PIC X(40).
       01 WS-CURRENT-KEY          PIC X(40).
           COPY "profile-out.cpy" REPLACING ==PROFILE-OUT-RECORD==
              BY ==LAST-PROFILE-RECORD== LEADING ==PO-== BY ==LP-==.
       01 WS-GROUP-PROFILE-ROWS   PIC 9(7).
       01 WS-GROUP-REPO-ROWS      PIC 9(7).
       01 WS-GROUP-REPO-DISTINCT  PIC 9(7).
       01 WS-GROUP-MEMBER-ROWS    PIC 9(7).
       01 WS-GROUP-MEMBER-DISTINCT PIC 9(7).
       01 WS-PRIOR-ITEM           PIC X(40).
       01 WS-PROFILE-ROW-COUNT    PIC 9(7) VALUE 0.
       01 WS-REPO-ROW-COUNT       PIC 9(7) VALUE 0.
       01 WS-MEMBER-ROW-COUNT     PIC 9(7) VALUE 0.
       01 WS-LOGIN-COUNT          PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT          PIC 9(7) VALUE 0.
       01 WS-WARNING-COUNT        PIC 9(7) VALUE 0.
       01 WS-HEADING-LINE.
          05 FILLER               PIC X(32) VALUE
                    "EXTRACT INTEGRITY CHECK - AS OF ".
          05 HD-RUN-DATE          PIC X(8).
       01 WS-COLUMN-LINE.
          05 FILLER               PIC X(5) VALUE "CODE".
          05 FILLER               PIC X(41) VALUE "LOGIN".
          05 FILLER               PIC X(29) VALUE "EXCEPTION".
          05 FILLER               PIC X(8) VALUE "EXPECTED".
          05 FILLER               PIC X(8) VALUE "   FOUND".
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(40) VALUE "REPO / MEMBER".
       01 WS-EXCEPTION-LINE.
          05 EX-REASON-CODE       PIC X(4).
          05 FILLER               PIC X VALUE SPACE.
          05 EX-LOGIN             PIC X(40).
          05 FILLER               PIC X VALUE SPACE.
          05 EX-DESCRIPTION       PIC X(28).
          05 FILLER               PIC X VALUE SPACE.
          05 EX-EXPECTED          PIC Z(6)9.
          05 FILLER               PIC X VALUE SPACE.
          05 EX-FOUND             PIC Z(6)9.
          05 FILLER               PIC X VALUE SPACE.
          05 EX-ITEM              PIC X(40).
       01 WS-EXCEPTION-SEVERITY   PIC X.
          88 EXCEPTION-IS-WARNING       VALUE "W".
       01 WS-TOTAL-LINE.
          05 TL-LABEL             PIC X(34).
          05 FILLER               PIC X VALUE SPACE.
          05 TL-COUNT             PIC Z(6)9.
       01 WS-RESULT-LINE.
          05 FILLER               PIC X(35) VALUE
                    "INTEGRITY RESULT".
          05 RL-RESULT            PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
              PERFORM SORT-ALL-EXTRACTS

              OPEN OUTPUT INTEGRITY-REPORT-FILE
              IF WS-REPORT-STATUS NOT = "00"
                 DISPLAY "Unable to open INTEGRITY.RPT, status: "
                    WS-REPORT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-STAMP(1:8) TO HD-RUN-DATE
              WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-LINE
              MOVE SPACES TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE FROM WS-COLUMN-LINE

              OPEN INPUT PROFILE-SORTED-FILE
              OPEN INPUT REPO-SORTED-FILE
              OPEN INPUT MEMBER-SORTED-FILE
              PERFORM READ-PROFILE-SIDE
              PERFORM READ-REPO-SIDE
              PERFORM READ-MEMBER-SIDE
              PERFORM UNTIL WS-PROFILE-KEY = HIGH-VALUES
                 AND WS-REPO-KEY = HIGH-VALUES
                 AND WS-MEMBER-KEY = HIGH-VALUES
                 PERFORM CROSS-FOOT-ONE-LOGIN
              END-PERFORM
              CLOSE PROFILE-SORTED-FILE
              CLOSE REPO-SORTED-FILE
              CLOSE MEMBER-SORTED-FILE

              PERFORM WRITE-INTEGRITY-TOTALS
              CLOSE INTEGRITY-REPORT-FILE
              PERFORM WRITE-INTEGRITY-STATUS

              DISPLAY "Integrity check complete: " WS-LOGIN-COUNT
                 " login(s), " WS-ERROR-COUNT " error(s), "
                 WS-WARNING-COUNT " warning(s) - " RL-RESULT
              IF WS-ERROR-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
       STOP RUN.

      *
      * The profile extract must exist. A missing detail file sorts
      * as empty, so any account that claims repos or members shows
      * up as a count mismatch rather than being waved through.
      *
       SORT-ALL-EXTRACTS.
              OPEN INPUT PROFILE-FILE
              IF WS-PROFILE-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.OUT, status: "
                    WS-PROFILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE PROFILE-FILE
              SORT PROFILE-SORT-WORK
                 ON ASCENDING KEY PW-LOGIN
                 WITH DUPLICATES IN ORDER
                 USING PROFILE-FILE
                 GIVING PROFILE-SORTED-FILE

              OPEN INPUT REPO-DETAIL-FILE
              IF WS-REPO-STATUS = "00"
                 CLOSE REPO-DETAIL-FILE
                 SORT REPO-SORT-WORK
                    ON ASCENDING KEY RW-OWNER-LOGIN RW-REPO-NAME
                    USING REPO-DETAIL-FILE
                    GIVING REPO-SORTED-FILE
              ELSE
                 DISPLAY "WARNING: no REPODETL.OUT (status "
                    WS-REPO-STATUS ") - checked as empty"
                 OPEN OUTPUT REPO-SORTED-FILE
                 CLOSE REPO-SORTED-FILE
              END-IF

              OPEN INPUT MEMBER-DETAIL-FILE
              IF WS-MEMBER-STATUS = "00"
                 CLOSE MEMBER-DETAIL-FILE
                 SORT MEMBER-SORT-WORK
                    ON ASCENDING KEY MW-ORG-LOGIN MW-MEMBER-LOGIN
                    USING MEMBER-DETAIL-FILE
                    GIVING MEMBER-SORTED-FILE
              ELSE
                 DISPLAY "WARNING: no ORGMEMBR.OUT (status "
                    WS-MEMBER-STATUS ") - checked as empty"
                 OPEN OUTPUT MEMBER-SORTED-FILE
                 CLOSE MEMBER-SORTED-FILE
              END-IF.

       READ-PROFILE-SIDE.
              READ PROFILE-SORTED-FILE INTO PROFILE-SORTED-RECORD
                 AT END
                    MOVE HIGH-VALUES TO WS-PROFILE-KEY
                 NOT AT END
                    MOVE PS-LOGIN TO WS-PROFILE-KEY
                    ADD 1 TO WS-PROFILE-ROW-COUNT
              END-READ.

       READ-REPO-SIDE.
              READ REPO-SORTED-FILE INTO REPO-SORTED-RECORD
                 AT END
                    MOVE HIGH-VALUES TO WS-REPO-KEY
                 NOT AT END
                    MOVE RS-OWNER-LOGIN TO WS-REPO-KEY
                    ADD 1 TO WS-REPO-ROW-COUNT
              END-READ.

       READ-MEMBER-SIDE.
              READ MEMBER-SORTED-FILE INTO MEMBER-SORTED-RECORD
                 AT END
                    MOVE HIGH-VALUES TO WS-MEMBER-KEY
                 NOT AT END
                    MOVE MS-ORG-LOGIN TO WS-MEMBER-KEY
                    ADD 1 TO WS-MEMBER-ROW-COUNT
              END-READ.

      *
      * The lowest login waiting on any of the three sides is taken
      * next; each side that carries it gives up its whole group for
      * that login before the group is judged.
      *
       CROSS-FOOT-ONE-LOGIN.
              MOVE WS-PROFILE-KEY TO WS-CURRENT-KEY
              IF WS-REPO-KEY < WS-CURRENT-KEY
                 MOVE WS-REPO-KEY TO WS-CURRENT-KEY
              END-IF
              IF WS-MEMBER-KEY < WS-CURRENT-KEY
                 MOVE WS-MEMBER-KEY TO WS-CURRENT-KEY
              END-IF
              ADD 1 TO WS-LOGIN-COUNT
              PERFORM GATHER-PROFILE-GROUP
              PERFORM GATHER-REPO-GROUP
              PERFORM GATHER-MEMBER-GROUP
              PERFORM JUDGE-ONE-LOGIN.

       GATHER-PROFILE-GROUP.
              MOVE 0 TO WS-GROUP-PROFILE-ROWS
              PERFORM UNTIL WS-PROFILE-KEY NOT = WS-CURRENT-KEY
                 ADD 1 TO WS-GROUP-PROFILE-ROWS
                 MOVE PROFILE-SORTED-RECORD TO LAST-PROFILE-RECORD
                 PERFORM READ-PROFILE-SIDE
              END-PERFORM.

       GATHER-REPO-GROUP.
              MOVE 0 TO WS-GROUP-REPO-ROWS WS-GROUP-REPO-DISTINCT
              MOVE HIGH-VALUES TO WS-PRIOR-ITEM
              PERFORM UNTIL WS-REPO-KEY NOT = WS-CURRENT-KEY
                 ADD 1 TO WS-GROUP-REPO-ROWS
                 IF RS-REPO-NAME = WS-PRIOR-ITEM
                    MOVE "I005" TO EX-REASON-CODE
                    MOVE "DUPLICATE REPO ROW" TO EX-DESCRIPTION
                    MOVE 0 TO EX-EXPECTED EX-FOUND
                    MOVE RS-REPO-NAME TO EX-ITEM
                    MOVE "E" TO WS-EXCEPTION-SEVERITY
                    PERFORM WRITE-EXCEPTION
                 ELSE
                    ADD 1 TO WS-GROUP-REPO-DISTINCT
                    MOVE RS-REPO-NAME TO WS-PRIOR-ITEM
                 END-IF
                 PERFORM READ-REPO-SIDE
              END-PERFORM.

       GATHER-MEMBER-GROUP.
              MOVE 0 TO WS-GROUP-MEMBER-ROWS WS-GROUP-MEMBER-DISTINCT
              MOVE HIGH-VALUES TO WS-PRIOR-ITEM
              PERFORM UNTIL WS-MEMBER-KEY NOT = WS-CURRENT-KEY
                 ADD 1 TO WS-GROUP-MEMBER-ROWS
                 IF MS-MEMBER-LOGIN = WS-PRIOR-ITEM
                    MOVE "I006" TO EX-REASON-CODE
                    MOVE "DUPLICATE MEMBER ROW" TO EX-DESCRIPTION
                    MOVE 0 TO EX-EXPECTED EX-FOUND
                    MOVE MS-MEMBER-LOGIN TO EX-ITEM
                    MOVE "E" TO WS-EXCEPTION-SEVERITY
                    PERFORM WRITE-EXCEPTION
                 ELSE
                    ADD 1 TO WS-GROUP-MEMBER-DISTINCT
                    MOVE MS-MEMBER-LOGIN TO WS-PRIOR-ITEM
                 END-IF
                 PERFORM READ-MEMBER-SIDE
              END-PERFORM.

      *
      * Counts are judged against distinct detail rows, so a
      * duplicated row is reported once as a duplicate and not again
      * as a count mismatch.
      *
       JUDGE-ONE-LOGIN.
              MOVE SPACES TO EX-ITEM
              IF WS-GROUP-PROFILE-ROWS = 0
                 IF WS-GROUP-REPO-ROWS > 0
                    MOVE "I003" TO EX-REASON-CODE
                    MOVE "ORPHAN REPO ROWS" TO EX-DESCRIPTION
                    MOVE 0 TO EX-EXPECTED
                    MOVE WS-GROUP-REPO-ROWS TO EX-FOUND
                    MOVE "E" TO WS-EXCEPTION-SEVERITY
                    PERFORM WRITE-EXCEPTION
                 END-IF
                 IF WS-GROUP-MEMBER-ROWS > 0
                    MOVE "I004" TO EX-REASON-CODE
                    MOVE "ORPHAN MEMBER ROWS" TO EX-DESCRIPTION
                    MOVE 0 TO EX-EXPECTED
                    MOVE WS-GROUP-MEMBER-ROWS TO EX-FOUND
                    MOVE "E" TO WS-EXCEPTION-SEVERITY
                    PERFORM WRITE-EXCEPTION
                 END-IF
              ELSE
                 IF WS-GROUP-PROFILE-ROWS > 1
                    MOVE "I007" TO EX-REASON-CODE
                    MOVE "DUPLICATE PROFILE ROWS" TO EX-DESCRIPTION
                    MOVE 1 TO EX-EXPECTED
                    MOVE WS-GROUP-PROFILE-ROWS TO EX-FOUND
                    MOVE "W" TO WS-EXCEPTION-SEVERITY
                    PERFORM WRITE-EXCEPTION
                 END-IF
                 IF LP-REPO-COUNT NOT = WS-GROUP-REPO-DISTINCT
                    MOVE "I001" TO EX-REASON-CODE
                    MOVE "REPO COUNT MISMATCH" TO EX-DESCRIPTION
                    MOVE LP-REPO-COUNT TO EX-EXPECTED
                    MOVE WS-GROUP-REPO-DISTINCT TO EX-FOUND
                    MOVE "E" TO WS-EXCEPTION-SEVERITY
                    PERFORM WRITE-EXCEPTION
                 END-IF
                 IF LP-MEMBER-COUNT NOT = WS-GROUP-MEMBER-DISTINCT
                    MOVE "I002" TO EX-REASON-CODE
                    MOVE "MEMBER COUNT MISMATCH" TO EX-DESCRIPTION
                    MOVE LP-MEMBER-COUNT TO EX-EXPECTED
                    MOVE WS-GROUP-MEMBER-DISTINCT TO EX-FOUND
                    MOVE "E" TO WS-EXCEPTION-SEVERITY
                    PERFORM WRITE-EXCEPTION
                 END-IF
              END-IF.

       WRITE-EXCEPTION.
              MOVE WS-CURRENT-KEY TO EX-LOGIN
              WRITE INTEGRITY-REPORT-LINE FROM WS-EXCEPTION-LINE
              IF EXCEPTION-IS-WARNING
                 ADD 1 TO WS-WARNING-COUNT
              ELSE
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
              MOVE SPACES TO EX-ITEM.

       WRITE-INTEGRITY-TOTALS.
              MOVE SPACES TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
              MOVE "PROFILE.OUT ROWS" TO TL-LABEL
              MOVE WS-PROFILE-ROW-COUNT TO TL-COUNT
              WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "REPODETL.OUT ROWS" TO TL-LABEL
              MOVE WS-REPO-ROW-COUNT TO TL-COUNT
              WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "ORGMEMBR.OUT ROWS" TO TL-LABEL
              MOVE WS-MEMBER-ROW-COUNT TO TL-COUNT
              WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "LOGINS CROSS-FOOTED" TO TL-LABEL
              MOVE WS-LOGIN-COUNT TO TL-COUNT
              WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "EXCEPTIONS - ERRORS" TO TL-LABEL
              MOVE WS-ERROR-COUNT TO TL-COUNT
              WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "EXCEPTIONS - WARNINGS" TO TL-LABEL
              MOVE WS-WARNING-COUNT TO TL-COUNT
              WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE SPACES TO INTEGRITY-REPORT-LINE
              WRITE INTEGRITY-REPORT-LINE
              IF WS-ERROR-COUNT > 0
                 MOVE "FAIL" TO RL-RESULT
              ELSE
                 MOVE "PASS" TO RL-RESULT
              END-IF
              WRITE INTEGRITY-REPORT-LINE FROM WS-RESULT-LINE.

       WRITE-INTEGRITY-STATUS.
              OPEN OUTPUT INTEGRITY-STATUS-FILE
              IF WS-INTEGRITY-STATUS NOT = "00"
                 DISPLAY "Unable to write INTEGRITY.STA, status: "
                    WS-INTEGRITY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACES TO INTEGRITY-STATUS-RECORD
              MOVE WS-RUN-STAMP(1:14) TO IS-RUN-TIMESTAMP
              MOVE RL-RESULT TO IS-RESULT
              MOVE WS-PROFILE-ROW-COUNT TO IS-PROFILE-ROWS
              MOVE WS-REPO-ROW-COUNT TO IS-REPO-ROWS
              MOVE WS-MEMBER-ROW-COUNT TO IS-MEMBER-ROWS
              MOVE WS-ERROR-COUNT TO IS-ERROR-COUNT
              MOVE WS-WARNING-COUNT TO IS-WARNING-COUNT
              WRITE INTEGRITY-STATUS-RECORD
              CLOSE INTEGRITY-STATUS-FILE.
