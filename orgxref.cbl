      *
      * ORG-MEMBER-XREF
      * Joins the night's org member detail ORGMEMBR.OUT back to
      * WATCHLIST.MST and writes ORGXREF.RPT with two views:
      *    VIEW 1 - for each watched account that is a member of a
      *    watched org, the watched orgs it belongs to
      *    VIEW 2 - for each watched org, which of its members are
      *    already watched and under which WM-TEAM, with a count of
      *    the members that are not
      * Every member of a watched org who is not on the master at
      * all (active or suspended) becomes a candidate: one ADD
      * transaction per candidate goes to ORGXREF.TXN in the
      * WATCHMNT.TXN record format, defaulting to the tier and team
      * of the sponsoring org and carrying a generated note naming
      * it, so teams can review the file and feed it to
      * WATCHLIST-MAINT instead of discovering key people by
      * accident. A candidate who belongs to several watched orgs is
      * proposed once, sponsored by the first org in login order.
      * The detail is sorted twice - by member for view 1 and the
      * candidates, by org for view 2 - so there is no fixed limit
      * on the number of memberships.
      * Run as a separate batch step after RESTCLIENT-EXAMPLE (and
      * SHARD-MERGE on a partitioned night) finishes writing today's
      * member detail.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-MEMBER-XREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-MASTER-FILE ASSIGN TO "WATCHLIST.MST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MEMBER-DETAIL-FILE ASSIGN TO "ORGMEMBR.OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT BY-MEMBER-FILE ASSIGN TO "ORGMEMBR.XBM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BY-MEMBER-STATUS.
           SELECT BY-ORG-FILE ASSIGN TO "ORGMEMBR.XBO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BY-ORG-STATUS.
           SELECT XREF-REPORT-FILE ASSIGN TO "ORGXREF.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-RPT-STATUS.
           SELECT XREF-TXN-FILE ASSIGN TO "ORGXREF.TXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-TXN-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "watchlist-master.cpy".
       FD  MEMBER-DETAIL-FILE
           RECORDING MODE IS F.
           COPY "org-member.cpy".
       FD  BY-MEMBER-FILE
           RECORDING MODE IS F.
           COPY "org-member.cpy" REPLACING ==ORG-MEMBER-RECORD==
              BY ==BY-MEMBER-RECORD==.
       FD  BY-ORG-FILE
           RECORDING MODE IS F.
           COPY "org-member.cpy" REPLACING ==ORG-MEMBER-RECORD==
              BY ==BY-ORG-RECORD==.
       FD  XREF-REPORT-FILE
           RECORDING MODE IS F.
       01 XREF-REPORT-LINE        PIC X(132).
       FD  XREF-TXN-FILE
           RECORDING MODE IS F.
       01 XREF-TXN-RECORD.
          05 TX-ACTION              PIC X(4).
          05 TX-LOGIN               PIC X(39).
          05 TX-TIER                PIC X.
          05 TX-TEAM                PIC X(10).
          05 TX-REQUESTED-BY        PIC X(20).
          05 TX-NOTE                PIC X(40).
          05 TX-ACCT-TYPE           PIC X.
       SD  SORT-WORK-FILE.
           COPY "org-member.cpy" REPLACING ==ORG-MEMBER-RECORD==
              BY ==SORT-RECORD==.
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS        PIC XX.
       01 WS-MEMBER-STATUS        PIC XX.
       01 WS-BY-MEMBER-STATUS     PIC XX.
       01 WS-BY-ORG-STATUS        PIC XX.
       01 WS-XREF-RPT-STATUS      PIC XX.
       01 WS-XREF-TXN-STATUS      PIC XX.
       01 WS-EOF-MASTER           PIC X VALUE "N".
          88 EOF-MASTER                 VALUE "Y".
       01 WS-EOF-BY-MEMBER        PIC X VALUE "N".
          88 EOF-BY-MEMBER              VALUE "Y".
       01 WS-EOF-BY-ORG           PIC X VALUE "N".
          88 EOF-BY-ORG                 VALUE "Y".
       01 WS-MASTER-COUNT         PIC 9(4) VALUE 0.
       01 WS-MASTER-TABLE.
          05 WS-MASTER-ENTRY OCCURS 2000 TIMES INDEXED BY MST-IDX.
             10 WS-E-LOGIN            PIC X(39).
             10 WS-E-STATUS-FLAG      PIC X.
             10 WS-E-TIER             PIC X.
             10 WS-E-TEAM             PIC X(10).
       01 WS-MASTER-OVERFLOW      PIC X VALUE "N".
          88 MASTER-TABLE-OVERFLOW      VALUE "Y".
       01 WS-FIND-LOGIN           PIC X(39).
       01 WS-FOUND-MASTER         PIC X.
          88 FOUND-MASTER               VALUE "Y".
       01 WS-MASTER-FOUND-IDX     PIC 9(4).
       01 WS-PRIOR-ROW            PIC X(80).
       01 WS-PRIOR-MEMBER         PIC X(40).
       01 WS-PRIOR-ORG            PIC X(40).
       01 WS-ORG-TIER             PIC X.
       01 WS-ORG-TEAM             PIC X(10).
       01 WS-ORG-MEMBERS          PIC 9(5).
       01 WS-ORG-WATCHED          PIC 9(5).
       01 WS-ORG-UNWATCHED        PIC 9(5).
       01 WS-CANDIDATE-NOTE       PIC X(40).
       01 WS-MEMBERSHIP-COUNT     PIC 9(7) VALUE 0.
       01 WS-WATCHED-USER-COUNT   PIC 9(7) VALUE 0.
       01 WS-ORG-COUNT            PIC 9(7) VALUE 0.
       01 WS-CANDIDATE-COUNT      PIC 9(7) VALUE 0.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-HEADING-LINE.
          05 FILLER               PIC X(39) VALUE
                    "ORG MEMBERSHIP CROSS-REFERENCE - AS OF ".
          05 HD-RUN-DATE          PIC X(8).
       01 WS-VIEW-1-HEADING       PIC X(60) VALUE
                    "VIEW 1 - WATCHED ACCOUNTS BY ORG MEMBERSHIP".
       01 WS-VIEW-1-COLUMNS.
          05 FILLER               PIC X(40) VALUE "WATCHED ACCOUNT".
          05 FILLER               PIC X(11) VALUE "TEAM".
          05 FILLER               PIC X(3) VALUE "ST".
          05 FILLER               PIC X(40) VALUE "MEMBER OF ORG".
          05 FILLER               PIC X(10) VALUE "ORG TEAM".
       01 WS-VIEW-1-LINE.
          05 V1-MEMBER-LOGIN      PIC X(39).
          05 FILLER               PIC X VALUE SPACE.
          05 V1-MEMBER-TEAM       PIC X(10).
          05 FILLER               PIC X VALUE SPACE.
          05 V1-MEMBER-STATUS     PIC X.
          05 FILLER               PIC XX VALUE SPACES.
          05 V1-ORG-LOGIN         PIC X(39).
          05 FILLER               PIC X VALUE SPACE.
          05 V1-ORG-TEAM          PIC X(10).
       01 WS-VIEW-2-HEADING       PIC X(60) VALUE
                    "VIEW 2 - WATCHED ORGS AND THEIR WATCHED MEMBERS".
       01 WS-ORG-HEADING.
          05 FILLER               PIC X(5) VALUE "ORG: ".
          05 OH-ORG-LOGIN         PIC X(39).
          05 FILLER               PIC X(7) VALUE " TEAM: ".
          05 OH-ORG-TEAM          PIC X(10).
          05 FILLER               PIC X(7) VALUE " TIER: ".
          05 OH-ORG-TIER          PIC X.
       01 WS-VIEW-2-LINE.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 V2-MEMBER-LOGIN      PIC X(39).
          05 FILLER               PIC X VALUE SPACE.
          05 V2-MEMBER-TEAM       PIC X(10).
          05 FILLER               PIC X VALUE SPACE.
          05 V2-MEMBER-STATUS     PIC X.
       01 WS-ORG-TOTAL-LINE.
          05 FILLER               PIC X(12) VALUE "    MEMBERS ".
          05 OT-MEMBERS           PIC Z(4)9.
          05 FILLER               PIC X(10) VALUE "  WATCHED ".
          05 OT-WATCHED           PIC Z(4)9.
          05 FILLER               PIC X(14) VALUE "  NOT WATCHED ".
          05 OT-UNWATCHED         PIC Z(4)9.
       01 WS-TOTAL-LINE.
          05 TL-LABEL             PIC X(34).
          05 FILLER               PIC X VALUE SPACE.
          05 TL-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
              PERFORM LOAD-MASTER-TABLE
              PERFORM SORT-MEMBER-DETAIL

              OPEN OUTPUT XREF-REPORT-FILE
              IF WS-XREF-RPT-STATUS NOT = "00"
                 DISPLAY "Unable to open ORGXREF.RPT, status: "
                    WS-XREF-RPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT XREF-TXN-FILE
              IF WS-XREF-TXN-STATUS NOT = "00"
                 DISPLAY "Unable to open ORGXREF.TXN, status: "
                    WS-XREF-TXN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE TO HD-RUN-DATE
              WRITE XREF-REPORT-LINE FROM WS-HEADING-LINE

              PERFORM WRITE-MEMBER-VIEW
              PERFORM WRITE-ORG-VIEW
              PERFORM WRITE-XREF-TOTALS

              CLOSE XREF-REPORT-FILE
              CLOSE XREF-TXN-FILE
              IF MASTER-TABLE-OVERFLOW
                 DISPLAY "WARNING: WATCHLIST.MST has more than 2000 "
                    "entries - overflow entries may show as candidates"
              END-IF
              DISPLAY "Org cross-reference complete: "
                 WS-MEMBERSHIP-COUNT " membership(s), "
                 WS-CANDIDATE-COUNT " candidate ADD(s) written"
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
                 MOVE WM-STATUS-FLAG TO WS-E-STATUS-FLAG (MST-IDX)
                 MOVE WM-TIER TO WS-E-TIER (MST-IDX)
                 MOVE WM-TEAM TO WS-E-TEAM (MST-IDX)
              ELSE
                 SET MASTER-TABLE-OVERFLOW TO TRUE
              END-IF.

       SORT-MEMBER-DETAIL.
              OPEN INPUT MEMBER-DETAIL-FILE
              IF WS-MEMBER-STATUS NOT = "00"
                 DISPLAY "Unable to open ORGMEMBR.OUT, status: "
                    WS-MEMBER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE MEMBER-DETAIL-FILE
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY OM-MEMBER-LOGIN OF SORT-RECORD
                    OM-ORG-LOGIN OF SORT-RECORD
                 USING MEMBER-DETAIL-FILE
                 GIVING BY-MEMBER-FILE
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY OM-ORG-LOGIN OF SORT-RECORD
                    OM-MEMBER-LOGIN OF SORT-RECORD
                 USING MEMBER-DETAIL-FILE
                 GIVING BY-ORG-FILE.

       FIND-MASTER-ENTRY.
              MOVE "N" TO WS-FOUND-MASTER
              MOVE 0 TO WS-MASTER-FOUND-IDX
              PERFORM VARYING MST-IDX FROM 1 BY 1
                 UNTIL MST-IDX > WS-MASTER-COUNT
                 IF WS-E-LOGIN (MST-IDX) = WS-FIND-LOGIN
                    SET FOUND-MASTER TO TRUE
                    SET WS-MASTER-FOUND-IDX TO MST-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

      *
      * Walks the detail in member order: a watched member prints
      * one line per watched org it belongs to (its login only on
      * the first), an unwatched member is proposed once, under the
      * first org of its group. A row repeated by a re-fetch or a
      * shard merge is read past.
      *
       WRITE-MEMBER-VIEW.
              MOVE SPACES TO XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE FROM WS-VIEW-1-HEADING
              WRITE XREF-REPORT-LINE FROM WS-VIEW-1-COLUMNS
              MOVE SPACES TO WS-PRIOR-ROW WS-PRIOR-MEMBER
              OPEN INPUT BY-MEMBER-FILE
              PERFORM UNTIL EOF-BY-MEMBER
                 READ BY-MEMBER-FILE INTO BY-MEMBER-RECORD
                    AT END
                       SET EOF-BY-MEMBER TO TRUE
                    NOT AT END
                       IF BY-MEMBER-RECORD NOT = WS-PRIOR-ROW
                          MOVE BY-MEMBER-RECORD TO WS-PRIOR-ROW
                          ADD 1 TO WS-MEMBERSHIP-COUNT
                          PERFORM XREF-ONE-MEMBERSHIP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BY-MEMBER-FILE.

       XREF-ONE-MEMBERSHIP.
              MOVE OM-ORG-LOGIN OF BY-MEMBER-RECORD TO WS-FIND-LOGIN
              PERFORM FIND-MASTER-ENTRY
              IF FOUND-MASTER
                 SET MST-IDX TO WS-MASTER-FOUND-IDX
                 MOVE WS-E-TIER (MST-IDX) TO WS-ORG-TIER
                 MOVE WS-E-TEAM (MST-IDX) TO WS-ORG-TEAM
              ELSE
                 MOVE "2" TO WS-ORG-TIER
                 MOVE SPACES TO WS-ORG-TEAM
              END-IF
              MOVE OM-MEMBER-LOGIN OF BY-MEMBER-RECORD TO WS-FIND-LOGIN
              PERFORM FIND-MASTER-ENTRY
              IF OM-MEMBER-LOGIN OF BY-MEMBER-RECORD
                 NOT = WS-PRIOR-MEMBER
                 MOVE OM-MEMBER-LOGIN OF BY-MEMBER-RECORD
                    TO WS-PRIOR-MEMBER
                 MOVE SPACES TO WS-VIEW-1-LINE
                 IF FOUND-MASTER
                    ADD 1 TO WS-WATCHED-USER-COUNT
                    SET MST-IDX TO WS-MASTER-FOUND-IDX
                    MOVE WS-E-LOGIN (MST-IDX) TO V1-MEMBER-LOGIN
                    MOVE WS-E-TEAM (MST-IDX) TO V1-MEMBER-TEAM
                    MOVE WS-E-STATUS-FLAG (MST-IDX)
                       TO V1-MEMBER-STATUS
                 ELSE
                    PERFORM WRITE-CANDIDATE-ADD
                 END-IF
              ELSE
                 MOVE SPACES TO V1-MEMBER-LOGIN V1-MEMBER-TEAM
                    V1-MEMBER-STATUS
              END-IF
              IF FOUND-MASTER
                 MOVE OM-ORG-LOGIN OF BY-MEMBER-RECORD TO V1-ORG-LOGIN
                 MOVE WS-ORG-TEAM TO V1-ORG-TEAM
                 WRITE XREF-REPORT-LINE FROM WS-VIEW-1-LINE
              END-IF.

       WRITE-CANDIDATE-ADD.
              MOVE SPACES TO WS-CANDIDATE-NOTE
              STRING "MEMBER OF WATCHED ORG " DELIMITED BY SIZE
                 OM-ORG-LOGIN OF BY-MEMBER-RECORD DELIMITED BY SPACE
                 INTO WS-CANDIDATE-NOTE
              END-STRING
              MOVE SPACES TO XREF-TXN-RECORD
              MOVE "ADD " TO TX-ACTION
              MOVE OM-MEMBER-LOGIN OF BY-MEMBER-RECORD TO TX-LOGIN
              MOVE WS-ORG-TIER TO TX-TIER
              IF TX-TIER = SPACE
                 MOVE "2" TO TX-TIER
              END-IF
              MOVE WS-ORG-TEAM TO TX-TEAM
              MOVE "ORG-MEMBER-XREF" TO TX-REQUESTED-BY
              MOVE WS-CANDIDATE-NOTE TO TX-NOTE
              MOVE "U" TO TX-ACCT-TYPE
              WRITE XREF-TXN-RECORD
              ADD 1 TO WS-CANDIDATE-COUNT.

      *
      * Walks the detail in org order: each org gets a heading from
      * the master, a line per watched member and a count line.
      *
       WRITE-ORG-VIEW.
              MOVE SPACES TO XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE FROM WS-VIEW-2-HEADING
              MOVE SPACES TO WS-PRIOR-ROW WS-PRIOR-ORG
              OPEN INPUT BY-ORG-FILE
              PERFORM UNTIL EOF-BY-ORG
                 READ BY-ORG-FILE INTO BY-ORG-RECORD
                    AT END
                       SET EOF-BY-ORG TO TRUE
                    NOT AT END
                       IF BY-ORG-RECORD NOT = WS-PRIOR-ROW
                          MOVE BY-ORG-RECORD TO WS-PRIOR-ROW
                          PERFORM XREF-ONE-ORG-MEMBER
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-PRIOR-ORG NOT = SPACES
                 PERFORM WRITE-ORG-TOTAL
              END-IF
              CLOSE BY-ORG-FILE.

       XREF-ONE-ORG-MEMBER.
              IF OM-ORG-LOGIN OF BY-ORG-RECORD NOT = WS-PRIOR-ORG
                 IF WS-PRIOR-ORG NOT = SPACES
                    PERFORM WRITE-ORG-TOTAL
                 END-IF
                 PERFORM START-ORG-GROUP
              END-IF
              ADD 1 TO WS-ORG-MEMBERS
              MOVE OM-MEMBER-LOGIN OF BY-ORG-RECORD TO WS-FIND-LOGIN
              PERFORM FIND-MASTER-ENTRY
              IF FOUND-MASTER
                 ADD 1 TO WS-ORG-WATCHED
                 SET MST-IDX TO WS-MASTER-FOUND-IDX
                 MOVE WS-E-LOGIN (MST-IDX) TO V2-MEMBER-LOGIN
                 MOVE WS-E-TEAM (MST-IDX) TO V2-MEMBER-TEAM
                 MOVE WS-E-STATUS-FLAG (MST-IDX) TO V2-MEMBER-STATUS
                 WRITE XREF-REPORT-LINE FROM WS-VIEW-2-LINE
              ELSE
                 ADD 1 TO WS-ORG-UNWATCHED
              END-IF.

       START-ORG-GROUP.
              MOVE OM-ORG-LOGIN OF BY-ORG-RECORD TO WS-PRIOR-ORG
              ADD 1 TO WS-ORG-COUNT
              MOVE 0 TO WS-ORG-MEMBERS WS-ORG-WATCHED WS-ORG-UNWATCHED
              MOVE OM-ORG-LOGIN OF BY-ORG-RECORD TO WS-FIND-LOGIN
              PERFORM FIND-MASTER-ENTRY
              MOVE OM-ORG-LOGIN OF BY-ORG-RECORD TO OH-ORG-LOGIN
              MOVE SPACES TO OH-ORG-TEAM OH-ORG-TIER
              IF FOUND-MASTER
                 SET MST-IDX TO WS-MASTER-FOUND-IDX
                 MOVE WS-E-TEAM (MST-IDX) TO OH-ORG-TEAM
                 MOVE WS-E-TIER (MST-IDX) TO OH-ORG-TIER
              END-IF
              MOVE SPACES TO XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE FROM WS-ORG-HEADING.

       WRITE-ORG-TOTAL.
              MOVE WS-ORG-MEMBERS TO OT-MEMBERS
              MOVE WS-ORG-WATCHED TO OT-WATCHED
              MOVE WS-ORG-UNWATCHED TO OT-UNWATCHED
              WRITE XREF-REPORT-LINE FROM WS-ORG-TOTAL-LINE.

       WRITE-XREF-TOTALS.
              MOVE SPACES TO XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE
              MOVE "MEMBERSHIPS CROSS-REFERENCED" TO TL-LABEL
              MOVE WS-MEMBERSHIP-COUNT TO TL-COUNT
              WRITE XREF-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "WATCHED ORGS" TO TL-LABEL
              MOVE WS-ORG-COUNT TO TL-COUNT
              WRITE XREF-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "WATCHED ACCOUNTS IN WATCHED ORGS" TO TL-LABEL
              MOVE WS-WATCHED-USER-COUNT TO TL-COUNT
              WRITE XREF-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "CANDIDATE ADDS IN ORGXREF.TXN" TO TL-LABEL
              MOVE WS-CANDIDATE-COUNT TO TL-COUNT
              WRITE XREF-REPORT-LINE FROM WS-TOTAL-LINE.
