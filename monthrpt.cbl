      *
      * MONTH-END-REPORT
      * Prints MONTHEND.RPT for the latest month on the close register
      * MONTHCLS.DAT, built from the keyed monthly summary master
      * MONTHSUM.MST written by MONTH-END-CLOSE:
      *    one block per account closed in the month - for each of
      *    followers, public repos, repo count and member count the
      *    month-end figure, the month's high, low and net change,
      *    then the movement month over month against the prior
      *    month's close and year over year against the same month
      *    a year earlier, each as a change and a percentage
      *    one block per WM-TEAM (as frozen at the close, blank team
      *    under UNASSIGNED as in TEAM-ROLLUP-REPORT) totalling the
      *    same figures across the team's accounts
      * A comparison month the account was not closed in prints N/A,
      * and the team comparisons total only the accounts closed in
      * both months, so a team's movement is not inflated by
      * accounts added to the watchlist since.
      * Run as a separate batch step after MONTH-END-CLOSE; between
      * closes it simply reprints the latest closed month.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REGISTER-FILE ASSIGN TO "MONTHCLS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "MONTHSUM.MST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT MONTH-REPORT-FILE ASSIGN TO "MONTHEND.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  SUMMARY-FILE.
           COPY "month-summary.cpy".
       FD  MONTH-REPORT-FILE
           RECORDING MODE IS F.
       01 MONTH-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS      PIC XX.
       01 WS-SUMMARY-STATUS       PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-EOF-REGISTER         PIC X VALUE "N".
          88 EOF-REGISTER               VALUE "Y".
       01 WS-EOF-SUMMARY          PIC X VALUE "N".
          88 EOF-SUMMARY                VALUE "Y".
       01 WS-REPORT-MONTH         PIC 9(6) VALUE 0.
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
          05 WS-RM-YEAR           PIC 9(4).
          05 WS-RM-MONTH          PIC 9(2).
       01 WS-CLOSE-STAMP          PIC X(14).
       01 WS-CLOSE-TYPE           PIC X(7).
       01 WS-PRIOR-MONTH          PIC 9(6).
       01 WS-YEAR-AGO-MONTH       PIC 9(6).
       01 WS-METRIC-NAMES.
          05 FILLER               PIC X(14) VALUE "FOLLOWERS".
          05 FILLER               PIC X(14) VALUE "PUBLIC REPOS".
          05 FILLER               PIC X(14) VALUE "REPO COUNT".
          05 FILLER               PIC X(14) VALUE "MEMBER COUNT".
       01 WS-METRIC-NAME-TABLE REDEFINES WS-METRIC-NAMES.
          05 WS-METRIC-NAME OCCURS 4 TIMES PIC X(14).
       01 WS-FIG-SUB              PIC 9.
       01 WS-PRIOR-LOGIN          PIC X(40) VALUE SPACES.
       01 WS-ACCOUNT-FIGURES.
          05 WS-CUR-FOUND         PIC X.
             88 CUR-MONTH-FOUND         VALUE "Y".
          05 WS-MOM-FOUND         PIC X.
             88 MOM-MONTH-FOUND         VALUE "Y".
          05 WS-YOY-FOUND         PIC X.
             88 YOY-MONTH-FOUND         VALUE "Y".
          05 WS-CUR-TEAM          PIC X(10).
          05 WS-CUR-FIGURE OCCURS 4 TIMES.
             10 WS-CUR-END        PIC 9(7).
             10 WS-CUR-HIGH       PIC 9(7).
             10 WS-CUR-LOW        PIC 9(7).
             10 WS-CUR-NET        PIC S9(7).
          05 WS-MOM-END OCCURS 4 TIMES PIC 9(7).
          05 WS-YOY-END OCCURS 4 TIMES PIC 9(7).
       01 WS-CHANGE               PIC S9(9).
       01 WS-BASE                 PIC 9(9).
       01 WS-PERCENT              PIC S9(5)V9.
       01 WS-PERCENT-VALID        PIC X.
          88 PERCENT-VALID              VALUE "Y".
       01 WS-ACCOUNT-COUNT        PIC 9(5) VALUE 0.
       01 WS-TEAM-COUNT           PIC 9(3) VALUE 0.
       01 WS-TEAM-TABLE.
          05 WS-TEAM-ENTRY OCCURS 500 TIMES INDEXED BY TEAM-IDX.
             10 WS-T-TEAM             PIC X(10).
             10 WS-T-ACCOUNTS         PIC 9(5).
             10 WS-T-MOM-ACCOUNTS     PIC 9(5).
             10 WS-T-YOY-ACCOUNTS     PIC 9(5).
             10 WS-T-FIGURE OCCURS 4 TIMES.
                15 WS-T-END           PIC 9(9).
                15 WS-T-MOM-CUR       PIC 9(9).
                15 WS-T-MOM-BASE      PIC 9(9).
                15 WS-T-YOY-CUR       PIC 9(9).
                15 WS-T-YOY-BASE      PIC 9(9).
       01 WS-TEAM-OVERFLOW        PIC X VALUE "N".
          88 TEAM-TABLE-OVERFLOW        VALUE "Y".
       01 WS-FIND-TEAM            PIC X(10).
       01 WS-FOUND-TEAM           PIC X.
          88 FOUND-TEAM                 VALUE "Y".
       01 WS-INSERT-SUB           PIC 9(3).
       01 WS-SHIFT-SUB            PIC 9(3).
       01 WS-HEADING-LINE.
          05 FILLER               PIC X(23) VALUE
                    "MONTH-END REPORT - FOR ".
          05 HD-REPORT-MONTH      PIC 9(6).
          05 FILLER               PIC X(11) VALUE " CLOSED AT ".
          05 HD-CLOSE-STAMP       PIC X(14).
          05 FILLER               PIC X VALUE SPACE.
          05 HD-CLOSE-TYPE        PIC X(7).
       01 WS-BASIS-LINE.
          05 FILLER               PIC X(21) VALUE
                    "MOM AGAINST CLOSE OF ".
          05 BL-PRIOR-MONTH       PIC 9(6).
          05 FILLER               PIC X(23) VALUE
                    ", YOY AGAINST CLOSE OF ".
          05 BL-YEAR-AGO-MONTH    PIC 9(6).
       01 WS-ACCOUNT-SECTION-HEADING PIC X(60) VALUE
                    "ACCOUNTS".
       01 WS-TEAM-SECTION-HEADING PIC X(60) VALUE
                    "TEAMS".
       01 WS-ACCOUNT-COLUMNS.
          05 FILLER               PIC X(18) VALUE "    FIGURE".
          05 FILLER               PIC X(8) VALUE "   MONTH".
          05 FILLER               PIC X(8) VALUE "    HIGH".
          05 FILLER               PIC X(8) VALUE "     LOW".
          05 FILLER               PIC X(9) VALUE "      NET".
          05 FILLER               PIC X(8) VALUE "   PRIOR".
          05 FILLER               PIC X(9) VALUE "      MOM".
          05 FILLER               PIC X(10) VALUE "     MOM %".
          05 FILLER               PIC X(8) VALUE "  YR AGO".
          05 FILLER               PIC X(9) VALUE "      YOY".
          05 FILLER               PIC X(10) VALUE "     YOY %".
       01 WS-ACCOUNT-HEADING.
          05 FILLER               PIC X(9) VALUE "ACCOUNT: ".
          05 AH-LOGIN             PIC X(39).
          05 FILLER               PIC X(7) VALUE " TEAM: ".
          05 AH-TEAM              PIC X(10).
          05 FILLER               PIC X(7) VALUE " TYPE: ".
          05 AH-ACCT-TYPE         PIC X.
       01 WS-ACCOUNT-LINE.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 AL-METRIC            PIC X(14).
          05 AL-END               PIC Z(7)9.
          05 AL-HIGH              PIC Z(7)9.
          05 AL-LOW               PIC Z(7)9.
          05 FILLER               PIC X VALUE SPACE.
          05 AL-NET               PIC S9(7) SIGN IS LEADING SEPARATE.
          05 AL-PRIOR             PIC Z(7)9.
          05 AL-PRIOR-X REDEFINES AL-PRIOR PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 AL-MOM               PIC S9(7) SIGN IS LEADING SEPARATE.
          05 AL-MOM-X REDEFINES AL-MOM PIC X(8).
          05 AL-MOM-PCT           PIC -(7)9.9.
          05 AL-MOM-PCT-X REDEFINES AL-MOM-PCT PIC X(10).
          05 AL-YEAR-AGO          PIC Z(7)9.
          05 AL-YEAR-AGO-X REDEFINES AL-YEAR-AGO PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 AL-YOY               PIC S9(7) SIGN IS LEADING SEPARATE.
          05 AL-YOY-X REDEFINES AL-YOY PIC X(8).
          05 AL-YOY-PCT           PIC -(7)9.9.
          05 AL-YOY-PCT-X REDEFINES AL-YOY-PCT PIC X(10).
       01 WS-TEAM-HEADING.
          05 FILLER               PIC X(6) VALUE "TEAM: ".
          05 TH-TEAM              PIC X(10).
          05 FILLER               PIC X(11) VALUE " ACCOUNTS: ".
          05 TH-ACCOUNTS          PIC Z(4)9.
          05 FILLER               PIC X(18) VALUE
                    "  IN PRIOR MONTH: ".
          05 TH-MOM-ACCOUNTS      PIC Z(4)9.
          05 FILLER               PIC X(15) VALUE
                    "  IN YEAR AGO: ".
          05 TH-YOY-ACCOUNTS      PIC Z(4)9.
       01 WS-TEAM-COLUMNS.
          05 FILLER               PIC X(18) VALUE "    FIGURE".
          05 FILLER               PIC X(10) VALUE "     MONTH".
          05 FILLER               PIC X(10) VALUE "     PRIOR".
          05 FILLER               PIC X(11) VALUE "        MOM".
          05 FILLER               PIC X(10) VALUE "     MOM %".
          05 FILLER               PIC X(10) VALUE "    YR AGO".
          05 FILLER               PIC X(11) VALUE "        YOY".
          05 FILLER               PIC X(10) VALUE "     YOY %".
       01 WS-TEAM-LINE.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 TL-METRIC            PIC X(14).
          05 TL-END               PIC Z(9)9.
          05 TL-PRIOR             PIC Z(9)9.
          05 FILLER               PIC X VALUE SPACE.
          05 TL-MOM               PIC S9(9) SIGN IS LEADING SEPARATE.
          05 TL-MOM-PCT           PIC -(7)9.9.
          05 TL-MOM-PCT-X REDEFINES TL-MOM-PCT PIC X(10).
          05 TL-YEAR-AGO          PIC Z(9)9.
          05 FILLER               PIC X VALUE SPACE.
          05 TL-YOY               PIC S9(9) SIGN IS LEADING SEPARATE.
          05 TL-YOY-PCT           PIC -(7)9.9.
          05 TL-YOY-PCT-X REDEFINES TL-YOY-PCT PIC X(10).
       01 WS-TOTAL-LINE.
          05 TT-LABEL             PIC X(30).
          05 FILLER               PIC X VALUE SPACE.
          05 TT-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              PERFORM FIND-REPORT-MONTH

              OPEN INPUT SUMMARY-FILE
              IF WS-SUMMARY-STATUS NOT = "00"
                 DISPLAY "Unable to open MONTHSUM.MST, status: "
                    WS-SUMMARY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN OUTPUT MONTH-REPORT-FILE
              IF WS-REPORT-STATUS NOT = "00"
                 DISPLAY "Unable to open MONTHEND.RPT, status: "
                    WS-REPORT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-REPORT-MONTH TO HD-REPORT-MONTH
              MOVE WS-CLOSE-STAMP TO HD-CLOSE-STAMP
              MOVE WS-CLOSE-TYPE TO HD-CLOSE-TYPE
              WRITE MONTH-REPORT-LINE FROM WS-HEADING-LINE
              MOVE WS-PRIOR-MONTH TO BL-PRIOR-MONTH
              MOVE WS-YEAR-AGO-MONTH TO BL-YEAR-AGO-MONTH
              WRITE MONTH-REPORT-LINE FROM WS-BASIS-LINE
              MOVE SPACES TO MONTH-REPORT-LINE
              WRITE MONTH-REPORT-LINE
              WRITE MONTH-REPORT-LINE FROM WS-ACCOUNT-SECTION-HEADING
              WRITE MONTH-REPORT-LINE FROM WS-ACCOUNT-COLUMNS

              PERFORM START-ONE-ACCOUNT
              PERFORM UNTIL EOF-SUMMARY
                 READ SUMMARY-FILE NEXT RECORD
                    AT END
                       SET EOF-SUMMARY TO TRUE
                       PERFORM FINISH-ONE-ACCOUNT
                    NOT AT END
                       PERFORM COLLECT-ONE-SUMMARY
                 END-READ
              END-PERFORM
              CLOSE SUMMARY-FILE

              PERFORM WRITE-TEAM-BLOCKS
              MOVE SPACES TO MONTH-REPORT-LINE
              WRITE MONTH-REPORT-LINE
              MOVE "ACCOUNTS REPORTED" TO TT-LABEL
              MOVE WS-ACCOUNT-COUNT TO TT-COUNT
              WRITE MONTH-REPORT-LINE FROM WS-TOTAL-LINE
              MOVE "TEAMS REPORTED" TO TT-LABEL
              MOVE WS-TEAM-COUNT TO TT-COUNT
              WRITE MONTH-REPORT-LINE FROM WS-TOTAL-LINE
              CLOSE MONTH-REPORT-FILE

              IF TEAM-TABLE-OVERFLOW
                 DISPLAY "WARNING: more than 500 teams on the close - "
                    "overflow teams were left out of the team section"
              END-IF
              DISPLAY "Month-end report written for " WS-REPORT-MONTH
                 ": " WS-ACCOUNT-COUNT " account(s), " WS-TEAM-COUNT
                 " team(s)"
       STOP RUN.

      *
      * The register is appended in close order, so its last entry
      * is the latest close (a forced re-close included).
      *
       FIND-REPORT-MONTH.
              OPEN INPUT CLOSE-REGISTER-FILE
              IF WS-REGISTER-STATUS = "35"
                 DISPLAY "No MONTHCLS.DAT found - no month has been "
                    "closed yet, no month-end report written"
                 MOVE 0 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-REGISTER-STATUS NOT = "00"
                 DISPLAY "Unable to open MONTHCLS.DAT, status: "
                    WS-REGISTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-REGISTER
                 READ CLOSE-REGISTER-FILE
                    AT END
                       SET EOF-REGISTER TO TRUE
                    NOT AT END
                       IF CR-MONTH IS NUMERIC AND CR-MONTH > 0
                          MOVE CR-MONTH TO WS-REPORT-MONTH
                          MOVE CR-CLOSE-STAMP TO WS-CLOSE-STAMP
                          MOVE CR-CLOSE-TYPE TO WS-CLOSE-TYPE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOSE-REGISTER-FILE
              IF WS-REPORT-MONTH = 0
                 DISPLAY "MONTHCLS.DAT holds no closed month - no "
                    "month-end report written"
                 MOVE 0 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-RM-MONTH = 1
                 COMPUTE WS-PRIOR-MONTH = (WS-RM-YEAR - 1) * 100 + 12
              ELSE
                 COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 1
              END-IF
              COMPUTE WS-YEAR-AGO-MONTH = WS-REPORT-MONTH - 100.

      *
      * An account's summaries arrive in month order; only the
      * report month and its two comparison months are kept.
      *
       COLLECT-ONE-SUMMARY.
              IF MS-LOGIN NOT = WS-PRIOR-LOGIN
                 PERFORM FINISH-ONE-ACCOUNT
                 PERFORM START-ONE-ACCOUNT
                 MOVE MS-LOGIN TO WS-PRIOR-LOGIN
              END-IF
              EVALUATE MS-MONTH
                 WHEN WS-REPORT-MONTH
                    SET CUR-MONTH-FOUND TO TRUE
                    MOVE MS-TEAM TO WS-CUR-TEAM
                    MOVE MS-ACCT-TYPE TO AH-ACCT-TYPE
                    PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > 4
                       MOVE MS-FIG-END (WS-FIG-SUB)
                          TO WS-CUR-END (WS-FIG-SUB)
                       MOVE MS-FIG-HIGH (WS-FIG-SUB)
                          TO WS-CUR-HIGH (WS-FIG-SUB)
                       MOVE MS-FIG-LOW (WS-FIG-SUB)
                          TO WS-CUR-LOW (WS-FIG-SUB)
                       MOVE MS-FIG-NET (WS-FIG-SUB)
                          TO WS-CUR-NET (WS-FIG-SUB)
                    END-PERFORM
                 WHEN WS-PRIOR-MONTH
                    SET MOM-MONTH-FOUND TO TRUE
                    PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > 4
                       MOVE MS-FIG-END (WS-FIG-SUB)
                          TO WS-MOM-END (WS-FIG-SUB)
                    END-PERFORM
                 WHEN WS-YEAR-AGO-MONTH
                    SET YOY-MONTH-FOUND TO TRUE
                    PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > 4
                       MOVE MS-FIG-END (WS-FIG-SUB)
                          TO WS-YOY-END (WS-FIG-SUB)
                    END-PERFORM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE.

       START-ONE-ACCOUNT.
              MOVE "N" TO WS-CUR-FOUND WS-MOM-FOUND WS-YOY-FOUND
              MOVE SPACES TO WS-CUR-TEAM.

       FINISH-ONE-ACCOUNT.
              IF CUR-MONTH-FOUND
                 ADD 1 TO WS-ACCOUNT-COUNT
                 IF WS-CUR-TEAM = SPACES
                    MOVE "UNASSIGNED" TO WS-CUR-TEAM
                 END-IF
                 PERFORM WRITE-ACCOUNT-BLOCK
                 PERFORM ADD-TO-TEAM-TOTALS
              END-IF.

       WRITE-ACCOUNT-BLOCK.
              MOVE SPACES TO MONTH-REPORT-LINE
              WRITE MONTH-REPORT-LINE
              MOVE WS-PRIOR-LOGIN TO AH-LOGIN
              MOVE WS-CUR-TEAM TO AH-TEAM
              WRITE MONTH-REPORT-LINE FROM WS-ACCOUNT-HEADING
              PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                 UNTIL WS-FIG-SUB > 4
                 MOVE WS-METRIC-NAME (WS-FIG-SUB) TO AL-METRIC
                 MOVE WS-CUR-END (WS-FIG-SUB) TO AL-END
                 MOVE WS-CUR-HIGH (WS-FIG-SUB) TO AL-HIGH
                 MOVE WS-CUR-LOW (WS-FIG-SUB) TO AL-LOW
                 MOVE WS-CUR-NET (WS-FIG-SUB) TO AL-NET
                 IF MOM-MONTH-FOUND
                    MOVE WS-MOM-END (WS-FIG-SUB) TO AL-PRIOR WS-BASE
                    COMPUTE WS-CHANGE = WS-CUR-END (WS-FIG-SUB)
                       - WS-MOM-END (WS-FIG-SUB)
                    MOVE WS-CHANGE TO AL-MOM
                    PERFORM COMPUTE-PERCENT-CHANGE
                    IF PERCENT-VALID
                       MOVE WS-PERCENT TO AL-MOM-PCT
                    ELSE
                       MOVE "       N/A" TO AL-MOM-PCT-X
                    END-IF
                 ELSE
                    MOVE "     N/A" TO AL-PRIOR-X AL-MOM-X
                    MOVE "       N/A" TO AL-MOM-PCT-X
                 END-IF
                 IF YOY-MONTH-FOUND
                    MOVE WS-YOY-END (WS-FIG-SUB) TO AL-YEAR-AGO WS-BASE
                    COMPUTE WS-CHANGE = WS-CUR-END (WS-FIG-SUB)
                       - WS-YOY-END (WS-FIG-SUB)
                    MOVE WS-CHANGE TO AL-YOY
                    PERFORM COMPUTE-PERCENT-CHANGE
                    IF PERCENT-VALID
                       MOVE WS-PERCENT TO AL-YOY-PCT
                    ELSE
                       MOVE "       N/A" TO AL-YOY-PCT-X
                    END-IF
                 ELSE
                    MOVE "     N/A" TO AL-YEAR-AGO-X AL-YOY-X
                    MOVE "       N/A" TO AL-YOY-PCT-X
                 END-IF
                 WRITE MONTH-REPORT-LINE FROM WS-ACCOUNT-LINE
              END-PERFORM.

      *
      * A percentage is only shown against a non-zero base that
      * yields a printable figure.
      *
       COMPUTE-PERCENT-CHANGE.
              MOVE "N" TO WS-PERCENT-VALID
              IF WS-BASE > 0
                 COMPUTE WS-PERCENT ROUNDED =
                    WS-CHANGE * 100 / WS-BASE
                    ON SIZE ERROR
                       CONTINUE
                    NOT ON SIZE ERROR
                       SET PERCENT-VALID TO TRUE
                 END-COMPUTE
              END-IF.

      *
      * The team table is kept in team order by inserting each new
      * team ahead of the first one that sorts after it.
      *
       ADD-TO-TEAM-TOTALS.
              MOVE WS-CUR-TEAM TO WS-FIND-TEAM
              MOVE "N" TO WS-FOUND-TEAM
              PERFORM VARYING TEAM-IDX FROM 1 BY 1
                 UNTIL TEAM-IDX > WS-TEAM-COUNT
                 IF WS-T-TEAM (TEAM-IDX) = WS-FIND-TEAM
                    SET FOUND-TEAM TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF NOT FOUND-TEAM
                 IF WS-TEAM-COUNT < 500
                    MOVE 1 TO WS-INSERT-SUB
                    PERFORM VARYING TEAM-IDX FROM 1 BY 1
                       UNTIL TEAM-IDX > WS-TEAM-COUNT
                       IF WS-T-TEAM (TEAM-IDX) < WS-FIND-TEAM
                          SET WS-INSERT-SUB TO TEAM-IDX
                          ADD 1 TO WS-INSERT-SUB
                       END-IF
                    END-PERFORM
                    PERFORM VARYING WS-SHIFT-SUB FROM WS-TEAM-COUNT
                       BY -1 UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
                       MOVE WS-TEAM-ENTRY (WS-SHIFT-SUB)
                          TO WS-TEAM-ENTRY (WS-SHIFT-SUB + 1)
                    END-PERFORM
                    ADD 1 TO WS-TEAM-COUNT
                    SET TEAM-IDX TO WS-INSERT-SUB
                    INITIALIZE WS-TEAM-ENTRY (TEAM-IDX)
                    MOVE WS-FIND-TEAM TO WS-T-TEAM (TEAM-IDX)
                    SET FOUND-TEAM TO TRUE
                 ELSE
                    SET TEAM-TABLE-OVERFLOW TO TRUE
                 END-IF
              END-IF
              IF FOUND-TEAM
                 ADD 1 TO WS-T-ACCOUNTS (TEAM-IDX)
                 IF MOM-MONTH-FOUND
                    ADD 1 TO WS-T-MOM-ACCOUNTS (TEAM-IDX)
                 END-IF
                 IF YOY-MONTH-FOUND
                    ADD 1 TO WS-T-YOY-ACCOUNTS (TEAM-IDX)
                 END-IF
                 PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                    UNTIL WS-FIG-SUB > 4
                    ADD WS-CUR-END (WS-FIG-SUB)
                       TO WS-T-END (TEAM-IDX WS-FIG-SUB)
                    IF MOM-MONTH-FOUND
                       ADD WS-CUR-END (WS-FIG-SUB)
                          TO WS-T-MOM-CUR (TEAM-IDX WS-FIG-SUB)
                       ADD WS-MOM-END (WS-FIG-SUB)
                          TO WS-T-MOM-BASE (TEAM-IDX WS-FIG-SUB)
                    END-IF
                    IF YOY-MONTH-FOUND
                       ADD WS-CUR-END (WS-FIG-SUB)
                          TO WS-T-YOY-CUR (TEAM-IDX WS-FIG-SUB)
                       ADD WS-YOY-END (WS-FIG-SUB)
                          TO WS-T-YOY-BASE (TEAM-IDX WS-FIG-SUB)
                    END-IF
                 END-PERFORM
              END-IF.

       WRITE-TEAM-BLOCKS.
              MOVE SPACES TO MONTH-REPORT-LINE
              WRITE MONTH-REPORT-LINE
              WRITE MONTH-REPORT-LINE FROM WS-TEAM-SECTION-HEADING
              WRITE MONTH-REPORT-LINE FROM WS-TEAM-COLUMNS
              PERFORM VARYING TEAM-IDX FROM 1 BY 1
                 UNTIL TEAM-IDX > WS-TEAM-COUNT
                 MOVE SPACES TO MONTH-REPORT-LINE
                 WRITE MONTH-REPORT-LINE
                 MOVE WS-T-TEAM (TEAM-IDX) TO TH-TEAM
                 MOVE WS-T-ACCOUNTS (TEAM-IDX) TO TH-ACCOUNTS
                 MOVE WS-T-MOM-ACCOUNTS (TEAM-IDX) TO TH-MOM-ACCOUNTS
                 MOVE WS-T-YOY-ACCOUNTS (TEAM-IDX) TO TH-YOY-ACCOUNTS
                 WRITE MONTH-REPORT-LINE FROM WS-TEAM-HEADING
                 PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                    UNTIL WS-FIG-SUB > 4
                    PERFORM WRITE-ONE-TEAM-LINE
                 END-PERFORM
              END-PERFORM.

       WRITE-ONE-TEAM-LINE.
              MOVE WS-METRIC-NAME (WS-FIG-SUB) TO TL-METRIC
              MOVE WS-T-END (TEAM-IDX WS-FIG-SUB) TO TL-END
              MOVE WS-T-MOM-BASE (TEAM-IDX WS-FIG-SUB)
                 TO TL-PRIOR WS-BASE
              COMPUTE WS-CHANGE = WS-T-MOM-CUR (TEAM-IDX WS-FIG-SUB)
                 - WS-T-MOM-BASE (TEAM-IDX WS-FIG-SUB)
              MOVE WS-CHANGE TO TL-MOM
              PERFORM COMPUTE-PERCENT-CHANGE
              IF PERCENT-VALID
                 MOVE WS-PERCENT TO TL-MOM-PCT
              ELSE
                 MOVE "       N/A" TO TL-MOM-PCT-X
              END-IF
              MOVE WS-T-YOY-BASE (TEAM-IDX WS-FIG-SUB)
                 TO TL-YEAR-AGO WS-BASE
              COMPUTE WS-CHANGE = WS-T-YOY-CUR (TEAM-IDX WS-FIG-SUB)
                 - WS-T-YOY-BASE (TEAM-IDX WS-FIG-SUB)
              MOVE WS-CHANGE TO TL-YOY
              PERFORM COMPUTE-PERCENT-CHANGE
              IF PERCENT-VALID
                 MOVE WS-PERCENT TO TL-YOY-PCT
              ELSE
                 MOVE "       N/A" TO TL-YOY-PCT-X
              END-IF
              WRITE MONTH-REPORT-LINE FROM WS-TEAM-LINE.
