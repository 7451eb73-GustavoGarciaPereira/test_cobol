      *
      * ERROR-HISTORY-LOAD
      * Carries the night's PROFILE.ERR forward into the keyed error
      * history master ERRHIST.MST, since PROFILE.ERR itself is
      * rewritten by every run and a login that has returned 404 or
      * 451 for three weeks otherwise looks like a one-night problem.
      * The error log carries only the failing URL, so the login is
      * carved back out of it the same way ACCOUNT-INQUIRY does.
      * Only account-level failures count towards a streak: any 4xx
      * status other than 401, 403 and 429, which like the 5xx
      * statuses and dropped connections are taken as a credential
      * problem, rate limiting or an outage rather than a problem
      * with the account - a 401 means the run's token was refused.
      * For each login that failed tonight the consecutive-failure
      * count goes up by one (a rerun on the same night does not
      * count twice) and the first failure date is kept from the
      * night the streak began. A login whose PROFILE.OUT row was
      * fetched tonight without an account-level failure has its
      * streak cleared and drops off the master. A login carried
      * forward under its tier's cadence, or left unfetched by a
      * cutoff, was not tried tonight and its streak stands as it is;
      * so does a login whose only failure tonight was a 401, since
      * the night says nothing about the account either way.
      * Run as a separate batch step after RESTCLIENT-EXAMPLE (and
      * SHARD-MERGE on a partitioned night); WATCHLIST-HYGIENE reads
      * the master to list the chronic failures.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERROR-HISTORY-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-FILE ASSIGN TO "PROFILE.ERR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT TODAY-EXTRACT-FILE ASSIGN TO "PROFILE.OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TODAY-STATUS.
           SELECT ERROR-HISTORY-FILE ASSIGN TO "ERRHIST.MST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EH-LOGIN
               FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-FILE
           RECORDING MODE IS F.
       01 ERROR-IN-RECORD.
          05 ERR-TIMESTAMP        PIC X(26).
          05 FILLER               PIC X.
          05 ERR-STATUS           PIC 9(3).
          05 FILLER               PIC X.
          05 ERR-URL              PIC X(160).
          05 FILLER               PIC X.
          05 ERR-MESSAGE          PIC X(40).
       FD  TODAY-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY "profile-out.cpy" REPLACING ==PROFILE-OUT-RECORD==
              BY ==TODAY-RECORD==.
       FD  ERROR-HISTORY-FILE.
           COPY "error-hist.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ERROR-STATUS         PIC XX.
       01 WS-TODAY-STATUS         PIC XX.
       01 WS-HISTORY-STATUS       PIC XX.
       01 WS-EOF-ERROR            PIC X VALUE "N".
          88 EOF-ERROR                  VALUE "Y".
       01 WS-EOF-TODAY            PIC X VALUE "N".
          88 EOF-TODAY                  VALUE "Y".
       01 WS-URL-JUNK             PIC X(160).
       01 WS-URL-REST             PIC X(160).
       01 WS-URL-LOGIN            PIC X(160).
       01 WS-FAIL-COUNT           PIC 9(4) VALUE 0.
       01 WS-FAIL-TABLE.
          05 WS-FAIL-ENTRY OCCURS 2000 TIMES INDEXED BY FAIL-IDX.
             10 WS-F-LOGIN            PIC X(39).
             10 WS-F-STATUS           PIC 9(3).
             10 WS-F-MESSAGE          PIC X(40).
             10 WS-F-HELD             PIC X.
                88 F-HELD-ONLY              VALUE "Y".
       01 WS-FAIL-OVERFLOW        PIC X VALUE "N".
          88 FAIL-TABLE-OVERFLOW        VALUE "Y".
       01 WS-FOUND-FAIL           PIC X.
          88 FOUND-FAIL                 VALUE "Y".
       01 WS-FIND-LOGIN           PIC X(39).
       01 WS-ERROR-KIND           PIC X.
          88 ACCOUNT-ERROR              VALUE "A".
          88 CREDENTIAL-ERROR           VALUE "H".
          88 TRANSIENT-ERROR            VALUE "T".
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-ERROR-ROW-COUNT      PIC 9(7) VALUE 0.
       01 WS-TRANSIENT-COUNT      PIC 9(7) VALUE 0.
       01 WS-NEW-STREAK-COUNT     PIC 9(7) VALUE 0.
       01 WS-EXTENDED-COUNT       PIC 9(7) VALUE 0.
       01 WS-CLEARED-COUNT        PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

              OPEN INPUT TODAY-EXTRACT-FILE
              IF WS-TODAY-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.OUT, status: "
                    WS-TODAY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              PERFORM COLLECT-TONIGHTS-FAILURES
              PERFORM OPEN-ERROR-HISTORY-MASTER

              PERFORM VARYING FAIL-IDX FROM 1 BY 1
                 UNTIL FAIL-IDX > WS-FAIL-COUNT
                 IF F-HELD-ONLY (FAIL-IDX)
                    ADD 1 TO WS-HELD-COUNT
                 ELSE
                    PERFORM RECORD-ONE-FAILURE
                 END-IF
              END-PERFORM

              PERFORM UNTIL EOF-TODAY
                 READ TODAY-EXTRACT-FILE INTO TODAY-RECORD
                    AT END
                       SET EOF-TODAY TO TRUE
                    NOT AT END
                       IF NOT PO-CARRIED-FORWARD OF TODAY-RECORD
                          PERFORM CLEAR-ONE-RECOVERED-LOGIN
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE TODAY-EXTRACT-FILE
              CLOSE ERROR-HISTORY-FILE
              IF FAIL-TABLE-OVERFLOW
                 DISPLAY "WARNING: more than 2000 failing logins in "
                    "PROFILE.ERR - overflow logins were not recorded"
              END-IF
              DISPLAY "Error history load complete: " WS-FAIL-COUNT
                 " failing login(s) - " WS-NEW-STREAK-COUNT " new, "
                 WS-EXTENDED-COUNT " extended, " WS-CLEARED-COUNT
                 " cleared, " WS-HELD-COUNT " held on 401 only; "
                 WS-TRANSIENT-COUNT
                 " transient error row(s) not counted"
       STOP RUN.

      *
      * A missing error log means nothing failed tonight; the
      * extract still clears the streaks of the logins it fetched.
      *
       COLLECT-TONIGHTS-FAILURES.
              OPEN INPUT ERROR-FILE
              IF WS-ERROR-STATUS NOT = "00"
                 DISPLAY "No PROFILE.ERR found (status "
                    WS-ERROR-STATUS ") - no failures recorded tonight"
              ELSE
                 PERFORM UNTIL EOF-ERROR
                    READ ERROR-FILE INTO ERROR-IN-RECORD
                       AT END
                          SET EOF-ERROR TO TRUE
                       NOT AT END
                          ADD 1 TO WS-ERROR-ROW-COUNT
                          PERFORM COLLECT-ONE-ERROR
                    END-READ
                 END-PERFORM
                 CLOSE ERROR-FILE
              END-IF.

      *
      * A 401 is not counted, but its login is still noted so that
      * the extract does not clear a streak the night cannot judge.
      *
       COLLECT-ONE-ERROR.
              EVALUATE TRUE
                 WHEN ERR-STATUS = 401
                    SET CREDENTIAL-ERROR TO TRUE
                    ADD 1 TO WS-TRANSIENT-COUNT
                 WHEN ERR-STATUS < 400 OR ERR-STATUS > 499
                    OR ERR-STATUS = 403 OR ERR-STATUS = 429
                    SET TRANSIENT-ERROR TO TRUE
                    ADD 1 TO WS-TRANSIENT-COUNT
                 WHEN OTHER
                    SET ACCOUNT-ERROR TO TRUE
              END-EVALUATE
              IF NOT TRANSIENT-ERROR
                 MOVE SPACES TO WS-URL-JUNK WS-URL-REST WS-URL-LOGIN
                 UNSTRING ERR-URL DELIMITED BY "/users/" OR "/orgs/"
                    INTO WS-URL-JUNK WS-URL-REST
                 END-UNSTRING
                 IF WS-URL-REST NOT = SPACES
                    UNSTRING WS-URL-REST DELIMITED BY "/" OR "?" OR " "
                       INTO WS-URL-LOGIN
                    END-UNSTRING
                    MOVE WS-URL-LOGIN(1:39) TO WS-FIND-LOGIN
                    PERFORM FIND-FAIL-ENTRY
                    IF FOUND-FAIL
                       IF ACCOUNT-ERROR
                          MOVE ERR-STATUS TO WS-F-STATUS (FAIL-IDX)
                          MOVE ERR-MESSAGE TO WS-F-MESSAGE (FAIL-IDX)
                          MOVE "N" TO WS-F-HELD (FAIL-IDX)
                       END-IF
                    ELSE
                       PERFORM STORE-ONE-FAILURE
                    END-IF
                 END-IF
              END-IF.

       FIND-FAIL-ENTRY.
              MOVE "N" TO WS-FOUND-FAIL
              PERFORM VARYING FAIL-IDX FROM 1 BY 1
                 UNTIL FAIL-IDX > WS-FAIL-COUNT
                 IF WS-F-LOGIN (FAIL-IDX) = WS-FIND-LOGIN
                    SET FOUND-FAIL TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

       STORE-ONE-FAILURE.
              IF WS-FAIL-COUNT < 2000
                 ADD 1 TO WS-FAIL-COUNT
                 SET FAIL-IDX TO WS-FAIL-COUNT
                 MOVE WS-FIND-LOGIN TO WS-F-LOGIN (FAIL-IDX)
                 MOVE ERR-STATUS TO WS-F-STATUS (FAIL-IDX)
                 MOVE ERR-MESSAGE TO WS-F-MESSAGE (FAIL-IDX)
                 IF CREDENTIAL-ERROR
                    MOVE "Y" TO WS-F-HELD (FAIL-IDX)
                 ELSE
                    MOVE "N" TO WS-F-HELD (FAIL-IDX)
                 END-IF
              ELSE
                 SET FAIL-TABLE-OVERFLOW TO TRUE
              END-IF.

       OPEN-ERROR-HISTORY-MASTER.
              OPEN I-O ERROR-HISTORY-FILE
              IF WS-HISTORY-STATUS = "35"
                 OPEN OUTPUT ERROR-HISTORY-FILE
                 IF WS-HISTORY-STATUS NOT = "00"
                    DISPLAY "Unable to create ERRHIST.MST, status: "
                       WS-HISTORY-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 CLOSE ERROR-HISTORY-FILE
                 OPEN I-O ERROR-HISTORY-FILE
              END-IF
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to open ERRHIST.MST, status: "
                    WS-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF.

      *
      * A second run on the same night refreshes the latest status
      * but does not lengthen the streak.
      *
       RECORD-ONE-FAILURE.
              MOVE WS-F-LOGIN (FAIL-IDX) TO EH-LOGIN
              READ ERROR-HISTORY-FILE
                 INVALID KEY
                    MOVE SPACES TO ERROR-HISTORY-RECORD
                    MOVE WS-F-LOGIN (FAIL-IDX) TO EH-LOGIN
                    MOVE 1 TO EH-CONSEC-FAILURES
                    MOVE WS-RUN-DATE TO EH-FIRST-FAIL-DATE
                    MOVE WS-RUN-DATE TO EH-LAST-FAIL-DATE
                    MOVE WS-F-STATUS (FAIL-IDX) TO EH-LAST-STATUS
                    MOVE WS-F-MESSAGE (FAIL-IDX) TO EH-LAST-MESSAGE
                    WRITE ERROR-HISTORY-RECORD
                    ADD 1 TO WS-NEW-STREAK-COUNT
                 NOT INVALID KEY
                    IF EH-LAST-FAIL-DATE NOT = WS-RUN-DATE
                       ADD 1 TO EH-CONSEC-FAILURES
                       MOVE WS-RUN-DATE TO EH-LAST-FAIL-DATE
                       ADD 1 TO WS-EXTENDED-COUNT
                    END-IF
                    MOVE WS-F-STATUS (FAIL-IDX) TO EH-LAST-STATUS
                    MOVE WS-F-MESSAGE (FAIL-IDX) TO EH-LAST-MESSAGE
                    REWRITE ERROR-HISTORY-RECORD
              END-READ
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "Unable to record failure for "
                    FUNCTION TRIM(EH-LOGIN) " status: "
                    WS-HISTORY-STATUS
              END-IF.

       CLEAR-ONE-RECOVERED-LOGIN.
              MOVE PO-LOGIN OF TODAY-RECORD (1:39) TO WS-FIND-LOGIN
              PERFORM FIND-FAIL-ENTRY
              IF NOT FOUND-FAIL
                 MOVE WS-FIND-LOGIN TO EH-LOGIN
                 READ ERROR-HISTORY-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DELETE ERROR-HISTORY-FILE RECORD
                       ADD 1 TO WS-CLEARED-COUNT
                 END-READ
              END-IF.
