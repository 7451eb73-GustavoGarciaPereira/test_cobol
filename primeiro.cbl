      *
      * RESTCLIENT-EXAMPLE
      * Pulls GitHub user profiles for every login in the watchlist
      * input file and displays the parsed response. Pages fetched on
      * an earlier night are asked for conditionally against the
      * validator cache RESTETAG.DAT; a 304 Not Modified carries the
      * account's rows forward from last night's files instead of
      * downloading them again. Each tier is fetched on its own
      * cadence (TIER-1-CADENCE / TIER-2-CADENCE in RESTCFG.DAT);
      * an account not due tonight is written from last night's rows
      * marked carried forward, with its original last-fetched date.
      * The night's call budget (MAX-CALLS in RESTCFG.DAT) charges
      * every call except a 304 answered to a conditional request,
      * so unchanged accounts do not use it up; the total-calls figure
      * in RUNSTAT.DAT still counts every call made.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTCLIENT-EXAMPLE.
           SELECT MEMBER-TEMP-FILE ASSIGN TO "ORGMEMBR.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-TEMP-STATUS.
           SELECT ETAG-CACHE-FILE ASSIGN TO WS-ETAG-CACHE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EC-URL
               FILE STATUS IS WS-ETAG-CACHE-STATUS.
           SELECT LAST-EXTRACT-FILE ASSIGN TO "PROFILE.OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-EXTRACT-STATUS.
           SELECT LAST-REPO-FILE ASSIGN TO "REPODETL.OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-REPO-STATUS.
           SELECT LAST-MEMBER-FILE ASSIGN TO "ORGMEMBR.OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-MEMBER-STATUS.
           SELECT PROFILE-PRIOR-FILE ASSIGN TO WS-PROFILE-PRIOR-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PV-LOGIN
               FILE STATUS IS WS-PROFILE-PRIOR-STATUS.
           SELECT REPO-PRIOR-FILE ASSIGN TO WS-REPO-PRIOR-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-REPO-PRIOR-STATUS.
           SELECT MEMBER-PRIOR-FILE ASSIGN TO WS-MEMBER-PRIOR-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-MEMBER-PRIOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-FILE
          05 ERR-MESSAGE          PIC X(40).
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01 CHECKPOINT-RECORD.
          05 CK-LOGIN             PIC X(39).
          05 CK-CYCLE-DATE        PIC X(8).
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "rest-audit.cpy" REPLACING ==AUDIT-RECORD==
           RECORDING MODE IS F.
           COPY "org-member.cpy" REPLACING ==ORG-MEMBER-RECORD==
              BY ==MEMBER-TEMP-RECORD== LEADING ==OM-== BY ==OT-==.
       FD  ETAG-CACHE-FILE.
           COPY "etag-cache.cpy".
       FD  LAST-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY "profile-out.cpy" REPLACING ==PROFILE-OUT-RECORD==
              BY ==LAST-EXTRACT-RECORD== LEADING ==PO-== BY ==LX-==.
       FD  LAST-REPO-FILE
           RECORDING MODE IS F.
           COPY "repo-detail.cpy" REPLACING ==REPO-DETAIL-RECORD==
              BY ==LAST-REPO-RECORD== LEADING ==RD-== BY ==LR-==.
       FD  LAST-MEMBER-FILE
           RECORDING MODE IS F.
           COPY "org-member.cpy" REPLACING ==ORG-MEMBER-RECORD==
              BY ==LAST-MEMBER-RECORD== LEADING ==OM-== BY ==LM-==.
       FD  PROFILE-PRIOR-FILE.
           COPY "profile-out.cpy" REPLACING ==PROFILE-OUT-RECORD==
              BY ==PROFILE-PRIOR-RECORD== LEADING ==PO-== BY ==PV-==.
       FD  REPO-PRIOR-FILE.
       01 REPO-PRIOR-RECORD.
          05 RP-KEY.
             10 RP-OWNER-LOGIN    PIC X(40).
             10 RP-REPO-NAME      PIC X(40).
          05 RP-DETAIL-DATA       PIC X(54).
       FD  MEMBER-PRIOR-FILE.
       01 MEMBER-PRIOR-RECORD.
          05 MP-KEY.
             10 MP-ORG-LOGIN      PIC X(40).
             10 MP-MEMBER-LOGIN   PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-URL-BASE      PIC X(160) VALUE
                    "https://api.github.com/users/".
          05 WS-WORKLIST-ENTRY OCCURS 2000 TIMES INDEXED BY WORK-IDX.
             10 WS-W-LOGIN            PIC X(39).
             10 WS-W-ACCT-TYPE        PIC X.
             10 WS-W-DUE-FLAG         PIC X.
                88 W-FETCH-DUE             VALUE "Y".
       01 WS-JSON-KEY          PIC X(30).
       01 WS-JSON-JUNK         PIC X(10000).
       01 WS-JSON-REMAINDER    PIC X(10000).
       01 WS-RUN-STATUS-STATUS PIC XX.
       01 WS-MAX-CALLS         PIC 9(7) VALUE 0.
       01 WS-CALL-COUNT        PIC 9(7) VALUE 0.
       01 WS-BUDGET-CALL-COUNT PIC 9(7) VALUE 0.
       01 WS-DEADLINE-TIME     PIC X(6) VALUE SPACES.
       01 WS-RUN-START-TIME    PIC X(6).
       01 WS-RUN-START-STAMP   PIC X(14) VALUE SPACES.
       01 WS-CUTOFF-REASON     PIC X(8) VALUE SPACES.
       01 WS-NOW-TIME          PIC X(6).
       01 WS-RUN-CUTOFF        PIC X VALUE "N".
          88 RUN-CUT-OFF             VALUE "Y".
       01 WS-SEG-PTR           PIC 9(5).
       01 WS-SEGMENTS-DONE     PIC X VALUE "N".
          88 SEGMENTS-DONE             VALUE "Y".
       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-CONDITIONAL-GETS  PIC X VALUE "Y".
          88 CONDITIONAL-GETS-ON     VALUE "Y".
       01 WS-ETAG-RETENTION-DAYS PIC 9(3) VALUE 30.
       01 WS-ETAG-PURGE-CUTOFF PIC 9(8).
       01 WS-ETAG-CACHE-NAME   PIC X(64) VALUE "RESTETAG.DAT".
       01 WS-ETAG-CACHE-STATUS PIC XX.
       01 WS-CACHE-OPEN        PIC X VALUE "N".
          88 CACHE-OPEN              VALUE "Y".
       01 WS-EOF-CACHE         PIC X VALUE "N".
          88 EOF-CACHE               VALUE "Y".
       01 WS-FOUND-CACHE-ENTRY PIC X VALUE "N".
          88 FOUND-CACHE-ENTRY       VALUE "Y".
       01 WS-CONDITIONAL-SENT  PIC X VALUE SPACE.
          88 CONDITIONAL-SENT        VALUE "C".
       01 WS-CONDITIONAL-LEG   PIC X VALUE "N".
          88 CONDITIONAL-LEG         VALUE "Y".
       01 WS-IF-NONE-MATCH-HEADER PIC X(150).
       01 WS-IF-MODIFIED-HEADER PIC X(150).
       01 WS-RESP-ETAG         PIC X(100).
       01 WS-RESP-LAST-MODIFIED PIC X(40).
       01 WS-CACHE-ROW-COUNT   PIC 9(5).
       01 WS-CONDITIONAL-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-MODIFIED-COUNT PIC 9(7) VALUE 0.
       01 WS-CACHE-PURGED-COUNT PIC 9(7) VALUE 0.
       01 WS-REPOS-NM-PAGES    PIC 9(4).
       01 WS-MEMBERS-NM-PAGES  PIC 9(4).
       01 WS-LAST-EXTRACT-STATUS PIC XX.
       01 WS-LAST-REPO-STATUS  PIC XX.
       01 WS-LAST-MEMBER-STATUS PIC XX.
       01 WS-PROFILE-PRIOR-NAME PIC X(64) VALUE "PROFILE.PRV".
       01 WS-REPO-PRIOR-NAME   PIC X(64) VALUE "REPODETL.PRV".
       01 WS-MEMBER-PRIOR-NAME PIC X(64) VALUE "ORGMEMBR.PRV".
       01 WS-PROFILE-PRIOR-STATUS PIC XX.
       01 WS-REPO-PRIOR-STATUS PIC XX.
       01 WS-MEMBER-PRIOR-STATUS PIC XX.
       01 WS-PRIOR-FILES-OPEN  PIC X VALUE "N".
          88 PRIOR-FILES-OPEN        VALUE "Y".
       01 WS-HAVE-PRIOR-PROFILE PIC X VALUE "N".
          88 HAVE-PRIOR-PROFILE      VALUE "Y".
       01 WS-EOF-LAST-FILE     PIC X VALUE "N".
          88 EOF-LAST-FILE           VALUE "Y".
       01 WS-EOF-PRIOR-DETAIL  PIC X VALUE "N".
          88 EOF-PRIOR-DETAIL        VALUE "Y".
       01 WS-PRIOR-ROW-COUNT   PIC 9(7).
       01 WS-PRIOR-DETAIL-COUNT PIC 9(7).
       01 WS-TIER1-CADENCE     PIC X(7) VALUE "YYYYYYY".
       01 WS-TIER2-CADENCE     PIC X(7) VALUE "YYYYYYY".
       01 WS-CADENCE-MASK      PIC X(7).
       01 WS-CADENCE-DAY       PIC X(10).
       01 WS-CADENCE-PTR       PIC 9(3).
       01 WS-CYCLE-DATE        PIC 9(8).
       01 WS-CYCLE-INTEGER     PIC 9(8).
       01 WS-TIER1-DUE-DATE    PIC 9(8).
       01 WS-TIER2-DUE-DATE    PIC 9(8).
       01 WS-DUE-DATE          PIC 9(8).
       01 WS-SCHEDULED-DATE    PIC 9(8).
       01 WS-DAYS-BACK         PIC 9.
       01 WS-WEEKDAY           PIC 9.
       01 WS-DUE-COUNT         PIC 9(4) VALUE 0.
       01 WS-CARRIED-COUNT     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
              MOVE WS-TODAY-DATE TO WS-CYCLE-DATE
              PERFORM LOAD-CONFIG
              IF NOT IN-REFETCH-MODE
                 PERFORM RESOLVE-SHARD-ASSIGNMENT
                 PERFORM STRIP-REFETCHED-REPO-ROWS
                 PERFORM STRIP-REFETCHED-MEMBER-ROWS
              ELSE
                 PERFORM LOAD-CHECKPOINT
                 IF NOT IN-SKIP-MODE
                    PERFORM BUILD-PRIOR-NIGHT-FILES
                 END-IF
                 PERFORM OPEN-PRIOR-NIGHT-FILES
                 IF CONDITIONAL-GETS-ON
                    PERFORM OPEN-ETAG-CACHE
                 END-IF
                 PERFORM COMPUTE-CADENCE-DUE-DATES
                 PERFORM BUILD-WORKLIST
                 IF WS-SHARD-COUNT > 1
                    PERFORM SLICE-WORKLIST-FOR-SHARD
                 END-IF
              END-IF

              IF IN-SKIP-MODE OR IN-REFETCH-MODE
              IF WS-PROFILE-OUT-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.OUT, status: "
                    WS-PROFILE-OUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-ERROR-FILE-STATUS NOT = "00"
                 DISPLAY "Unable to open PROFILE.ERR, status: "
                    WS-ERROR-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-AUDIT-FILE-STATUS NOT = "00"
                 DISPLAY "Unable to open REST.AUDIT, status: "
                    WS-AUDIT-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-REPO-DETAIL-STATUS NOT = "00"
                 DISPLAY "Unable to open REPODETL.OUT, status: "
                    WS-REPO-DETAIL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-MEMBER-DETAIL-STATUS NOT = "00"
                 DISPLAY "Unable to open ORGMEMBR.OUT, status: "
                    WS-MEMBER-DETAIL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              IF NOT IN-REFETCH-MODE
                 PERFORM CARRY-FORWARD-NOT-DUE
              END-IF

              PERFORM LOAD-AUTH-TOKEN

              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP
              MOVE WS-RUN-START-STAMP(9:6) TO WS-RUN-START-TIME

              PERFORM VARYING WORK-IDX FROM 1 BY 1
                 UNTIL WORK-IDX > WS-WORKLIST-COUNT OR RUN-CUT-OFF
              CLOSE AUDIT-FILE
              CLOSE REPO-DETAIL-FILE
              CLOSE MEMBER-DETAIL-FILE
              IF CACHE-OPEN
                 PERFORM PURGE-STALE-CACHE-ENTRIES
                 CLOSE ETAG-CACHE-FILE
                 DISPLAY "Conditional requests: " WS-CONDITIONAL-COUNT
                    " sent, " WS-NOT-MODIFIED-COUNT
                    " not modified (304), " WS-CACHE-PURGED-COUNT
                    " stale validator(s) purged"
              END-IF
              IF PRIOR-FILES-OPEN
                 CLOSE PROFILE-PRIOR-FILE
                 CLOSE REPO-PRIOR-FILE
                 CLOSE MEMBER-PRIOR-FILE
              END-IF
              MOVE 0 TO RETURN-CODE
       STOP RUN.

       LOAD-CONFIG.
                    WHEN "REFETCH-FILE"
                       MOVE WS-CONFIG-VALUE TO WS-REFETCH-FILE-NAME
                       SET IN-REFETCH-MODE TO TRUE
                    WHEN "CONDITIONAL-REQUESTS"
                       MOVE WS-CONFIG-VALUE(1:1) TO WS-CONDITIONAL-GETS
                    WHEN "ETAG-RETENTION-DAYS"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                          TO WS-ETAG-RETENTION-DAYS
                    WHEN "TIER-1-CADENCE"
                       PERFORM PARSE-CADENCE-VALUE
                       MOVE WS-CADENCE-MASK TO WS-TIER1-CADENCE
                    WHEN "TIER-2-CADENCE"
                       PERFORM PARSE-CADENCE-VALUE
                       MOVE WS-CADENCE-MASK TO WS-TIER2-CADENCE
                    WHEN OTHER
                       DISPLAY "Ignoring unknown config key: "
                          WS-CONFIG-KEY
                 END-EVALUATE
              END-IF.

      *
      * A tier cadence is DAILY or a comma list of weekdays, e.g.
      * TIER-2-CADENCE=MON,THU. A cadence naming no valid day would
      * never fetch the tier at all, so it is taken as DAILY.
      *
       PARSE-CADENCE-VALUE.
              MOVE "NNNNNNN" TO WS-CADENCE-MASK
              IF WS-CONFIG-VALUE = "DAILY"
                 MOVE "YYYYYYY" TO WS-CADENCE-MASK
              ELSE
                 MOVE 1 TO WS-CADENCE-PTR
                 PERFORM UNTIL WS-CADENCE-PTR > 100
                    MOVE SPACES TO WS-CADENCE-DAY
                    UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
                       INTO WS-CADENCE-DAY
                       WITH POINTER WS-CADENCE-PTR
                    END-UNSTRING
                    MOVE FUNCTION TRIM(WS-CADENCE-DAY)
                       TO WS-CADENCE-DAY
                    EVALUATE WS-CADENCE-DAY
                       WHEN "MON"
                          MOVE "Y" TO WS-CADENCE-MASK(1:1)
                       WHEN "TUE"
                          MOVE "Y" TO WS-CADENCE-MASK(2:1)
                       WHEN "WED"
                          MOVE "Y" TO WS-CADENCE-MASK(3:1)
                       WHEN "THU"
                          MOVE "Y" TO WS-CADENCE-MASK(4:1)
                       WHEN "FRI"
                          MOVE "Y" TO WS-CADENCE-MASK(5:1)
                       WHEN "SAT"
                          MOVE "Y" TO WS-CADENCE-MASK(6:1)
                       WHEN "SUN"
                          MOVE "Y" TO WS-CADENCE-MASK(7:1)
                       WHEN SPACES
                          CONTINUE
                       WHEN OTHER
                          DISPLAY "Ignoring unknown cadence day: "
                             WS-CADENCE-DAY
                    END-EVALUATE
                 END-PERFORM
              END-IF
              IF WS-CADENCE-MASK = "NNNNNNN"
                 DISPLAY "No valid day in " FUNCTION TRIM(WS-CONFIG-KEY)
                    " - tier fetched DAILY"
                 MOVE "YYYYYYY" TO WS-CADENCE-MASK
              END-IF.

      *
      * A partitioned run gives every instance the same RESTCFG.DAT
      * with SHARD-COUNT set; the instance's own slice number comes
                    OR WS-SHARD-NUMBER > WS-SHARD-COUNT
                    DISPLAY "Invalid shard number " WS-SHARD-NUMBER
                       " for shard count " WS-SHARD-COUNT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM BUILD-SHARD-FILE-NAMES
              STRING "ORGMEMBR.OUT.S" DELIMITED BY SIZE
                     WS-SHARD-NUMBER DELIMITED BY SIZE
                     INTO WS-MEMBER-DETAIL-NAME
              END-STRING
              MOVE SPACES TO WS-ETAG-CACHE-NAME
              STRING "RESTETAG.DAT.S" DELIMITED BY SIZE
                     WS-SHARD-NUMBER DELIMITED BY SIZE
                     INTO WS-ETAG-CACHE-NAME
              END-STRING
              MOVE SPACES TO WS-PROFILE-PRIOR-NAME
              STRING "PROFILE.PRV.S" DELIMITED BY SIZE
                     WS-SHARD-NUMBER DELIMITED BY SIZE
                     INTO WS-PROFILE-PRIOR-NAME
              END-STRING
              MOVE SPACES TO WS-REPO-PRIOR-NAME
              STRING "REPODETL.PRV.S" DELIMITED BY SIZE
                     WS-SHARD-NUMBER DELIMITED BY SIZE
                     INTO WS-REPO-PRIOR-NAME
              END-STRING
              MOVE SPACES TO WS-MEMBER-PRIOR-NAME
              STRING "ORGMEMBR.PRV.S" DELIMITED BY SIZE
                     WS-SHARD-NUMBER DELIMITED BY SIZE
                     INTO WS-MEMBER-PRIOR-NAME
              END-STRING.

       LOAD-WATCHLIST-MASTER.
              IF WS-WATCHLIST-STATUS NOT = "00"
                 DISPLAY "Unable to open WATCHLIST.MST, status: "
                    WS-WATCHLIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-WATCHLIST
      *
      * Active priority-tier accounts are queued ahead of the rest;
      * suspended entries stay on the master but are never queued.
      * Every active account keeps its place in the list whether or
      * not it is due tonight, so the shard slicing stays the same
      * from night to night; the due flag decides later whether it is
      * fetched or carried forward.
      *
       BUILD-WORKLIST.
              PERFORM VARYING WATCH-IDX FROM 1 BY 1
              SET WORK-IDX TO WS-WORKLIST-COUNT
              MOVE WS-T-LOGIN (WATCH-IDX) TO WS-W-LOGIN (WORK-IDX)
              MOVE WS-T-ACCT-TYPE (WATCH-IDX)
                 TO WS-W-ACCT-TYPE (WORK-IDX)
              MOVE "Y" TO WS-W-DUE-FLAG (WORK-IDX)
              IF NOT IN-REFETCH-MODE
                 PERFORM CHECK-ACCOUNT-DUE
              END-IF.

      *
      * An account is due when its figures were last fetched before
      * the most recent scheduled day of its tier's cadence, so one
      * missed on its day (cutoff, failure) is picked up the next
      * night. An account with no usable row from last night - new,
      * failed, retyped or a row from before last-fetched dates were
      * kept - is always due. Tier 2 and any unranked tier share the
      * TIER-2-CADENCE.
      *
       CHECK-ACCOUNT-DUE.
              IF PRIOR-FILES-OPEN
                 MOVE SPACES TO PROFILE-PRIOR-RECORD
                 MOVE WS-T-LOGIN (WATCH-IDX) TO PV-LOGIN
                 READ PROFILE-PRIOR-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PV-ACCT-TYPE = WS-T-ACCT-TYPE (WATCH-IDX)
                          AND PV-LAST-FETCHED IS NUMERIC
                          IF WS-T-TIER (WATCH-IDX) = "1"
                             MOVE WS-TIER1-DUE-DATE TO WS-DUE-DATE
                          ELSE
                             MOVE WS-TIER2-DUE-DATE TO WS-DUE-DATE
                          END-IF
                          IF PV-LAST-FETCHED >= WS-DUE-DATE
                             MOVE "N" TO WS-W-DUE-FLAG (WORK-IDX)
                          END-IF
                       END-IF
                 END-READ
              END-IF.

      *
      * The reference date for each tier is the latest day on or
      * before the cycle date that its cadence schedules. The cycle
      * date is today, or on a restart the date the interrupted run
      * started, so the due decisions do not change across midnight.
      *
       COMPUTE-CADENCE-DUE-DATES.
              MOVE WS-TIER1-CADENCE TO WS-CADENCE-MASK
              PERFORM FIND-LAST-SCHEDULED-DAY
              MOVE WS-SCHEDULED-DATE TO WS-TIER1-DUE-DATE
              MOVE WS-TIER2-CADENCE TO WS-CADENCE-MASK
              PERFORM FIND-LAST-SCHEDULED-DAY
              MOVE WS-SCHEDULED-DATE TO WS-TIER2-DUE-DATE
              DISPLAY "Fetch cadence: tier 1 " WS-TIER1-CADENCE
                 " due since " WS-TIER1-DUE-DATE ", tier 2 "
                 WS-TIER2-CADENCE " due since " WS-TIER2-DUE-DATE.

      *
      * Weekday 1 is Monday: day 1 of the integer date calendar,
      * 1 January 1601, fell on a Monday.
      *
       FIND-LAST-SCHEDULED-DAY.
              MOVE WS-CYCLE-DATE TO WS-SCHEDULED-DATE
              COMPUTE WS-CYCLE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
              PERFORM VARYING WS-DAYS-BACK FROM 0 BY 1
                 UNTIL WS-DAYS-BACK > 6
                 COMPUTE WS-WEEKDAY = FUNCTION MOD(
                    WS-CYCLE-INTEGER - WS-DAYS-BACK - 1, 7) + 1
                 IF WS-CADENCE-MASK(WS-WEEKDAY:1) = "Y"
                    COMPUTE WS-SCHEDULED-DATE = FUNCTION
                       DATE-OF-INTEGER(WS-CYCLE-INTEGER - WS-DAYS-BACK)
                    EXIT PERFORM
                 END-IF
              END-PERFORM.

      *
      * Accounts not due tonight cost no calls: last night's extract
      * row goes out again marked carried forward, keeping its
      * original last-fetched date, and its repo detail and member
      * rows are copied with it so every downstream step still sees
      * the whole watchlist. The worklist is then closed up to the
      * due accounts only, which are what the call budget and the
      * checkpoint work through. A restarted run wrote these rows
      * before it was interrupted, so it only closes up the list.
      *
       CARRY-FORWARD-NOT-DUE.
              MOVE 0 TO WS-DUE-COUNT
              PERFORM VARYING WORK-IDX FROM 1 BY 1
                 UNTIL WORK-IDX > WS-WORKLIST-COUNT
                 IF W-FETCH-DUE (WORK-IDX)
                    ADD 1 TO WS-DUE-COUNT
                    MOVE WS-WORKLIST-ENTRY (WORK-IDX)
                       TO WS-WORKLIST-ENTRY (WS-DUE-COUNT)
                 ELSE
                    ADD 1 TO WS-CARRIED-COUNT
                    IF NOT IN-SKIP-MODE
                       MOVE WS-W-LOGIN (WORK-IDX) TO WS-CURRENT-LOGIN
                       MOVE WS-W-ACCT-TYPE (WORK-IDX)
                          TO WS-CURRENT-ACCT-TYPE
                       PERFORM WRITE-CARRIED-ACCOUNT
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-DUE-COUNT TO WS-WORKLIST-COUNT
              DISPLAY "Due for fetch: " WS-DUE-COUNT
                 " account(s), carried forward (not due): "
                 WS-CARRIED-COUNT.

       WRITE-CARRIED-ACCOUNT.
              MOVE SPACES TO PROFILE-PRIOR-RECORD
              MOVE WS-CURRENT-LOGIN TO PV-LOGIN
              READ PROFILE-PRIOR-FILE
                 INVALID KEY
                    DISPLAY "WARNING: no prior row to carry forward "
                       "for " FUNCTION TRIM(WS-CURRENT-LOGIN)
                 NOT INVALID KEY
                    MOVE PROFILE-PRIOR-RECORD TO PROFILE-OUT-RECORD
                    SET PO-CARRIED-FORWARD TO TRUE
                    WRITE PROFILE-OUT-RECORD
                    PERFORM COPY-PRIOR-REPO-ROWS
                    IF CURRENT-IS-ORG
                       PERFORM COPY-PRIOR-MEMBER-ROWS
                    END-IF
              END-READ.

      *
      * Every Nth worklist entry belongs to this shard, counting from
                 DISPLAY "Unable to open re-fetch request file "
                    FUNCTION TRIM(WS-REFETCH-FILE-NAME) ", status: "
                    WS-REFETCH-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-REFETCH
                 IF WS-REPO-TEMP-STATUS NOT = "00"
                    DISPLAY "Unable to open REPODETL.TMP, status: "
                       WS-REPO-TEMP-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM UNTIL EOF-REPO-STRIP
              IF WS-REPO-DETAIL-STATUS NOT = "00"
                 DISPLAY "Unable to rewrite REPODETL.OUT, status: "
                    WS-REPO-DETAIL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-REPO-TEMP
                 IF WS-MEMBER-TEMP-STATUS NOT = "00"
                    DISPLAY "Unable to open ORGMEMBR.TMP, status: "
                       WS-MEMBER-TEMP-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM UNTIL EOF-MEMBER-STRIP
              IF WS-MEMBER-DETAIL-STATUS NOT = "00"
                 DISPLAY "Unable to rewrite ORGMEMBR.OUT, status: "
                    WS-MEMBER-DETAIL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-MEMBER-TEMP
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE FUNCTION TRIM(CK-LOGIN)
                          TO WS-LAST-CHECKPOINT
                       IF CK-CYCLE-DATE IS NUMERIC
                          MOVE CK-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
                       IF WS-LAST-CHECKPOINT NOT = SPACES
                          SET IN-SKIP-MODE TO TRUE
                          DISPLAY "Restarting after checkpoint: "
                    WS-CHECKPOINT-STATUS
                 DISPLAY "Restart will not resume at " WS-CURRENT-LOGIN
              ELSE
                 MOVE WS-CURRENT-LOGIN TO CK-LOGIN
                 MOVE WS-CYCLE-DATE TO CK-CYCLE-DATE
                 WRITE CHECKPOINT-RECORD
                 CLOSE CHECKPOINT-FILE
              END-IF.

      *
      * The run budget is checked at account boundaries only, so a
      * cutoff never abandons an account mid-call. A 304 answered to
      * a conditional request is not charged to MAX-CALLS, since the
      * cache made it cheap. DEADLINE-TIME is HHMMSS; a deadline
      * earlier than the start time is taken as tomorrow morning's
      * wall-clock (the usual case for a night batch that must clear
      * the way for the 06:00 dashboard load).
      *
       CHECK-RUN-BUDGET.
              IF WS-MAX-CALLS > 0
                 AND WS-BUDGET-CALL-COUNT >= WS-MAX-CALLS
                 SET RUN-CUT-OFF TO TRUE
                 MOVE "BUDGET" TO WS-CUTOFF-REASON
                 DISPLAY "Call budget of " WS-MAX-CALLS
                    " reached - cutting off before "
                    FUNCTION TRIM(WS-CURRENT-LOGIN)
                    END-IF
                 END-IF
                 IF RUN-CUT-OFF
                    MOVE "DEADLINE" TO WS-CUTOFF-REASON
                    DISPLAY "Run deadline " WS-DEADLINE-TIME
                       " passed - cutting off before "
                       FUNCTION TRIM(WS-CURRENT-LOGIN)
                 IF RUN-CUT-OFF
                    MOVE "CUTOFF" TO RS-STATUS
                    MOVE WS-CUTOFF-LOGIN TO RS-CUTOFF-LOGIN
                    MOVE WS-CUTOFF-REASON TO RS-CUTOFF-REASON
                 ELSE
                    MOVE "COMPLETED" TO RS-STATUS
                 END-IF
                 MOVE WS-REMAINING-COUNT TO RS-REMAINING-COUNT
                 MOVE WS-CALL-COUNT TO RS-TOTAL-CALLS
                 MOVE WS-RUN-START-STAMP TO RS-START-TIMESTAMP
                 WRITE RUN-STATUS-RECORD
                 CLOSE RUN-STATUS-FILE
                 DISPLAY "Run status: " RS-STATUS
                    " calls " RS-TOTAL-CALLS
              END-IF.

      *
      * Last night's extract, repo detail and member rows are copied
      * into keyed work files before tonight's run truncates the
      * originals, so an account whose pages come back 304 Not
      * Modified can have its rows carried forward by login instead
      * of refetched. A shard reads the merged files the same way.
      * A restarted run keeps the copies made at the start of the
      * night, since by then the originals hold tonight's partial
      * output. Where a login has more than one extract row the
      * later one wins, as in the validate step.
      *
       BUILD-PRIOR-NIGHT-FILES.
              PERFORM BUILD-PRIOR-PROFILE-FILE
              PERFORM BUILD-PRIOR-REPO-FILE
              PERFORM BUILD-PRIOR-MEMBER-FILE.

       BUILD-PRIOR-PROFILE-FILE.
              MOVE 0 TO WS-PRIOR-ROW-COUNT
              OPEN OUTPUT PROFILE-PRIOR-FILE
              CLOSE PROFILE-PRIOR-FILE
              OPEN I-O PROFILE-PRIOR-FILE
              IF WS-PROFILE-PRIOR-STATUS NOT = "00"
                 DISPLAY "WARNING: unable to build "
                    FUNCTION TRIM(WS-PROFILE-PRIOR-NAME) ", status "
                    WS-PROFILE-PRIOR-STATUS
              ELSE
                 OPEN INPUT LAST-EXTRACT-FILE
                 IF WS-LAST-EXTRACT-STATUS = "00"
                    MOVE "N" TO WS-EOF-LAST-FILE
                    PERFORM UNTIL EOF-LAST-FILE
                       READ LAST-EXTRACT-FILE INTO LAST-EXTRACT-RECORD
                          AT END
                             SET EOF-LAST-FILE TO TRUE
                          NOT AT END
                             MOVE LAST-EXTRACT-RECORD
                                TO PROFILE-PRIOR-RECORD
                             WRITE PROFILE-PRIOR-RECORD
                                INVALID KEY
                                   REWRITE PROFILE-PRIOR-RECORD
                             END-WRITE
                             ADD 1 TO WS-PRIOR-ROW-COUNT
                       END-READ
                    END-PERFORM
                    CLOSE LAST-EXTRACT-FILE
                 ELSE
                    DISPLAY "No prior PROFILE.OUT (status "
                       WS-LAST-EXTRACT-STATUS "), nothing to carry"
                       " forward"
                 END-IF
                 CLOSE PROFILE-PRIOR-FILE
                 DISPLAY "Prior-night extract rows kept: "
                    WS-PRIOR-ROW-COUNT
              END-IF.

       BUILD-PRIOR-REPO-FILE.
              MOVE 0 TO WS-PRIOR-ROW-COUNT
              OPEN OUTPUT REPO-PRIOR-FILE
              CLOSE REPO-PRIOR-FILE
              OPEN I-O REPO-PRIOR-FILE
              IF WS-REPO-PRIOR-STATUS NOT = "00"
                 DISPLAY "WARNING: unable to build "
                    FUNCTION TRIM(WS-REPO-PRIOR-NAME) ", status "
                    WS-REPO-PRIOR-STATUS
              ELSE
                 OPEN INPUT LAST-REPO-FILE
                 IF WS-LAST-REPO-STATUS = "00"
                    MOVE "N" TO WS-EOF-LAST-FILE
                    PERFORM UNTIL EOF-LAST-FILE
                       READ LAST-REPO-FILE INTO LAST-REPO-RECORD
                          AT END
                             SET EOF-LAST-FILE TO TRUE
                          NOT AT END
                             MOVE LAST-REPO-RECORD TO REPO-PRIOR-RECORD
                             WRITE REPO-PRIOR-RECORD
                                INVALID KEY
                                   REWRITE REPO-PRIOR-RECORD
                             END-WRITE
                             ADD 1 TO WS-PRIOR-ROW-COUNT
                       END-READ
                    END-PERFORM
                    CLOSE LAST-REPO-FILE
                 END-IF
                 CLOSE REPO-PRIOR-FILE
                 DISPLAY "Prior-night repo detail rows kept: "
                    WS-PRIOR-ROW-COUNT
              END-IF.

       BUILD-PRIOR-MEMBER-FILE.
              MOVE 0 TO WS-PRIOR-ROW-COUNT
              OPEN OUTPUT MEMBER-PRIOR-FILE
              CLOSE MEMBER-PRIOR-FILE
              OPEN I-O MEMBER-PRIOR-FILE
              IF WS-MEMBER-PRIOR-STATUS NOT = "00"
                 DISPLAY "WARNING: unable to build "
                    FUNCTION TRIM(WS-MEMBER-PRIOR-NAME) ", status "
                    WS-MEMBER-PRIOR-STATUS
              ELSE
                 OPEN INPUT LAST-MEMBER-FILE
                 IF WS-LAST-MEMBER-STATUS = "00"
                    MOVE "N" TO WS-EOF-LAST-FILE
                    PERFORM UNTIL EOF-LAST-FILE
                       READ LAST-MEMBER-FILE INTO LAST-MEMBER-RECORD
                          AT END
                             SET EOF-LAST-FILE TO TRUE
                          NOT AT END
                             MOVE LAST-MEMBER-RECORD
                                TO MEMBER-PRIOR-RECORD
                             WRITE MEMBER-PRIOR-RECORD
                                INVALID KEY
                                   REWRITE MEMBER-PRIOR-RECORD
                             END-WRITE
                             ADD 1 TO WS-PRIOR-ROW-COUNT
                       END-READ
                    END-PERFORM
                    CLOSE LAST-MEMBER-FILE
                 END-IF
                 CLOSE MEMBER-PRIOR-FILE
                 DISPLAY "Prior-night member rows kept: "
                    WS-PRIOR-ROW-COUNT
              END-IF.

      *
      * Without all three work files nothing can be carried forward
      * safely, so the run falls back to fetching every account in
      * full rather than failing.
      *
       OPEN-PRIOR-NIGHT-FILES.
              OPEN INPUT PROFILE-PRIOR-FILE
              OPEN INPUT REPO-PRIOR-FILE
              OPEN INPUT MEMBER-PRIOR-FILE
              IF WS-PROFILE-PRIOR-STATUS = "00"
                 AND WS-REPO-PRIOR-STATUS = "00"
                 AND WS-MEMBER-PRIOR-STATUS = "00"
                 SET PRIOR-FILES-OPEN TO TRUE
              ELSE
                 DISPLAY "WARNING: prior-night work files unavailable"
                    " (status " WS-PROFILE-PRIOR-STATUS " "
                    WS-REPO-PRIOR-STATUS " " WS-MEMBER-PRIOR-STATUS
                    ") - every account will be fetched in full"
                 IF WS-PROFILE-PRIOR-STATUS = "00"
                    CLOSE PROFILE-PRIOR-FILE
                 END-IF
                 IF WS-REPO-PRIOR-STATUS = "00"
                    CLOSE REPO-PRIOR-FILE
                 END-IF
                 IF WS-MEMBER-PRIOR-STATUS = "00"
                    CLOSE MEMBER-PRIOR-FILE
                 END-IF
              END-IF.

      *
      * The validator cache RESTETAG.DAT is created on first use. A
      * cache that cannot be opened only costs the saving: requests
      * go out unconditionally, as they did before it existed.
      * CONDITIONAL-REQUESTS=N in RESTCFG.DAT turns the cache off.
      *
       OPEN-ETAG-CACHE.
              OPEN I-O ETAG-CACHE-FILE
              IF WS-ETAG-CACHE-STATUS = "35"
                 OPEN OUTPUT ETAG-CACHE-FILE
                 IF WS-ETAG-CACHE-STATUS = "00"
                    CLOSE ETAG-CACHE-FILE
                    OPEN I-O ETAG-CACHE-FILE
                 END-IF
              END-IF
              IF WS-ETAG-CACHE-STATUS = "00"
                 SET CACHE-OPEN TO TRUE
              ELSE
                 DISPLAY "WARNING: unable to open "
                    FUNCTION TRIM(WS-ETAG-CACHE-NAME) ", status "
                    WS-ETAG-CACHE-STATUS
                    " - requests will be sent unconditionally"
              END-IF.

      *
      * Validators not confirmed by a 200 or 304 within
      * ETAG-RETENTION-DAYS belong to pages that have gone (a repo
      * list that shrank by a page) or accounts no longer watched.
      *
       PURGE-STALE-CACHE-ENTRIES.
              COMPUTE WS-ETAG-PURGE-CUTOFF =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - WS-ETAG-RETENTION-DAYS)
              MOVE "N" TO WS-EOF-CACHE
              MOVE LOW-VALUES TO EC-URL
              START ETAG-CACHE-FILE KEY NOT < EC-URL
                 INVALID KEY
                    SET EOF-CACHE TO TRUE
              END-START
              PERFORM UNTIL EOF-CACHE
                 READ ETAG-CACHE-FILE NEXT RECORD
                    AT END
                       SET EOF-CACHE TO TRUE
                    NOT AT END
                       IF EC-CACHED-DATE < WS-ETAG-PURGE-CUTOFF
                          DELETE ETAG-CACHE-FILE RECORD
                          ADD 1 TO WS-CACHE-PURGED-COUNT
                       END-IF
                 END-READ
              END-PERFORM.

       LOAD-AUTH-TOKEN.
              OPEN INPUT TOKEN-FILE
              IF WS-TOKEN-STATUS = "00"
              MOVE ZERO TO PO-MEMBER-COUNT
              MOVE SPACES TO PO-LATEST-REPO-ACTIVITY
              MOVE WS-CURRENT-ACCT-TYPE TO PO-ACCT-TYPE
              MOVE WS-TODAY-DATE TO PO-LAST-FETCHED
              MOVE "N" TO WS-PROFILE-OK

              PERFORM LOOKUP-PRIOR-PROFILE
              PERFORM CALL-PROFILE-LEG
              PERFORM CALL-REPOS-LEG
              IF CURRENT-IS-ORG
                 CALL 'REST-SET-HEADER' USING WS-AUTH-HEADER
              END-IF
              CALL 'REST-SET-REQUEST-TYPE' USING WS-REQUEST-TYPE.
              MOVE "Y" TO WS-CONDITIONAL-LEG
              PERFORM SET-CONDITIONAL-HEADERS
              PERFORM SEND-REQUEST-WITH-RETRY
              IF WS-STATUS = 200
                 CALL 'REST-GET-RESPONSE-HEADER' USING 'Content-Type'
                    DISPLAY "Response (JSON): ", WS-RESPONSE-JSON
                    PERFORM PARSE-PROFILE-JSON
                    SET PROFILE-CALL-OK TO TRUE
                    MOVE 1 TO WS-CACHE-ROW-COUNT
                    PERFORM STORE-ETAG-CACHE-ENTRY
                 END-IF
              ELSE
                 IF WS-STATUS = 304 AND CONDITIONAL-SENT
                    PERFORM TAKE-PROFILE-NOT-MODIFIED
                 ELSE
                    PERFORM LOG-REQUEST-FAILURE
                 END-IF
              END-IF
              CALL 'REST-CLEANUP'.

      * asked for - that short (possibly empty) page is the last one.
      * The true repo count is accumulated across all pages and a
      * detail row written for every repository on every page.
      * Pages are asked for conditionally until the first one comes
      * back 200; a walk that is 304 all the way to the short page
      * carries last night's detail rows forward, and one that turns
      * up a changed page after unchanged ones starts over in full,
      * since the unchanged pages sent no rows to write.
      *
       CALL-REPOS-LEG.
              MOVE 0 TO WS-REPO-COUNT
              MOVE SPACES TO WS-LATEST-ACTIVITY
              MOVE 1 TO WS-REPOS-PAGE
              MOVE 0 TO WS-REPOS-NM-PAGES
              MOVE "Y" TO WS-CONDITIONAL-LEG
              MOVE "N" TO WS-REPOS-LEG-DONE
              PERFORM FETCH-ONE-REPOS-PAGE UNTIL REPOS-LEG-DONE
              MOVE WS-REPO-COUNT TO PO-REPO-COUNT
                 CALL 'REST-SET-HEADER' USING WS-AUTH-HEADER
              END-IF
              CALL 'REST-SET-REQUEST-TYPE' USING WS-REQUEST-TYPE
              PERFORM SET-CONDITIONAL-HEADERS
              PERFORM SEND-REQUEST-WITH-RETRY
              IF WS-STATUS = 200 AND WS-REPOS-NM-PAGES = 0
                 MOVE "N" TO WS-CONDITIONAL-LEG
                 CALL 'REST-GET-RESPONSE-HEADER' USING 'Content-Type'
                    WS-CONTENT-TYPE
                 IF WS-CONTENT-TYPE NOT = 'application/xml'
                    CALL 'REST-GET-RESPONSE-JSON' USING WS-REPOS-JSON
                    DISPLAY "Response (JSON): ", WS-REPOS-JSON
                    PERFORM PARSE-REPOS-PAGE
                    IF WS-REPOS-JSON(10000:1) = SPACE
                       MOVE WS-PAGE-REPO-COUNT TO WS-CACHE-ROW-COUNT
                       PERFORM STORE-ETAG-CACHE-ENTRY
                    END-IF
                    IF WS-PAGE-REPO-COUNT < WS-REPOS-PER-PAGE
                       SET REPOS-LEG-DONE TO TRUE
                    ELSE
                    SET REPOS-LEG-DONE TO TRUE
                 END-IF
              ELSE
                 EVALUATE TRUE
                    WHEN WS-STATUS = 304 AND CONDITIONAL-SENT
                       PERFORM TAKE-REPOS-PAGE-NOT-MODIFIED
                    WHEN WS-STATUS = 200
                       PERFORM RESTART-REPOS-LEG-IN-FULL
                    WHEN OTHER
                       PERFORM LOG-REQUEST-FAILURE
                       IF WS-REPOS-NM-PAGES > 0
                          MOVE 0 TO WS-REPO-COUNT
                       END-IF
                       SET REPOS-LEG-DONE TO TRUE
                 END-EVALUATE
              END-IF
              CALL 'REST-CLEANUP'.

      * the sponsoring teams track is headcount. It pages exactly
      * like the repos leg, tallies the member count onto the extract
      * row and writes one ORGMEMBR.OUT row per member for the
      * day-over-day membership comparison. Conditional paging and
      * carry-forward follow the same rules as the repos leg.
      *
       CALL-MEMBERS-LEG.
              MOVE 0 TO WS-MEMBER-COUNT
              MOVE 1 TO WS-MEMBERS-PAGE
              MOVE 0 TO WS-MEMBERS-NM-PAGES
              MOVE "Y" TO WS-CONDITIONAL-LEG
              MOVE "N" TO WS-MEMBERS-LEG-DONE
              PERFORM FETCH-ONE-MEMBERS-PAGE UNTIL MEMBERS-LEG-DONE
              MOVE WS-MEMBER-COUNT TO PO-MEMBER-COUNT.
                 CALL 'REST-SET-HEADER' USING WS-AUTH-HEADER
              END-IF
              CALL 'REST-SET-REQUEST-TYPE' USING WS-REQUEST-TYPE
              PERFORM SET-CONDITIONAL-HEADERS
              PERFORM SEND-REQUEST-WITH-RETRY
              IF WS-STATUS = 200 AND WS-MEMBERS-NM-PAGES = 0
                 MOVE "N" TO WS-CONDITIONAL-LEG
                 CALL 'REST-GET-RESPONSE-HEADER' USING 'Content-Type'
                    WS-CONTENT-TYPE
                 IF WS-CONTENT-TYPE NOT = 'application/xml'
                    CALL 'REST-GET-RESPONSE-JSON' USING WS-MEMBERS-JSON
                    DISPLAY "Response (JSON): ", WS-MEMBERS-JSON
                    PERFORM PARSE-MEMBERS-PAGE
                    IF WS-MEMBERS-JSON(10000:1) = SPACE
                       MOVE WS-PAGE-MEMBER-COUNT TO WS-CACHE-ROW-COUNT
                       PERFORM STORE-ETAG-CACHE-ENTRY
                    END-IF
                    IF WS-PAGE-MEMBER-COUNT < WS-MEMBERS-PER-PAGE
                       SET MEMBERS-LEG-DONE TO TRUE
                    ELSE
                    SET MEMBERS-LEG-DONE TO TRUE
                 END-IF
              ELSE
                 EVALUATE TRUE
                    WHEN WS-STATUS = 304 AND CONDITIONAL-SENT
                       PERFORM TAKE-MEMBERS-PAGE-NOT-MODIFIED
                    WHEN WS-STATUS = 200
                       PERFORM RESTART-MEMBERS-LEG-IN-FULL
                    WHEN OTHER
                       PERFORM LOG-REQUEST-FAILURE
                       IF WS-MEMBERS-NM-PAGES > 0
                          MOVE 0 TO WS-MEMBER-COUNT
                       END-IF
                       SET MEMBERS-LEG-DONE TO TRUE
                 END-EVALUATE
              END-IF
              CALL 'REST-CLEANUP'.

                 WRITE ORG-MEMBER-RECORD
              END-IF.

      *
      * Conditional requests are only worth sending for an account
      * that has last night's rows to fall back on; one that failed
      * or was not watched last night, or whose account type has
      * changed since, is fetched in full.
      *
       LOOKUP-PRIOR-PROFILE.
              MOVE "N" TO WS-HAVE-PRIOR-PROFILE
              IF PRIOR-FILES-OPEN
                 MOVE SPACES TO PROFILE-PRIOR-RECORD
                 MOVE WS-CURRENT-LOGIN TO PV-LOGIN
                 READ PROFILE-PRIOR-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PV-ACCT-TYPE = WS-CURRENT-ACCT-TYPE
                          SET HAVE-PRIOR-PROFILE TO TRUE
                       END-IF
                 END-READ
              END-IF.

      *
      * A cached validator for the exact URL goes back to the server
      * as If-None-Match (the ETag) and If-Modified-Since (the
      * Last-Modified date); the server answers 304 with no body when
      * the page has not changed since it was cached.
      *
       SET-CONDITIONAL-HEADERS.
              MOVE SPACE TO WS-CONDITIONAL-SENT
              MOVE "N" TO WS-FOUND-CACHE-ENTRY
              IF CACHE-OPEN AND HAVE-PRIOR-PROFILE AND CONDITIONAL-LEG
                 MOVE WS-URL TO EC-URL
                 READ ETAG-CACHE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET FOUND-CACHE-ENTRY TO TRUE
                 END-READ
              END-IF
              IF FOUND-CACHE-ENTRY
                 IF EC-ETAG NOT = SPACES
                    MOVE SPACES TO WS-IF-NONE-MATCH-HEADER
                    STRING "If-None-Match: " DELIMITED BY SIZE
                           FUNCTION TRIM(EC-ETAG) DELIMITED BY SIZE
                           INTO WS-IF-NONE-MATCH-HEADER
                    END-STRING
                    CALL 'REST-SET-HEADER'
                       USING WS-IF-NONE-MATCH-HEADER
                    SET CONDITIONAL-SENT TO TRUE
                 END-IF
                 IF EC-LAST-MODIFIED NOT = SPACES
                    MOVE SPACES TO WS-IF-MODIFIED-HEADER
                    STRING "If-Modified-Since: " DELIMITED BY SIZE
                           FUNCTION TRIM(EC-LAST-MODIFIED)
                              DELIMITED BY SIZE
                           INTO WS-IF-MODIFIED-HEADER
                    END-STRING
                    CALL 'REST-SET-HEADER' USING WS-IF-MODIFIED-HEADER
                    SET CONDITIONAL-SENT TO TRUE
                 END-IF
                 IF CONDITIONAL-SENT
                    ADD 1 TO WS-CONDITIONAL-COUNT
                 END-IF
              END-IF.

      *
      * Called after a good 200 with the page's row count already in
      * WS-CACHE-ROW-COUNT. A response carrying neither validator
      * cannot be asked for conditionally, so it is not cached.
      *
       STORE-ETAG-CACHE-ENTRY.
              IF CACHE-OPEN
                 MOVE SPACES TO WS-RESP-ETAG WS-RESP-LAST-MODIFIED
                 CALL 'REST-GET-RESPONSE-HEADER' USING 'ETag'
                    WS-RESP-ETAG
                 CALL 'REST-GET-RESPONSE-HEADER' USING 'Last-Modified'
                    WS-RESP-LAST-MODIFIED
                 IF WS-RESP-ETAG NOT = SPACES
                    OR WS-RESP-LAST-MODIFIED NOT = SPACES
                    MOVE SPACES TO ETAG-CACHE-RECORD
                    MOVE WS-URL TO EC-URL
                    MOVE WS-RESP-ETAG TO EC-ETAG
                    MOVE WS-RESP-LAST-MODIFIED TO EC-LAST-MODIFIED
                    MOVE WS-CACHE-ROW-COUNT TO EC-ROW-COUNT
                    MOVE WS-TODAY-DATE TO EC-CACHED-DATE
                    WRITE ETAG-CACHE-RECORD
                       INVALID KEY
                          REWRITE ETAG-CACHE-RECORD
                    END-WRITE
                 END-IF
              END-IF.

       NOTE-NOT-MODIFIED.
              ADD 1 TO WS-NOT-MODIFIED-COUNT
              MOVE WS-TODAY-DATE TO EC-CACHED-DATE
              REWRITE ETAG-CACHE-RECORD.

       TAKE-PROFILE-NOT-MODIFIED.
              PERFORM NOTE-NOT-MODIFIED
              MOVE PV-ACCOUNT-ID TO PO-ACCOUNT-ID
              MOVE PV-PUBLIC-REPOS TO PO-PUBLIC-REPOS
              MOVE PV-FOLLOWERS TO PO-FOLLOWERS
              MOVE PV-CREATED-AT TO PO-CREATED-AT
              SET PROFILE-CALL-OK TO TRUE
              DISPLAY "Profile not modified: "
                 FUNCTION TRIM(WS-CURRENT-LOGIN).

      *
      * A 304 page is counted from the cached row count, which also
      * says whether it was the short last page. Once the walk ends
      * on 304s, last night's rows for the owner must add up to the
      * same count before they are carried forward - a shortfall
      * means last night's own walk stopped early - otherwise the
      * leg is fetched again in full.
      *
       TAKE-REPOS-PAGE-NOT-MODIFIED.
              PERFORM NOTE-NOT-MODIFIED
              ADD 1 TO WS-REPOS-NM-PAGES
              MOVE EC-ROW-COUNT TO WS-PAGE-REPO-COUNT
              ADD WS-PAGE-REPO-COUNT TO WS-REPO-COUNT
              IF WS-PAGE-REPO-COUNT < WS-REPOS-PER-PAGE
                 SET REPOS-LEG-DONE TO TRUE
                 PERFORM CARRY-FORWARD-REPO-ROWS
              ELSE
                 ADD 1 TO WS-REPOS-PAGE
              END-IF.

       CARRY-FORWARD-REPO-ROWS.
              PERFORM COUNT-PRIOR-REPO-ROWS
              IF WS-PRIOR-DETAIL-COUNT = WS-REPO-COUNT
                 PERFORM COPY-PRIOR-REPO-ROWS
                 MOVE PV-LATEST-REPO-ACTIVITY TO WS-LATEST-ACTIVITY
                 DISPLAY "Repos not modified: "
                    FUNCTION TRIM(WS-CURRENT-LOGIN) ", "
                    WS-REPO-COUNT " row(s) carried forward"
              ELSE
                 DISPLAY "Repos for " FUNCTION TRIM(WS-CURRENT-LOGIN)
                    " not modified but last night held "
                    WS-PRIOR-DETAIL-COUNT " row(s) against "
                    WS-REPO-COUNT " cached - fetching in full"
                 PERFORM RESTART-REPOS-LEG-IN-FULL
              END-IF.

       RESTART-REPOS-LEG-IN-FULL.
              MOVE 0 TO WS-REPO-COUNT
              MOVE 0 TO WS-REPOS-NM-PAGES
              MOVE SPACES TO WS-LATEST-ACTIVITY
              MOVE 1 TO WS-REPOS-PAGE
              MOVE "N" TO WS-CONDITIONAL-LEG
              MOVE "N" TO WS-REPOS-LEG-DONE.

       COUNT-PRIOR-REPO-ROWS.
              MOVE 0 TO WS-PRIOR-DETAIL-COUNT
              PERFORM START-PRIOR-REPO-ROWS
              PERFORM UNTIL EOF-PRIOR-DETAIL
                 READ REPO-PRIOR-FILE NEXT RECORD
                    AT END
                       SET EOF-PRIOR-DETAIL TO TRUE
                    NOT AT END
                       IF RP-OWNER-LOGIN(1:39) = WS-CURRENT-LOGIN
                          ADD 1 TO WS-PRIOR-DETAIL-COUNT
                       ELSE
                          SET EOF-PRIOR-DETAIL TO TRUE
                       END-IF
                 END-READ
              END-PERFORM.

       COPY-PRIOR-REPO-ROWS.
              PERFORM START-PRIOR-REPO-ROWS
              PERFORM UNTIL EOF-PRIOR-DETAIL
                 READ REPO-PRIOR-FILE NEXT RECORD
                    AT END
                       SET EOF-PRIOR-DETAIL TO TRUE
                    NOT AT END
                       IF RP-OWNER-LOGIN(1:39) = WS-CURRENT-LOGIN
                          MOVE REPO-PRIOR-RECORD TO REPO-DETAIL-RECORD
                          WRITE REPO-DETAIL-RECORD
                       ELSE
                          SET EOF-PRIOR-DETAIL TO TRUE
                       END-IF
                 END-READ
              END-PERFORM.

       START-PRIOR-REPO-ROWS.
              MOVE "N" TO WS-EOF-PRIOR-DETAIL
              MOVE WS-CURRENT-LOGIN TO RP-OWNER-LOGIN
              MOVE LOW-VALUES TO RP-REPO-NAME
              START REPO-PRIOR-FILE KEY NOT < RP-KEY
                 INVALID KEY
                    SET EOF-PRIOR-DETAIL TO TRUE
              END-START.

       TAKE-MEMBERS-PAGE-NOT-MODIFIED.
              PERFORM NOTE-NOT-MODIFIED
              ADD 1 TO WS-MEMBERS-NM-PAGES
              MOVE EC-ROW-COUNT TO WS-PAGE-MEMBER-COUNT
              ADD WS-PAGE-MEMBER-COUNT TO WS-MEMBER-COUNT
              IF WS-PAGE-MEMBER-COUNT < WS-MEMBERS-PER-PAGE
                 SET MEMBERS-LEG-DONE TO TRUE
                 PERFORM CARRY-FORWARD-MEMBER-ROWS
              ELSE
                 ADD 1 TO WS-MEMBERS-PAGE
              END-IF.

       CARRY-FORWARD-MEMBER-ROWS.
              PERFORM COUNT-PRIOR-MEMBER-ROWS
              IF WS-PRIOR-DETAIL-COUNT = WS-MEMBER-COUNT
                 PERFORM COPY-PRIOR-MEMBER-ROWS
                 DISPLAY "Members not modified: "
                    FUNCTION TRIM(WS-CURRENT-LOGIN) ", "
                    WS-MEMBER-COUNT " row(s) carried forward"
              ELSE
                 DISPLAY "Members of " FUNCTION TRIM(WS-CURRENT-LOGIN)
                    " not modified but last night held "
                    WS-PRIOR-DETAIL-COUNT " row(s) against "
                    WS-MEMBER-COUNT " cached - fetching in full"
                 PERFORM RESTART-MEMBERS-LEG-IN-FULL
              END-IF.

       RESTART-MEMBERS-LEG-IN-FULL.
              MOVE 0 TO WS-MEMBER-COUNT
              MOVE 0 TO WS-MEMBERS-NM-PAGES
              MOVE 1 TO WS-MEMBERS-PAGE
              MOVE "N" TO WS-CONDITIONAL-LEG
              MOVE "N" TO WS-MEMBERS-LEG-DONE.

       COUNT-PRIOR-MEMBER-ROWS.
              MOVE 0 TO WS-PRIOR-DETAIL-COUNT
              PERFORM START-PRIOR-MEMBER-ROWS
              PERFORM UNTIL EOF-PRIOR-DETAIL
                 READ MEMBER-PRIOR-FILE NEXT RECORD
                    AT END
                       SET EOF-PRIOR-DETAIL TO TRUE
                    NOT AT END
                       IF MP-ORG-LOGIN(1:39) = WS-CURRENT-LOGIN
                          ADD 1 TO WS-PRIOR-DETAIL-COUNT
                       ELSE
                          SET EOF-PRIOR-DETAIL TO TRUE
                       END-IF
                 END-READ
              END-PERFORM.

       COPY-PRIOR-MEMBER-ROWS.
              PERFORM START-PRIOR-MEMBER-ROWS
              PERFORM UNTIL EOF-PRIOR-DETAIL
                 READ MEMBER-PRIOR-FILE NEXT RECORD
                    AT END
                       SET EOF-PRIOR-DETAIL TO TRUE
                    NOT AT END
                       IF MP-ORG-LOGIN(1:39) = WS-CURRENT-LOGIN
                          MOVE MEMBER-PRIOR-RECORD TO ORG-MEMBER-RECORD
                          WRITE ORG-MEMBER-RECORD
                       ELSE
                          SET EOF-PRIOR-DETAIL TO TRUE
                       END-IF
                 END-READ
              END-PERFORM.

       START-PRIOR-MEMBER-ROWS.
              MOVE "N" TO WS-EOF-PRIOR-DETAIL
              MOVE WS-CURRENT-LOGIN TO MP-ORG-LOGIN
              MOVE LOW-VALUES TO MP-MEMBER-LOGIN
              START MEMBER-PRIOR-FILE KEY NOT < MP-KEY
                 INVALID KEY
                    SET EOF-PRIOR-DETAIL TO TRUE
              END-START.

       LOG-REQUEST-FAILURE.
              MOVE SPACES TO ERROR-OUT-RECORD
              EVALUATE TRUE
                 MOVE FUNCTION CURRENT-DATE TO WS-CALL-END-STAMP
                 PERFORM COMPUTE-CALL-ELAPSED
                 ADD 1 TO WS-CALL-COUNT
                 IF NOT (WS-STATUS = 304 AND CONDITIONAL-SENT)
                    ADD 1 TO WS-BUDGET-CALL-COUNT
                 END-IF
                 PERFORM WRITE-AUDIT-RECORD
                 IF (WS-STATUS = 403 OR
                    (WS-STATUS >= 500 AND WS-STATUS <= 599))
              MOVE WS-STATUS TO AUD-STATUS
              MOVE WS-URL TO AUD-URL
              MOVE WS-ELAPSED-MS TO AUD-ELAPSED-MS
              MOVE WS-CONDITIONAL-SENT TO AUD-CONDITIONAL
              WRITE AUDIT-OUT-RECORD.

      *
