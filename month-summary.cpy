      *
      * MONTH-SUMMARY-RECORD
      * Keyed month-end summary master MONTHSUM.MST, one record per
      * account per closed month, written by MONTH-END-CLOSE from the
      * daily snapshots in PROFILE.HIST and kept for six years so a
      * month can be set against the same month a year or more back
      * long after the daily history has been purged. Each figure is
      * frozen at its month-end value together with the month's high,
      * low and net change; net change runs from the prior month's
      * close, or from the month's first snapshot when the prior
      * month was never closed. The team is the account's WM-TEAM at
      * the time of the close. MS-FIGURE-TABLE views the four
      * figures in the order followers, public repos, repo count and
      * member count.
      *
       01 MONTH-SUMMARY-RECORD.
          05 MS-KEY.
             10 MS-LOGIN              PIC X(40).
             10 MS-MONTH              PIC 9(6).
          05 MS-CLOSE-DATE            PIC 9(8).
          05 MS-ACCT-TYPE             PIC X.
          05 MS-TEAM                  PIC X(10).
          05 MS-SNAPSHOT-DAYS         PIC 9(3).
          05 MS-NET-BASIS             PIC X.
             88 MS-NET-FROM-PRIOR-CLOSE    VALUE "P".
             88 MS-NET-FROM-FIRST-SNAP     VALUE "F".
          05 MS-FIGURES.
             10 MS-FOLLOWERS.
                15 MS-FOLLOWERS-END      PIC 9(7).
                15 MS-FOLLOWERS-HIGH     PIC 9(7).
                15 MS-FOLLOWERS-LOW      PIC 9(7).
                15 MS-FOLLOWERS-NET      PIC S9(7).
             10 MS-PUBLIC-REPOS.
                15 MS-PUBLIC-REPOS-END   PIC 9(7).
                15 MS-PUBLIC-REPOS-HIGH  PIC 9(7).
                15 MS-PUBLIC-REPOS-LOW   PIC 9(7).
                15 MS-PUBLIC-REPOS-NET   PIC S9(7).
             10 MS-REPO-COUNT.
                15 MS-REPO-COUNT-END     PIC 9(7).
                15 MS-REPO-COUNT-HIGH    PIC 9(7).
                15 MS-REPO-COUNT-LOW     PIC 9(7).
                15 MS-REPO-COUNT-NET     PIC S9(7).
             10 MS-MEMBER-COUNT.
                15 MS-MEMBER-COUNT-END   PIC 9(7).
                15 MS-MEMBER-COUNT-HIGH  PIC 9(7).
                15 MS-MEMBER-COUNT-LOW   PIC 9(7).
                15 MS-MEMBER-COUNT-NET   PIC S9(7).
          05 MS-FIGURE-TABLE REDEFINES MS-FIGURES.
             10 MS-FIGURE OCCURS 4 TIMES.
                15 MS-FIG-END            PIC 9(7).
                15 MS-FIG-HIGH           PIC 9(7).
                15 MS-FIG-LOW            PIC 9(7).
                15 MS-FIG-NET            PIC S9(7).
