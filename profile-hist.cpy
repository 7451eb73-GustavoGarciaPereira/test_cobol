      * Keyed daily snapshot of the profile extract, one record per
      * watchlist account per snapshot date, retained for 90 days so
      * multi-day movement can be reported without saved printouts.
      * The carry flag and last-fetched date come across from the
      * extract so a flat line from a carried-forward account can be
      * told apart from a genuinely unchanged one. The org member
      * count rides along so the month-end close can be taken from
      * the history alone.
      *
       01 HISTORY-MASTER-RECORD.
          05 HM-KEY.
          05 HM-REPO-COUNT            PIC 9(7).
          05 HM-LATEST-REPO-ACTIVITY  PIC X(20).
          05 HM-ACCT-TYPE             PIC X.
          05 HM-CARRY-FLAG            PIC X.
             88 HM-CARRIED-FORWARD         VALUE "C".
          05 HM-LAST-FETCHED          PIC 9(8).
          05 HM-MEMBER-COUNT          PIC 9(7).
