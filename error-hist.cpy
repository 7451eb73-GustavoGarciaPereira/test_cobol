      *
      * ERROR-HISTORY-RECORD
      * Keyed error history master ERRHIST.MST, one record per login
      * that is currently failing to fetch night after night. The
      * record carries how many consecutive fetched nights the login
      * has failed, the first and latest night of the streak and the
      * latest status and message from PROFILE.ERR. A login drops off
      * the master on the first night it fetches cleanly again.
      *
       01 ERROR-HISTORY-RECORD.
          05 EH-LOGIN                 PIC X(39).
          05 EH-CONSEC-FAILURES       PIC 9(5).
          05 EH-FIRST-FAIL-DATE       PIC 9(8).
          05 EH-LAST-FAIL-DATE        PIC 9(8).
          05 EH-LAST-STATUS           PIC 9(3).
          05 EH-LAST-MESSAGE          PIC X(40).
