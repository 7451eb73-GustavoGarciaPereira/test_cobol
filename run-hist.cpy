      *
      * RUN-HISTORY-RECORD
      * Keyed run history master RUNHIST.MST, one record per night
      * keyed by the date the night's fetch started, written by
      * RUN-HISTORY-LOAD from the night's handoff files: the run
      * outcome from RUNSTAT.DAT (COMPLETED, CUTOFF with the reason
      * and the login it stopped at, or INCOMPLETE from a partitioned
      * run missing a shard), the balance verdict and call tallies
      * from CONTROL.STA, the quarantine count from PROFILE.QUAR,
      * the alert POSTs that went through and the per-leg average
      * call time from APIPERF.YDAY. Start and end times are those
      * of the fetch. A figure the night left no handoff for stays
      * zero; the balance flag reads UNKNOWN when CONTROL.STA was
      * missing or left over from an earlier night.
      *
       01 RUN-HISTORY-RECORD.
          05 RN-RUN-DATE              PIC 9(8).
          05 RN-OUTCOME               PIC X(10).
             88 RN-COMPLETED              VALUE "COMPLETED".
             88 RN-CUT-OFF                VALUE "CUTOFF".
          05 RN-CUTOFF-REASON         PIC X(8).
          05 RN-CUTOFF-LOGIN          PIC X(39).
          05 RN-REMAINING-COUNT       PIC 9(5).
          05 RN-START-STAMP           PIC X(14).
          05 RN-END-STAMP             PIC X(14).
          05 RN-TOTAL-CALLS           PIC 9(7).
          05 RN-RETRIED-CALLS         PIC 9(7).
          05 RN-ERROR-CALLS           PIC 9(7).
          05 RN-BALANCE-FLAG          PIC X(14).
             88 RN-BALANCED               VALUE "BALANCED".
             88 RN-OUT-OF-BALANCE         VALUE "OUT-OF-BALANCE".
          05 RN-QUARANTINE-COUNT      PIC 9(7).
          05 RN-ALERTS-POSTED         PIC 9(7).
          05 RN-CODE-COUNT            PIC 9(2).
          05 RN-CODE-ENTRY OCCURS 12 TIMES.
             10 RN-CODE-STATUS        PIC 9(3).
             10 RN-CODE-CALLS         PIC 9(7).
          05 RN-OTHER-CODE-CALLS      PIC 9(7).
          05 RN-LEG-ENTRY OCCURS 4 TIMES.
             10 RN-LEG-NAME           PIC X(10).
             10 RN-LEG-CALLS          PIC 9(7).
             10 RN-LEG-AVG-MS         PIC 9(7).
          05 RN-LOADED-STAMP          PIC X(14).
