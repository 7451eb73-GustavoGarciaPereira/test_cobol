      * RESTCLIENT-EXAMPLE run so the scheduler and the operator can
      * see whether the watchlist was finished or the run was cut off
      * at an account boundary by the call budget or the deadline,
      * and decide whether to resubmit. The run's start time and, for
      * a cut-off run, whether the call budget or the deadline ended
      * it ride at the end of the line for the run history master.
      *
       01 RUN-STATUS-RECORD.
          05 RS-RUN-TIMESTAMP         PIC X(26).
          05 RS-REMAINING-COUNT       PIC 9(5).
          05 FILLER                   PIC X.
          05 RS-TOTAL-CALLS           PIC 9(7).
          05 FILLER                   PIC X.
          05 RS-CUTOFF-REASON         PIC X(8).
             88 CUT-OFF-BY-BUDGET         VALUE "BUDGET".
             88 CUT-OFF-BY-DEADLINE       VALUE "DEADLINE".
          05 FILLER                   PIC X.
          05 RS-START-TIMESTAMP       PIC X(14).
