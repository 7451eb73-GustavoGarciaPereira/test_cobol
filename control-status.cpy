      *
      * CONTROL-STATUS-RECORD
      * One-line handoff written to CONTROL.STA by RUN-CONTROL-REPORT
      * next to CONTROL.RPT, carrying the night's balance verdict and
      * call tallies so RUN-HISTORY-LOAD can file them on the run
      * history master without reading REST.AUDIT a second time.
      * Error calls are those that came back neither 2xx nor 304.
      * The first twelve status codes seen are carried with their
      * call counts; calls under any further codes are summed into
      * CS-OTHER-CODE-CALLS.
      *
       01 CONTROL-STATUS-RECORD.
          05 CS-RUN-TIMESTAMP         PIC X(14).
          05 FILLER                   PIC X.
          05 CS-BALANCE-FLAG          PIC X(14).
             88 CONTROL-BALANCED          VALUE "BALANCED".
             88 CONTROL-OUT-OF-BALANCE    VALUE "OUT-OF-BALANCE".
          05 FILLER                   PIC X.
          05 CS-ATTEMPTED-COUNT       PIC 9(7).
          05 FILLER                   PIC X.
          05 CS-OUT-ROW-COUNT         PIC 9(7).
          05 FILLER                   PIC X.
          05 CS-TOTAL-CALLS           PIC 9(7).
          05 FILLER                   PIC X.
          05 CS-RETRIED-CALLS         PIC 9(7).
          05 FILLER                   PIC X.
          05 CS-ERROR-CALLS           PIC 9(7).
          05 FILLER                   PIC X.
          05 CS-CODE-COUNT            PIC 9(2).
          05 CS-CODE-ENTRY OCCURS 12 TIMES.
             10 FILLER                PIC X.
             10 CS-CODE-STATUS        PIC 9(3).
             10 FILLER                PIC X.
             10 CS-CODE-CALLS         PIC 9(7).
          05 FILLER                   PIC X.
          05 CS-OTHER-CODE-CALLS      PIC 9(7).
