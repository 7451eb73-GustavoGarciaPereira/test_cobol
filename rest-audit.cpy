      * the run control and API performance reports. The elapsed
      * call time sits after the URL so rows written before it was
      * captured still line up; a blank elapsed field marks such a
      * row as untimed. The conditional flag follows on the same
      * terms: "C" marks a request sent with an If-None-Match or
      * If-Modified-Since validator, blank an unconditional one.
      *
       01 AUDIT-RECORD.
          05 AUD-TIMESTAMP        PIC X(26).
          05 AUD-URL              PIC X(160).
          05 FILLER               PIC X VALUE SPACE.
          05 AUD-ELAPSED-MS       PIC 9(7).
          05 FILLER               PIC X VALUE SPACE.
          05 AUD-CONDITIONAL      PIC X.
             88 AUD-WAS-CONDITIONAL     VALUE "C".
