      *
      * INTEGRITY-STATUS-RECORD
      * One-line verdict written to INTEGRITY.STA by EXTRACT-INTEGRITY
      * after it has cross-footed the night's PROFILE.OUT, REPODETL.OUT
      * and ORGMEMBR.OUT, so the steps that load the detail files (and
      * the job chain) can refuse a night whose outputs do not agree
      * with each other. Warnings alone do not fail the night.
      *
       01 INTEGRITY-STATUS-RECORD.
          05 IS-RUN-TIMESTAMP         PIC X(14).
          05 FILLER                   PIC X.
          05 IS-RESULT                PIC X(4).
             88 INTEGRITY-PASSED          VALUE "PASS".
             88 INTEGRITY-FAILED          VALUE "FAIL".
          05 FILLER                   PIC X.
          05 IS-PROFILE-ROWS          PIC 9(7).
          05 FILLER                   PIC X.
          05 IS-REPO-ROWS             PIC 9(7).
          05 FILLER                   PIC X.
          05 IS-MEMBER-ROWS           PIC 9(7).
          05 FILLER                   PIC X.
          05 IS-ERROR-COUNT           PIC 9(7).
          05 FILLER                   PIC X.
          05 IS-WARNING-COUNT         PIC 9(7).
