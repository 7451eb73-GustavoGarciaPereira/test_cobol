      * PROFILE-OUT-RECORD
      * Fixed-width extract row written by RESTCLIENT-EXAMPLE for the
      * nightly dashboard extract, one row per watchlist account.
      * An account not due for a fetch tonight under its tier's
      * cadence is written from the prior night's row and marked
      * carried forward; PO-LAST-FETCHED is the date its figures were
      * last taken from the API.
      *
       01 PROFILE-OUT-RECORD.
          05 PO-LOGIN                 PIC X(40).
          05 PO-ACCT-TYPE             PIC X.
          05 PO-ACCOUNT-ID            PIC 9(10).
          05 PO-MEMBER-COUNT          PIC 9(7).
          05 PO-CARRY-FLAG            PIC X.
             88 PO-CARRIED-FORWARD         VALUE "C".
          05 PO-LAST-FETCHED          PIC 9(8).
