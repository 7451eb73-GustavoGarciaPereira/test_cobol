      *
      * ETAG-CACHE-RECORD
      * Keyed validator cache kept by RESTCLIENT-EXAMPLE, one record
      * per request URL that last came back 200: the ETag and
      * Last-Modified validators the server sent with the page and
      * the number of rows the page yielded, so the next night can
      * ask for the page conditionally and still know where the page
      * walk ends when the answer is 304 Not Modified. The cached
      * date is refreshed on every 200 or 304 so entries for pages
      * that no longer exist age out.
      *
       01 ETAG-CACHE-RECORD.
          05 EC-URL                   PIC X(160).
          05 EC-ETAG                  PIC X(100).
          05 EC-LAST-MODIFIED         PIC X(40).
          05 EC-ROW-COUNT             PIC 9(5).
          05 EC-CACHED-DATE           PIC 9(8).
