                 " file(s) archived for " WS-RUN-DATE ", "
                 WS-PURGED-COUNT " expired cop(ies) deleted, "
                 WS-CAT-COUNT " catalog entr(ies) held"
              MOVE 0 TO RETURN-CODE
       STOP RUN.

       LOAD-CONFIG.
                    DISPLAY "ERROR: ARCHIVE.CAT has more than 1000 "
                       "entries - raise the table size before running "
                       "the archive step"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              ELSE
                    DISPLAY "Unable to open "
                       FUNCTION TRIM(WS-ARCHIVE-NAME) ", status: "
                       WS-ARCHIVE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE 0 TO WS-COPY-ROW-COUNT
              IF WS-CATALOG-STATUS NOT = "00"
                 DISPLAY "Unable to rewrite ARCHIVE.CAT, status: "
                    WS-CATALOG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 0 TO WS-CAT-SUB
