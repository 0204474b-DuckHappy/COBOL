       COPY ESTRLIST.

       FD  MEASURE-FILE.
       COPY CONDMEAS.

       WORKING-STORAGE SECTION.
       01  WS-ESTR-STATUS PIC XX.
      *    Each keyed entry carries two measurement pairs: list 1
      *    (D1/D12) and list 2 (D2/D21); both go through the real
      *    banding so the audit and exception trails match the
      *    file-fed path, tagged with the ESTRLIST feed as source.
       CONVERT-ONE-ENTRY.
           MOVE "ESTRLIST" TO MEA-SOURCE.
           MOVE ESTR-D1 TO MEA-A.
           MOVE ESTR-D12 TO MEA-B.
           WRITE MEASURE-RECORD.
