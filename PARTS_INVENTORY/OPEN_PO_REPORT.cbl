       FILE SECTION.
       FD PO-FILE RECORD CONTAINS 19 CHARACTERS.
           COPY PO_DEF REPLACING ==:TAG:== BY ==POX==.
       FD POLINE-FILE RECORD CONTAINS 44 CHARACTERS.
           COPY PO_LINE_DEF REPLACING ==:TAG:== BY ==PLX==.
       FD EXPORT-FILE.
       01  EXPORT-REC          PIC X(80).
