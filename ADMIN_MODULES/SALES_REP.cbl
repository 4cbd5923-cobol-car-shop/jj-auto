DATA DIVISION.
FILE SECTION.
FD SALEARCH-FILE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==SAX==.
FD EXPORT-FILE.
01 EXPORT-REC                   PIC X(80).
