DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).
