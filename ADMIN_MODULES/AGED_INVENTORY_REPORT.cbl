DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(100).
