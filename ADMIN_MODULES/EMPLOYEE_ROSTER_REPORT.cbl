DATA DIVISION.
FILE SECTION.
FD EMP-FILE
    RECORD CONTAINS 211 CHARACTERS.
    COPY EMP_DEF REPLACING ==:TAG:== BY ==EMX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).
