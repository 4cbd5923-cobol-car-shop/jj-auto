DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-TICKETPART
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD EXPORT-FILE.
01 EXPORT-REC                 PIC X(80).
