DATA DIVISION.
FILE SECTION.
FD SALE-FILE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==SIDX==.
FD SALEARCH-FILE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==SAX==.
FD TICKET-FILE
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD TICKARCH-FILE
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TAX==.
FD TICKETPART-FILE
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD TPARTARCH-FILE
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPA==.

WORKING-STORAGE SECTION.
