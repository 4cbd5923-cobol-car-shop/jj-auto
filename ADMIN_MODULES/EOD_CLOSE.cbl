DATA DIVISION.
FILE SECTION.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD INDEX-FILE-TICKETPART
    RECORD CONTAINS 22 CHARACTERS.
    COPY TICKET_PART_DEF REPLACING ==:TAG:== BY ==TPX==.
FD COUNTER-SALE-FILE.
    COPY COUNTER_SALE_DEF REPLACING ==:TAG:== BY ==CS==.
