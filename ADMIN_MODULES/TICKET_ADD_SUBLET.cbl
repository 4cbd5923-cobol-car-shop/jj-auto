        RECORD CONTAINS 79 CHARACTERS.
    COPY SUBLET_DEF REPLACING ==:TAG:== BY ==IDX==.
FD INDEX-FILE-TICKET
        RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.

WORKING-STORAGE SECTION.
