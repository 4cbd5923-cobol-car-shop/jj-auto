    RECORD CONTAINS 72 CHARACTERS.
    COPY LOANER_DEF REPLACING ==:TAG:== BY ==LOX==.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.

WORKING-STORAGE SECTION.
