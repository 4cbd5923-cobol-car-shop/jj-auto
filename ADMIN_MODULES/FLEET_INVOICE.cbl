    RECORD CONTAINS 46 CHARACTERS.
    COPY FLEET_DEF REPLACING ==:TAG:== BY ==FLX==.
FD INDEX-FILE-TICKET
    RECORD CONTAINS 137 CHARACTERS.
    COPY TICKET_DEF REPLACING ==:TAG:== BY ==TKX==.
FD AR-LEDGER-FILE.
    COPY AR_LEDGER_DEF REPLACING ==:TAG:== BY ==ARL==.
