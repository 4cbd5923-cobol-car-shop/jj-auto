DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD INDEX-FILE-SALE
    RECORD CONTAINS 167 CHARACTERS.
    COPY SALE_DEF REPLACING ==:TAG:== BY ==IDX==.
FD ODOMETER-FILE.
    COPY ODOMETER_DEF REPLACING ==:TAG:== BY ==OD==.
