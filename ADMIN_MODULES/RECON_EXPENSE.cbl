DATA DIVISION.
FILE SECTION.
FD CAR-FILE
    RECORD CONTAINS 99 CHARACTERS.
    COPY CAR_DEF REPLACING ==:TAG:== BY ==CRX==.
FD RECON-FILE.
    COPY RECON_EXP_DEF REPLACING ==:TAG:== BY ==RX==.
