           RECORD CONTAINS 36 CHARACTERS.
           COPY CERT_DEF REPLACING ==:TAG:== BY ==CTX==.
       FD EMP-FILE
           RECORD CONTAINS 211 CHARACTERS.
           COPY EMP_DEF REPLACING ==:TAG:== BY ==IDX==.
       FD EXPORT-FILE.
       01  EXPORT-REC          PIC X(80).
