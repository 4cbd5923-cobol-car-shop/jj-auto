           RECORD CONTAINS 31 CHARACTERS.
           COPY PTO_REQ_DEF REPLACING ==:TAG:== BY ==RQX==.
       FD EMP-FILE
           RECORD CONTAINS 211 CHARACTERS.
           COPY EMP_DEF REPLACING ==:TAG:== BY ==EMX==.
       FD SCHEDULE-FILE
           RECORD CONTAINS 36 CHARACTERS.
