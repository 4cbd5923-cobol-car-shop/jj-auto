           RECORD CONTAINS 36 CHARACTERS.
           COPY SCHEDULE_DEF REPLACING ==:TAG:== BY ==SCX==.
       FD EMP-FILE
           RECORD CONTAINS 211 CHARACTERS.
           COPY EMP_DEF REPLACING ==:TAG:== BY ==IDX==.
       FD TIMECLOCK-FILE.
           COPY TIMECLOCK_DEF REPLACING ==:TAG:== BY ==TC==.
