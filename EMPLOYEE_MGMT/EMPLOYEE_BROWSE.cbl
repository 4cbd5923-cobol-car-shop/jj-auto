       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE
           RECORD CONTAINS 211 CHARACTERS.
           COPY EMP_DEF REPLACING ==:TAG:== BY ==IDX==.
      *****************************************************
      * Lightweight last-viewed-employee checkpoint, written
