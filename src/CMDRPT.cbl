       FILE SECTION.
       FD  CMD-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 151 CHARACTERS.
           COPY CPYCLOG.

       WORKING-STORAGE SECTION.
