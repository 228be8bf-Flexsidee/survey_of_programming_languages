
       FD  SUM-OLD
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
       01  SUM-OLD-RECORD                  PIC X(112).
       FD  SUM-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
       01  SUM-NEW-RECORD                  PIC X(112).

       FD  AUD-OLD
           RECORDING MODE IS F

       FD  SUS-OLD
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
       01  SUS-OLD-RECORD                  PIC X(104).
       FD  SUS-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
       01  SUS-NEW-RECORD                  PIC X(104).

       WORKING-STORAGE SECTION.
           COPY CHKPTREC REPLACING ==CHECKPOINT-LINE== BY
