
       FD  SUSPENSE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD== BY
                   ==SUSPENSE-RECORD==.

