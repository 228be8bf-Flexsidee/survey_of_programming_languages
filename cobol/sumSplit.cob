       FILE SECTION.
       FD  TRANS-IN
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
           COPY TRANREC.

      *****************************************************************

       FD  STREAM-1
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
       01  STREAM-1-RECORD             PIC X(67).

       FD  STREAM-2
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
       01  STREAM-2-RECORD             PIC X(67).

       FD  STREAM-3
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
       01  STREAM-3-RECORD             PIC X(67).

       FD  STREAM-4
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
       01  STREAM-4-RECORD             PIC X(67).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
