       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOT-CCYCV.
      *****************************************************************
      * ONE-TIME conversion of the keyed totals master, run once
      * when the 112-byte totals record goes live (see
      * jcl/TOTCCY.jcl).  The record gained the currency code, the
      * exchange rate and the original-currency total; the cluster
      * has to be redefined at the new size before Sum's 112-byte
      * WRITEs can post.
      *
      * Every record on the master was posted before foreign
      * currency was accepted, so each is carried forward under its
      * key as a base-currency item: blank currency code, rate 1 and
      * original total equal to the posted total -- exactly what Sum
      * writes for a base-currency detail today.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TOT-OLD ASSIGN TO TOTOLD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TO-TRANS-ID
                   FILE STATUS IS WS-TOT-OLD-STATUS.

               SELECT TOT-NEW ASSIGN TO TOTNEW
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TM-TRANS-ID
                   FILE STATUS IS WS-TOT-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The totals record as it stood before the widening -- kept
      * inline, SUMREC.cpy now describes only the new shape.
      *****************************************************************
       FD  TOT-OLD
           RECORD CONTAINS 89 CHARACTERS.
       01  TOT-OLD-RECORD.
           05  TO-TRANS-ID             PIC 9(7).
           05  TO-OPERATION-CODE       PIC X.
           05  TO-ADDEND-COUNT         PIC 9.
           05  TO-ADDEND-TABLE         PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE OCCURS 5 TIMES.
           05  TO-SUM-TOTAL            PIC S9(7)V99 SIGN IS LEADING
                                       SEPARATE.
           05  TO-DEPARTMENT           PIC X(4).
           05  TO-CREATE-DATE          PIC X(8).
           05  TO-BATCH-NO             PIC 9(3).
           05  TO-GL-ACCOUNT           PIC X(6).
           05  TO-REVERSAL-FLAG        PIC X.
           05  TO-EFFECTIVE-DATE       PIC X(8).

       FD  TOT-NEW
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUMREC REPLACING ==SUM-RECORD==       BY
                   ==TOT-NEW-RECORD==
               ==SUM-TRANS-ID==     BY ==TM-TRANS-ID==
               ==SUM-OPERATION-CODE== BY ==TM-OPERATION-CODE==
               ==SUM-ADDEND-COUNT== BY ==TM-ADDEND-COUNT==
               ==SUM-ADDEND-TABLE== BY ==TM-ADDEND-TABLE==
               ==SUM-TOTAL==        BY ==TM-SUM-TOTAL==
               ==SUM-DEPARTMENT==   BY ==TM-DEPARTMENT==
               ==SUM-CREATE-DATE==  BY ==TM-CREATE-DATE==
               ==SUM-BATCH-NO==     BY ==TM-BATCH-NO==
               ==SUM-GL-ACCOUNT==   BY ==TM-GL-ACCOUNT==
               ==SUM-REVERSAL-FLAG== BY ==TM-REVERSAL-FLAG==
               ==SUM-ITEM-REVERSED== BY ==TM-ITEM-REVERSED==
               ==SUM-EFFECTIVE-DATE== BY ==TM-EFFECTIVE-DATE==
               ==SUM-CURRENCY-CODE== BY ==TM-CURRENCY-CODE==
               ==SUM-EXCHANGE-RATE== BY ==TM-EXCHANGE-RATE==
               ==SUM-ORIGINAL-TOTAL== BY ==TM-ORIGINAL-TOTAL==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TOT-OLD-STATUS       PIC X(2).
           05  WS-TOT-NEW-STATUS       PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW       PIC X(1) VALUE "N".
               88  END-OF-FILE                 VALUE "Y".

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-WRITTEN      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-RECORD UNTIL END-OF-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TOT-OLD
           IF WS-TOT-OLD-STATUS NOT = "00"
               DISPLAY "TOT-CCYCV: UNABLE TO OPEN TOTOLD, STATUS = "
                   WS-TOT-OLD-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT TOT-NEW
           IF WS-TOT-NEW-STATUS NOT = "00"
               DISPLAY "TOT-CCYCV: UNABLE TO OPEN TOTNEW, STATUS = "
                   WS-TOT-NEW-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           IF NOT END-OF-FILE
               PERFORM 8000-READ-OLD
           END-IF.

      *****************************************************************
      * The old KSDS reads back in ascending key order, so the new
      * cluster loads sequentially without a sort.
      *****************************************************************
       2000-CONVERT-RECORD.
           MOVE TO-TRANS-ID TO TM-TRANS-ID
           MOVE TO-OPERATION-CODE TO TM-OPERATION-CODE
           MOVE TO-ADDEND-COUNT TO TM-ADDEND-COUNT
           MOVE TO-ADDEND-TABLE(1) TO TM-ADDEND-TABLE(1)
           MOVE TO-ADDEND-TABLE(2) TO TM-ADDEND-TABLE(2)
           MOVE TO-ADDEND-TABLE(3) TO TM-ADDEND-TABLE(3)
           MOVE TO-ADDEND-TABLE(4) TO TM-ADDEND-TABLE(4)
           MOVE TO-ADDEND-TABLE(5) TO TM-ADDEND-TABLE(5)
           MOVE TO-SUM-TOTAL TO TM-SUM-TOTAL
           MOVE TO-DEPARTMENT TO TM-DEPARTMENT
           MOVE TO-CREATE-DATE TO TM-CREATE-DATE
           MOVE TO-BATCH-NO TO TM-BATCH-NO
           MOVE TO-GL-ACCOUNT TO TM-GL-ACCOUNT
           MOVE TO-REVERSAL-FLAG TO TM-REVERSAL-FLAG
           MOVE TO-EFFECTIVE-DATE TO TM-EFFECTIVE-DATE
           MOVE SPACES TO TM-CURRENCY-CODE
           MOVE 1 TO TM-EXCHANGE-RATE
           MOVE TO-SUM-TOTAL TO TM-ORIGINAL-TOTAL
           WRITE TOT-NEW-RECORD
               INVALID KEY
                   DISPLAY "TOT-CCYCV: TOTNEW WRITE FAILED FOR ID "
                       TM-TRANS-ID ", STATUS = " WS-TOT-NEW-STATUS
                   MOVE 16 TO RETURN-CODE
           END-WRITE
           IF WS-TOT-NEW-STATUS = "00"
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
           PERFORM 8000-READ-OLD.

       8000-READ-OLD.
           READ TOT-OLD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           CLOSE TOT-OLD
           CLOSE TOT-NEW
           DISPLAY "TOT-CCYCV: RECORDS READ = " WS-RECORDS-READ
               "  WRITTEN = " WS-RECORDS-WRITTEN
           IF WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
               DISPLAY "TOT-CCYCV: *** READ AND WRITTEN DISAGREE -- "
                   "DO NOT REPLACE THE MASTER ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
