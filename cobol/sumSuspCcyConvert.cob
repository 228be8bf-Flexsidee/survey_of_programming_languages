       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-CCYCV.
      *****************************************************************
      * ONE-TIME conversion of the suspense files, run once when the
      * 104-byte suspense record goes live (see jcl/SUSPCCY.jcl).
      * The transaction image widened 64 to 67 bytes when the detail
      * record gained its currency code, so every item on the
      * cumulative suspense master PROD.SUM.SUSPENSE.MASTER -- and on
      * the night's PROD.SUM.SUSPENSE still waiting for SUSP-FIX to
      * absorb it -- has to be carried forward into the new shape.
      * The job runs this program once for each file.
      *
      * Each old item is carried forward with its image space-padded:
      * the currency columns come out blank, which is the base
      * currency, and every item keyed before the change was keyed
      * in base.  Nothing else about the item changes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SUSP-OLD ASSIGN TO SUSPOLD
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SUSP-OLD-STATUS.

               SELECT SUSP-NEW ASSIGN TO SUSPNEW
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SUSP-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The suspense record as it stood before the widening: a
      * 64-byte image.  Kept inline -- SUSPREC.cpy now describes only
      * the new shape.
      *****************************************************************
       FD  SUSP-OLD
           RECORDING MODE IS F
           RECORD CONTAINS 101 CHARACTERS.
       01  SUSP-OLD-RECORD.
           05  SO-RECORD-NO            PIC 9(7).
           05  SO-RUN-DATE             PIC X(8).
           05  SO-REASON-CODE          PIC X(6).
           05  SO-STATUS               PIC X.
           05  SO-TRANS-IMAGE          PIC X(64).
           05  SO-DEPARTMENT           PIC X(4).
           05  SO-CREATE-DATE          PIC X(8).
           05  SO-BATCH-NO             PIC 9(3).

       FD  SUSP-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD== BY
                   ==SUSP-NEW-RECORD==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SUSP-OLD-STATUS      PIC X(2).
           05  WS-SUSP-NEW-STATUS      PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW       PIC X(1) VALUE "N".
               88  END-OF-FILE                 VALUE "Y".

       01  WS-COUNTERS.
           05  WS-ITEMS-READ           PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-WRITTEN        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ITEM UNTIL END-OF-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SUSP-OLD
           IF WS-SUSP-OLD-STATUS NOT = "00"
               DISPLAY "SUSP-CCYCV: UNABLE TO OPEN SUSPOLD, STATUS = "
                   WS-SUSP-OLD-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT SUSP-NEW
           IF WS-SUSP-NEW-STATUS NOT = "00"
               DISPLAY "SUSP-CCYCV: UNABLE TO OPEN SUSPNEW, STATUS = "
                   WS-SUSP-NEW-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           IF NOT END-OF-FILE
               PERFORM 8000-READ-OLD
           END-IF.

       2000-CONVERT-ITEM.
           MOVE SPACES TO SUSP-NEW-RECORD
           MOVE SO-RECORD-NO TO SP-RECORD-NO
           MOVE SO-RUN-DATE TO SP-RUN-DATE
           MOVE SO-REASON-CODE TO SP-REASON-CODE
           MOVE SO-STATUS TO SP-STATUS
           MOVE SO-TRANS-IMAGE TO SP-TRANS-IMAGE
           MOVE SO-DEPARTMENT TO SP-DEPARTMENT
           MOVE SO-CREATE-DATE TO SP-CREATE-DATE
           MOVE SO-BATCH-NO TO SP-BATCH-NO
           WRITE SUSP-NEW-RECORD
           ADD 1 TO WS-ITEMS-WRITTEN
           PERFORM 8000-READ-OLD.

       8000-READ-OLD.
           READ SUSP-OLD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
           END-READ.

       9000-TERMINATE.
           IF WS-SUSP-OLD-STATUS = "00" OR "10"
               CLOSE SUSP-OLD
           END-IF
           IF WS-SUSP-NEW-STATUS = "00"
               CLOSE SUSP-NEW
           END-IF
           DISPLAY "SUSP-CCYCV: ITEMS READ = " WS-ITEMS-READ
               "  WRITTEN = " WS-ITEMS-WRITTEN
           IF WS-ITEMS-READ NOT = WS-ITEMS-WRITTEN
               DISPLAY "SUSP-CCYCV: *** READ AND WRITTEN DISAGREE -- "
                   "DO NOT REPLACE THE FILE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
