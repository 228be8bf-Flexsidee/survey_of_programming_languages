      * A FIXIN card that matches no open master item is reported
      * and sets RETURN-CODE 4 so a mis-keyed correction deck is
      * noticed the same morning, not after the item has aged.
      *
      * Maker/checker: every correction card must be followed at once
      * by its sign-off card --
      *   cols  1-7    the same master record number
      *   col   8      "S"
      *   cols 65-72   requester ID     who asked for the correction
      *   cols 73-80   approver ID      who approved it
      * Requester and approver must both be active on the
      * authorized-user file PROD.SUM.AUTH.USERS (see AUTHREC.cpy),
      * they must differ, and the approver must hold suspense
      * authority.  A correction without a good sign-off is refused
      * and never applied; a sign-off card with no correction ahead
      * of it is rejected.  Every card's outcome goes to the security
      * log PROD.SUM.SECURITY.LOG (see SECLOG.cpy).  If either file
      * cannot be opened every correction is refused, but last
      * night's suspense is still absorbed -- the master must move
      * forward whatever happens to the deck.  Refused and rejected
      * cards set RETURN-CODE 4, never higher, so REPLMAST still runs.
      *
      * Department authority: a recycled image posts under the RCYC
      * pseudo-batch, where Sum does not check the department's
      * authorized account ranges, so the check is made here.  The
      * corrected image's GL account must fall inside one of the
      * ranges of the department that keyed the item (SP-DEPARTMENT,
      * looked up on PROD.SUM.DEPARTMENTS -- see DEPTREC.cpy), and
      * that department must be on file and active.  An item that
      * was itself suspended out of the recycle stream (department
      * RCYC) no longer names the department that keyed it, so its
      * correction may not change the account at all.  An item with
      * no department predates the batch identity and is not
      * checked.  A correction that fails is refused like one
      * without a good sign-off; if DEPTMST will not open, every
      * correction to a department's item is refused.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RECYCLE-STATUS.

               SELECT AUTH-USERS ASSIGN TO AUTHUSR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AU-USER-ID
                   FILE STATUS IS WS-AUTH-USERS-STATUS.

               SELECT SECURITY-LOG ASSIGN TO SECLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-LOG-STATUS.

               SELECT DEPT-MASTER ASSIGN TO DEPTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DP-DEPARTMENT
                   FILE STATUS IS WS-DEPT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD== BY
                   ==SUSP-MASTER-RECORD==.

       FD  SUSP-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD==       BY
                   ==SUSP-NEW-RECORD==
               ==SP-RECORD-NO==     BY ==SN-RECORD-NO==

      *****************************************************************
      * Correction card: master record number in columns 1-7, full
      * replacement TRANS-IN-RECORD image in columns 8-74.  Sign-off
      * card: the same record number, "S" in column 8 (never a
      * TRANS-IN record type), requester and approver in 65-80.
      *****************************************************************
       FD  FIX-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIX-IN-RECORD.
           05  FX-RECORD-NO            PIC 9(7).
           05  FX-TRANS-IMAGE          PIC X(67).
           05  FILLER                  PIC X(6).
       01  FIX-SIGN-OFF-RECORD.
           05  FS-RECORD-NO            PIC 9(7).
           05  FS-CARD-TYPE            PIC X.
               88  FS-SIGN-OFF-CARD            VALUE "S".
           05  FILLER                  PIC X(56).
           05  FS-REQUESTER-ID         PIC X(8).
           05  FS-APPROVER-ID          PIC X(8).

       FD  SUSP-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
       01  SUSP-OUT-RECORD             PIC X(104).

       FD  RECYCLE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
       01  RECYCLE-RECORD              PIC X(67).

       FD  AUTH-USERS
           RECORD CONTAINS 80 CHARACTERS.
           COPY AUTHREC.

       FD  SECURITY-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
           COPY SECLOG.

      *****************************************************************
      * Keyed department master maintained by DEPT-MAINT (see
      * DEPTREC.cpy), read once per correction applied.
      *****************************************************************
       FD  DEPT-MASTER
           RECORD CONTAINS 240 CHARACTERS.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
           COPY TRANREC.

       01  WS-FILE-STATUSES.
           05  WS-SUSP-MASTER-STATUS   PIC X(2).
           05  WS-SUSP-NEW-STATUS      PIC X(2).
           05  WS-FIX-IN-STATUS        PIC X(2).
           05  WS-SUSP-OUT-STATUS      PIC X(2).
           05  WS-RECYCLE-STATUS       PIC X(2).
           05  WS-AUTH-USERS-STATUS    PIC X(2).
           05  WS-SECURITY-LOG-STATUS  PIC X(2).
           05  WS-DEPT-MASTER-STATUS   PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-MASTER-SW     PIC X(1) VALUE "N".
               88  END-OF-NEW                  VALUE "Y".
           05  WS-END-OF-FIX-SW        PIC X(1) VALUE "N".
               88  END-OF-FIX                  VALUE "Y".
           05  WS-AUTH-USERS-OPEN-SW   PIC X(1) VALUE "N".
               88  AUTH-USERS-OPEN             VALUE "Y".
           05  WS-SECURITY-LOG-OPEN-SW PIC X(1) VALUE "N".
               88  SECURITY-LOG-OPEN           VALUE "Y".
           05  WS-AUTH-USER-FOUND-SW   PIC X(1) VALUE "N".
               88  AUTH-USER-FOUND             VALUE "Y".
           05  WS-DEPT-MASTER-SW       PIC X(1) VALUE "N".
               88  DEPT-MASTER-OPEN            VALUE "Y".
           05  WS-ACCT-AUTH-SW         PIC X(1) VALUE "N".
               88  ACCT-IS-AUTHORIZED          VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).

      *****************************************************************
      * Correction cards held for the master pass.  WS-FIX-APPLIED-SW
      * is "N" until the card is applied ("Y"); a card refused by
      * dual control is "R" and is never applied.
      *****************************************************************
       01  WS-FIX-TABLE.
           05  WS-FIX-ENTRY OCCURS 200 TIMES.
               10  WS-FIX-RECORD-NO    PIC 9(7).
               10  WS-FIX-TRANS-IMAGE  PIC X(67).
               10  WS-FIX-APPLIED-SW   PIC X.
               10  WS-FIX-CARD-NO      PIC 9(5).
               10  WS-FIX-CARD-IMAGE   PIC X(80).
               10  WS-FIX-SIGNED-SW    PIC X.
               10  WS-FIX-REQUESTER-ID PIC X(8).
               10  WS-FIX-APPROVER-ID  PIC X(8).
       01  WS-FIX-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-FIX-IX                   PIC 9(3) VALUE ZERO.
       01  WS-REFUSE-IX                PIC 9(3) VALUE ZERO.
       01  WS-FIX-REASON               PIC X(50).
       01  WS-AUTH-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-AUTH-IX                  PIC 9(2) VALUE ZERO.
       01  WS-ITEM-GL-ACCOUNT          PIC X(6).

       01  WS-COUNTERS.
           05  WS-MASTER-READ          PIC 9(7) VALUE ZERO.
           05  WS-NEW-ABSORBED         PIC 9(7) VALUE ZERO.
           05  WS-FIXES-APPLIED        PIC 9(7) VALUE ZERO.
           05  WS-FIXES-UNMATCHED      PIC 9(7) VALUE ZERO.
           05  WS-FIXES-REFUSED        PIC 9(7) VALUE ZERO.
           05  WS-SIGN-OFFS-REJECTED   PIC 9(7) VALUE ZERO.
           05  WS-FIX-CARDS-READ       PIC 9(5) VALUE ZERO.
           05  WS-HIGHEST-RECORD-NO    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           OPEN INPUT SUSP-MASTER
           IF WS-SUSP-MASTER-STATUS = "35"
               DISPLAY "SUSP-FIX: NO SUSPENSE MASTER YET -- "
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT AUTH-USERS
           IF WS-AUTH-USERS-STATUS = "00"
               SET AUTH-USERS-OPEN TO TRUE
           ELSE
               DISPLAY "SUSP-FIX: UNABLE TO OPEN AUTHUSR, STATUS = "
                   WS-AUTH-USERS-STATUS " -- NO CORRECTIONS APPLIED"
           END-IF

           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-LOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF WS-SECURITY-LOG-STATUS = "00"
               SET SECURITY-LOG-OPEN TO TRUE
           ELSE
               DISPLAY "SUSP-FIX: UNABLE TO OPEN SECLOG, STATUS = "
                   WS-SECURITY-LOG-STATUS " -- NO CORRECTIONS APPLIED"
           END-IF

           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "SUSP-FIX: UNABLE TO OPEN DEPTMST, STATUS = "
                   WS-DEPT-MASTER-STATUS
                   " -- DEPARTMENT ITEMS NOT CORRECTED"
           END-IF

           PERFORM 1100-LOAD-FIX-CARDS
           PERFORM 1200-CHECK-SIGN-OFFS

           IF NOT END-OF-MASTER
               PERFORM 8000-READ-MASTER
                   AT END
                       MOVE "Y" TO WS-END-OF-FIX-SW
                   NOT AT END
                       ADD 1 TO WS-FIX-CARDS-READ
                       PERFORM 1150-LOAD-ONE-CARD
               END-READ
           END-PERFORM
           IF WS-FIX-IN-STATUS NOT = "35"
           DISPLAY "SUSP-FIX: " WS-FIX-COUNT
               " CORRECTION CARDS LOADED".

      *****************************************************************
      * A sign-off card belongs to the correction card just before
      * it, and only if it names the same record number and that
      * correction has no sign-off yet.  Any other sign-off card is
      * rejected on the spot.
      *****************************************************************
       1150-LOAD-ONE-CARD.
           IF FS-SIGN-OFF-CARD
               IF WS-FIX-COUNT > ZERO
                       AND WS-FIX-RECORD-NO(WS-FIX-COUNT) = FS-RECORD-NO
                       AND WS-FIX-SIGNED-SW(WS-FIX-COUNT) = "N"
                       AND WS-FIX-CARD-NO(WS-FIX-COUNT) =
                           WS-FIX-CARDS-READ - 1
                   MOVE "Y" TO WS-FIX-SIGNED-SW(WS-FIX-COUNT)
                   MOVE FS-REQUESTER-ID
                       TO WS-FIX-REQUESTER-ID(WS-FIX-COUNT)
                   MOVE FS-APPROVER-ID
                       TO WS-FIX-APPROVER-ID(WS-FIX-COUNT)
               ELSE
                   PERFORM 1160-REJECT-SIGN-OFF
               END-IF
           ELSE
               IF WS-FIX-COUNT >= 200
                   DISPLAY "SUSP-FIX: MORE THAN 200 FIXIN "
                       "CARDS -- EXTRAS IGNORED"
                   MOVE "Y" TO WS-END-OF-FIX-SW
               ELSE
                   ADD 1 TO WS-FIX-COUNT
                   MOVE FX-RECORD-NO
                       TO WS-FIX-RECORD-NO(WS-FIX-COUNT)
                   MOVE FX-TRANS-IMAGE
                       TO WS-FIX-TRANS-IMAGE(WS-FIX-COUNT)
                   MOVE "N" TO WS-FIX-APPLIED-SW(WS-FIX-COUNT)
                   MOVE WS-FIX-CARDS-READ
                       TO WS-FIX-CARD-NO(WS-FIX-COUNT)
                   MOVE FIX-IN-RECORD
                       TO WS-FIX-CARD-IMAGE(WS-FIX-COUNT)
                   MOVE "N" TO WS-FIX-SIGNED-SW(WS-FIX-COUNT)
                   MOVE SPACES TO WS-FIX-REQUESTER-ID(WS-FIX-COUNT)
                   MOVE SPACES TO WS-FIX-APPROVER-ID(WS-FIX-COUNT)
               END-IF
           END-IF.

       1160-REJECT-SIGN-OFF.
           ADD 1 TO WS-SIGN-OFFS-REJECTED
           DISPLAY "SUSP-FIX: *** SIGN-OFF CARD " WS-FIX-CARDS-READ
               " FOR ITEM " FS-RECORD-NO
               " FOLLOWS NO CORRECTION FOR IT -- REJECTED ***"
           MOVE SPACES TO SECURITY-LOG-RECORD
           SET SG-RESULT-REJECTED TO TRUE
           MOVE FS-REQUESTER-ID TO SG-REQUESTER-ID
           MOVE FS-APPROVER-ID TO SG-APPROVER-ID
           MOVE WS-FIX-CARDS-READ TO SG-CARD-NO
           STRING "ITEM " FS-RECORD-NO
               DELIMITED BY SIZE INTO SG-SUBJECT
           MOVE "SIGN-OFF WITH NO CORRECTION BEFORE IT -- REJECTED"
               TO SG-REASON
           MOVE FIX-IN-RECORD TO SG-CARD-IMAGE
           PERFORM 8900-WRITE-SECURITY-LOG.

      *****************************************************************
      * Maker/checker on every correction loaded: it must have its
      * sign-off, naming a requester and a different, active user
      * with suspense authority as approver.  A correction that fails
      * is refused ("R") and logged now; one that passes is logged
      * when it is applied, or at the end if it matched nothing.
      *****************************************************************
       1200-CHECK-SIGN-OFFS.
           PERFORM VARYING WS-FIX-IX FROM 1 BY 1
                   UNTIL WS-FIX-IX > WS-FIX-COUNT
               PERFORM 1250-CHECK-ONE-FIX
           END-PERFORM.

       1250-CHECK-ONE-FIX.
           MOVE SPACES TO WS-FIX-REASON
           EVALUATE TRUE
               WHEN NOT AUTH-USERS-OPEN OR NOT SECURITY-LOG-OPEN
                   MOVE "SECURITY FILES UNAVAILABLE -- REFUSED"
                       TO WS-FIX-REASON
               WHEN WS-FIX-SIGNED-SW(WS-FIX-IX) = "N"
                   MOVE "NO SIGN-OFF CARD -- REFUSED" TO WS-FIX-REASON
               WHEN WS-FIX-REQUESTER-ID(WS-FIX-IX) = SPACES
                   MOVE "NO REQUESTER ID -- REFUSED" TO WS-FIX-REASON
               WHEN WS-FIX-APPROVER-ID(WS-FIX-IX) = SPACES
                   MOVE "NOT APPROVED -- REFUSED" TO WS-FIX-REASON
               WHEN WS-FIX-APPROVER-ID(WS-FIX-IX) =
                       WS-FIX-REQUESTER-ID(WS-FIX-IX)
                   MOVE "SELF-APPROVED -- REFUSED" TO WS-FIX-REASON
           END-EVALUATE
           IF WS-FIX-REASON = SPACES
               MOVE WS-FIX-REQUESTER-ID(WS-FIX-IX) TO AU-USER-ID
               PERFORM 1260-READ-AUTH-USER
               IF NOT AUTH-USER-FOUND OR NOT AU-USER-ACTIVE
                   MOVE "REQUESTER NOT ACTIVE USER -- REFUSED"
                       TO WS-FIX-REASON
               END-IF
           END-IF
           IF WS-FIX-REASON = SPACES
               MOVE WS-FIX-APPROVER-ID(WS-FIX-IX) TO AU-USER-ID
               PERFORM 1260-READ-AUTH-USER
               EVALUATE TRUE
                   WHEN NOT AUTH-USER-FOUND OR NOT AU-USER-ACTIVE
                       MOVE "APPROVER NOT ACTIVE USER -- REFUSED"
                           TO WS-FIX-REASON
                   WHEN NOT AU-MAY-APPROVE-SUSPENSE
                       MOVE "APPROVER LACKS AUTHORITY -- REFUSED"
                           TO WS-FIX-REASON
               END-EVALUATE
           END-IF
           IF WS-FIX-REASON NOT = SPACES
               MOVE "R" TO WS-FIX-APPLIED-SW(WS-FIX-IX)
               ADD 1 TO WS-FIXES-REFUSED
               DISPLAY "SUSP-FIX: *** FIX CARD FOR ITEM "
                   WS-FIX-RECORD-NO(WS-FIX-IX) " "
                   WS-FIX-REASON " ***"
               PERFORM 2980-LOG-FIX
               SET SG-RESULT-CONTROL TO TRUE
               PERFORM 8900-WRITE-SECURITY-LOG
           END-IF.

       1260-READ-AUTH-USER.
           MOVE "N" TO WS-AUTH-USER-FOUND-SW
           READ AUTH-USERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AUTH-USER-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * Copies each master item forward.  An open item a FIXIN card
      * corrects has the replacement image written to RECYCLE and
      * goes forward marked corrected, unless its department may not
      * post to the corrected account; everything else goes forward
      * untouched.
      *****************************************************************
       2000-PROCESS-MASTER.
                           AND WS-FIX-RECORD-NO(WS-FIX-IX) =
                               SP-RECORD-NO
                           AND WS-FIX-APPLIED-SW(WS-FIX-IX) = "N"
                       PERFORM 2100-APPLY-FIX
                   END-IF
               END-PERFORM
           END-IF
           WRITE SUSP-OUT-RECORD FROM SUSP-MASTER-RECORD
           PERFORM 8000-READ-MASTER.

      *****************************************************************
      * One correction for the open item in hand.  The department
      * check comes first; a correction that passes is logged before
      * anything is applied, and is only applied if the log took the
      * record -- a log write that fails refuses it (see 8900).
      *****************************************************************
       2100-APPLY-FIX.
           PERFORM 2150-CHECK-DEPARTMENT
           IF WS-FIX-REASON NOT = SPACES
               MOVE "R" TO WS-FIX-APPLIED-SW(WS-FIX-IX)
               ADD 1 TO WS-FIXES-REFUSED
               DISPLAY "SUSP-FIX: *** FIX CARD FOR ITEM "
                   WS-FIX-RECORD-NO(WS-FIX-IX) " "
                   WS-FIX-REASON " ***"
               PERFORM 2980-LOG-FIX
               SET SG-RESULT-CONTROL TO TRUE
               PERFORM 8900-WRITE-SECURITY-LOG
           ELSE
               PERFORM 2980-LOG-FIX
               SET SG-RESULT-APPLIED TO TRUE
               PERFORM 8900-WRITE-SECURITY-LOG
               IF SECURITY-LOG-OPEN
                   WRITE RECYCLE-RECORD
                       FROM WS-FIX-TRANS-IMAGE(WS-FIX-IX)
                   SET SP-ITEM-CORRECTED TO TRUE
                   MOVE "Y" TO WS-FIX-APPLIED-SW(WS-FIX-IX)
                   ADD 1 TO WS-FIXES-APPLIED
                   DISPLAY "SUSP-FIX: ITEM " SP-RECORD-NO
                       " CORRECTED AND RECYCLED"
               END-IF
           END-IF.

      *****************************************************************
      * The department that keyed the item must be on file, active
      * and authorized for the corrected account.  An item suspended
      * out of the recycle stream keeps the account it was recycled
      * under; one with no department is not checked.
      *****************************************************************
       2150-CHECK-DEPARTMENT.
           MOVE SPACES TO WS-FIX-REASON
           MOVE SP-TRANS-IMAGE TO TRANS-IN-RECORD
           MOVE TI-GL-ACCOUNT TO WS-ITEM-GL-ACCOUNT
           MOVE WS-FIX-TRANS-IMAGE(WS-FIX-IX) TO TRANS-IN-RECORD
           EVALUATE TRUE
               WHEN SP-DEPARTMENT = SPACES
                   CONTINUE
               WHEN SP-DEPARTMENT = "RCYC"
                   IF TI-GL-ACCOUNT NOT = WS-ITEM-GL-ACCOUNT
                       MOVE "RECYCLED ITEM -- ACCOUNT CHANGE REFUSED"
                           TO WS-FIX-REASON
                   END-IF
               WHEN NOT DEPT-MASTER-OPEN
                   MOVE "DEPARTMENT MASTER UNAVAILABLE -- REFUSED"
                       TO WS-FIX-REASON
               WHEN OTHER
                   MOVE SP-DEPARTMENT TO DP-DEPARTMENT
                   READ DEPT-MASTER
                       INVALID KEY
                           MOVE "DEPARTMENT NOT ON MASTER -- REFUSED"
                               TO WS-FIX-REASON
                   END-READ
                   IF WS-FIX-REASON = SPACES
                           AND NOT DP-DEPT-ACTIVE
                       MOVE "DEPARTMENT INACTIVE -- REFUSED"
                           TO WS-FIX-REASON
                   END-IF
                   IF WS-FIX-REASON = SPACES
                       PERFORM 2160-CHECK-AUTHORIZATION
                       IF NOT ACCT-IS-AUTHORIZED
                           MOVE "ACCOUNT NOT AUTHORIZED -- REFUSED"
                               TO WS-FIX-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Mirrors Sum's 2160-CHECK-AUTHORIZATION: the account must fall
      * inside one of the department's ranges -- none means none.
      *****************************************************************
       2160-CHECK-AUTHORIZATION.
           MOVE "N" TO WS-ACCT-AUTH-SW
           MOVE ZERO TO WS-AUTH-COUNT
           IF DP-AUTH-COUNT IS NUMERIC
                   AND DP-AUTH-COUNT <= 10
               MOVE DP-AUTH-COUNT TO WS-AUTH-COUNT
           END-IF
           PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
                   UNTIL WS-AUTH-IX > WS-AUTH-COUNT
                      OR ACCT-IS-AUTHORIZED
               IF TI-GL-ACCOUNT >= DP-AUTH-FROM(WS-AUTH-IX)
                       AND TI-GL-ACCOUNT <= DP-AUTH-TO(WS-AUTH-IX)
                   SET ACCT-IS-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      * Builds the security-log record for the correction at
      * WS-FIX-IX; the caller sets the result and writes it.
      *****************************************************************
       2980-LOG-FIX.
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-FIX-REQUESTER-ID(WS-FIX-IX) TO SG-REQUESTER-ID
           MOVE WS-FIX-APPROVER-ID(WS-FIX-IX) TO SG-APPROVER-ID
           MOVE WS-FIX-CARD-NO(WS-FIX-IX) TO SG-CARD-NO
           STRING "ITEM " WS-FIX-RECORD-NO(WS-FIX-IX)
               DELIMITED BY SIZE INTO SG-SUBJECT
           MOVE WS-FIX-REASON TO SG-REASON
           MOVE WS-FIX-CARD-IMAGE(WS-FIX-IX) TO SG-CARD-IMAGE.


      *****************************************************************
      * Absorbs last night's SUSPFILE items into the master under
      * the next master record numbers.  The number is displayed so
                   MOVE "Y" TO WS-END-OF-NEW-SW
           END-READ.

      *****************************************************************
      * A log that will not take a record refuses every correction
      * not yet applied -- none goes through unlogged -- but the
      * master pass carries on.
      *****************************************************************
       8900-WRITE-SECURITY-LOG.
           IF SECURITY-LOG-OPEN
               MOVE WS-CURRENT-TIMESTAMP(1:14) TO SG-TIMESTAMP
               MOVE "SUSP-FIX" TO SG-PROGRAM
               SET SG-KIND-SUSPENSE TO TRUE
               WRITE SECURITY-LOG-RECORD
               IF WS-SECURITY-LOG-STATUS NOT = "00"
                   DISPLAY "SUSP-FIX: SECLOG WRITE FAILED, STATUS = "
                       WS-SECURITY-LOG-STATUS
                       " -- NO FURTHER CORRECTIONS APPLIED"
                   MOVE "N" TO WS-SECURITY-LOG-OPEN-SW
                   PERFORM VARYING WS-REFUSE-IX FROM 1 BY 1
                           UNTIL WS-REFUSE-IX > WS-FIX-COUNT
                       IF WS-FIX-APPLIED-SW(WS-REFUSE-IX) = "N"
                           MOVE "R" TO WS-FIX-APPLIED-SW(WS-REFUSE-IX)
                           ADD 1 TO WS-FIXES-REFUSED
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       9000-TERMINATE.
           PERFORM VARYING WS-FIX-IX FROM 1 BY 1
                   UNTIL WS-FIX-IX > WS-FIX-COUNT
                   DISPLAY "SUSP-FIX: *** FIX CARD FOR ITEM "
                       WS-FIX-RECORD-NO(WS-FIX-IX)
                       " MATCHED NO OPEN SUSPENSE ITEM ***"
                   MOVE "MATCHED NO OPEN SUSPENSE ITEM -- REJECTED"
                       TO WS-FIX-REASON
                   PERFORM 2980-LOG-FIX
                   SET SG-RESULT-REJECTED TO TRUE
                   PERFORM 8900-WRITE-SECURITY-LOG
               END-IF
           END-PERFORM
           IF WS-SUSP-MASTER-STATUS = "00" OR "10"
           END-IF
           CLOSE SUSP-OUT
           CLOSE RECYCLE-OUT
           IF AUTH-USERS-OPEN
               CLOSE AUTH-USERS
           END-IF
           IF WS-SECURITY-LOG-STATUS = "00"
               CLOSE SECURITY-LOG
           END-IF
           IF DEPT-MASTER-OPEN
               CLOSE DEPT-MASTER
           END-IF
           DISPLAY "SUSP-FIX: MASTER ITEMS READ  = " WS-MASTER-READ
           DISPLAY "SUSP-FIX: ITEMS ABSORBED     = " WS-NEW-ABSORBED
           DISPLAY "SUSP-FIX: FIXES APPLIED      = " WS-FIXES-APPLIED
           DISPLAY "SUSP-FIX: FIXES UNMATCHED    = "
               WS-FIXES-UNMATCHED
           DISPLAY "SUSP-FIX: FIXES REFUSED      = " WS-FIXES-REFUSED
           DISPLAY "SUSP-FIX: SIGN-OFFS REJECTED = "
               WS-SIGN-OFFS-REJECTED
           IF (WS-FIXES-UNMATCHED > ZERO
                   OR WS-FIXES-REFUSED > ZERO
                   OR WS-SIGN-OFFS-REJECTED > ZERO)
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
