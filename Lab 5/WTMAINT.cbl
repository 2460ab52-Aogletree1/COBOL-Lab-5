       IDENTIFICATION DIVISION.
       PROGRAM-ID.     WTMAINT.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      ASSESSMENT WEIGHT TABLE MAINTENANCE
      *
      *    APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO THE WEIGHT
      *    CONTROL FILE THAT DRIVES EVERY WEIGHTED AVERAGE IN
      *    LAB5ARRAYS, SCANEDIT AND THE REGRADE PATH, SO THE FILE
      *    IS NO LONGER EDITED BY HAND.  BOTH INPUT FILES MUST BE
      *    IN CLASS-CODE ORDER; WITHIN A CLASS THE ROWS AND THE
      *    TRANSACTIONS MAY BE IN ANY ORDER.
      *******
      *  INPUT:  WEIGHTS.TXT  - OLD WEIGHT CONTROL FILE
      *          WTTRANS.TXT  - MAINTENANCE TRANSACTIONS
      *                         ACTION 'A' = ADD, 'C' = CHANGE,
      *                         'D' = DELETE, KEYED ON CLASS AND
      *                         TYPE CODE, WITH AN OPTIONAL
      *                         OVERRIDE CODE (COLS 11-18)
      *          CLASSREF.TXT - VALID CLASS CODES
      *          PARMCARD.TXT - CURRENT TERM ID (48-53)
      *          L5GPAHST.TXT - GPA HISTORY, READ ONLY FOR THE
      *                         CLASSES ALREADY GRADED THIS TERM
      *******
      *  OUTPUT: WEIGHTSN.TXT - NEW WEIGHT CONTROL FILE
      *          L5WMAINT.TXT - MAINTENANCE AUDIT REPORT, ONE LINE
      *                         PER TRANSACTION WITH THE OLD AND
      *                         NEW WEIGHT, A TOTAL LINE PER CLASS,
      *                         PLUS RUN TOTALS
      *******
      *  RULES:
      *      ADD     REJECTED IF THE CLASS IS NOT ON CLASSREF, THE
      *              TYPE IS NOT Q/E/F/P OR IS ALREADY ON FILE FOR
      *              THE CLASS, OR THE WEIGHT IS NOT 1-100.
      *      CHANGE  REPLACES THE WEIGHT; REJECTED IF THE CLASS IS
      *              NOT ON CLASSREF, THE TYPE IS NOT ON FILE, OR
      *              THE WEIGHT IS NOT 1-100.
      *      DELETE  DROPS THE ROW; REJECTED IF THE TYPE IS NOT ON
      *              FILE.  A DELETE IS ALLOWED FOR A CLASS NO
      *              LONGER ON CLASSREF SO ORPHANED ROWS CAN BE
      *              CLEARED.
      *      ANY TRANSACTION FOR A CLASS THAT ALREADY HAS GPA
      *      HISTORY ROWS FOR THE CURRENT TERM IS REJECTED UNLESS
      *      IT CARRIES AN OVERRIDE CODE, WHICH PRINTS ON THE
      *      AUDIT REPORT.
      *      THE TRANSACTIONS FOR ONE CLASS ARE ONE BATCH.  WHEN
      *      THE BATCH LEAVES THE CLASS'S WEIGHTS TOTALING ANYTHING
      *      BUT 100, THE WHOLE BATCH IS REJECTED AND THE CLASS'S
      *      OLD ROWS GO TO THE NEW FILE UNCHANGED.  A BATCH THAT
      *      DELETES EVERY ROW OF A CLASS IS ALLOWED ONLY WHEN THE
      *      CLASS IS NO LONGER ON CLASSREF - A CLASS STILL ON
      *      CLASSREF MUST KEEP WEIGHTS TOTALING 100, AND WHEN THE
      *      CLASSREF TABLE OVERFLOWS NO CLASS IS CLEARED OUT.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OLD-WEIGHT-FILE
               ASSIGN TO "WEIGHTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MAINT-TRANS-FILE
               ASSIGN TO "WTTRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CLASS-REF-FILE
               ASSIGN TO "CLASSREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARM-CARD-FILE
               ASSIGN TO "PARMCARD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL GPA-HISTORY-FILE
               ASSIGN TO "L5GPAHST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NEW-WEIGHT-FILE
               ASSIGN TO "WEIGHTSN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MAINT-REPORT-FILE
               ASSIGN TO PRINTER "L5WMAINT.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OLD-WEIGHT-FILE
           RECORD CONTAINS 20 CHARACTERS.
      *
       01  OLD-WEIGHT-RECORD.
           05  OW-CLASS-CODE                PIC X(5).
           05  OW-TYPE-CODE                 PIC X.
           05  OW-WEIGHT                    PIC 9(3).
           05  FILLER                       PIC X(11).
      *
       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  MAINT-TRANS-RECORD.
           05  TW-ACTION                    PIC X.
               88  ADD-TRANS                           VALUE 'A'.
               88  CHANGE-TRANS                        VALUE 'C'.
               88  DELETE-TRANS                        VALUE 'D'.
           05  TW-CLASS-CODE                PIC X(5).
           05  TW-TYPE-CODE                 PIC X.
               88  VALID-TYPE-CODE                     VALUE 'Q' 'E'
                                                             'F' 'P'.
           05  TW-WEIGHT                    PIC X(3).
           05  TW-OVERRIDE-CODE             PIC X(8).
           05  FILLER                       PIC X(12).
      *
       FD  CLASS-REF-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  CLASS-REF-RECORD.
           05  CR-CLASS-CODE                PIC X(5).
           05  CR-TITLE                     PIC X(25).
           05  CR-INSTRUCTOR                PIC X(20).
           05  CR-CREDIT-HOURS              PIC 99.
           05  FILLER                       PIC X(8).
      *
       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  PARM-CARD-RECORD.
           05  FILLER                       PIC X(47).
           05  PA-TERM-ID                   PIC X(6).
           05  FILLER                       PIC X(27).
      *
       FD  GPA-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  GPA-HISTORY-RECORD.
           05  HI-TERM-ID                   PIC X(6).
           05  HI-CLASS-CODE                PIC X(5).
           05  HI-STUDENT-ID                PIC X(9).
           05  HI-NAME                      PIC X(20).
           05  HI-AVG                       PIC 999.
           05  HI-GRADE                     PIC X.
           05  FILLER                       PIC X(6).
      *
       FD  NEW-WEIGHT-FILE
           RECORD CONTAINS 20 CHARACTERS.
      *
       01  NEW-WEIGHT-RECORD.
           05  NW-CLASS-CODE                PIC X(5).
           05  NW-TYPE-CODE                 PIC X.
           05  NW-WEIGHT                    PIC 9(3).
           05  FILLER                       PIC X(11).
      *
       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  MAINT-REPORT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  OW-EOF-FLAG                  PIC X      VALUE ' '.
               88 NO-MORE-MASTERS                      VALUE 'N'.
           05  TW-EOF-FLAG                  PIC X      VALUE ' '.
               88 NO-MORE-TRANS                        VALUE 'N'.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  RF-SUB                       PIC 99     VALUE 1.
           05  RF-FOUND-FLAG                PIC X      VALUE 'N'.
               88 CLASS-CODE-FOUND                     VALUE 'Y'.
           05  HC-SUB                       PIC 999    VALUE 1.
           05  HC-FOUND-FLAG                PIC X      VALUE 'N'.
               88 CLASS-GRADED-THIS-TERM               VALUE 'Y'.
           05  CB-SUB                       PIC 99     VALUE 1.
           05  CB-FOUND-SUB                 PIC 99     VALUE ZERO.
           05  TH-SUB                       PIC 99     VALUE 1.
           05  TOTAL-SPACING                PIC 9      VALUE 1.
      *
       01  RUN-PARAMETERS.
           05  PC-TERM-ID                   PIC X(6)   VALUE SPACES.
      *
      * MATCH KEYS - HIGH-VALUES MARKS A FILE AT END SO THE
      * BALANCED-LINE LOOP IN 400-APPLY-TRANSACTIONS DRAINS THE
      * OTHER FILE NATURALLY.  CB-CLASS-CODE IS THE CLASS WHOSE
      * BATCH IS BEING ASSEMBLED - THE LOWER OF THE TWO KEYS.
       01  MATCH-KEYS.
           05  OW-KEY                       PIC X(5)   VALUE SPACES.
           05  TW-KEY                       PIC X(5)   VALUE SPACES.
      *
       01  CLASS-REF-TABLE.
           05  RF-ENTRY-COUNT               PIC S99     VALUE +0.
           05  RF-DROPPED-COUNT             PIC S99     VALUE +0.
           05  RF-ENTRY            OCCURS 50 TIMES.
               10  RF-CLASS-CODE            PIC X(5).
      *
      * DISTINCT CLASS CODES WITH GPA HISTORY ROWS FOR THE CURRENT
      * TERM - THE CLASSES WHOSE WEIGHTS ARE FROZEN WITHOUT AN
      * OVERRIDE.  A FULL TABLE FAILS SAFE: THE RUN REFUSES EVERY
      * TRANSACTION THAT HAS NO OVERRIDE CODE.
       01  HISTORY-CODE-TABLE.
           05  HC-ENTRY-COUNT               PIC S9(3)   VALUE +0.
           05  HC-DROPPED-COUNT             PIC S9(3)   VALUE +0.
           05  HC-ENTRY            OCCURS 100 TIMES.
               10  HC-CLASS-CODE            PIC X(5).
      *
      * ONE CLASS'S ROWS - THE OLD WEIGHT IS KEPT BESIDE THE
      * WORKING WEIGHT SO A REJECTED BATCH CAN PUT THE CLASS BACK
      * EXACTLY AS IT WAS.
       01  CLASS-BATCH.
           05  CB-CLASS-CODE                PIC X(5)    VALUE SPACES.
           05  CB-ROW-COUNT                 PIC S99     VALUE +0.
           05  CB-WEIGHT-TOTAL              PIC S9(4)   VALUE +0.
           05  CB-OLD-TOTAL                 PIC S9(4)   VALUE +0.
           05  CB-REJECT-FLAG               PIC X       VALUE 'N'.
               88  BATCH-REJECTED                       VALUE 'Y'.
           05  CB-REJECT-REASON             PIC X(30)   VALUE SPACES.
           05  CB-ADDS                      PIC S99     VALUE +0.
           05  CB-CHANGES                   PIC S99     VALUE +0.
           05  CB-DELETES                   PIC S99     VALUE +0.
           05  CB-OVERRIDES                 PIC S99     VALUE +0.
           05  CB-ROW              OCCURS 20 TIMES.
               10  CB-TYPE-CODE             PIC X.
               10  CB-OLD-WEIGHT            PIC 9(3).
               10  CB-NEW-WEIGHT            PIC 9(3).
               10  CB-OLD-FLAG              PIC X.
                   88  CB-ROW-WAS-ON-FILE              VALUE 'Y'.
               10  CB-LIVE-FLAG             PIC X.
                   88  CB-ROW-IS-LIVE                  VALUE 'Y'.
      *
      * THE CLASS'S AUDIT LINES, HELD UNTIL THE BATCH IS ACCEPTED
      * OR REJECTED SO EACH LINE PRINTS WITH ITS FINAL DISPOSITION.
       01  TRANS-HOLD-TABLE.
           05  TH-ENTRY-COUNT               PIC S99     VALUE +0.
           05  TH-ENTRY            OCCURS 20 TIMES.
               10  TH-LINE                  PIC X(80).
               10  TH-APPLIED-FLAG          PIC X.
                   88  TH-WAS-APPLIED                  VALUE 'Y'.
      *
       01  MAINT-WORK-FIELDS.
           05  MW-WEIGHT                    PIC 9(3)    VALUE ZERO.
           05  MW-WEIGHT-OK-FLAG            PIC X       VALUE 'N'.
               88  WEIGHT-IS-VALID                      VALUE 'Y'.
           05  MW-APPLIED-FLAG              PIC X       VALUE 'N'.
               88  TRANS-APPLIED                        VALUE 'Y'.
      *
       01  MAINT-COUNTS.
           05  MC-OLD-IN                    PIC S9(5)  VALUE +0.
           05  MC-TRANS-IN                  PIC S9(5)  VALUE +0.
           05  MC-NEW-OUT                   PIC S9(5)  VALUE +0.
           05  MC-ADDS                      PIC S9(5)  VALUE +0.
           05  MC-CHANGES                   PIC S9(5)  VALUE +0.
           05  MC-DELETES                   PIC S9(5)  VALUE +0.
           05  MC-REJECTS                   PIC S9(5)  VALUE +0.
           05  MC-OVERRIDES                 PIC S9(5)  VALUE +0.
           05  MC-BATCHES-REJECTED          PIC S9(5)  VALUE +0.
           05  MC-ROW-OVERFLOW              PIC S9(5)  VALUE +0.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                      PIC 9999.
           05  WS-MONTH                     PIC 99.
           05  WS-DAY                       PIC 99.
      *
      ********************OUTPUT AREA*********************************

       01  MAINT-HEADING-1.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  MH-DATE.
               10  MH-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  MH-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  MH-YEAR      PIC 9999.
           05                   PIC X(8)   VALUE SPACE.
           05                   PIC X(29)  VALUE
                   'ASSESSMENT WEIGHT MAINTENANCE'.
           05                   PIC X(8)   VALUE '  TERM: '.
           05  MH-TERM          PIC X(6).
      *
       01  MAINT-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(7)   VALUE 'ACTION '.
           05                   PIC X(7)   VALUE 'CLASS'.
           05                   PIC X(6)   VALUE 'TYPE'.
           05                   PIC X(7)   VALUE 'OLD WT'.
           05                   PIC X(6)   VALUE 'NEW WT'.
           05                   PIC X(10)  VALUE 'OVERRIDE'.
           05                   PIC X(11)  VALUE 'DISPOSITION'.
      *
       01  MAINT-DETAIL-LINE.
           05                   PIC X(4)   VALUE SPACE.
           05  MD-ACTION        PIC X.
           05                   PIC X(4)   VALUE SPACE.
           05  MD-CLASS-CODE    PIC X(5).
           05                   PIC X(3)   VALUE SPACE.
           05  MD-TYPE          PIC X.
           05                   PIC X(4)   VALUE SPACE.
           05  MD-OLD-AREA.
               10  MD-OLD-WEIGHT PIC ZZ9.
           05                   PIC X(4)   VALUE SPACE.
           05  MD-NEW-AREA.
               10  MD-NEW-WEIGHT PIC ZZ9.
           05                   PIC X(3)   VALUE SPACE.
           05  MD-OVERRIDE      PIC X(8).
           05                   PIC X(2)   VALUE SPACE.
           05  MD-DISPOSITION   PIC X(30).
      *
       01  CLASS-TOTAL-LINE.
           05                   PIC X(9)   VALUE SPACE.
           05                   PIC X(6)   VALUE 'CLASS '.
           05  CS-CLASS-CODE    PIC X(5).
           05                   PIC X(13)  VALUE ' WEIGHTS OLD '.
           05  CS-OLD-TOTAL     PIC ZZZ9.
           05                   PIC X(5)   VALUE '  NEW'.
           05  CS-NEW-TOTAL     PIC ZZZ9.
           05                   PIC X(3)   VALUE ' - '.
           05  CS-RESULT        PIC X(30).
      *
       01  MAINT-TOTAL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  TL-LABEL         PIC X(24).
           05  TL-COUNT         PIC ZZZZ9.
      *
       01  HISTORY-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(38)  VALUE
                   '** WARNING - HISTORY CODE TABLE FULL,'.
           05  HF-DROPPED       PIC ZZZZ9.
           05                   PIC X(30)  VALUE
                   ' - NO CHANGE WITHOUT OVERRIDE'.
      *
       01  ROW-OVERFLOW-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(38)  VALUE
                   '** WARNING - CLASS BATCH ROWS FULL,'.
           05  RW-DROPPED       PIC ZZZZ9.
           05                   PIC X(24)  VALUE
                   ' PASSED THROUGH AS-IS **'.
      *
       01  CLASSREF-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** WARNING - CLASS REFERENCE FULL,'.
           05  RL-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.

       PROCEDURE DIVISION.

       100-MAINTAIN-WEIGHTS.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-APPLY-TRANSACTIONS
           PERFORM 800-FINAL-ROUTINE
        .
      *
       200-HSKPING-ROUTINE.

           PERFORM 210-READ-PARM-CARD

           OPEN INPUT  OLD-WEIGHT-FILE
                       MAINT-TRANS-FILE
                OUTPUT NEW-WEIGHT-FILE
                       MAINT-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-MONTH TO MH-MONTH
           MOVE WS-DAY TO MH-DAY
           MOVE WS-YEAR TO MH-YEAR
           MOVE PC-TERM-ID TO MH-TERM

           WRITE MAINT-REPORT-LINE FROM MAINT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE MAINT-REPORT-LINE FROM MAINT-COL-HEADING
               AFTER ADVANCING 2 LINES

           PERFORM 250-LOAD-CLASS-REF
           PERFORM 260-LOAD-HISTORY-CODES

           PERFORM 300-READ-OLD-WEIGHT
           PERFORM 310-READ-TRANSACTION
       .
      *
      * SAME CARD LAB5ARRAYS VALIDATES IN FULL - ONLY THE TERM ID
      * MATTERS HERE.
       210-READ-PARM-CARD.

           OPEN INPUT PARM-CARD-FILE

           READ PARM-CARD-FILE
               AT END
                   MOVE SPACES TO PC-TERM-ID
               NOT AT END
                   MOVE PA-TERM-ID TO PC-TERM-ID
           END-READ

           CLOSE PARM-CARD-FILE
       .
      *
       250-LOAD-CLASS-REF.

           OPEN INPUT CLASS-REF-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ CLASS-REF-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF RF-ENTRY-COUNT < 50
                           ADD 1 TO RF-ENTRY-COUNT
                           MOVE CR-CLASS-CODE
                               TO RF-CLASS-CODE(RF-ENTRY-COUNT)
                       ELSE
                           ADD 1 TO RF-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-REF-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
      * A BLANK TERM ON THE CARD MATCHES NO HISTORY ROW, SO THE
      * FREEZE ONLY BITES ONCE THE CARD NAMES THE TERM.
       260-LOAD-HISTORY-CODES.

           OPEN INPUT GPA-HISTORY-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ GPA-HISTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF HI-TERM-ID = PC-TERM-ID
                           AND PC-TERM-ID NOT = SPACES
                           MOVE HI-CLASS-CODE TO TW-KEY
                           PERFORM 265-POST-HISTORY-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GPA-HISTORY-FILE
           MOVE SPACE TO EOF-FLAG
           MOVE SPACES TO TW-KEY
       .
      *
      * CALLER PUTS THE CODE IN TW-KEY (FREE UNTIL THE FIRST
      * TRANSACTION IS READ).
       265-POST-HISTORY-CODE.

           MOVE 'N' TO HC-FOUND-FLAG
           PERFORM VARYING HC-SUB FROM 1 BY 1
               UNTIL HC-SUB > HC-ENTRY-COUNT
                  OR CLASS-GRADED-THIS-TERM
               IF TW-KEY = HC-CLASS-CODE(HC-SUB)
                   MOVE 'Y' TO HC-FOUND-FLAG
               END-IF
           END-PERFORM

           IF NOT CLASS-GRADED-THIS-TERM
               IF HC-ENTRY-COUNT < 100
                   ADD 1 TO HC-ENTRY-COUNT
                   MOVE TW-KEY TO HC-CLASS-CODE(HC-ENTRY-COUNT)
               ELSE
                   ADD 1 TO HC-DROPPED-COUNT
               END-IF
           END-IF
       .
      *
       300-READ-OLD-WEIGHT.

           READ OLD-WEIGHT-FILE
               AT END
                   MOVE 'N' TO OW-EOF-FLAG
                   MOVE HIGH-VALUES TO OW-KEY
               NOT AT END
                   ADD 1 TO MC-OLD-IN
                   MOVE OW-CLASS-CODE TO OW-KEY
           END-READ
       .
      *
       310-READ-TRANSACTION.

           READ MAINT-TRANS-FILE
               AT END
                   MOVE 'N' TO TW-EOF-FLAG
                   MOVE HIGH-VALUES TO TW-KEY
               NOT AT END
                   ADD 1 TO MC-TRANS-IN
                   MOVE TW-CLASS-CODE TO TW-KEY
           END-READ
       .
      *
      * ONE CLASS PER PASS - THE LOWER OF THE TWO KEYS NAMES IT,
      * ALL ITS OLD ROWS ARE GATHERED, ALL ITS TRANSACTIONS ARE
      * APPLIED, AND 500 DECIDES WHAT GOES TO THE NEW FILE.
       400-APPLY-TRANSACTIONS.

           PERFORM UNTIL OW-KEY = HIGH-VALUES
                     AND TW-KEY = HIGH-VALUES
               IF OW-KEY < TW-KEY
                   MOVE OW-KEY TO CB-CLASS-CODE
               ELSE
                   MOVE TW-KEY TO CB-CLASS-CODE
               END-IF
               PERFORM 410-START-CLASS-BATCH

               PERFORM UNTIL OW-KEY NOT = CB-CLASS-CODE
                   PERFORM 420-HOLD-OLD-ROW
                   PERFORM 300-READ-OLD-WEIGHT
               END-PERFORM

               PERFORM UNTIL TW-KEY NOT = CB-CLASS-CODE
                   PERFORM 430-APPLY-ONE-TRANS
                   PERFORM 310-READ-TRANSACTION
               END-PERFORM

               PERFORM 500-CLOSE-CLASS-BATCH
           END-PERFORM
       .
      *
       410-START-CLASS-BATCH.

           MOVE ZEROS TO CB-ROW-COUNT
           MOVE ZEROS TO CB-ADDS
           MOVE ZEROS TO CB-CHANGES
           MOVE ZEROS TO CB-DELETES
           MOVE ZEROS TO CB-OVERRIDES
           MOVE ZEROS TO TH-ENTRY-COUNT
           MOVE 'N' TO CB-REJECT-FLAG
           MOVE SPACES TO CB-REJECT-REASON

           MOVE 'N' TO RF-FOUND-FLAG
           PERFORM VARYING RF-SUB FROM 1 BY 1
               UNTIL RF-SUB > RF-ENTRY-COUNT
                  OR CLASS-CODE-FOUND
               IF CB-CLASS-CODE = RF-CLASS-CODE(RF-SUB)
                   MOVE 'Y' TO RF-FOUND-FLAG
               END-IF
           END-PERFORM

      * A FULL HISTORY TABLE MAY HAVE LOST THIS CLASS, SO EVERY
      * CLASS IS TREATED AS GRADED - AN OVERRIDE STILL GETS IN.
           IF HC-DROPPED-COUNT > ZERO
               MOVE 'Y' TO HC-FOUND-FLAG
           ELSE
               MOVE 'N' TO HC-FOUND-FLAG
               PERFORM VARYING HC-SUB FROM 1 BY 1
                   UNTIL HC-SUB > HC-ENTRY-COUNT
                      OR CLASS-GRADED-THIS-TERM
                   IF CB-CLASS-CODE = HC-CLASS-CODE(HC-SUB)
                       MOVE 'Y' TO HC-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF
       .
      *
      * A CLASS WITH MORE ROWS THAN THE BATCH HOLDS PASSES THE
      * EXTRA ROWS STRAIGHT THROUGH (NEVER LOST) AND THE BATCH IS
      * REJECTED, SINCE ITS TOTAL CAN NO LONGER BE PROVED.
       420-HOLD-OLD-ROW.

           IF CB-ROW-COUNT < 20
               ADD 1 TO CB-ROW-COUNT
               MOVE OW-TYPE-CODE TO CB-TYPE-CODE(CB-ROW-COUNT)
               MOVE OW-WEIGHT TO CB-OLD-WEIGHT(CB-ROW-COUNT)
               MOVE OW-WEIGHT TO CB-NEW-WEIGHT(CB-ROW-COUNT)
               MOVE 'Y' TO CB-OLD-FLAG(CB-ROW-COUNT)
               MOVE 'Y' TO CB-LIVE-FLAG(CB-ROW-COUNT)
           ELSE
               ADD 1 TO MC-ROW-OVERFLOW
               MOVE 'Y' TO CB-REJECT-FLAG
               MOVE OLD-WEIGHT-RECORD TO NEW-WEIGHT-RECORD
               WRITE NEW-WEIGHT-RECORD
               ADD 1 TO MC-NEW-OUT
           END-IF
       .
      *
      * EVERY EDIT IN ONE PLACE - THE FIRST FAILURE WINS THE
      * DISPOSITION.  AN ACCEPTED TRANSACTION ONLY CHANGES THE
      * BATCH; 500 DECIDES WHETHER THE BATCH STANDS.
       430-APPLY-ONE-TRANS.

           MOVE 'N' TO MW-APPLIED-FLAG
           MOVE TW-ACTION TO MD-ACTION
           MOVE TW-CLASS-CODE TO MD-CLASS-CODE
           MOVE TW-TYPE-CODE TO MD-TYPE
           MOVE TW-OVERRIDE-CODE TO MD-OVERRIDE
           MOVE SPACES TO MD-OLD-AREA
           MOVE SPACES TO MD-NEW-AREA

           PERFORM 440-FIND-BATCH-ROW

           MOVE 'N' TO MW-WEIGHT-OK-FLAG
           IF TW-WEIGHT NUMERIC
               MOVE TW-WEIGHT TO MW-WEIGHT
               IF MW-WEIGHT > ZERO
                   AND MW-WEIGHT <= 100
                   MOVE 'Y' TO MW-WEIGHT-OK-FLAG
               END-IF
           END-IF

           IF CB-FOUND-SUB > ZERO
               MOVE CB-NEW-WEIGHT(CB-FOUND-SUB) TO MD-OLD-WEIGHT
           END-IF

           EVALUATE TRUE
               WHEN NOT ADD-TRANS AND NOT CHANGE-TRANS
                   AND NOT DELETE-TRANS
                   MOVE 'REJECTED - BAD ACTION CODE'
                       TO MD-DISPOSITION
               WHEN NOT CLASS-CODE-FOUND AND NOT DELETE-TRANS
                   MOVE 'REJECTED - CLASS NOT ON CLASSREF'
                       TO MD-DISPOSITION
               WHEN CLASS-GRADED-THIS-TERM
                   AND TW-OVERRIDE-CODE = SPACES
                   MOVE 'REJECTED - GRADED THIS TERM'
                       TO MD-DISPOSITION
               WHEN ADD-TRANS AND NOT VALID-TYPE-CODE
                   MOVE 'REJECTED - BAD TYPE CODE'
                       TO MD-DISPOSITION
               WHEN ADD-TRANS AND CB-FOUND-SUB > ZERO
                   MOVE 'REJECTED - TYPE ALREADY ON FILE'
                       TO MD-DISPOSITION
               WHEN NOT ADD-TRANS AND CB-FOUND-SUB = ZERO
                   MOVE 'REJECTED - TYPE NOT ON FILE'
                       TO MD-DISPOSITION
               WHEN NOT DELETE-TRANS AND NOT WEIGHT-IS-VALID
                   MOVE 'REJECTED - WEIGHT NOT 1-100'
                       TO MD-DISPOSITION
               WHEN CB-ROW-COUNT = 20 AND ADD-TRANS
                   MOVE 'REJECTED - CLASS BATCH FULL'
                       TO MD-DISPOSITION
                   MOVE 'Y' TO CB-REJECT-FLAG
               WHEN ADD-TRANS
                   ADD 1 TO CB-ROW-COUNT
                   MOVE TW-TYPE-CODE TO CB-TYPE-CODE(CB-ROW-COUNT)
                   MOVE ZERO TO CB-OLD-WEIGHT(CB-ROW-COUNT)
                   MOVE MW-WEIGHT TO CB-NEW-WEIGHT(CB-ROW-COUNT)
                   MOVE 'N' TO CB-OLD-FLAG(CB-ROW-COUNT)
                   MOVE 'Y' TO CB-LIVE-FLAG(CB-ROW-COUNT)
                   MOVE MW-WEIGHT TO MD-NEW-WEIGHT
                   ADD 1 TO CB-ADDS
                   MOVE 'Y' TO MW-APPLIED-FLAG
                   MOVE 'ADDED' TO MD-DISPOSITION
               WHEN CHANGE-TRANS
                   MOVE MW-WEIGHT TO CB-NEW-WEIGHT(CB-FOUND-SUB)
                   MOVE MW-WEIGHT TO MD-NEW-WEIGHT
                   ADD 1 TO CB-CHANGES
                   MOVE 'Y' TO MW-APPLIED-FLAG
                   MOVE 'CHANGED' TO MD-DISPOSITION
               WHEN DELETE-TRANS
                   MOVE 'N' TO CB-LIVE-FLAG(CB-FOUND-SUB)
                   ADD 1 TO CB-DELETES
                   MOVE 'Y' TO MW-APPLIED-FLAG
                   MOVE 'DELETED' TO MD-DISPOSITION
           END-EVALUATE

           IF TRANS-APPLIED
               AND CLASS-GRADED-THIS-TERM
               ADD 1 TO CB-OVERRIDES
               MOVE SPACES TO MD-DISPOSITION
               EVALUATE TRUE
                   WHEN ADD-TRANS
                       MOVE 'ADDED - OVERRIDE' TO MD-DISPOSITION
                   WHEN CHANGE-TRANS
                       MOVE 'CHANGED - OVERRIDE' TO MD-DISPOSITION
                   WHEN DELETE-TRANS
                       MOVE 'DELETED - OVERRIDE' TO MD-DISPOSITION
               END-EVALUATE
           END-IF

           PERFORM 450-HOLD-AUDIT-LINE
       .
      *
      * LOOKS FOR A LIVE ROW OF THE TRANSACTION'S TYPE - A ROW
      * DELETED EARLIER IN THE BATCH IS GONE, SO A LATER ADD OF
      * THE SAME TYPE IS LEGAL.
       440-FIND-BATCH-ROW.

           MOVE ZERO TO CB-FOUND-SUB
           PERFORM VARYING CB-SUB FROM 1 BY 1
               UNTIL CB-SUB > CB-ROW-COUNT
                  OR CB-FOUND-SUB > ZERO
               IF TW-TYPE-CODE = CB-TYPE-CODE(CB-SUB)
                   AND CB-ROW-IS-LIVE(CB-SUB)
                   MOVE CB-SUB TO CB-FOUND-SUB
               END-IF
           END-PERFORM
       .
      *
      * A CLASS WITH MORE TRANSACTIONS THAN THE HOLD HAS ROOM FOR
      * PRINTS THE EXTRA LINES AT ONCE AND LOSES ITS BATCH.
       450-HOLD-AUDIT-LINE.

           IF TRANS-APPLIED
               CONTINUE
           ELSE
               ADD 1 TO MC-REJECTS
           END-IF

           IF TH-ENTRY-COUNT < 20
               ADD 1 TO TH-ENTRY-COUNT
               MOVE MAINT-DETAIL-LINE TO TH-LINE(TH-ENTRY-COUNT)
               MOVE MW-APPLIED-FLAG TO TH-APPLIED-FLAG(TH-ENTRY-COUNT)
           ELSE
               MOVE 'Y' TO CB-REJECT-FLAG
               IF TRANS-APPLIED
                   MOVE 'REJECTED - CLASS BATCH FULL'
                       TO MD-DISPOSITION
               END-IF
               WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
       .
      *
      * THE BATCH STANDS ONLY IF THE LIVE ROWS TOTAL EXACTLY 100,
      * OR NO ROWS ARE LEFT AT ALL FOR A CLASS NO LONGER ON
      * CLASSREF - SO 'ALL ROWS REMOVED' IS ONLY EVER AN ORPHAN
      * BEING CLEARED OUT.  A FULL CLASSREF TABLE MAY HAVE LOST
      * A LIVE CLASS, SO THEN NO CLASS IS TREATED AS AN ORPHAN.
      * A CLASS NO TRANSACTION TOUCHED IS COPIED THROUGH WITHOUT
      * A CLASS LINE.  A BATCH ALREADY REJECTED HERE LOST ROWS OR
      * LINES TO A FULL TABLE, AND THAT IS THE REASON ITS APPLIED
      * LINES CARRY.
       500-CLOSE-CLASS-BATCH.

           MOVE ZEROS TO CB-WEIGHT-TOTAL
           MOVE ZEROS TO CB-OLD-TOTAL
           PERFORM VARYING CB-SUB FROM 1 BY 1
               UNTIL CB-SUB > CB-ROW-COUNT
               IF CB-ROW-IS-LIVE(CB-SUB)
                   ADD CB-NEW-WEIGHT(CB-SUB) TO CB-WEIGHT-TOTAL
               END-IF
               IF CB-ROW-WAS-ON-FILE(CB-SUB)
                   ADD CB-OLD-WEIGHT(CB-SUB) TO CB-OLD-TOTAL
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN BATCH-REJECTED
                   MOVE 'REJECTED - CLASS BATCH FULL'
                       TO CB-REJECT-REASON
               WHEN CB-ADDS + CB-CHANGES + CB-DELETES > ZERO
                   AND CB-WEIGHT-TOTAL NOT = 100
                   AND (CB-WEIGHT-TOTAL NOT = ZERO
                        OR CLASS-CODE-FOUND
                        OR RF-DROPPED-COUNT > ZERO)
                   MOVE 'Y' TO CB-REJECT-FLAG
                   MOVE 'REJECTED - CLASS TOTAL NOT 100'
                       TO CB-REJECT-REASON
           END-EVALUATE

           IF CB-ADDS + CB-CHANGES + CB-DELETES = ZERO
               PERFORM 510-WRITE-OLD-ROWS
           ELSE
               IF BATCH-REJECTED
                   PERFORM 510-WRITE-OLD-ROWS
                   ADD 1 TO MC-BATCHES-REJECTED
                   COMPUTE MC-REJECTS = MC-REJECTS
                       + CB-ADDS + CB-CHANGES + CB-DELETES
               ELSE
                   PERFORM 520-WRITE-NEW-ROWS
                   ADD CB-ADDS TO MC-ADDS
                   ADD CB-CHANGES TO MC-CHANGES
                   ADD CB-DELETES TO MC-DELETES
                   ADD CB-OVERRIDES TO MC-OVERRIDES
               END-IF
           END-IF

           PERFORM 530-PRINT-CLASS-LINES
       .
      *
       510-WRITE-OLD-ROWS.

           PERFORM VARYING CB-SUB FROM 1 BY 1
               UNTIL CB-SUB > CB-ROW-COUNT
               IF CB-ROW-WAS-ON-FILE(CB-SUB)
                   MOVE SPACES TO NEW-WEIGHT-RECORD
                   MOVE CB-CLASS-CODE TO NW-CLASS-CODE
                   MOVE CB-TYPE-CODE(CB-SUB) TO NW-TYPE-CODE
                   MOVE CB-OLD-WEIGHT(CB-SUB) TO NW-WEIGHT
                   WRITE NEW-WEIGHT-RECORD
                   ADD 1 TO MC-NEW-OUT
               END-IF
           END-PERFORM
       .
      *
       520-WRITE-NEW-ROWS.

           PERFORM VARYING CB-SUB FROM 1 BY 1
               UNTIL CB-SUB > CB-ROW-COUNT
               IF CB-ROW-IS-LIVE(CB-SUB)
                   MOVE SPACES TO NEW-WEIGHT-RECORD
                   MOVE CB-CLASS-CODE TO NW-CLASS-CODE
                   MOVE CB-TYPE-CODE(CB-SUB) TO NW-TYPE-CODE
                   MOVE CB-NEW-WEIGHT(CB-SUB) TO NW-WEIGHT
                   WRITE NEW-WEIGHT-RECORD
                   ADD 1 TO MC-NEW-OUT
               END-IF
           END-PERFORM
       .
      *
      * A REJECTED BATCH REPRINTS EVERY TRANSACTION IT HAD
      * ACCEPTED WITH THE BATCH REASON, SO NO LINE ON THE REPORT
      * CLAIMS A CHANGE THAT NEVER REACHED THE NEW FILE.
       530-PRINT-CLASS-LINES.

           IF TH-ENTRY-COUNT > ZERO
               PERFORM VARYING TH-SUB FROM 1 BY 1
                   UNTIL TH-SUB > TH-ENTRY-COUNT
                   MOVE TH-LINE(TH-SUB) TO MAINT-DETAIL-LINE
                   IF BATCH-REJECTED
                       AND TH-WAS-APPLIED(TH-SUB)
                       MOVE CB-REJECT-REASON TO MD-DISPOSITION
                   END-IF
                   WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM

               MOVE CB-CLASS-CODE TO CS-CLASS-CODE
               MOVE CB-OLD-TOTAL TO CS-OLD-TOTAL
               MOVE CB-WEIGHT-TOTAL TO CS-NEW-TOTAL
               EVALUATE TRUE
                   WHEN CB-ADDS + CB-CHANGES + CB-DELETES = ZERO
                       MOVE 'NOTHING APPLIED' TO CS-RESULT
                   WHEN BATCH-REJECTED
                       MOVE 'BATCH REJECTED, OLD ROWS KEPT'
                           TO CS-RESULT
                   WHEN CB-WEIGHT-TOTAL = ZERO
                       MOVE 'ALL ROWS REMOVED' TO CS-RESULT
                   WHEN OTHER
                       MOVE 'BATCH ACCEPTED' TO CS-RESULT
               END-EVALUATE
               WRITE MAINT-REPORT-LINE FROM CLASS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
       .
      *
       800-FINAL-ROUTINE.

           MOVE 2 TO TOTAL-SPACING
           MOVE 'OLD WEIGHT RECORDS:' TO TL-LABEL
           MOVE MC-OLD-IN TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 1 TO TOTAL-SPACING
           MOVE 'TRANSACTIONS READ:' TO TL-LABEL
           MOVE MC-TRANS-IN TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ADDS APPLIED:' TO TL-LABEL
           MOVE MC-ADDS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'CHANGES APPLIED:' TO TL-LABEL
           MOVE MC-CHANGES TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'DELETES APPLIED:' TO TL-LABEL
           MOVE MC-DELETES TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'OVERRIDES APPLIED:' TO TL-LABEL
           MOVE MC-OVERRIDES TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'TRANSACTIONS REJECTED:' TO TL-LABEL
           MOVE MC-REJECTS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'CLASS BATCHES REJECTED:' TO TL-LABEL
           MOVE MC-BATCHES-REJECTED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'NEW WEIGHT RECORDS:' TO TL-LABEL
           MOVE MC-NEW-OUT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           IF HC-DROPPED-COUNT > ZERO
               MOVE HC-DROPPED-COUNT TO HF-DROPPED
               WRITE MAINT-REPORT-LINE FROM HISTORY-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF MC-ROW-OVERFLOW > ZERO
               MOVE MC-ROW-OVERFLOW TO RW-DROPPED
               WRITE MAINT-REPORT-LINE FROM ROW-OVERFLOW-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF RF-DROPPED-COUNT > ZERO
               MOVE RF-DROPPED-COUNT TO RL-DROPPED
               WRITE MAINT-REPORT-LINE FROM CLASSREF-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE OLD-WEIGHT-FILE
                 MAINT-TRANS-FILE
                 NEW-WEIGHT-FILE
                 MAINT-REPORT-FILE

            STOP RUN
            .
      *
       810-PRINT-TOTAL-LINE.
           WRITE MAINT-REPORT-LINE FROM MAINT-TOTAL-LINE
               AFTER ADVANCING TOTAL-SPACING
           .
