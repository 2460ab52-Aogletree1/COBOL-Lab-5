       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ENRMAINT.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      CLASS ENROLLMENT ROSTER MAINTENANCE
      *
      *    APPLIES ADD/CHANGE/DROP TRANSACTIONS TO THE CLASS
      *    ENROLLMENT ROSTER THAT SCANEDIT AND LAB5ARRAYS CHECK
      *    EVERY GRADE RECORD AGAINST, AND THAT LAB5ARRAYS USES TO
      *    LIST ENROLLED STUDENTS WHO NEVER GOT A GRADE RECORD.
      *    BOTH INPUT FILES MUST BE IN CLASS-CODE / STUDENT-ID
      *    ORDER.
      *******
      *  INPUT:  ENROLL.TXT   - OLD ENROLLMENT ROSTER
      *          ENRTRANS.TXT - MAINTENANCE TRANSACTIONS
      *                         ACTION 'A' = ADD, 'C' = CHANGE,
      *                         'D' = DROP
      *          CLASSREF.TXT - VALID CLASS CODES
      *          STUMAST.IDX  - INDEXED STUDENT MASTER, READ BY
      *                         KEY TO VALIDATE THE ID ON AN ADD
      *******
      *  OUTPUT: ENROLLN.TXT  - NEW ENROLLMENT ROSTER
      *          L5EMAINT.TXT - MAINTENANCE AUDIT REPORT, ONE
      *                         LINE PER TRANSACTION PLUS TOTALS
      *******
      *  RULES:
      *      ADD     REJECTED IF THE CLASS CODE IS NOT ON THE
      *              CLASS REFERENCE, IF THE ID IS NOT ON THE
      *              STUDENT MASTER, OR IF THE STUDENT IS ALREADY
      *              ENROLLED IN THE CLASS.  AN ADD AGAINST A
      *              DROPPED ENROLLMENT RE-ENROLLS THE STUDENT.  A
      *              BLANK ENROLL DATE DEFAULTS TO THE RUN DATE.
      *      CHANGE  REPLACES THE ENROLL DATE AND/OR THE DROP DATE
      *              WHEN THE TRANSACTION FIELD IS NUMERIC (A DROP
      *              DATE OF ZEROS REINSTATES); REJECTED IF THE
      *              STUDENT IS NOT ON THE ROSTER FOR THE CLASS, IF
      *              A DATE IS PRESENT BUT NOT NUMERIC, OR IF THE
      *              RESULT WOULD DROP BEFORE THE ENROLL DATE.
      *      DROP    SETS THE DROP DATE (THE RUN DATE WHEN THE
      *              TRANSACTION CARRIES NONE); REJECTED IF THE
      *              STUDENT IS NOT ON THE ROSTER OR IS ALREADY
      *              DROPPED, IF THE DATE IS PRESENT BUT NOT
      *              NUMERIC, OR IF IT IS BEFORE THE ENROLL DATE.
      *              THE ROW STAYS ON THE ROSTER SO THE
      *              ENROLLMENT HISTORY IS NEVER LOST.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPTIONAL OLD-ENROLL-FILE
               ASSIGN TO "ENROLL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MAINT-TRANS-FILE
               ASSIGN TO "ENRTRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CLASS-REF-FILE
               ASSIGN TO "CLASSREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-STUDENT-ID.
      *
           SELECT NEW-ENROLL-FILE
               ASSIGN TO "ENROLLN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MAINT-REPORT-FILE
               ASSIGN TO PRINTER "L5EMAINT.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OLD-ENROLL-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
      * A DROP DATE OF ZEROS MEANS THE STUDENT IS STILL ENROLLED.
       01  OLD-ENROLL-RECORD.
           05  OE-KEY-FIELDS.
               10  OE-CLASS-CODE            PIC X(5).
               10  OE-STUDENT-ID            PIC X(9).
           05  OE-ENROLL-DATE               PIC 9(8).
           05  OE-DROP-DATE                 PIC 9(8).
           05  FILLER                       PIC X(10).
      *
       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  MAINT-TRANS-RECORD.
           05  TA-ACTION                    PIC X.
               88  ADD-TRANS                           VALUE 'A'.
               88  CHANGE-TRANS                        VALUE 'C'.
               88  DROP-TRANS                          VALUE 'D'.
           05  TA-KEY-FIELDS.
               10  TA-CLASS-CODE            PIC X(5).
               10  TA-STUDENT-ID            PIC X(9).
           05  TA-ENROLL-DATE               PIC X(8).
           05  TA-DROP-DATE                 PIC X(8).
           05  FILLER                       PIC X(9).
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
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  MASTER-RECORD.
           05  MR-STUDENT-ID                PIC X(9).
           05  MR-NAME                      PIC X(20).
           05  MR-STATUS                    PIC X.
           05  FILLER                       PIC X(10).
      *
       FD  NEW-ENROLL-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  NEW-ENROLL-RECORD.
           05  NE-CLASS-CODE                PIC X(5).
           05  NE-STUDENT-ID                PIC X(9).
           05  NE-ENROLL-DATE               PIC 9(8).
           05  NE-DROP-DATE                 PIC 9(8).
           05  FILLER                       PIC X(10).
      *
       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  MAINT-REPORT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  OE-EOF-FLAG                  PIC X      VALUE ' '.
               88 NO-MORE-MASTERS                      VALUE 'N'.
           05  TA-EOF-FLAG                  PIC X      VALUE ' '.
               88 NO-MORE-TRANS                        VALUE 'N'.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  RF-SUB                       PIC 99     VALUE 1.
           05  RF-FOUND-FLAG                PIC X      VALUE 'N'.
               88 CLASS-CODE-FOUND                     VALUE 'Y'.
           05  MT-FOUND-FLAG                PIC X      VALUE 'N'.
               88 MASTER-ID-FOUND                      VALUE 'Y'.
           05  TOTAL-SPACING                PIC 9      VALUE 1.
      *
      * MATCH KEYS ARE CLASS CODE PLUS STUDENT ID - HIGH-VALUES
      * MARKS A FILE AT END SO THE BALANCED-LINE LOOP IN
      * 400-APPLY-TRANSACTIONS DRAINS THE OTHER FILE NATURALLY.
      * NE-PREV-KEY REMEMBERS THE LAST KEY WRITTEN TO THE NEW
      * ROSTER SO A SECOND ADD FOR THE SAME KEY IN ONE RUN IS
      * CAUGHT AS A DUPLICATE.
       01  MATCH-KEYS.
           05  OE-KEY                       PIC X(14)  VALUE SPACES.
           05  TA-KEY                       PIC X(14)  VALUE SPACES.
           05  NE-PREV-KEY                  PIC X(14)  VALUE LOW-VALUES.
      *
      * HOLD AREA FOR THE CURRENT ROSTER ROW - CHANGES AND DROPS
      * ARE APPLIED HERE, AND THE ROW IS ONLY WRITTEN WHEN THE
      * MATCH LOOP MOVES PAST ITS KEY, SO SEVERAL TRANSACTIONS
      * AGAINST ONE ENROLLMENT ALL LAND.
       01  WK-ENROLL.
           05  WK-CLASS-CODE                PIC X(5).
           05  WK-STUDENT-ID                PIC X(9).
           05  WK-ENROLL-DATE               PIC 9(8).
           05  WK-DROP-DATE                 PIC 9(8).
      *
      * DATES THE HELD ROW WOULD CARRY IF THE CURRENT CHANGE OR
      * DROP WERE APPLIED - CHECKED BEFORE THE HOLD AREA IS TOUCHED.
       01  TRANS-DATES.
           05  TD-ENROLL-DATE               PIC 9(8).
           05  TD-DROP-DATE                 PIC 9(8).
      *
       01  CLASS-REF-TABLE.
           05  RF-ENTRY-COUNT               PIC S99     VALUE +0.
           05  RF-DROPPED-COUNT             PIC S99     VALUE +0.
           05  RF-ENTRY            OCCURS 50 TIMES.
               10  RF-CLASS-CODE            PIC X(5).
      *
       01  MAINT-COUNTS.
           05  MC-OLD-IN                    PIC S9(5)  VALUE +0.
           05  MC-TRANS-IN                  PIC S9(5)  VALUE +0.
           05  MC-NEW-OUT                   PIC S9(5)  VALUE +0.
           05  MC-ADDS                      PIC S9(5)  VALUE +0.
           05  MC-CHANGES                   PIC S9(5)  VALUE +0.
           05  MC-DROPS                     PIC S9(5)  VALUE +0.
           05  MC-REJECTS                   PIC S9(5)  VALUE +0.
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
                   'ENROLLMENT ROSTER MAINTENANCE'.
      *
       01  MAINT-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(7)   VALUE 'ACTION '.
           05                   PIC X(7)   VALUE 'CLASS'.
           05                   PIC X(11)  VALUE 'ID'.
           05                   PIC X(10)  VALUE 'ENROLLED'.
           05                   PIC X(10)  VALUE 'DROPPED'.
           05                   PIC X(11)  VALUE 'DISPOSITION'.
      *
       01  MAINT-DETAIL-LINE.
           05                   PIC X(4)   VALUE SPACE.
           05  MD-ACTION        PIC X.
           05                   PIC X(4)   VALUE SPACE.
           05  MD-CLASS-CODE    PIC X(5).
           05                   PIC X(2)   VALUE SPACE.
           05  MD-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  MD-ENROLL-DATE   PIC X(8).
           05                   PIC X(2)   VALUE SPACE.
           05  MD-DROP-DATE     PIC X(8).
           05                   PIC X(2)   VALUE SPACE.
           05  MD-DISPOSITION   PIC X(30).
      *
       01  MAINT-TOTAL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  TL-LABEL         PIC X(24).
           05  TL-COUNT         PIC ZZZZ9.
      *
       01  CLASSREF-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** WARNING - CLASS REFERENCE FULL,'.
           05  RL-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.

       PROCEDURE DIVISION.

       100-MAINTAIN-ENROLLMENT.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-APPLY-TRANSACTIONS
           PERFORM 800-FINAL-ROUTINE
        .
      *
       200-HSKPING-ROUTINE.
           OPEN INPUT  OLD-ENROLL-FILE
                       MAINT-TRANS-FILE
                       STUDENT-MASTER-FILE
                OUTPUT NEW-ENROLL-FILE
                       MAINT-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-MONTH TO MH-MONTH
           MOVE WS-DAY TO MH-DAY
           MOVE WS-YEAR TO MH-YEAR

           WRITE MAINT-REPORT-LINE FROM MAINT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE MAINT-REPORT-LINE FROM MAINT-COL-HEADING
               AFTER ADVANCING 2 LINES

           PERFORM 250-LOAD-CLASS-REF

           PERFORM 300-READ-OLD-ENROLL
           PERFORM 310-READ-TRANSACTION
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
       300-READ-OLD-ENROLL.

           READ OLD-ENROLL-FILE
               AT END
                   MOVE 'N' TO OE-EOF-FLAG
                   MOVE HIGH-VALUES TO OE-KEY
               NOT AT END
                   ADD 1 TO MC-OLD-IN
                   MOVE OE-KEY-FIELDS TO OE-KEY
                   MOVE OE-CLASS-CODE TO WK-CLASS-CODE
                   MOVE OE-STUDENT-ID TO WK-STUDENT-ID
                   MOVE OE-ENROLL-DATE TO WK-ENROLL-DATE
                   MOVE OE-DROP-DATE TO WK-DROP-DATE
           END-READ
       .
      *
       310-READ-TRANSACTION.

           READ MAINT-TRANS-FILE
               AT END
                   MOVE 'N' TO TA-EOF-FLAG
                   MOVE HIGH-VALUES TO TA-KEY
               NOT AT END
                   ADD 1 TO MC-TRANS-IN
                   MOVE TA-KEY-FIELDS TO TA-KEY
           END-READ
       .
      *
       400-APPLY-TRANSACTIONS.

           PERFORM UNTIL OE-KEY = HIGH-VALUES
                     AND TA-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN OE-KEY < TA-KEY
                       PERFORM 500-WRITE-NEW-ENROLL
                       PERFORM 300-READ-OLD-ENROLL
                   WHEN OE-KEY > TA-KEY
                       PERFORM 410-TRANS-WITHOUT-MASTER
                       PERFORM 310-READ-TRANSACTION
                   WHEN OTHER
                       PERFORM 420-TRANS-AGAINST-MASTER
                       PERFORM 310-READ-TRANSACTION
               END-EVALUATE
           END-PERFORM
       .
      *
      * STUDENT IS NOT ON THE OLD ROSTER FOR THIS CLASS - ONLY AN
      * ADD IS LEGAL HERE.  THE ADD IS WRITTEN STRAIGHT TO THE NEW
      * FILE, WHICH KEEPS IT IN KEY ORDER BECAUSE THIS LEG ONLY
      * RUNS WHILE THE TRANSACTION KEY SORTS LOW.
       410-TRANS-WITHOUT-MASTER.

           PERFORM 430-FORMAT-DETAIL-LINE

           IF ADD-TRANS
               PERFORM 440-VALIDATE-CLASS-CODE
               PERFORM 450-VALIDATE-STUDENT-ID
           END-IF

           EVALUATE TRUE
               WHEN ADD-TRANS AND TA-KEY = NE-PREV-KEY
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - ALREADY ENROLLED'
                       TO MD-DISPOSITION
               WHEN ADD-TRANS AND NOT CLASS-CODE-FOUND
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - UNKNOWN CLASS CODE'
                       TO MD-DISPOSITION
               WHEN ADD-TRANS AND NOT MASTER-ID-FOUND
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - UNKNOWN STUDENT ID'
                       TO MD-DISPOSITION
               WHEN ADD-TRANS AND TA-ENROLL-DATE NOT = SPACES
                              AND TA-ENROLL-DATE NOT NUMERIC
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - DATE NOT NUMERIC'
                       TO MD-DISPOSITION
               WHEN ADD-TRANS
                   MOVE SPACES TO NEW-ENROLL-RECORD
                   MOVE TA-CLASS-CODE TO NE-CLASS-CODE
                   MOVE TA-STUDENT-ID TO NE-STUDENT-ID
                   IF TA-ENROLL-DATE NUMERIC
                       MOVE TA-ENROLL-DATE TO NE-ENROLL-DATE
                   ELSE
                       MOVE WS-CURRENT-DATE TO NE-ENROLL-DATE
                   END-IF
                   MOVE ZEROS TO NE-DROP-DATE
                   MOVE TA-KEY TO NE-PREV-KEY
                   WRITE NEW-ENROLL-RECORD
                   ADD 1 TO MC-NEW-OUT
                   ADD 1 TO MC-ADDS
                   MOVE NE-ENROLL-DATE TO MD-ENROLL-DATE
                   MOVE 'ADDED' TO MD-DISPOSITION
               WHEN CHANGE-TRANS
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - NOT ON ROSTER'
                       TO MD-DISPOSITION
               WHEN DROP-TRANS
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - NOT ON ROSTER'
                       TO MD-DISPOSITION
               WHEN OTHER
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - BAD ACTION CODE'
                       TO MD-DISPOSITION
           END-EVALUATE

           WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .
      *
      * TRANSACTION KEY MATCHES THE HELD ROSTER ROW - EVERY LEGAL
      * ACTION LANDS IN THE HOLD AREA (WRITTEN LATER BY
      * 500-WRITE-NEW-ENROLL).  AN ADD IS ONLY LEGAL WHEN THE HELD
      * ROW IS A DROPPED ENROLLMENT, AND THEN RE-ENROLLS.
       420-TRANS-AGAINST-MASTER.

           PERFORM 430-FORMAT-DETAIL-LINE
           PERFORM 425-RESOLVE-TRANS-DATES

           EVALUATE TRUE
               WHEN ADD-TRANS AND WK-DROP-DATE = ZEROS
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - ALREADY ENROLLED'
                       TO MD-DISPOSITION
               WHEN ADD-TRANS AND TA-ENROLL-DATE NOT = SPACES
                              AND TA-ENROLL-DATE NOT NUMERIC
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - DATE NOT NUMERIC'
                       TO MD-DISPOSITION
               WHEN ADD-TRANS
                   IF TA-ENROLL-DATE NUMERIC
                       MOVE TA-ENROLL-DATE TO WK-ENROLL-DATE
                   ELSE
                       MOVE WS-CURRENT-DATE TO WK-ENROLL-DATE
                   END-IF
                   MOVE ZEROS TO WK-DROP-DATE
                   ADD 1 TO MC-ADDS
                   MOVE WK-ENROLL-DATE TO MD-ENROLL-DATE
                   MOVE 'RE-ENROLLED' TO MD-DISPOSITION
               WHEN CHANGE-TRANS AND TA-ENROLL-DATE NOT = SPACES
                                 AND TA-ENROLL-DATE NOT NUMERIC
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - DATE NOT NUMERIC'
                       TO MD-DISPOSITION
               WHEN CHANGE-TRANS AND TA-DROP-DATE NOT = SPACES
                                 AND TA-DROP-DATE NOT NUMERIC
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - DATE NOT NUMERIC'
                       TO MD-DISPOSITION
               WHEN CHANGE-TRANS AND TD-DROP-DATE NOT = ZEROS
                                 AND TD-DROP-DATE < TD-ENROLL-DATE
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - DROP BEFORE ENROLL'
                       TO MD-DISPOSITION
               WHEN CHANGE-TRANS
                   MOVE TD-ENROLL-DATE TO WK-ENROLL-DATE
                   MOVE TD-DROP-DATE TO WK-DROP-DATE
                   ADD 1 TO MC-CHANGES
                   MOVE 'CHANGED' TO MD-DISPOSITION
               WHEN DROP-TRANS AND WK-DROP-DATE NOT = ZEROS
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - ALREADY DROPPED'
                       TO MD-DISPOSITION
               WHEN DROP-TRANS AND TA-DROP-DATE NOT = SPACES
                               AND TA-DROP-DATE NOT NUMERIC
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - DATE NOT NUMERIC'
                       TO MD-DISPOSITION
               WHEN DROP-TRANS AND TD-DROP-DATE < TD-ENROLL-DATE
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - DROP BEFORE ENROLL'
                       TO MD-DISPOSITION
               WHEN DROP-TRANS
                   MOVE TD-DROP-DATE TO WK-DROP-DATE
                   ADD 1 TO MC-DROPS
                   MOVE WK-DROP-DATE TO MD-DROP-DATE
                   MOVE 'DROPPED' TO MD-DISPOSITION
               WHEN OTHER
                   ADD 1 TO MC-REJECTS
                   MOVE 'REJECTED - BAD ACTION CODE'
                       TO MD-DISPOSITION
           END-EVALUATE

           WRITE MAINT-REPORT-LINE FROM MAINT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .
      *
      * WORKS OUT THE ENROLL AND DROP DATES THE HELD ROW WOULD END
      * UP WITH - A CHANGE TAKES EACH NUMERIC TRANSACTION DATE OVER
      * THE HELD ONE, A DROP TAKES ITS OWN DATE OR THE RUN DATE.
       425-RESOLVE-TRANS-DATES.

           MOVE WK-ENROLL-DATE TO TD-ENROLL-DATE
           MOVE WK-DROP-DATE TO TD-DROP-DATE

           EVALUATE TRUE
               WHEN CHANGE-TRANS
                   IF TA-ENROLL-DATE NUMERIC
                       MOVE TA-ENROLL-DATE TO TD-ENROLL-DATE
                   END-IF
                   IF TA-DROP-DATE NUMERIC
                       MOVE TA-DROP-DATE TO TD-DROP-DATE
                   END-IF
               WHEN DROP-TRANS
                   IF TA-DROP-DATE NUMERIC
                       AND TA-DROP-DATE NOT = ZEROS
                       MOVE TA-DROP-DATE TO TD-DROP-DATE
                   ELSE
                       MOVE WS-CURRENT-DATE TO TD-DROP-DATE
                   END-IF
           END-EVALUATE
       .
      *
       430-FORMAT-DETAIL-LINE.

           MOVE TA-ACTION TO MD-ACTION
           MOVE TA-CLASS-CODE TO MD-CLASS-CODE
           MOVE TA-STUDENT-ID TO MD-STUDENT-ID
           MOVE TA-ENROLL-DATE TO MD-ENROLL-DATE
           MOVE TA-DROP-DATE TO MD-DROP-DATE
       .
      *
       440-VALIDATE-CLASS-CODE.

           MOVE 'N' TO RF-FOUND-FLAG
           PERFORM VARYING RF-SUB FROM 1 BY 1
               UNTIL RF-SUB > RF-ENTRY-COUNT
                  OR CLASS-CODE-FOUND
               IF TA-CLASS-CODE = RF-CLASS-CODE(RF-SUB)
                   MOVE 'Y' TO RF-FOUND-FLAG
               END-IF
           END-PERFORM
       .
      *
       450-VALIDATE-STUDENT-ID.

           MOVE 'N' TO MT-FOUND-FLAG
           MOVE TA-STUDENT-ID TO MR-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MT-FOUND-FLAG
           END-READ
       .
      *
       500-WRITE-NEW-ENROLL.

           MOVE SPACES TO NEW-ENROLL-RECORD
           MOVE WK-CLASS-CODE TO NE-CLASS-CODE
           MOVE WK-STUDENT-ID TO NE-STUDENT-ID
           MOVE WK-ENROLL-DATE TO NE-ENROLL-DATE
           MOVE WK-DROP-DATE TO NE-DROP-DATE
           MOVE OE-KEY TO NE-PREV-KEY
           WRITE NEW-ENROLL-RECORD
           ADD 1 TO MC-NEW-OUT
       .
      *
       800-FINAL-ROUTINE.

           MOVE 2 TO TOTAL-SPACING
           MOVE 'OLD ROSTER RECORDS:' TO TL-LABEL
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

           MOVE 'DROPS APPLIED:' TO TL-LABEL
           MOVE MC-DROPS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'TRANSACTIONS REJECTED:' TO TL-LABEL
           MOVE MC-REJECTS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'NEW ROSTER RECORDS:' TO TL-LABEL
           MOVE MC-NEW-OUT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           IF RF-DROPPED-COUNT > ZERO
               MOVE RF-DROPPED-COUNT TO RL-DROPPED
               WRITE MAINT-REPORT-LINE FROM CLASSREF-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE OLD-ENROLL-FILE
                 MAINT-TRANS-FILE
                 STUDENT-MASTER-FILE
                 NEW-ENROLL-FILE
                 MAINT-REPORT-FILE

            STOP RUN
            .
      *
       810-PRINT-TOTAL-LINE.
           WRITE MAINT-REPORT-LINE FROM MAINT-TOTAL-LINE
               AFTER ADVANCING TOTAL-SPACING
           .
