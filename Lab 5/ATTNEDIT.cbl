       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ATTNEDIT.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      CLASS ATTENDANCE IMPORT AND EDIT
      *
      *    FRONT-END EDIT BETWEEN THE ATTENDANCE TAKERS AND THE
      *    GRADE RUN.  READS THE RAW ATTENDANCE FILE (ONE ROW PER
      *    STUDENT PER CLASS WITH SESSIONS HELD AND SESSIONS
      *    ATTENDED), VALIDATES EVERY ROW AGAINST THE STUDENT
      *    MASTER AND THE CLASS REFERENCE, AND PASSES THE GOOD
      *    ROWS ON AS THE CLEAN ATTENDANCE FILE LAB5ARRAYS READS.
      *    BAD ROWS GO TO THE EDIT LISTING WITH A REASON SO THE
      *    ATTENDANCE TAKERS FIX THEM AT THE SOURCE.
      *******
      *  INPUT:  ATTNRAW.TXT  - RAW ATTENDANCE ROWS:
      *                           CLASS(5) ID(9) HELD(3)
      *                           ATTENDED(3)
      *          STUMAST.IDX  - INDEXED STUDENT MASTER
      *          CLASSREF.TXT - VALID CLASS CODES
      *******
      *  OUTPUT: ATTEND.TXT   - CLEAN ATTENDANCE FILE READY FOR
      *                         THE MAIN RUN
      *          L5ATNEDT.TXT - EDIT LISTING, ONE LINE PER
      *                         REJECTED ROW PLUS TOTALS
      *******
      *  RULES:
      *      SESSIONS HELD MUST BE NUMERIC AND ABOVE ZERO AND
      *      SESSIONS ATTENDED NUMERIC AND NO MORE THAN HELD.
      *      ONE ROW PER (CLASS, STUDENT) - A SECOND ROW FOR THE
      *      SAME PAIR IS REJECTED AS A DUPLICATE SO THE MAIN RUN
      *      NEVER HAS TO GUESS WHICH COUNT IS RIGHT.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ATTEND-RAW-FILE
               ASSIGN TO "ATTNRAW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-STUDENT-ID.
      *
           SELECT CLASS-REF-FILE
               ASSIGN TO "CLASSREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ATTEND-OUTPUT-FILE
               ASSIGN TO "ATTEND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT EDIT-LISTING-FILE
               ASSIGN TO PRINTER "L5ATNEDT.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ATTEND-RAW-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  ATTEND-RAW-RECORD.
           05  AR-CLASS-CODE                PIC X(5).
           05  AR-STUDENT-ID                PIC X(9).
           05  AR-SESSIONS-HELD             PIC X(3).
           05  AR-SESSIONS-ATTENDED         PIC X(3).
           05  FILLER                       PIC X(10).
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
       FD  ATTEND-OUTPUT-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
      * SAME SHAPE AS THE ATTENDANCE RECORD LAB5ARRAYS READS.
       01  ATTEND-OUTPUT-RECORD.
           05  AO-CLASS-CODE                PIC X(5).
           05  AO-STUDENT-ID                PIC X(9).
           05  AO-SESSIONS-HELD             PIC 9(3).
           05  AO-SESSIONS-ATTENDED         PIC 9(3).
           05  FILLER                       PIC X(10).
      *
       FD  EDIT-LISTING-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  EDIT-LISTING-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  RF-SUB                       PIC 99     VALUE 1.
           05  RF-FOUND-FLAG                PIC X      VALUE 'N'.
               88 CLASS-CODE-FOUND                     VALUE 'Y'.
           05  MT-FOUND-FLAG                PIC X      VALUE 'N'.
               88 MASTER-ID-FOUND                      VALUE 'Y'.
           05  SN-SUB                       PIC 9(4)   VALUE 1.
           05  SN-FOUND-FLAG                PIC X      VALUE 'N'.
               88 PAIR-ALREADY-SEEN                    VALUE 'Y'.
           05  ROW-OK-FLAG                  PIC X      VALUE 'Y'.
               88 ROW-IS-GOOD                          VALUE 'Y'.
      *
       01  CLASS-REF-TABLE.
           05  RF-ENTRY-COUNT               PIC S99     VALUE +0.
           05  RF-DROPPED-COUNT             PIC S99     VALUE +0.
           05  RF-ENTRY            OCCURS 50 TIMES.
               10  RF-CLASS-CODE            PIC X(5).
      *
      * (CLASS, STUDENT) PAIRS ALREADY PASSED TO ATTEND.TXT - THE
      * DUPLICATE CHECK.  A FULL TABLE STOPS CATCHING DUPLICATES
      * BUT NEVER STOPS A GOOD ROW; THE LISTING SAYS SO.
       01  SEEN-TABLE.
           05  SN-ENTRY-COUNT               PIC S9(4)   VALUE +0.
           05  SN-DROPPED-COUNT             PIC S9(4)   VALUE +0.
           05  SN-ENTRY            OCCURS 3000 TIMES.
               10  SN-CLASS-CODE            PIC X(5).
               10  SN-STUDENT-ID            PIC X(9).
      *
       01  EDIT-WORK-FIELDS.
           05  EW-HELD                      PIC 9(3)   VALUE ZEROS.
           05  EW-ATTENDED                  PIC 9(3)   VALUE ZEROS.
      *
       01  EDIT-COUNTS.
           05  EC-ROWS-READ                 PIC S9(5)  VALUE +0.
           05  EC-ROWS-ACCEPTED             PIC S9(5)  VALUE +0.
           05  EC-ROWS-REJECTED             PIC S9(5)  VALUE +0.
           05  EC-DUPLICATES                PIC S9(5)  VALUE +0.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                      PIC 9999.
           05  WS-MONTH                     PIC 99.
           05  WS-DAY                       PIC 99.
      *
      ********************OUTPUT AREA*********************************

       01  EDIT-HEADING-1.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  EH-DATE.
               10  EH-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  EH-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  EH-YEAR      PIC 9999.
           05                   PIC X(6)   VALUE SPACE.
           05                   PIC X(25)  VALUE
                   'ATTENDANCE IMPORT EDIT'.
      *
       01  EDIT-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(11)  VALUE 'ID'.
           05                   PIC X(7)   VALUE 'CLASS '.
           05                   PIC X(6)   VALUE 'HELD'.
           05                   PIC X(7)   VALUE 'ATTND'.
           05                   PIC X(6)   VALUE 'REASON'.
      *
       01  EDIT-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  ED-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  ED-CLASS-CODE    PIC X(5).
           05                   PIC X(2)   VALUE SPACE.
           05  ED-HELD          PIC X(3).
           05                   PIC X(3)   VALUE SPACE.
           05  ED-ATTENDED      PIC X(3).
           05                   PIC X(4)   VALUE SPACE.
           05  ED-REASON        PIC X(20).
      *
       01  EDIT-TOTAL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  TL-LABEL         PIC X(24).
           05  TL-COUNT         PIC ZZZZ9.
      *
       01  SEEN-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(34)  VALUE
                   '** WARNING - DUPLICATE TABLE FULL,'.
           05  SL-DROPPED       PIC ZZZZ9.
           05                   PIC X(20)  VALUE
                   ' NOT CHECKED **'.
      *
       01  CLASSREF-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** WARNING - CLASS REFERENCE FULL,'.
           05  RL-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  TOTAL-SPACING        PIC 9      VALUE 1.

       PROCEDURE DIVISION.

       100-EDIT-ATTENDANCE-FILE.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-READ-ATTEND-FILE
           PERFORM 800-FINAL-ROUTINE
        .
      *
       200-HSKPING-ROUTINE.

           OPEN INPUT  ATTEND-RAW-FILE
                       STUDENT-MASTER-FILE
                OUTPUT ATTEND-OUTPUT-FILE
                       EDIT-LISTING-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-MONTH TO EH-MONTH
           MOVE WS-DAY TO EH-DAY
           MOVE WS-YEAR TO EH-YEAR

           WRITE EDIT-LISTING-LINE FROM EDIT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE EDIT-LISTING-LINE FROM EDIT-COL-HEADING
               AFTER ADVANCING 2 LINES

           PERFORM 250-LOAD-CLASS-REF
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
       400-READ-ATTEND-FILE.

           PERFORM UNTIL NO-MORE-DATA
               READ ATTEND-RAW-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO EC-ROWS-READ
                       PERFORM 410-PROCESS-ATTEND-ROW
               END-READ
           END-PERFORM

           CLOSE ATTEND-RAW-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       410-PROCESS-ATTEND-ROW.

           PERFORM 420-EDIT-ONE-ROW

           IF ROW-IS-GOOD
               ADD 1 TO EC-ROWS-ACCEPTED
               PERFORM 500-WRITE-CLEAN-ROW
           ELSE
               ADD 1 TO EC-ROWS-REJECTED
               WRITE EDIT-LISTING-LINE FROM EDIT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
       .
      *
      * EVERY EDIT IN ONE PLACE - FIRST FAILURE WINS THE REASON
      * COLUMN.
       420-EDIT-ONE-ROW.

           MOVE 'Y' TO ROW-OK-FLAG
           MOVE AR-STUDENT-ID TO ED-STUDENT-ID
           MOVE AR-CLASS-CODE TO ED-CLASS-CODE
           MOVE AR-SESSIONS-HELD TO ED-HELD
           MOVE AR-SESSIONS-ATTENDED TO ED-ATTENDED
           MOVE SPACES TO ED-REASON

           PERFORM 430-VALIDATE-STUDENT-ID
           PERFORM 440-VALIDATE-CLASS-CODE
           PERFORM 450-CHECK-DUPLICATE

           EVALUATE TRUE
               WHEN NOT MASTER-ID-FOUND
                   MOVE 'N' TO ROW-OK-FLAG
                   MOVE 'UNKNOWN STUDENT ID' TO ED-REASON
               WHEN NOT CLASS-CODE-FOUND
                   MOVE 'N' TO ROW-OK-FLAG
                   MOVE 'UNKNOWN CLASS CODE' TO ED-REASON
               WHEN AR-SESSIONS-HELD NOT NUMERIC
                   MOVE 'N' TO ROW-OK-FLAG
                   MOVE 'HELD NOT NUMERIC' TO ED-REASON
               WHEN AR-SESSIONS-ATTENDED NOT NUMERIC
                   MOVE 'N' TO ROW-OK-FLAG
                   MOVE 'ATTND NOT NUMERIC' TO ED-REASON
               WHEN PAIR-ALREADY-SEEN
                   MOVE 'N' TO ROW-OK-FLAG
                   MOVE 'DUPLICATE ROW' TO ED-REASON
                   ADD 1 TO EC-DUPLICATES
               WHEN OTHER
                   MOVE AR-SESSIONS-HELD TO EW-HELD
                   MOVE AR-SESSIONS-ATTENDED TO EW-ATTENDED
                   IF EW-HELD = ZERO
                       MOVE 'N' TO ROW-OK-FLAG
                       MOVE 'NO SESSIONS HELD' TO ED-REASON
                   ELSE
                       IF EW-ATTENDED > EW-HELD
                           MOVE 'N' TO ROW-OK-FLAG
                           MOVE 'ATTENDED OVER HELD' TO ED-REASON
                       END-IF
                   END-IF
           END-EVALUATE
       .
      *
       430-VALIDATE-STUDENT-ID.

           MOVE 'N' TO MT-FOUND-FLAG
           MOVE AR-STUDENT-ID TO MR-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MT-FOUND-FLAG
           END-READ
       .
      *
       440-VALIDATE-CLASS-CODE.

           MOVE 'N' TO RF-FOUND-FLAG
           PERFORM VARYING RF-SUB FROM 1 BY 1
               UNTIL RF-SUB > RF-ENTRY-COUNT
                  OR CLASS-CODE-FOUND
               IF AR-CLASS-CODE = RF-CLASS-CODE(RF-SUB)
                   MOVE 'Y' TO RF-FOUND-FLAG
               END-IF
           END-PERFORM
       .
      *
       450-CHECK-DUPLICATE.

           MOVE 'N' TO SN-FOUND-FLAG
           PERFORM VARYING SN-SUB FROM 1 BY 1
               UNTIL SN-SUB > SN-ENTRY-COUNT
                  OR PAIR-ALREADY-SEEN
               IF AR-CLASS-CODE = SN-CLASS-CODE(SN-SUB)
                   AND AR-STUDENT-ID = SN-STUDENT-ID(SN-SUB)
                   MOVE 'Y' TO SN-FOUND-FLAG
               END-IF
           END-PERFORM
       .
      *
       500-WRITE-CLEAN-ROW.

           MOVE SPACES TO ATTEND-OUTPUT-RECORD
           MOVE AR-CLASS-CODE TO AO-CLASS-CODE
           MOVE AR-STUDENT-ID TO AO-STUDENT-ID
           MOVE EW-HELD TO AO-SESSIONS-HELD
           MOVE EW-ATTENDED TO AO-SESSIONS-ATTENDED
           WRITE ATTEND-OUTPUT-RECORD

           IF SN-ENTRY-COUNT < 3000
               ADD 1 TO SN-ENTRY-COUNT
               MOVE AR-CLASS-CODE TO SN-CLASS-CODE(SN-ENTRY-COUNT)
               MOVE AR-STUDENT-ID TO SN-STUDENT-ID(SN-ENTRY-COUNT)
           ELSE
               ADD 1 TO SN-DROPPED-COUNT
           END-IF
       .
      *
       800-FINAL-ROUTINE.

           MOVE 2 TO TOTAL-SPACING
           MOVE 'RAW ROWS READ:' TO TL-LABEL
           MOVE EC-ROWS-READ TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 1 TO TOTAL-SPACING
           MOVE 'ROWS ACCEPTED:' TO TL-LABEL
           MOVE EC-ROWS-ACCEPTED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ROWS REJECTED:' TO TL-LABEL
           MOVE EC-ROWS-REJECTED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'DUPLICATE ROWS:' TO TL-LABEL
           MOVE EC-DUPLICATES TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           IF SN-DROPPED-COUNT > ZERO
               MOVE SN-DROPPED-COUNT TO SL-DROPPED
               WRITE EDIT-LISTING-LINE FROM SEEN-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF RF-DROPPED-COUNT > ZERO
               MOVE RF-DROPPED-COUNT TO RL-DROPPED
               WRITE EDIT-LISTING-LINE FROM CLASSREF-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE STUDENT-MASTER-FILE
                 ATTEND-OUTPUT-FILE
                 EDIT-LISTING-FILE

            STOP RUN
            .
      *
       810-PRINT-TOTAL-LINE.
           WRITE EDIT-LISTING-LINE FROM EDIT-TOTAL-LINE
               AFTER ADVANCING TOTAL-SPACING
           .
