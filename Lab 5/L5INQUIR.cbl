       IDENTIFICATION DIVISION.
       PROGRAM-ID.     L5INQUIR.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      FRONT OFFICE STUDENT GRADE INQUIRY
      *
      *    READ-ONLY TERMINAL INQUIRY FOR THE FRONT OFFICE.  THE
      *    CLERK KEYS A STUDENT ID AND GETS EVERYTHING THE GRADE
      *    SYSTEM HOLDS ON THE STUDENT IN ONE PLACE, INSTEAD OF
      *    PAGING THROUGH L5OUTPUT, L5TRNSCR AND L5INCAGE BY HAND.
      *    WHEN THE CALLER DOES NOT KNOW THE ID, A NAME SEARCH
      *    LISTS EVERY MASTER ROW WHOSE NAME CONTAINS THE KEYED
      *    TEXT.  ONE INQUIRY FOLLOWS ANOTHER UNTIL THE CLERK
      *    ENTERS X OR A BLANK REPLY.
      *******
      *  INPUT:  STUMAST.IDX  - NAME AND STATUS (ALSO SWEPT IN KEY
      *                         ORDER FOR THE NAME SEARCH)
      *          STUADDR.TXT  - GUARDIAN NAME AND ADDRESS
      *          L5GPAARC.TXT - ARCHIVED GPA HISTORY
      *          L5GPAHST.TXT - GPA HISTORY
      *          L5INCOPN.TXT - OPEN INCOMPLETES
      *          L5ALERT.TXT  - CURRENT TERM'S ALERT LISTING
      *******
      *  OUTPUT: TERMINAL ONLY - EVERY FILE IS OPENED INPUT AND
      *          NOTHING IS EVER WRITTEN.
      *******
      *  RULES:
      *      THE SEQUENTIAL FILES ARE READ AFRESH FOR EACH
      *      INQUIRY, SO A GRADE RUN OR MAINTENANCE RUN THAT
      *      FINISHES MID-SESSION SHOWS UP ON THE NEXT ID KEYED.
      *      HISTORY ROWS FOLLOW THE TRANSCRIPT'S RULE - ARCHIVE
      *      FIRST, THEN LIVE, LAST ROW FOR A (TERM, CLASS) WINS.
      *      AN ALERT LINE IS RECOGNISED THE WAY L5LETTER DOES IT -
      *      ID IN COLUMNS 40-48 AND A DIGIT IN COLUMN 33.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-STUDENT-ID.
      *
           SELECT OPTIONAL GUARDIAN-ADDRESS-FILE
               ASSIGN TO "STUADDR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL GPA-ARCHIVE-FILE
               ASSIGN TO "L5GPAARC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL GPA-HISTORY-FILE
               ASSIGN TO "L5GPAHST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL OPEN-INCOMPLETE-FILE
               ASSIGN TO "L5INCOPN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ALERT-INPUT-FILE
               ASSIGN TO "L5ALERT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  GUARDIAN-ADDRESS-FILE
           RECORD CONTAINS 90 CHARACTERS.
      *
       01  GUARDIAN-ADDRESS-RECORD.
           05  GA-STUDENT-ID                PIC X(9).
           05  GA-GUARDIAN-NAME             PIC X(25).
           05  GA-STREET                    PIC X(25).
           05  GA-CITY                      PIC X(15).
           05  GA-STATE                     PIC X(2).
           05  GA-ZIP                       PIC X(5).
           05  FILLER                       PIC X(9).
      *
       FD  GPA-ARCHIVE-FILE
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  GPA-ARCHIVE-RECORD               PIC X(50).
      *
       FD  GPA-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  GPA-HISTORY-RECORD               PIC X(50).
      *
       FD  OPEN-INCOMPLETE-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  OPEN-INCOMPLETE-RECORD.
           05  IN-CLASS-CODE                PIC X(5).
           05  IN-STUDENT-ID                PIC X(9).
           05  IN-SLOT                      PIC 9.
           05  IN-RUN-COUNT                 PIC 9(3).
           05  IN-FIRST-DATE                PIC 9(8).
           05  FILLER                       PIC X(4).
      *
       FD  ALERT-INPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ALERT-INPUT-LINE.
           05  FILLER                       PIC X(2).
           05  AL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1).
           05  AL-CLASS-CODE                PIC X(5).
           05  FILLER                       PIC X(2).
           05  AL-AVERAGE.
               10  AL-AVERAGE-LEAD          PIC X(2).
               10  AL-AVERAGE-UNIT          PIC X(1).
           05  FILLER                       PIC X(6).
           05  AL-STUDENT-ID                PIC X(9).
           05  AL-REASON                    PIC X(32).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  SESSION-FLAG                 PIC X      VALUE ' '.
               88 END-OF-SESSION                       VALUE 'Y'.
           05  MT-FOUND-FLAG                PIC X      VALUE 'N'.
               88 MASTER-ID-FOUND                      VALUE 'Y'.
           05  MATCH-FLAG                   PIC X      VALUE 'N'.
               88 NAME-MATCHED                         VALUE 'Y'.
           05  HR-SUB                       PIC 999    VALUE 1.
           05  HR-FOUND-SUB                 PIC 999    VALUE ZERO.
           05  NM-SUB                       PIC 99     VALUE 1.
           05  NM-START-SUB                 PIC 99     VALUE 1.
           05  NM-LAST-START                PIC 99     VALUE 1.
      *
       01  INQUIRY-FIELDS.
           05  IQ-REPLY                     PIC X(20)  VALUE SPACES.
               88 IQ-EXIT-REQUESTED                    VALUE 'X' 'x'
                                                             SPACES.
               88 IQ-NAME-SEARCH                       VALUE 'N' 'n'.
           05  IQ-STUDENT-ID                PIC X(9)   VALUE SPACES.
           05  IQ-ITEM-COUNT                PIC S9(4)  VALUE +0.
           05  IQ-MATCH-COUNT               PIC S9(4)  VALUE +0.
      *
      * THE KEYED SEARCH TEXT AND THE NAME UNDER TEST, EACH ALSO
      * VIEWED A CHARACTER AT A TIME FOR THE CONTAINS TEST.
       01  NAME-SEARCH-TEXT.
           05  NS-TEXT                      PIC X(20)  VALUE SPACES.
           05  NS-CHAR-VIEW REDEFINES NS-TEXT.
               10  NS-CHAR         OCCURS 20 TIMES PIC X.
           05  NS-LENGTH                    PIC 99     VALUE ZERO.
      *
       01  NAME-UNDER-TEST.
           05  NT-TEXT                      PIC X(20)  VALUE SPACES.
           05  NT-CHAR-VIEW REDEFINES NT-TEXT.
               10  NT-CHAR         OCCURS 20 TIMES PIC X.
      *
      * ONE STUDENT'S (TERM, CLASS) ROWS, ARCHIVE THEN LIVE, LAST
      * ROW FOR A KEY WINS.
       01  STUDENT-HISTORY-TABLE.
           05  HR-ENTRY-COUNT               PIC S999    VALUE +0.
           05  HR-DROPPED-COUNT             PIC S999    VALUE +0.
           05  HR-ENTRY            OCCURS 200 TIMES.
               10  HR-TERM-ID               PIC X(6).
               10  HR-CLASS-CODE            PIC X(5).
               10  HR-AVG                   PIC 999.
               10  HR-GRADE                 PIC X.
      *
       01  HISTORY-WORK-ROW.
           05  HW-TERM-ID                   PIC X(6).
           05  HW-CLASS-CODE                PIC X(5).
           05  HW-STUDENT-ID                PIC X(9).
           05  HW-NAME                      PIC X(20).
           05  HW-AVG                       PIC 999.
           05  HW-GRADE                     PIC X.
           05  FILLER                       PIC X(6).
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                      PIC 9999.
           05  WS-MONTH                     PIC 99.
           05  WS-DAY                       PIC 99.
      *
       01  DATE-SPLIT.
           05  DS-YEAR                      PIC 9999.
           05  DS-MONTH                     PIC 99.
           05  DS-DAY                       PIC 99.
      *
      ********************OUTPUT AREA*********************************

       01  INQUIRY-BANNER.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  IB-MONTH         PIC Z9.
           05                   PIC X      VALUE '/'.
           05  IB-DAY           PIC 99.
           05                   PIC X      VALUE '/'.
           05  IB-YEAR          PIC 9999.
           05                   PIC X(6)   VALUE SPACE.
           05                   PIC X(30)  VALUE
                   'STUDENT GRADE INQUIRY'.
      *
       01  PROMPT-LINE.
           05                   PIC X(44)  VALUE
                   'ENTER STUDENT ID, N = NAME SEARCH, X = EXIT:'.
      *
       01  NAME-PROMPT-LINE.
           05                   PIC X(36)  VALUE
                   'ENTER ALL OR PART OF THE LAST NAME:'.
      *
       01  DIVIDER-LINE.
           05                   PIC X(60)  VALUE ALL '-'.
      *
       01  STUDENT-ID-LINE.
           05                   PIC X(12)  VALUE 'STUDENT:'.
           05  SI-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  SI-NAME          PIC X(20).
           05                   PIC X(2)   VALUE SPACE.
           05  SI-STATUS-TEXT   PIC X(20).
      *
       01  NOT-ON-MASTER-LINE.
           05                   PIC X(12)  VALUE 'STUDENT:'.
           05  NO-STUDENT-ID    PIC X(9).
           05                   PIC X(26)  VALUE
                   '  ** NOT ON STUDENT MASTER'.
           05                   PIC X(3)   VALUE ' **'.
      *
       01  GUARDIAN-LINE-1.
           05                   PIC X(12)  VALUE 'GUARDIAN:'.
           05  GL-GUARDIAN-NAME PIC X(25).
      *
       01  GUARDIAN-LINE-2.
           05                   PIC X(12)  VALUE SPACE.
           05  GL-STREET        PIC X(25).
      *
       01  GUARDIAN-LINE-3.
           05                   PIC X(12)  VALUE SPACE.
           05  GL-CITY          PIC X(15).
           05                   PIC X      VALUE SPACE.
           05  GL-STATE         PIC X(2).
           05                   PIC X      VALUE SPACE.
           05  GL-ZIP           PIC X(5).
      *
       01  SECTION-HEADING-LINE.
           05  SH-TEXT          PIC X(60).
      *
       01  HISTORY-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  HD-TERM-ID       PIC X(6).
           05                   PIC X(3)   VALUE SPACE.
           05  HD-CLASS-CODE    PIC X(5).
           05                   PIC X(4)   VALUE SPACE.
           05  HD-AVG           PIC ZZ9.
           05                   PIC X(6)   VALUE SPACE.
           05  HD-GRADE         PIC X.
      *
       01  INCOMPLETE-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  ID-CLASS-CODE    PIC X(5).
           05                   PIC X(4)   VALUE SPACE.
           05  ID-SLOT          PIC 9.
           05                   PIC X(6)   VALUE SPACE.
           05  ID-RUN-COUNT     PIC ZZ9.
           05                   PIC X(4)   VALUE SPACE.
           05  ID-FIRST-MONTH   PIC Z9.
           05                   PIC X      VALUE '/'.
           05  ID-FIRST-DAY     PIC 99.
           05                   PIC X      VALUE '/'.
           05  ID-FIRST-YEAR    PIC 9999.
      *
       01  ALERT-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  AD-CLASS-CODE    PIC X(5).
           05                   PIC X(4)   VALUE SPACE.
           05  AD-AVERAGE       PIC X(3).
           05                   PIC X(4)   VALUE SPACE.
           05  AD-REASON        PIC X(32).
      *
       01  NONE-ON-FILE-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(12)  VALUE 'NONE ON FILE'.
      *
       01  MATCH-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  MD-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  MD-NAME          PIC X(20).
           05                   PIC X(2)   VALUE SPACE.
           05  MD-STATUS-TEXT   PIC X(20).
      *
       01  MATCH-COUNT-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  MC-COUNT         PIC ZZZ9.
           05                   PIC X(16)  VALUE ' NAMES MATCHED'.
      *
       01  HISTORY-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(34)  VALUE
                   '** WARNING - HISTORY TABLE FULL,'.
           05  HF-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.

       PROCEDURE DIVISION.

       100-STUDENT-INQUIRY.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-PROCESS-ONE-REQUEST
               UNTIL END-OF-SESSION
           PERFORM 800-FINAL-ROUTINE
        .
      *
       200-HSKPING-ROUTINE.

           OPEN INPUT STUDENT-MASTER-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-MONTH TO IB-MONTH
           MOVE WS-DAY TO IB-DAY
           MOVE WS-YEAR TO IB-YEAR
           DISPLAY INQUIRY-BANNER
       .
      *
       300-PROCESS-ONE-REQUEST.

           DISPLAY SPACE
           DISPLAY PROMPT-LINE
           MOVE SPACES TO IQ-REPLY
           ACCEPT IQ-REPLY

           EVALUATE TRUE
               WHEN IQ-EXIT-REQUESTED
                   MOVE 'Y' TO SESSION-FLAG
               WHEN IQ-NAME-SEARCH
                   PERFORM 500-NAME-SEARCH
               WHEN OTHER
                   MOVE IQ-REPLY TO IQ-STUDENT-ID
                   PERFORM 400-SHOW-STUDENT
           END-EVALUATE
       .
      *
      * EVERYTHING ON FILE FOR ONE ID, A SECTION AT A TIME.  A
      * STUDENT DELETED FROM THE MASTER CAN STILL HAVE HISTORY,
      * SO THE OTHER SECTIONS SHOW EVEN WHEN THE KEYED READ MISSES.
       400-SHOW-STUDENT.

           DISPLAY DIVIDER-LINE

           MOVE 'N' TO MT-FOUND-FLAG
           MOVE IQ-STUDENT-ID TO MR-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MT-FOUND-FLAG
           END-READ

           IF MASTER-ID-FOUND
               MOVE MR-STUDENT-ID TO SI-STUDENT-ID
               MOVE MR-NAME TO SI-NAME
               PERFORM 590-STATUS-TEXT
               MOVE MD-STATUS-TEXT TO SI-STATUS-TEXT
               DISPLAY STUDENT-ID-LINE
           ELSE
               MOVE IQ-STUDENT-ID TO NO-STUDENT-ID
               DISPLAY NOT-ON-MASTER-LINE
           END-IF

           PERFORM 410-SHOW-GUARDIAN
           PERFORM 420-SHOW-HISTORY
           PERFORM 440-SHOW-INCOMPLETES
           PERFORM 450-SHOW-ALERTS

           DISPLAY DIVIDER-LINE
       .
      *
       410-SHOW-GUARDIAN.

           MOVE ZERO TO IQ-ITEM-COUNT
           OPEN INPUT GUARDIAN-ADDRESS-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ GUARDIAN-ADDRESS-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF GA-STUDENT-ID = IQ-STUDENT-ID
                           ADD 1 TO IQ-ITEM-COUNT
                           MOVE GA-GUARDIAN-NAME TO GL-GUARDIAN-NAME
                           MOVE GA-STREET TO GL-STREET
                           MOVE GA-CITY TO GL-CITY
                           MOVE GA-STATE TO GL-STATE
                           MOVE GA-ZIP TO GL-ZIP
                           DISPLAY GUARDIAN-LINE-1
                           DISPLAY GUARDIAN-LINE-2
                           DISPLAY GUARDIAN-LINE-3
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GUARDIAN-ADDRESS-FILE
           MOVE SPACE TO EOF-FLAG

           IF IQ-ITEM-COUNT = ZERO
               MOVE 'GUARDIAN:   NONE ON FILE' TO SH-TEXT
               DISPLAY SECTION-HEADING-LINE
           END-IF
       .
      *
       420-SHOW-HISTORY.

           MOVE ZERO TO HR-ENTRY-COUNT
           MOVE ZERO TO HR-DROPPED-COUNT

           OPEN INPUT GPA-ARCHIVE-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ GPA-ARCHIVE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE GPA-ARCHIVE-RECORD TO HISTORY-WORK-ROW
                       IF HW-STUDENT-ID = IQ-STUDENT-ID
                           PERFORM 430-POST-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GPA-ARCHIVE-FILE
           MOVE SPACE TO EOF-FLAG

           OPEN INPUT GPA-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ GPA-HISTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE GPA-HISTORY-RECORD TO HISTORY-WORK-ROW
                       IF HW-STUDENT-ID = IQ-STUDENT-ID
                           PERFORM 430-POST-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GPA-HISTORY-FILE
           MOVE SPACE TO EOF-FLAG

           MOVE 'GRADE HISTORY:  TERM   CLASS   AVERAGE  GRADE'
               TO SH-TEXT
           DISPLAY SECTION-HEADING-LINE

           PERFORM VARYING HR-SUB FROM 1 BY 1
               UNTIL HR-SUB > HR-ENTRY-COUNT
               MOVE HR-TERM-ID(HR-SUB) TO HD-TERM-ID
               MOVE HR-CLASS-CODE(HR-SUB) TO HD-CLASS-CODE
               MOVE HR-AVG(HR-SUB) TO HD-AVG
               MOVE HR-GRADE(HR-SUB) TO HD-GRADE
               DISPLAY HISTORY-DETAIL-LINE
           END-PERFORM

           IF HR-ENTRY-COUNT = ZERO
               DISPLAY NONE-ON-FILE-LINE
           END-IF

           IF HR-DROPPED-COUNT > ZERO
               MOVE HR-DROPPED-COUNT TO HF-DROPPED
               DISPLAY HISTORY-FULL-LINE
           END-IF
       .
      *
       430-POST-HISTORY-ROW.

           MOVE ZERO TO HR-FOUND-SUB
           PERFORM VARYING HR-SUB FROM 1 BY 1
               UNTIL HR-SUB > HR-ENTRY-COUNT
                  OR HR-FOUND-SUB > ZERO
               IF HW-TERM-ID = HR-TERM-ID(HR-SUB)
                   AND HW-CLASS-CODE = HR-CLASS-CODE(HR-SUB)
                   MOVE HR-SUB TO HR-FOUND-SUB
               END-IF
           END-PERFORM

           IF HR-FOUND-SUB = ZERO
               IF HR-ENTRY-COUNT < 200
                   ADD 1 TO HR-ENTRY-COUNT
                   MOVE HR-ENTRY-COUNT TO HR-FOUND-SUB
                   MOVE HW-TERM-ID TO HR-TERM-ID(HR-FOUND-SUB)
                   MOVE HW-CLASS-CODE TO HR-CLASS-CODE(HR-FOUND-SUB)
               ELSE
                   ADD 1 TO HR-DROPPED-COUNT
               END-IF
           END-IF

           IF HR-FOUND-SUB > ZERO
               MOVE HW-AVG TO HR-AVG(HR-FOUND-SUB)
               MOVE HW-GRADE TO HR-GRADE(HR-FOUND-SUB)
           END-IF
       .
      *
       440-SHOW-INCOMPLETES.

           MOVE ZERO TO IQ-ITEM-COUNT
           MOVE 'OPEN INCOMPLETES:  CLASS  SLOT  RUNS  SINCE'
               TO SH-TEXT
           DISPLAY SECTION-HEADING-LINE

           OPEN INPUT OPEN-INCOMPLETE-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-INCOMPLETE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF IN-STUDENT-ID = IQ-STUDENT-ID
                           ADD 1 TO IQ-ITEM-COUNT
                           MOVE IN-CLASS-CODE TO ID-CLASS-CODE
                           MOVE IN-SLOT TO ID-SLOT
                           MOVE IN-RUN-COUNT TO ID-RUN-COUNT
                           MOVE IN-FIRST-DATE TO DATE-SPLIT
                           MOVE DS-MONTH TO ID-FIRST-MONTH
                           MOVE DS-DAY TO ID-FIRST-DAY
                           MOVE DS-YEAR TO ID-FIRST-YEAR
                           DISPLAY INCOMPLETE-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-INCOMPLETE-FILE
           MOVE SPACE TO EOF-FLAG

           IF IQ-ITEM-COUNT = ZERO
               DISPLAY NONE-ON-FILE-LINE
           END-IF
       .
      *
      * THE ALERT FILE IS A PRINT FILE - HEADINGS AND SPACERS FAIL
      * THE COLUMN-33 DIGIT TEST AND ARE PASSED OVER.
       450-SHOW-ALERTS.

           MOVE ZERO TO IQ-ITEM-COUNT
           MOVE 'CURRENT TERM ALERTS:  CLASS  AVG  REASON' TO SH-TEXT
           DISPLAY SECTION-HEADING-LINE

           OPEN INPUT ALERT-INPUT-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ ALERT-INPUT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF AL-STUDENT-ID = IQ-STUDENT-ID
                           AND AL-AVERAGE-UNIT IS NUMERIC
                           ADD 1 TO IQ-ITEM-COUNT
                           MOVE AL-CLASS-CODE TO AD-CLASS-CODE
                           MOVE AL-AVERAGE TO AD-AVERAGE
                           MOVE AL-REASON TO AD-REASON
                           DISPLAY ALERT-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-INPUT-FILE
           MOVE SPACE TO EOF-FLAG

           IF IQ-ITEM-COUNT = ZERO
               DISPLAY NONE-ON-FILE-LINE
           END-IF
       .
      *
      * ONE SWEEP OF THE MASTER IN KEY ORDER, LISTING EVERY NAME
      * THAT CONTAINS THE KEYED TEXT ANYWHERE - A CALLER'S "LAST
      * NAME" MATCHES HOWEVER THE NAME WAS KEYED ONTO THE MASTER.
       500-NAME-SEARCH.

           DISPLAY NAME-PROMPT-LINE
           MOVE SPACES TO NS-TEXT
           ACCEPT NS-TEXT
           INSPECT NS-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE ZERO TO NS-LENGTH
           INSPECT NS-TEXT TALLYING NS-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF NS-LENGTH > ZERO
               PERFORM 505-SWEEP-MASTER-NAMES
           END-IF
       .
      *
       505-SWEEP-MASTER-NAMES.

           COMPUTE NM-LAST-START = 21 - NS-LENGTH
           MOVE ZERO TO IQ-MATCH-COUNT
           DISPLAY DIVIDER-LINE

           MOVE SPACE TO EOF-FLAG
           MOVE LOW-VALUES TO MR-STUDENT-ID
           START STUDENT-MASTER-FILE
               KEY IS GREATER THAN MR-STUDENT-ID
               INVALID KEY
                   MOVE 'N' TO EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 510-TEST-ONE-NAME
               END-READ
           END-PERFORM
           MOVE SPACE TO EOF-FLAG

           MOVE IQ-MATCH-COUNT TO MC-COUNT
           DISPLAY MATCH-COUNT-LINE
           DISPLAY DIVIDER-LINE
       .
      *
       510-TEST-ONE-NAME.

           MOVE MR-NAME TO NT-TEXT
           INSPECT NT-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE 'N' TO MATCH-FLAG
           PERFORM VARYING NM-START-SUB FROM 1 BY 1
               UNTIL NM-START-SUB > NM-LAST-START
                  OR NAME-MATCHED
               MOVE 'Y' TO MATCH-FLAG
               PERFORM VARYING NM-SUB FROM 1 BY 1
                   UNTIL NM-SUB > NS-LENGTH
                      OR NOT NAME-MATCHED
                   IF NS-CHAR(NM-SUB)
                       NOT = NT-CHAR(NM-START-SUB + NM-SUB - 1)
                       MOVE 'N' TO MATCH-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM

           IF NAME-MATCHED
               ADD 1 TO IQ-MATCH-COUNT
               MOVE MR-STUDENT-ID TO MD-STUDENT-ID
               MOVE MR-NAME TO MD-NAME
               PERFORM 590-STATUS-TEXT
               DISPLAY MATCH-DETAIL-LINE
           END-IF
       .
      *
      * MASTER STATUS BYTE IN WORDS - BLANK IS AN OLDER ROW THAT
      * PREDATES THE STATUS BYTE AND COUNTS AS ACTIVE.
       590-STATUS-TEXT.

           EVALUATE MR-STATUS
               WHEN 'A'
               WHEN SPACE
                   MOVE 'ACTIVE' TO MD-STATUS-TEXT
               WHEN 'W'
                   MOVE 'WITHDRAWN' TO MD-STATUS-TEXT
               WHEN 'S'
                   MOVE 'SUSPENDED' TO MD-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO MD-STATUS-TEXT
                   STRING 'STATUS ' DELIMITED BY SIZE
                          MR-STATUS DELIMITED BY SIZE
                       INTO MD-STATUS-TEXT
                   END-STRING
           END-EVALUATE
       .
      *
       800-FINAL-ROUTINE.

           CLOSE STUDENT-MASTER-FILE

            STOP RUN
            .
