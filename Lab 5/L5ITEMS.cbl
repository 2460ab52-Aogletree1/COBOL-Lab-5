       IDENTIFICATION DIVISION.
       PROGRAM-ID.     L5ITEMS.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      ASSESSMENT ITEM-ANALYSIS STATISTICS
      *
      *    ONE SECTION PER CLASS CODE OVER THE TERM'S GRADE FILE,
      *    SORTED INTO CLASS ORDER THE SAME WAY THE GRADE RUN
      *    SORTS IT.  EACH ASSESSMENT - ONE SLOT NUMBER AND TYPE
      *    CODE PAIR - GETS ITS OWN STATISTICS LINE AND A TEN-POINT
      *    SCORE HISTOGRAM, SO A CHAIR CAN SEE AN EXAM THAT WAS TOO
      *    HARD OR A QUIZ THAT WAS MIS-KEYED BEFORE LETTERS GO OUT.
      *    RECORDS THE GRADE RUN WOULD KEEP OUT OF THE CLASS
      *    FIGURES (UNKNOWN ID OR CLASS, NON-ACTIVE STATUS) ARE
      *    KEPT OUT HERE TOO.
      *******
      *  INPUT:  GRADES.TXT   - TERM GRADE FILE (TRLR SKIPPED)
      *          PARMCARD.TXT - SAME CARD LAB5ARRAYS READS; THIS
      *                         PROGRAM USES SCORE MIN/MAX (7-12),
      *                         THE TERM ID (48-53) AND THE ITEM
      *                         FLAG POINTS (72-74)
      *          STUMAST.IDX  - INDEXED STUDENT MASTER (STATUS)
      *          CLASSREF.TXT - TITLE AND INSTRUCTOR PER CLASS
      *          WEIGHTS.TXT  - VALID (CLASS, TYPE) PAIRS
      *******
      *  OUTPUT: L5ITEMS.TXT  - ITEM-ANALYSIS REPORT
      *******
      *  CALCULATIONS:
      *      COUNT SCORED, COUNT OF 999 INCOMPLETES, MEAN, MEDIAN,
      *      POPULATION STANDARD DEVIATION, LOW AND HIGH PER
      *      ASSESSMENT.  HISTOGRAM BUCKETS ARE 0-9 THROUGH 80-89
      *      WITH 90 AND UP IN THE LAST.  AN ASSESSMENT IS FLAGGED
      *      WHEN ITS MEAN IS MORE THAN THE FLAG POINTS BELOW THE
      *      AVERAGE OF THE MEANS OF THE CLASS'S OTHER ASSESSMENTS
      *      OF THE SAME TYPE; ONE OF A KIND CANNOT BE FLAGGED.
      *      A SCORE OUTSIDE MIN/MAX OR WITH NO WEIGHT ROW FOR ITS
      *      TYPE IS LEFT OUT OF THE FIGURES AND COUNTED.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STUDENT-FILE
               ASSIGN TO "GRADES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARM-CARD-FILE
               ASSIGN TO "PARMCARD.TXT"
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
           SELECT WEIGHT-CONTROL-FILE
               ASSIGN TO "WEIGHTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ITEM-SORT-FILE
               ASSIGN TO "L5ISORT.TMP".
      *
           SELECT ITEM-REPORT-FILE
               ASSIGN TO PRINTER "L5ITEMS.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD STUDENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  STUDENT-RECORD.
           05  IR-CLASS-CODE                   PIC X(5).
               88  IS-TRAILER-RECORD                   VALUE 'TRLR '.
           05  IR-STUDENT-ID                   PIC X(9).
           05  IR-NAME                         PIC X(20).
           05  IR-TEST-COUNT                   PIC 9.
           05 IR-SCORE-ENTRY    OCCURS 1 TO 9 TIMES
                                DEPENDING ON IR-TEST-COUNT.
              10 IR-TYPE-CODE                PIC X.
              10 IR-GRADE-IN                 PIC 9(3).
      *
      * ONE GRADE RECORD, FIXED AT NINE SLOTS - ONLY THE FIRST
      * SI-TEST-COUNT OF THEM ARE LOOKED AT.
       SD  ITEM-SORT-FILE.
      *
       01  ITEM-SORT-RECORD.
           05  SI-CLASS-CODE                   PIC X(5).
           05  SI-STUDENT-ID                   PIC X(9).
           05  SI-TEST-COUNT                   PIC 9.
           05  SI-SCORE-ENTRY      OCCURS 9 TIMES.
               10  SI-TYPE-CODE                PIC X.
               10  SI-SCORE                    PIC 9(3).
                   88  SI-SLOT-INCOMPLETE              VALUE 999.
      *
       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  PARM-CARD-RECORD.
           05  FILLER                       PIC X(6).
           05  PA-SCORE-MIN                 PIC 9(3).
           05  PA-SCORE-MAX                 PIC 9(3).
           05  FILLER                       PIC X(35).
           05  PA-TERM-ID                   PIC X(6).
           05  FILLER                       PIC X(18).
           05  PA-ITEM-DROP                 PIC 9(3).
           05  FILLER                       PIC X(6).
      *
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  MASTER-RECORD.
           05  MR-STUDENT-ID                PIC X(9).
           05  MR-NAME                      PIC X(20).
           05  MR-STATUS                    PIC X.
               88  MASTER-IS-ACTIVE                    VALUE 'A' ' '.
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
       FD  WEIGHT-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS.
      *
       01  WEIGHT-CONTROL-RECORD.
           05  WT-CLASS-CODE                PIC X(5).
           05  WT-TYPE-CODE                 PIC X.
           05  WT-WEIGHT                    PIC 9(3).
           05  FILLER                       PIC X(11).
      *
       FD  ITEM-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ITEM-REPORT-LINE                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  SI-EOF-FLAG                  PIC X      VALUE ' '.
               88 NO-MORE-SORTED                       VALUE 'N'.
           05  FIRST-CLASS-FLAG             PIC X      VALUE 'Y'.
               88 FIRST-CLASS                          VALUE 'Y'.
           05  MT-FOUND-FLAG                PIC X      VALUE 'N'.
               88 MASTER-ID-FOUND                      VALUE 'Y'.
           05  RF-FOUND-FLAG                PIC X      VALUE 'N'.
               88 CLASS-CODE-FOUND                     VALUE 'Y'.
           05  WG-FOUND-FLAG                PIC X      VALUE 'N'.
               88 WEIGHT-FOUND                         VALUE 'Y'.
           05  SUB                          PIC 99     VALUE 1.
           05  RF-SUB                       PIC 99     VALUE 1.
           05  WG-SUB                       PIC 999    VALUE 1.
           05  AS-SUB                       PIC 99     VALUE 1.
           05  AS-FOUND-SUB                 PIC 99     VALUE ZERO.
           05  AS-OTHER-SUB                 PIC 99     VALUE 1.
           05  SO-SUB                       PIC 99     VALUE 1.
           05  SC-SUB                       PIC 999    VALUE 1.
           05  SC-INSERT-SUB                PIC 999    VALUE 1.
           05  BK-SUB                       PIC 99     VALUE 1.
           05  PLACED-FLAG                  PIC X      VALUE 'N'.
               88 SCORE-PLACED                         VALUE 'Y'.
      *
       01  RUN-PARAMETERS.
           05  PC-SCORE-MIN                 PIC 9(3)   VALUE 0.
           05  PC-SCORE-MAX                 PIC 9(3)   VALUE 100.
           05  PC-TERM-ID                   PIC X(6)   VALUE 'UNKNWN'.
           05  PC-ITEM-DROP                 PIC 9(3)   VALUE 10.
      *
       01  CLASS-REF-TABLE.
           05  RF-ENTRY-COUNT               PIC S99     VALUE +0.
           05  RF-DROPPED-COUNT             PIC S99     VALUE +0.
           05  RF-ENTRY            OCCURS 50 TIMES.
               10  RF-CLASS-CODE            PIC X(5).
               10  RF-TITLE                 PIC X(25).
               10  RF-INSTRUCTOR            PIC X(20).
      *
       01  WEIGHT-TABLE.
           05  WG-ENTRY-COUNT               PIC S999    VALUE +0.
           05  WG-DROPPED-COUNT             PIC S999    VALUE +0.
           05  WG-ENTRY            OCCURS 200 TIMES.
               10  WG-CLASS-CODE            PIC X(5).
               10  WG-TYPE-CODE             PIC X.
      *
      * ONE ENTRY PER (SLOT, TYPE) SEEN IN THE CLASS NOW IN
      * PROGRESS, CLEARED AT EACH CLASS BREAK.  NINE SLOTS BY FOUR
      * TYPE CODES FILLS IT EXACTLY.  THE SCORES ARE KEPT IN
      * ASCENDING ORDER AS THEY ARRIVE SO THE MEDIAN IS JUST THE
      * MIDDLE OF THE LIST; COUNT, MEAN, DEVIATION, LOW AND HIGH
      * COME FROM THE RUNNING TOTALS AND STAY RIGHT EVEN IF THE
      * LIST FILLS.
       01  ASSESSMENT-TABLE.
           05  AS-ENTRY-COUNT               PIC S99     VALUE +0.
           05  AS-DROPPED-COUNT             PIC S9(5)   VALUE +0.
           05  AS-ENTRY            OCCURS 36 TIMES.
               10  AS-SLOT                  PIC 9.
               10  AS-TYPE-CODE             PIC X.
               10  AS-SCORED-COUNT          PIC S9(4).
               10  AS-INC-COUNT             PIC S9(4).
               10  AS-SCORE-TOTAL           PIC S9(7).
               10  AS-SQUARE-TOTAL          PIC S9(9).
               10  AS-LOW                   PIC S999.
               10  AS-HIGH                  PIC S999.
               10  AS-MEAN                  PIC S999V9.
               10  AS-FLAG                  PIC X.
                   88  AS-FLAGGED                      VALUE 'Y'.
               10  AS-BUCKET       OCCURS 10 TIMES PIC S9(4).
               10  AS-STORED-COUNT          PIC S999.
               10  AS-SCORE        OCCURS 500 TIMES PIC 9(3).
      *
       01  ITEM-WORK-FIELDS.
           05  IW-PREV-CLASS                PIC X(5)    VALUE SPACES.
           05  IW-SCORE                     PIC 9(3)    VALUE ZERO.
           05  IW-BUCKET                    PIC 99      VALUE ZERO.
           05  IW-HALF                      PIC 999     VALUE ZERO.
           05  IW-REMAINDER                 PIC 9       VALUE ZERO.
           05  IW-MEDIAN                    PIC S999V9  VALUE +0.
           05  IW-VARIANCE                  PIC S9(5)V9(4) VALUE +0.
           05  IW-STD-DEV                   PIC S999V9  VALUE +0.
           05  IW-OTHER-TOTAL               PIC S9(5)V9 VALUE +0.
           05  IW-OTHER-COUNT               PIC S99     VALUE +0.
           05  IW-OTHER-MEAN                PIC S999V9  VALUE +0.
      *
       01  ITEM-COUNTS.
           05  IC-RECORDS-READ              PIC S9(5)   VALUE +0.
           05  IC-RECORDS-USED              PIC S9(5)   VALUE +0.
           05  IC-RECORDS-EXCLUDED          PIC S9(5)   VALUE +0.
           05  IC-CLASSES                   PIC S9(5)   VALUE +0.
           05  IC-ASSESSMENTS               PIC S9(5)   VALUE +0.
           05  IC-FLAGGED                   PIC S9(5)   VALUE +0.
           05  IC-OUT-OF-RANGE              PIC S9(5)   VALUE +0.
           05  IC-NO-WEIGHT                 PIC S9(5)   VALUE +0.
           05  IC-LIST-DROPPED              PIC S9(5)   VALUE +0.
      *
       01  TOTAL-SPACING                    PIC 9       VALUE 1.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                      PIC 9999.
           05  WS-MONTH                     PIC 99.
           05  WS-DAY                       PIC 99.
      *
      ********************OUTPUT AREA*********************************

       01  ITEM-HEADING-1.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  IH-DATE.
               10  IH-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  IH-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  IH-YEAR      PIC 9999.
           05                   PIC X(6)   VALUE SPACE.
           05                   PIC X(26)  VALUE
                   'ASSESSMENT ITEM ANALYSIS  '.
           05                   PIC X(5)   VALUE 'TERM '.
           05  IH-TERM          PIC X(6).
      *
       01  ITEM-PARM-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(22)  VALUE
                   'FLAG WHEN MEAN IS OVER'.
           05  IP-DROP          PIC ZZ9.
           05                   PIC X(40)  VALUE
                   ' POINTS BELOW OTHER ITEMS OF THE SAME TY'.
           05                   PIC X(2)   VALUE 'PE'.
      *
       01  ITEM-CLASS-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(7)   VALUE 'CLASS: '.
           05  IL-CLASS-CODE    PIC X(5).
           05                   PIC X(2)   VALUE SPACE.
           05  IL-TITLE         PIC X(25).
           05                   PIC X(2)   VALUE SPACE.
           05  IL-INSTRUCTOR    PIC X(20).
      *
       01  ITEM-COL-HEADING.
           05                   PIC X(54)  VALUE
           '  SLOT TYPE SCORED  INC   MEAN MEDIAN STDDEV  LOW HIGH'.
      *
       01  ITEM-DETAIL-LINE.
           05                   PIC X(3)   VALUE SPACE.
           05  ID-SLOT          PIC 9.
           05                   PIC X(4)   VALUE SPACE.
           05  ID-TYPE-CODE     PIC X.
           05                   PIC X(3)   VALUE SPACE.
           05  ID-SCORED        PIC ZZZ9.
           05                   PIC X(2)   VALUE SPACE.
           05  ID-INC           PIC ZZZ9.
           05                   PIC X(2)   VALUE SPACE.
           05  ID-MEAN          PIC ZZ9.9.
           05                   PIC X(2)   VALUE SPACE.
           05  ID-MEDIAN        PIC ZZ9.9.
           05                   PIC X(2)   VALUE SPACE.
           05  ID-STD-DEV       PIC ZZ9.9.
           05                   PIC X(2)   VALUE SPACE.
           05  ID-LOW           PIC ZZ9.
           05                   PIC X(2)   VALUE SPACE.
           05  ID-HIGH          PIC ZZ9.
           05                   PIC X(2)   VALUE SPACE.
           05  ID-FLAG          PIC X(16).
      *
       01  HISTOGRAM-HEADING.
           05                   PIC X(12)  VALUE '      RANGE'.
           05                   PIC X(30)  VALUE
                   '   0-9 10-19 20-29 30-39 40-49'.
           05                   PIC X(30)  VALUE
                   ' 50-59 60-69 70-79 80-89 90-UP'.
      *
       01  HISTOGRAM-LINE.
           05                   PIC X(12)  VALUE '      COUNT'.
           05  HL-BUCKET        OCCURS 10 TIMES PIC ZZZZZ9.
      *
       01  NO-GRADES-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(34)  VALUE
                   'NO GRADE RECORDS TO ANALYZE'.
      *
       01  ITEM-TOTAL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  TL-LABEL         PIC X(30).
           05  TL-COUNT         PIC ZZZZ9.
      *
       01  CLASSREF-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** WARNING - CLASS REFERENCE FULL,'.
           05  RL-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  WEIGHTS-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** WARNING - WEIGHT TABLE FULL,'.
           05  WL-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  ASSESSMENT-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** WARNING - ASSESSMENT TABLE FULL,'.
           05  AL-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  SCORE-LIST-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** WARNING - MEDIAN LIST FULL,'.
           05  ML-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.

       PROCEDURE DIVISION.

       100-ANALYZE-ITEMS.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-SORT-GRADES
           PERFORM 800-FINAL-ROUTINE
        .
      *
       200-HSKPING-ROUTINE.

           PERFORM 210-READ-PARM-CARD

           OPEN INPUT  STUDENT-MASTER-FILE
                OUTPUT ITEM-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-MONTH TO IH-MONTH
           MOVE WS-DAY TO IH-DAY
           MOVE WS-YEAR TO IH-YEAR
           MOVE PC-TERM-ID TO IH-TERM

           WRITE ITEM-REPORT-LINE FROM ITEM-HEADING-1
               AFTER ADVANCING PAGE
           MOVE PC-ITEM-DROP TO IP-DROP
           WRITE ITEM-REPORT-LINE FROM ITEM-PARM-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 250-LOAD-CLASS-REF
           PERFORM 260-LOAD-WEIGHT-TABLE
       .
      *
      * SAME SCORE-RANGE RULES SCANEDIT APPLIES, SO A SCORE THE
      * GRADE RUN WOULD THROW OUT NEVER SKEWS AN ITEM HERE.  THE
      * FLAG POINTS FALL BACK TO 10 WHEN BLANK OR ZERO.
       210-READ-PARM-CARD.

           OPEN INPUT PARM-CARD-FILE

           READ PARM-CARD-FILE
               AT END
                   MOVE SPACE TO EOF-FLAG
               NOT AT END
                   IF PA-SCORE-MIN NUMERIC
                       AND PA-SCORE-MAX NUMERIC
                       AND PA-SCORE-MIN <= PA-SCORE-MAX
                       AND PA-SCORE-MAX <= 100
                       MOVE PA-SCORE-MIN TO PC-SCORE-MIN
                       MOVE PA-SCORE-MAX TO PC-SCORE-MAX
                   END-IF
                   IF PA-TERM-ID NOT = SPACES
                       MOVE PA-TERM-ID TO PC-TERM-ID
                   END-IF
                   IF PA-ITEM-DROP NUMERIC
                       AND PA-ITEM-DROP > ZERO
                       MOVE PA-ITEM-DROP TO PC-ITEM-DROP
                   END-IF
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
                           MOVE CR-TITLE TO RF-TITLE(RF-ENTRY-COUNT)
                           MOVE CR-INSTRUCTOR
                               TO RF-INSTRUCTOR(RF-ENTRY-COUNT)
                       ELSE
                           ADD 1 TO RF-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-REF-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       260-LOAD-WEIGHT-TABLE.

           OPEN INPUT WEIGHT-CONTROL-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ WEIGHT-CONTROL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF WG-ENTRY-COUNT < 200
                           ADD 1 TO WG-ENTRY-COUNT
                           MOVE WT-CLASS-CODE
                               TO WG-CLASS-CODE(WG-ENTRY-COUNT)
                           MOVE WT-TYPE-CODE
                               TO WG-TYPE-CODE(WG-ENTRY-COUNT)
                       ELSE
                           ADD 1 TO WG-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE WEIGHT-CONTROL-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       400-SORT-GRADES.

           SORT ITEM-SORT-FILE
               ON ASCENDING KEY SI-CLASS-CODE SI-STUDENT-ID
               INPUT PROCEDURE IS 410-RELEASE-GRADES
               OUTPUT PROCEDURE IS 450-ANALYZE-SORTED
       .
      *
      * THE TRAILER AND ANY RECORD THE GRADE RUN WOULD REJECT OR
      * HOLD OUT OF THE CLASS FIGURES STAY OUT OF THE SORT.
       410-RELEASE-GRADES.

           OPEN INPUT STUDENT-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF NOT IS-TRAILER-RECORD
                           ADD 1 TO IC-RECORDS-READ
                           PERFORM 420-RELEASE-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STUDENT-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       420-RELEASE-ONE-GRADE.

           MOVE 'N' TO MT-FOUND-FLAG
           MOVE IR-STUDENT-ID TO MR-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MT-FOUND-FLAG
           END-READ

           MOVE 'N' TO RF-FOUND-FLAG
           PERFORM VARYING RF-SUB FROM 1 BY 1
               UNTIL RF-SUB > RF-ENTRY-COUNT
                  OR CLASS-CODE-FOUND
               IF IR-CLASS-CODE = RF-CLASS-CODE(RF-SUB)
                   MOVE 'Y' TO RF-FOUND-FLAG
               END-IF
           END-PERFORM

           IF MASTER-ID-FOUND
               AND MASTER-IS-ACTIVE
               AND CLASS-CODE-FOUND
               MOVE SPACES TO ITEM-SORT-RECORD
               MOVE IR-CLASS-CODE TO SI-CLASS-CODE
               MOVE IR-STUDENT-ID TO SI-STUDENT-ID
               MOVE IR-TEST-COUNT TO SI-TEST-COUNT
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > IR-TEST-COUNT
                   MOVE IR-TYPE-CODE(SUB) TO SI-TYPE-CODE(SUB)
                   MOVE IR-GRADE-IN(SUB) TO SI-SCORE(SUB)
               END-PERFORM
               RELEASE ITEM-SORT-RECORD
               ADD 1 TO IC-RECORDS-USED
           ELSE
               ADD 1 TO IC-RECORDS-EXCLUDED
           END-IF
       .
      *
       450-ANALYZE-SORTED.

           PERFORM UNTIL NO-MORE-SORTED
               RETURN ITEM-SORT-FILE
                   AT END
                       MOVE 'N' TO SI-EOF-FLAG
                   NOT AT END
                       PERFORM 460-POST-ONE-RECORD
               END-RETURN
           END-PERFORM

           IF FIRST-CLASS
               WRITE ITEM-REPORT-LINE FROM NO-GRADES-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 600-PRINT-CLASS-SECTION
           END-IF
       .
      *
       460-POST-ONE-RECORD.

           IF NOT FIRST-CLASS
               AND SI-CLASS-CODE NOT = IW-PREV-CLASS
               PERFORM 600-PRINT-CLASS-SECTION
           END-IF

           IF FIRST-CLASS
               OR SI-CLASS-CODE NOT = IW-PREV-CLASS
               MOVE SI-CLASS-CODE TO IW-PREV-CLASS
               MOVE ZERO TO AS-ENTRY-COUNT
               MOVE 'N' TO FIRST-CLASS-FLAG
           END-IF

           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > SI-TEST-COUNT
               PERFORM 470-POST-ONE-SCORE
           END-PERFORM
       .
      *
      * A SCORE WITH NO WEIGHT ROW OR OUTSIDE MIN/MAX IS ONE THE
      * GRADE RUN SENDS TO THE EXCEPTION REPORT - COUNTED, NOT USED.
       470-POST-ONE-SCORE.

           MOVE 'N' TO WG-FOUND-FLAG
           PERFORM VARYING WG-SUB FROM 1 BY 1
               UNTIL WG-SUB > WG-ENTRY-COUNT
                  OR WEIGHT-FOUND
               IF SI-CLASS-CODE = WG-CLASS-CODE(WG-SUB)
                   AND SI-TYPE-CODE(SUB) = WG-TYPE-CODE(WG-SUB)
                   MOVE 'Y' TO WG-FOUND-FLAG
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT WEIGHT-FOUND
                   ADD 1 TO IC-NO-WEIGHT
               WHEN SI-SLOT-INCOMPLETE(SUB)
                   PERFORM 480-FIND-ASSESSMENT
                   IF AS-FOUND-SUB > ZERO
                       ADD 1 TO AS-INC-COUNT(AS-FOUND-SUB)
                   END-IF
               WHEN SI-SCORE(SUB) < PC-SCORE-MIN
                   OR SI-SCORE(SUB) > PC-SCORE-MAX
                   ADD 1 TO IC-OUT-OF-RANGE
               WHEN OTHER
                   PERFORM 480-FIND-ASSESSMENT
                   IF AS-FOUND-SUB > ZERO
                       PERFORM 490-POST-SCORE
                   END-IF
           END-EVALUATE
       .
      *
       480-FIND-ASSESSMENT.

           MOVE ZERO TO AS-FOUND-SUB
           PERFORM VARYING AS-SUB FROM 1 BY 1
               UNTIL AS-SUB > AS-ENTRY-COUNT
                  OR AS-FOUND-SUB > ZERO
               IF AS-SLOT(AS-SUB) = SUB
                   AND AS-TYPE-CODE(AS-SUB) = SI-TYPE-CODE(SUB)
                   MOVE AS-SUB TO AS-FOUND-SUB
               END-IF
           END-PERFORM

           IF AS-FOUND-SUB = ZERO
               IF AS-ENTRY-COUNT < 36
                   ADD 1 TO AS-ENTRY-COUNT
                   MOVE AS-ENTRY-COUNT TO AS-FOUND-SUB
                   MOVE SUB TO AS-SLOT(AS-FOUND-SUB)
                   MOVE SI-TYPE-CODE(SUB)
                       TO AS-TYPE-CODE(AS-FOUND-SUB)
                   MOVE ZEROS TO AS-SCORED-COUNT(AS-FOUND-SUB)
                   MOVE ZEROS TO AS-INC-COUNT(AS-FOUND-SUB)
                   MOVE ZEROS TO AS-SCORE-TOTAL(AS-FOUND-SUB)
                   MOVE ZEROS TO AS-SQUARE-TOTAL(AS-FOUND-SUB)
                   MOVE 999 TO AS-LOW(AS-FOUND-SUB)
                   MOVE ZEROS TO AS-HIGH(AS-FOUND-SUB)
                   MOVE ZEROS TO AS-MEAN(AS-FOUND-SUB)
                   MOVE 'N' TO AS-FLAG(AS-FOUND-SUB)
                   MOVE ZEROS TO AS-STORED-COUNT(AS-FOUND-SUB)
                   PERFORM VARYING BK-SUB FROM 1 BY 1
                       UNTIL BK-SUB > 10
                       MOVE ZEROS TO AS-BUCKET(AS-FOUND-SUB, BK-SUB)
                   END-PERFORM
               ELSE
                   ADD 1 TO AS-DROPPED-COUNT
               END-IF
           END-IF
       .
      *
      * TOTALS, LOW/HIGH AND HISTOGRAM FIRST, THEN THE SCORE GOES
      * INTO ITS PLACE IN THE ASCENDING LIST - EVERYTHING ABOVE IT
      * SHIFTS UP ONE.
       490-POST-SCORE.

           MOVE SI-SCORE(SUB) TO IW-SCORE

           ADD 1 TO AS-SCORED-COUNT(AS-FOUND-SUB)
           ADD IW-SCORE TO AS-SCORE-TOTAL(AS-FOUND-SUB)
           COMPUTE AS-SQUARE-TOTAL(AS-FOUND-SUB) =
               AS-SQUARE-TOTAL(AS-FOUND-SUB) + IW-SCORE * IW-SCORE
           IF IW-SCORE < AS-LOW(AS-FOUND-SUB)
               MOVE IW-SCORE TO AS-LOW(AS-FOUND-SUB)
           END-IF
           IF IW-SCORE > AS-HIGH(AS-FOUND-SUB)
               MOVE IW-SCORE TO AS-HIGH(AS-FOUND-SUB)
           END-IF

           DIVIDE IW-SCORE BY 10 GIVING IW-BUCKET
           ADD 1 TO IW-BUCKET
           IF IW-BUCKET > 10
               MOVE 10 TO IW-BUCKET
           END-IF
           ADD 1 TO AS-BUCKET(AS-FOUND-SUB, IW-BUCKET)

           IF AS-STORED-COUNT(AS-FOUND-SUB) < 500
               ADD 1 TO AS-STORED-COUNT(AS-FOUND-SUB)
               MOVE AS-STORED-COUNT(AS-FOUND-SUB) TO SC-INSERT-SUB
               MOVE 'N' TO PLACED-FLAG
               PERFORM UNTIL SCORE-PLACED
                   IF SC-INSERT-SUB < 2
                       MOVE 'Y' TO PLACED-FLAG
                   ELSE
                       COMPUTE SC-SUB = SC-INSERT-SUB - 1
                       IF AS-SCORE(AS-FOUND-SUB, SC-SUB) NOT > IW-SCORE
                           MOVE 'Y' TO PLACED-FLAG
                       ELSE
                           MOVE AS-SCORE(AS-FOUND-SUB, SC-SUB)
                               TO AS-SCORE(AS-FOUND-SUB, SC-INSERT-SUB)
                           MOVE SC-SUB TO SC-INSERT-SUB
                       END-IF
                   END-IF
               END-PERFORM
               MOVE IW-SCORE TO AS-SCORE(AS-FOUND-SUB, SC-INSERT-SUB)
           ELSE
               ADD 1 TO IC-LIST-DROPPED
           END-IF
       .
      *
      * MEANS FIRST FOR EVERY ASSESSMENT, SINCE EACH FLAG TEST
      * NEEDS THE OTHERS' MEANS; THEN THE SECTION PRINTS IN SLOT
      * ORDER.
       600-PRINT-CLASS-SECTION.

           ADD 1 TO IC-CLASSES

           MOVE IW-PREV-CLASS TO IL-CLASS-CODE
           MOVE SPACES TO IL-TITLE
           MOVE SPACES TO IL-INSTRUCTOR
           PERFORM VARYING RF-SUB FROM 1 BY 1
               UNTIL RF-SUB > RF-ENTRY-COUNT
               IF IW-PREV-CLASS = RF-CLASS-CODE(RF-SUB)
                   MOVE RF-TITLE(RF-SUB) TO IL-TITLE
                   MOVE RF-INSTRUCTOR(RF-SUB) TO IL-INSTRUCTOR
               END-IF
           END-PERFORM

           WRITE ITEM-REPORT-LINE FROM ITEM-CLASS-LINE
               AFTER ADVANCING 3 LINES
           WRITE ITEM-REPORT-LINE FROM ITEM-COL-HEADING
               AFTER ADVANCING 2 LINES
           WRITE ITEM-REPORT-LINE FROM HISTOGRAM-HEADING
               AFTER ADVANCING 1 LINE

           PERFORM VARYING AS-SUB FROM 1 BY 1
               UNTIL AS-SUB > AS-ENTRY-COUNT
               IF AS-SCORED-COUNT(AS-SUB) > ZERO
                   COMPUTE AS-MEAN(AS-SUB) ROUNDED =
                       AS-SCORE-TOTAL(AS-SUB) / AS-SCORED-COUNT(AS-SUB)
               ELSE
                   MOVE ZEROS TO AS-MEAN(AS-SUB)
               END-IF
           END-PERFORM

           PERFORM VARYING AS-SUB FROM 1 BY 1
               UNTIL AS-SUB > AS-ENTRY-COUNT
               PERFORM 610-CHECK-ITEM-FLAG
           END-PERFORM

           PERFORM VARYING SO-SUB FROM 1 BY 1
               UNTIL SO-SUB > 9
               PERFORM VARYING AS-SUB FROM 1 BY 1
                   UNTIL AS-SUB > AS-ENTRY-COUNT
                   IF AS-SLOT(AS-SUB) = SO-SUB
                       PERFORM 620-PRINT-ONE-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM
       .
      *
      * THE YARDSTICK IS THE AVERAGE OF THE OTHER SAME-TYPE MEANS,
      * SO ONE BAD ITEM AMONG SEVERAL GOOD ONES STANDS OUT WITHOUT
      * BEING DRAGGED TOWARD ITSELF.  AN ITEM WITH NOTHING SCORED
      * NEITHER FLAGS NOR COUNTS AS ANOTHER ITEM'S YARDSTICK.
       610-CHECK-ITEM-FLAG.

           MOVE ZEROS TO IW-OTHER-TOTAL
           MOVE ZEROS TO IW-OTHER-COUNT

           IF AS-SCORED-COUNT(AS-SUB) > ZERO
               PERFORM VARYING AS-OTHER-SUB FROM 1 BY 1
                   UNTIL AS-OTHER-SUB > AS-ENTRY-COUNT
                   IF AS-OTHER-SUB NOT = AS-SUB
                       AND AS-TYPE-CODE(AS-OTHER-SUB)
                           = AS-TYPE-CODE(AS-SUB)
                       AND AS-SCORED-COUNT(AS-OTHER-SUB) > ZERO
                       ADD AS-MEAN(AS-OTHER-SUB) TO IW-OTHER-TOTAL
                       ADD 1 TO IW-OTHER-COUNT
                   END-IF
               END-PERFORM
           END-IF

           IF IW-OTHER-COUNT > ZERO
               COMPUTE IW-OTHER-MEAN ROUNDED =
                   IW-OTHER-TOTAL / IW-OTHER-COUNT
               IF IW-OTHER-MEAN - AS-MEAN(AS-SUB) > PC-ITEM-DROP
                   MOVE 'Y' TO AS-FLAG(AS-SUB)
               END-IF
           END-IF
       .
      *
       620-PRINT-ONE-ITEM.

           ADD 1 TO IC-ASSESSMENTS

           MOVE AS-SLOT(AS-SUB) TO ID-SLOT
           MOVE AS-TYPE-CODE(AS-SUB) TO ID-TYPE-CODE
           MOVE AS-SCORED-COUNT(AS-SUB) TO ID-SCORED
           MOVE AS-INC-COUNT(AS-SUB) TO ID-INC
           MOVE AS-MEAN(AS-SUB) TO ID-MEAN

           IF AS-SCORED-COUNT(AS-SUB) > ZERO
               PERFORM 630-COMPUTE-MEDIAN
               COMPUTE IW-VARIANCE ROUNDED =
                   (AS-SQUARE-TOTAL(AS-SUB)
                     - AS-SCORE-TOTAL(AS-SUB) * AS-SCORE-TOTAL(AS-SUB)
                       / AS-SCORED-COUNT(AS-SUB))
                   / AS-SCORED-COUNT(AS-SUB)
               IF IW-VARIANCE < ZERO
                   MOVE ZEROS TO IW-VARIANCE
               END-IF
               COMPUTE IW-STD-DEV ROUNDED = IW-VARIANCE ** 0.5
               MOVE IW-MEDIAN TO ID-MEDIAN
               MOVE IW-STD-DEV TO ID-STD-DEV
               MOVE AS-LOW(AS-SUB) TO ID-LOW
               MOVE AS-HIGH(AS-SUB) TO ID-HIGH
           ELSE
               MOVE ZEROS TO ID-MEDIAN
               MOVE ZEROS TO ID-STD-DEV
               MOVE ZEROS TO ID-LOW
               MOVE ZEROS TO ID-HIGH
           END-IF

           IF AS-FLAGGED(AS-SUB)
               MOVE '** CHECK KEY **' TO ID-FLAG
               ADD 1 TO IC-FLAGGED
           ELSE
               MOVE SPACES TO ID-FLAG
           END-IF

           WRITE ITEM-REPORT-LINE FROM ITEM-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING BK-SUB FROM 1 BY 1
               UNTIL BK-SUB > 10
               MOVE AS-BUCKET(AS-SUB, BK-SUB) TO HL-BUCKET(BK-SUB)
           END-PERFORM
           WRITE ITEM-REPORT-LINE FROM HISTOGRAM-LINE
               AFTER ADVANCING 1 LINE
       .
      *
      * MIDDLE OF THE ASCENDING LIST - THE MEAN OF THE TWO MIDDLE
      * SCORES WHEN THE COUNT IS EVEN.
       630-COMPUTE-MEDIAN.

           DIVIDE AS-STORED-COUNT(AS-SUB) BY 2
               GIVING IW-HALF REMAINDER IW-REMAINDER

           IF IW-REMAINDER = 1
               ADD 1 TO IW-HALF
               MOVE AS-SCORE(AS-SUB, IW-HALF) TO IW-MEDIAN
           ELSE
               COMPUTE IW-MEDIAN ROUNDED =
                   (AS-SCORE(AS-SUB, IW-HALF)
                     + AS-SCORE(AS-SUB, IW-HALF + 1)) / 2
           END-IF
       .
      *
       800-FINAL-ROUTINE.

           MOVE 3 TO TOTAL-SPACING
           MOVE 'GRADE RECORDS READ:' TO TL-LABEL
           MOVE IC-RECORDS-READ TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 1 TO TOTAL-SPACING
           MOVE 'GRADE RECORDS ANALYZED:' TO TL-LABEL
           MOVE IC-RECORDS-USED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'GRADE RECORDS EXCLUDED:' TO TL-LABEL
           MOVE IC-RECORDS-EXCLUDED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'SCORES OUT OF RANGE:' TO TL-LABEL
           MOVE IC-OUT-OF-RANGE TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'SCORES WITH NO WEIGHT ROW:' TO TL-LABEL
           MOVE IC-NO-WEIGHT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'CLASSES ANALYZED:' TO TL-LABEL
           MOVE IC-CLASSES TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ASSESSMENTS ANALYZED:' TO TL-LABEL
           MOVE IC-ASSESSMENTS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ASSESSMENTS FLAGGED:' TO TL-LABEL
           MOVE IC-FLAGGED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           IF RF-DROPPED-COUNT > ZERO
               MOVE RF-DROPPED-COUNT TO RL-DROPPED
               WRITE ITEM-REPORT-LINE FROM CLASSREF-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF WG-DROPPED-COUNT > ZERO
               MOVE WG-DROPPED-COUNT TO WL-DROPPED
               WRITE ITEM-REPORT-LINE FROM WEIGHTS-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF AS-DROPPED-COUNT > ZERO
               MOVE AS-DROPPED-COUNT TO AL-DROPPED
               WRITE ITEM-REPORT-LINE FROM ASSESSMENT-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF IC-LIST-DROPPED > ZERO
               MOVE IC-LIST-DROPPED TO ML-DROPPED
               WRITE ITEM-REPORT-LINE FROM SCORE-LIST-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE STUDENT-MASTER-FILE
                 ITEM-REPORT-FILE

            STOP RUN
            .
      *
       810-PRINT-TOTAL-LINE.

           WRITE ITEM-REPORT-LINE FROM ITEM-TOTAL-LINE
               AFTER ADVANCING TOTAL-SPACING
       .
