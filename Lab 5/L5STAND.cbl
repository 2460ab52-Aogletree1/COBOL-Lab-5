       IDENTIFICATION DIVISION.
       PROGRAM-ID.     L5STAND.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      END-OF-TERM ACADEMIC STANDING DETERMINATION
      *
      *    WORKS OUT THE SAME CREDIT-WEIGHTED TERM AND CUMULATIVE
      *    GPA L5TRNSCR PRINTS AND APPLIES THE STANDING RULES TO
      *    EVERY STUDENT WITH A ROW IN THE TERM ON THE PARAMETER
      *    CARD.  THE STANDING HISTORY IS APPEND-ORDERED LIKE THE
      *    GPA HISTORY - THE PRIOR STANDING IS THE LAST ROW ON FILE
      *    FOR THE STUDENT IN ANY OTHER TERM, SO A RERUN OF THE
      *    SAME TERM IS JUDGED AGAINST THE SAME STARTING POINT AND
      *    ITS NEWER ROW WINS FOR THE NEXT TERM.
      *******
      *  INPUT:  PARMCARD.TXT - SAME CARD LAB5ARRAYS READS; THIS
      *                         PROGRAM USES THE TERM ID (48-53)
      *          STNDCTL.TXT  - STANDING THRESHOLDS (ONE RECORD)
      *          CLASSREF.TXT - CREDIT HOURS PER CLASS CODE
      *          L5GPAHST.TXT - GPA HISTORY
      *          L5GPAARC.TXT - ARCHIVED GPA HISTORY, READ FIRST
      *          STNDHST.TXT  - STANDING HISTORY (STUDENT, TERM)
      *******
      *  OUTPUT: L5STAND.TXT  - EVERY STANDING CHANGE, OLD AND NEW
      *          STNDHST.TXT  - EXTENDED WITH ONE ROW PER STUDENT
      *                         FOR THE TERM
      *          STUTRANS.TXT - EXTENDED WITH A STATUS-CHANGE
      *                         TRANSACTION ('C', BLANK NAME,
      *                         STATUS 'S') FOR EACH NEW SUSPENSION,
      *                         FOR STUMAINT TO APPLY TO THE MASTER
      *******
      *  RULES (FIRST ONE THAT FITS):
      *      CUM GPA BELOW THE SUSPENSION LINE         - SUSPENSION
      *      BELOW THE LINE SUSP-TERMS TERMS RUNNING   - SUSPENSION
      *      CUM GPA BELOW THE CUM LINE, OR BELOW THE
      *      LINE PROB-TERMS TERMS RUNNING             - PROBATION
      *      TERM GPA BELOW THE TERM LINE              - WARNING
      *      OTHERWISE                                 - GOOD STANDING
      *      A TERM IS "BELOW THE LINE" WHEN THE TERM GPA IS UNDER
      *      THE TERM LINE OR THE CUM GPA IS UNDER THE CUM LINE.
      *      WITH NO VALID CONTROL RECORD NO STANDING IS SET AND
      *      NOTHING IS WRITTEN BUT THE REPORT.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-CARD-FILE
               ASSIGN TO "PARMCARD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STANDING-CONTROL-FILE
               ASSIGN TO "STNDCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CLASS-REF-FILE
               ASSIGN TO "CLASSREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL GPA-HISTORY-FILE
               ASSIGN TO "L5GPAHST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL GPA-ARCHIVE-FILE
               ASSIGN TO "L5GPAARC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STANDING-HISTORY-FILE
               ASSIGN TO "STNDHST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL MAINT-TRANS-FILE
               ASSIGN TO "STUTRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STANDING-REPORT-FILE
               ASSIGN TO PRINTER "L5STAND.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PARM-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  PARM-CARD-RECORD.
           05  FILLER                       PIC X(47).
           05  PA-TERM-ID                   PIC X(6).
           05  FILLER                       PIC X(27).
      *
       FD  STANDING-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  STANDING-CONTROL-RECORD.
           05  SC-CUM-LINE                  PIC 9V99.
           05  SC-TERM-LINE                 PIC 9V99.
           05  SC-SUSP-CUM-LINE             PIC 9V99.
           05  SC-PROB-TERMS                PIC 9.
           05  SC-SUSP-TERMS                PIC 9.
           05  FILLER                       PIC X(69).
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
       FD  GPA-ARCHIVE-FILE
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  GPA-ARCHIVE-RECORD               PIC X(50).
      *
       FD  STANDING-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  STANDING-HISTORY-RECORD.
           05  SH-STUDENT-ID                PIC X(9).
           05  SH-TERM-ID                   PIC X(6).
           05  SH-STANDING                  PIC X.
           05  SH-TERM-GPA                  PIC 9V99.
           05  SH-CUM-GPA                   PIC 9V99.
           05  SH-BELOW-COUNT               PIC 99.
           05  SH-RUN-DATE                  PIC 9(8).
           05  FILLER                       PIC X(8).
      *
      * SAME 40-BYTE LAYOUT STUMAINT READS.
       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  MAINT-TRANS-RECORD.
           05  TA-ACTION                    PIC X.
           05  TA-STUDENT-ID                PIC X(9).
           05  TA-NAME                      PIC X(20).
           05  TA-STATUS                    PIC X.
           05  FILLER                       PIC X(9).
      *
       FD  STANDING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  STANDING-REPORT-LINE             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  CONTROL-FLAG                 PIC X      VALUE 'N'.
               88 CONTROL-VALID                        VALUE 'Y'.
           05  RF-SUB                       PIC 99     VALUE 1.
           05  RF-FOUND-SUB                 PIC 99     VALUE ZERO.
           05  HR-SUB                       PIC 9(5)   VALUE 1.
           05  HR-FOUND-SUB                 PIC 9(5)   VALUE ZERO.
           05  SL-SUB                       PIC 9(4)   VALUE 1.
           05  SL-FOUND-SUB                 PIC 9(4)   VALUE ZERO.
      *
       01  RUN-PARAMETERS.
           05  PC-TERM-ID                   PIC X(6)   VALUE 'UNKNWN'.
      *
      * THRESHOLDS FROM STNDCTL.TXT, KEPT HERE ONCE VALIDATED.
       01  STANDING-THRESHOLDS.
           05  ST-CUM-LINE                  PIC 9V99   VALUE ZERO.
           05  ST-TERM-LINE                 PIC 9V99   VALUE ZERO.
           05  ST-SUSP-CUM-LINE             PIC 9V99   VALUE ZERO.
           05  ST-PROB-TERMS                PIC 9      VALUE ZERO.
           05  ST-SUSP-TERMS                PIC 9      VALUE ZERO.
      *
       01  CLASS-REF-TABLE.
           05  RF-ENTRY-COUNT               PIC S99     VALUE +0.
           05  RF-DROPPED-COUNT             PIC S99     VALUE +0.
           05  RF-ENTRY            OCCURS 50 TIMES.
               10  RF-CLASS-CODE            PIC X(5).
               10  RF-CREDIT-HOURS          PIC 99.
      *
      * ONE ENTRY PER (STUDENT, TERM, CLASS), LAST ROW SEEN WINS -
      * THE SAME TABLE L5TRNSCR BUILDS, SO THE TWO PROGRAMS AGREE
      * ON EVERY GPA.
       01  HISTORY-ROW-TABLE.
           05  HR-ENTRY-COUNT               PIC S9(5)   VALUE +0.
           05  HR-DROPPED-COUNT             PIC S9(5)   VALUE +0.
           05  HR-ENTRY            OCCURS 10000 TIMES.
               10  HR-STUDENT-ID            PIC X(9).
               10  HR-TERM-ID               PIC X(6).
               10  HR-CLASS-CODE            PIC X(5).
               10  HR-NAME                  PIC X(20).
               10  HR-GRADE                 PIC X.
      *
      * DISTINCT STUDENTS WITH A ROW IN THE TERM, WITH THE PRIOR
      * STANDING AND RUNNING BELOW-THE-LINE COUNT PICKED UP FROM
      * THE STANDING HISTORY.  A STUDENT WITH NO PRIOR ROW KEEPS
      * A SPACE AND IS TREATED AS IN GOOD STANDING.
       01  STUDENT-LIST-TABLE.
           05  SL-ENTRY-COUNT               PIC S9(4)   VALUE +0.
           05  SL-DROPPED-COUNT             PIC S9(4)   VALUE +0.
           05  SL-ENTRY            OCCURS 1000 TIMES.
               10  SL-STUDENT-ID            PIC X(9).
               10  SL-PRIOR-STANDING        PIC X.
               10  SL-PRIOR-BELOW-COUNT     PIC 99.
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
       01  GPA-WORK-FIELDS.
           05  GW-POINTS                    PIC S9      VALUE +0.
           05  GW-TERM-POINT-TOTAL          PIC S9(5)   VALUE +0.
           05  GW-TERM-CREDIT-TOTAL         PIC S9(4)   VALUE +0.
           05  GW-CUM-POINT-TOTAL           PIC S9(5)   VALUE +0.
           05  GW-CUM-CREDIT-TOTAL          PIC S9(4)   VALUE +0.
           05  GW-TERM-GPA                  PIC S9V99   VALUE +0.
           05  GW-CUM-GPA                   PIC S9V99   VALUE +0.
           05  GW-CLASS-CREDITS             PIC S99     VALUE +0.
           05  GW-NAME                      PIC X(20).
      *
       01  STANDING-WORK-FIELDS.
           05  SW-OLD-STANDING              PIC X.
           05  SW-NEW-STANDING              PIC X.
               88 NEW-GOOD-STANDING                    VALUE 'G'.
               88 NEW-WARNING                          VALUE 'W'.
               88 NEW-PROBATION                        VALUE 'P'.
               88 NEW-SUSPENSION                       VALUE 'S'.
           05  SW-BELOW-COUNT               PIC 99      VALUE ZERO.
           05  SW-STANDING-CODE             PIC X.
           05  SW-STANDING-TEXT             PIC X(13).
      *
       01  STANDING-COUNTS.
           05  SN-STUDENTS                  PIC S9(5)   VALUE +0.
           05  SN-GOOD                      PIC S9(5)   VALUE +0.
           05  SN-WARNING                   PIC S9(5)   VALUE +0.
           05  SN-PROBATION                 PIC S9(5)   VALUE +0.
           05  SN-SUSPENSION                PIC S9(5)   VALUE +0.
           05  SN-CHANGES                   PIC S9(5)   VALUE +0.
           05  SN-TRANS-WRITTEN             PIC S9(5)   VALUE +0.
      *
       01  TOTAL-SPACING                    PIC 9       VALUE 1.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                      PIC 9999.
           05  WS-MONTH                     PIC 99.
           05  WS-DAY                       PIC 99.
      *
      ********************OUTPUT AREA*********************************

       01  STANDING-HEADING-1.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  SG-DATE.
               10  SG-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  SG-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  SG-YEAR      PIC 9999.
           05                   PIC X(6)   VALUE SPACE.
           05                   PIC X(27)  VALUE
                   'ACADEMIC STANDING CHANGES  '.
           05                   PIC X(5)   VALUE 'TERM '.
           05  SG-TERM          PIC X(6).
      *
       01  THRESHOLD-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(10)  VALUE 'CUM LINE '.
           05  TH-CUM-LINE      PIC 9.99.
           05                   PIC X(12)  VALUE '  TERM LINE '.
           05  TH-TERM-LINE     PIC 9.99.
           05                   PIC X(12)  VALUE '  SUSP LINE '.
           05  TH-SUSP-CUM-LINE PIC 9.99.
           05                   PIC X(13)  VALUE '  PROB TERMS '.
           05  TH-PROB-TERMS    PIC 9.
           05                   PIC X(13)  VALUE '  SUSP TERMS '.
           05  TH-SUSP-TERMS    PIC 9.
      *
       01  STANDING-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(11)  VALUE 'STUDENT ID'.
           05                   PIC X(21)  VALUE 'NAME'.
           05                   PIC X(6)   VALUE 'TERM'.
           05                   PIC X(5)   VALUE 'CUM'.
           05                   PIC X(3)   VALUE 'BL'.
           05                   PIC X(14)  VALUE 'OLD STANDING'.
           05                   PIC X(13)  VALUE 'NEW STANDING'.
      *
       01  STANDING-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  SD-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  SD-NAME          PIC X(20).
           05                   PIC X      VALUE SPACE.
           05  SD-TERM-GPA      PIC 9.99.
           05                   PIC X(2)   VALUE SPACE.
           05  SD-CUM-GPA       PIC 9.99.
           05                   PIC X      VALUE SPACE.
           05  SD-BELOW-COUNT   PIC Z9.
           05                   PIC X      VALUE SPACE.
           05  SD-OLD-STANDING  PIC X(13).
           05                   PIC X      VALUE SPACE.
           05  SD-NEW-STANDING  PIC X(13).
      *
       01  NO-CHANGES-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(35)  VALUE
                   'NO STANDING CHANGES FOR THIS TERM'.
      *
       01  CONTROL-ERROR-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(50)  VALUE
                   '** STNDCTL.TXT MISSING OR INVALID - NO STANDINGS'.
           05                   PIC X(8)   VALUE ' SET **'.
      *
       01  STANDING-TOTAL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  TT-LABEL         PIC X(30).
           05  TT-COUNT         PIC ZZZZ9.
      *
       01  HISTORY-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(34)  VALUE
                   '** WARNING - HISTORY TABLE FULL,'.
           05  HF-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  STUDENT-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(34)  VALUE
                   '** WARNING - STUDENT LIST FULL,'.
           05  SF-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  CLASSREF-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** WARNING - CLASS REFERENCE FULL,'.
           05  RL-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.

       PROCEDURE DIVISION.

       100-DETERMINE-STANDING.
           PERFORM 200-HSKPING-ROUTINE
           IF CONTROL-VALID
               PERFORM 400-LOAD-HISTORY
               PERFORM 450-LOAD-STANDING-HISTORY
               PERFORM 500-APPLY-STANDING-RULES
           END-IF
           PERFORM 800-FINAL-ROUTINE
        .
      *
       200-HSKPING-ROUTINE.

           PERFORM 210-READ-PARM-CARD

           OPEN OUTPUT STANDING-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-MONTH TO SG-MONTH
           MOVE WS-DAY TO SG-DAY
           MOVE WS-YEAR TO SG-YEAR
           MOVE PC-TERM-ID TO SG-TERM

           WRITE STANDING-REPORT-LINE FROM STANDING-HEADING-1
               AFTER ADVANCING PAGE

           PERFORM 220-READ-STANDING-CONTROL

           IF CONTROL-VALID
               MOVE ST-CUM-LINE TO TH-CUM-LINE
               MOVE ST-TERM-LINE TO TH-TERM-LINE
               MOVE ST-SUSP-CUM-LINE TO TH-SUSP-CUM-LINE
               MOVE ST-PROB-TERMS TO TH-PROB-TERMS
               MOVE ST-SUSP-TERMS TO TH-SUSP-TERMS
               WRITE STANDING-REPORT-LINE FROM THRESHOLD-LINE
                   AFTER ADVANCING 2 LINES
               WRITE STANDING-REPORT-LINE FROM STANDING-COL-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM 240-LOAD-CLASS-REF
           ELSE
               WRITE STANDING-REPORT-LINE FROM CONTROL-ERROR-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
       .
      *
       210-READ-PARM-CARD.

           OPEN INPUT PARM-CARD-FILE

           READ PARM-CARD-FILE
               AT END
                   MOVE SPACE TO EOF-FLAG
               NOT AT END
                   IF PA-TERM-ID NOT = SPACES
                       MOVE PA-TERM-ID TO PC-TERM-ID
                   END-IF
           END-READ

           CLOSE PARM-CARD-FILE
       .
      *
      * A SUSPENSION CHANGES THE MASTER, SO THERE ARE NO BUILT-IN
      * THRESHOLDS TO FALL BACK ON - A MISSING, NON-NUMERIC OR
      * INCONSISTENT CONTROL RECORD STOPS THE STANDING PASS.
      * THE SUSPENSION LINE MAY NOT BE ABOVE THE CUM LINE, AND
      * SUSPENSION MAY NOT COME SOONER THAN PROBATION.
       220-READ-STANDING-CONTROL.

           MOVE 'N' TO CONTROL-FLAG
           OPEN INPUT STANDING-CONTROL-FILE

           READ STANDING-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SC-CUM-LINE IS NUMERIC
                       AND SC-TERM-LINE IS NUMERIC
                       AND SC-SUSP-CUM-LINE IS NUMERIC
                       AND SC-PROB-TERMS IS NUMERIC
                       AND SC-SUSP-TERMS IS NUMERIC
                       AND SC-SUSP-CUM-LINE NOT > SC-CUM-LINE
                       AND SC-PROB-TERMS > ZERO
                       AND SC-SUSP-TERMS NOT < SC-PROB-TERMS
                       MOVE SC-CUM-LINE TO ST-CUM-LINE
                       MOVE SC-TERM-LINE TO ST-TERM-LINE
                       MOVE SC-SUSP-CUM-LINE TO ST-SUSP-CUM-LINE
                       MOVE SC-PROB-TERMS TO ST-PROB-TERMS
                       MOVE SC-SUSP-TERMS TO ST-SUSP-TERMS
                       MOVE 'Y' TO CONTROL-FLAG
                   END-IF
           END-READ

           CLOSE STANDING-CONTROL-FILE
       .
      *
       240-LOAD-CLASS-REF.

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
                           MOVE CR-CREDIT-HOURS
                               TO RF-CREDIT-HOURS(RF-ENTRY-COUNT)
                       ELSE
                           ADD 1 TO RF-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-REF-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
      * THE ARCHIVE LOADS FIRST SO THE LIVE FILE'S ROW WINS WHEN
      * A TERM EXISTS ON BOTH SIDES.
       390-LOAD-ARCHIVE.

           OPEN INPUT GPA-ARCHIVE-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ GPA-ARCHIVE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE GPA-ARCHIVE-RECORD TO HISTORY-WORK-ROW
                       PERFORM 410-POST-HISTORY-ROW
               END-READ
           END-PERFORM

           CLOSE GPA-ARCHIVE-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       400-LOAD-HISTORY.

           PERFORM 390-LOAD-ARCHIVE

           OPEN INPUT GPA-HISTORY-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ GPA-HISTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE GPA-HISTORY-RECORD TO HISTORY-WORK-ROW
                       PERFORM 410-POST-HISTORY-ROW
               END-READ
           END-PERFORM

           CLOSE GPA-HISTORY-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       410-POST-HISTORY-ROW.

           MOVE ZERO TO HR-FOUND-SUB
           PERFORM VARYING HR-SUB FROM 1 BY 1
               UNTIL HR-SUB > HR-ENTRY-COUNT
                  OR HR-FOUND-SUB > ZERO
               IF HW-STUDENT-ID = HR-STUDENT-ID(HR-SUB)
                   AND HW-TERM-ID = HR-TERM-ID(HR-SUB)
                   AND HW-CLASS-CODE = HR-CLASS-CODE(HR-SUB)
                   MOVE HR-SUB TO HR-FOUND-SUB
               END-IF
           END-PERFORM

           IF HR-FOUND-SUB = ZERO
               IF HR-ENTRY-COUNT < 10000
                   ADD 1 TO HR-ENTRY-COUNT
                   MOVE HR-ENTRY-COUNT TO HR-FOUND-SUB
                   MOVE HW-STUDENT-ID
                       TO HR-STUDENT-ID(HR-FOUND-SUB)
                   MOVE HW-TERM-ID TO HR-TERM-ID(HR-FOUND-SUB)
                   MOVE HW-CLASS-CODE TO HR-CLASS-CODE(HR-FOUND-SUB)
               ELSE
                   ADD 1 TO HR-DROPPED-COUNT
               END-IF
           END-IF

           IF HR-FOUND-SUB > ZERO
               MOVE HW-NAME TO HR-NAME(HR-FOUND-SUB)
               MOVE HW-GRADE TO HR-GRADE(HR-FOUND-SUB)
               IF HW-TERM-ID = PC-TERM-ID
                   PERFORM 420-POST-STUDENT-LIST
               END-IF
           END-IF
       .
      *
       420-POST-STUDENT-LIST.

           MOVE ZERO TO SL-FOUND-SUB
           PERFORM VARYING SL-SUB FROM 1 BY 1
               UNTIL SL-SUB > SL-ENTRY-COUNT
                  OR SL-FOUND-SUB > ZERO
               IF HW-STUDENT-ID = SL-STUDENT-ID(SL-SUB)
                   MOVE SL-SUB TO SL-FOUND-SUB
               END-IF
           END-PERFORM

           IF SL-FOUND-SUB = ZERO
               IF SL-ENTRY-COUNT < 1000
                   ADD 1 TO SL-ENTRY-COUNT
                   MOVE HW-STUDENT-ID
                       TO SL-STUDENT-ID(SL-ENTRY-COUNT)
                   MOVE SPACE TO SL-PRIOR-STANDING(SL-ENTRY-COUNT)
                   MOVE ZERO TO SL-PRIOR-BELOW-COUNT(SL-ENTRY-COUNT)
               ELSE
                   ADD 1 TO SL-DROPPED-COUNT
               END-IF
           END-IF
       .
      *
      * ROWS FOR THE REPORT TERM ARE SKIPPED - THEY ARE AN EARLIER
      * RUN OF THIS SAME TERM, NOT A PRIOR STANDING.  OF THE REST
      * THE LAST ONE ON FILE FOR THE STUDENT WINS.
       450-LOAD-STANDING-HISTORY.

           OPEN INPUT STANDING-HISTORY-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ STANDING-HISTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF SH-TERM-ID NOT = PC-TERM-ID
                           PERFORM 460-POST-PRIOR-STANDING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STANDING-HISTORY-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       460-POST-PRIOR-STANDING.

           MOVE ZERO TO SL-FOUND-SUB
           PERFORM VARYING SL-SUB FROM 1 BY 1
               UNTIL SL-SUB > SL-ENTRY-COUNT
                  OR SL-FOUND-SUB > ZERO
               IF SH-STUDENT-ID = SL-STUDENT-ID(SL-SUB)
                   MOVE SL-SUB TO SL-FOUND-SUB
               END-IF
           END-PERFORM

           IF SL-FOUND-SUB > ZERO
               MOVE SH-STANDING TO SL-PRIOR-STANDING(SL-FOUND-SUB)
               IF SH-BELOW-COUNT IS NUMERIC
                   MOVE SH-BELOW-COUNT
                       TO SL-PRIOR-BELOW-COUNT(SL-FOUND-SUB)
               ELSE
                   MOVE ZERO TO SL-PRIOR-BELOW-COUNT(SL-FOUND-SUB)
               END-IF
           END-IF
       .
      *
       500-APPLY-STANDING-RULES.

           OPEN EXTEND STANDING-HISTORY-FILE
                       MAINT-TRANS-FILE

           PERFORM VARYING SL-SUB FROM 1 BY 1
               UNTIL SL-SUB > SL-ENTRY-COUNT
               PERFORM 510-STANDING-ONE-STUDENT
           END-PERFORM

           IF SN-CHANGES = ZERO
               WRITE STANDING-REPORT-LINE FROM NO-CHANGES-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           CLOSE STANDING-HISTORY-FILE
                 MAINT-TRANS-FILE
       .
      *
      * GPAS FIRST, THEN THE RULES IN ORDER - THE FIRST ONE THAT
      * FITS SETS THE STANDING.  EVERY STUDENT GETS A HISTORY ROW;
      * ONLY A CHANGE PRINTS, AND ONLY A NEW SUSPENSION WRITES A
      * MASTER TRANSACTION.
       510-STANDING-ONE-STUDENT.

           MOVE ZEROS TO GW-TERM-POINT-TOTAL
           MOVE ZEROS TO GW-TERM-CREDIT-TOTAL
           MOVE ZEROS TO GW-CUM-POINT-TOTAL
           MOVE ZEROS TO GW-CUM-CREDIT-TOTAL
           MOVE SPACES TO GW-NAME
           ADD 1 TO SN-STUDENTS

           PERFORM VARYING HR-SUB FROM 1 BY 1
               UNTIL HR-SUB > HR-ENTRY-COUNT
               IF HR-STUDENT-ID(HR-SUB) = SL-STUDENT-ID(SL-SUB)
                   PERFORM 520-ACCUMULATE-ROW
               END-IF
           END-PERFORM

           IF GW-TERM-CREDIT-TOTAL > ZERO
               COMPUTE GW-TERM-GPA ROUNDED = GW-TERM-POINT-TOTAL
                   / GW-TERM-CREDIT-TOTAL
           ELSE
               MOVE ZEROS TO GW-TERM-GPA
           END-IF

           IF GW-CUM-CREDIT-TOTAL > ZERO
               COMPUTE GW-CUM-GPA ROUNDED = GW-CUM-POINT-TOTAL
                   / GW-CUM-CREDIT-TOTAL
           ELSE
               MOVE ZEROS TO GW-CUM-GPA
           END-IF

           IF GW-TERM-GPA < ST-TERM-LINE
               OR GW-CUM-GPA < ST-CUM-LINE
               COMPUTE SW-BELOW-COUNT =
                   SL-PRIOR-BELOW-COUNT(SL-SUB) + 1
           ELSE
               MOVE ZERO TO SW-BELOW-COUNT
           END-IF

           EVALUATE TRUE
               WHEN GW-CUM-GPA < ST-SUSP-CUM-LINE
                   MOVE 'S' TO SW-NEW-STANDING
               WHEN SW-BELOW-COUNT NOT < ST-SUSP-TERMS
                   MOVE 'S' TO SW-NEW-STANDING
               WHEN GW-CUM-GPA < ST-CUM-LINE
                   MOVE 'P' TO SW-NEW-STANDING
               WHEN SW-BELOW-COUNT NOT < ST-PROB-TERMS
                   MOVE 'P' TO SW-NEW-STANDING
               WHEN GW-TERM-GPA < ST-TERM-LINE
                   MOVE 'W' TO SW-NEW-STANDING
               WHEN OTHER
                   MOVE 'G' TO SW-NEW-STANDING
           END-EVALUATE

           EVALUATE TRUE
               WHEN NEW-GOOD-STANDING
                   ADD 1 TO SN-GOOD
               WHEN NEW-WARNING
                   ADD 1 TO SN-WARNING
               WHEN NEW-PROBATION
                   ADD 1 TO SN-PROBATION
               WHEN NEW-SUSPENSION
                   ADD 1 TO SN-SUSPENSION
           END-EVALUATE

           MOVE SPACES TO STANDING-HISTORY-RECORD
           MOVE SL-STUDENT-ID(SL-SUB) TO SH-STUDENT-ID
           MOVE PC-TERM-ID TO SH-TERM-ID
           MOVE SW-NEW-STANDING TO SH-STANDING
           MOVE GW-TERM-GPA TO SH-TERM-GPA
           MOVE GW-CUM-GPA TO SH-CUM-GPA
           MOVE SW-BELOW-COUNT TO SH-BELOW-COUNT
           MOVE WS-CURRENT-DATE TO SH-RUN-DATE
           WRITE STANDING-HISTORY-RECORD

      * NO PRIOR ROW COUNTS AS GOOD STANDING FOR THE COMPARE.
           IF SL-PRIOR-STANDING(SL-SUB) = SPACE
               MOVE 'G' TO SW-OLD-STANDING
           ELSE
               MOVE SL-PRIOR-STANDING(SL-SUB) TO SW-OLD-STANDING
           END-IF

           IF SW-NEW-STANDING NOT = SW-OLD-STANDING
               PERFORM 550-PRINT-STANDING-CHANGE
               IF NEW-SUSPENSION
                   MOVE SPACES TO MAINT-TRANS-RECORD
                   MOVE 'C' TO TA-ACTION
                   MOVE SL-STUDENT-ID(SL-SUB) TO TA-STUDENT-ID
                   MOVE 'S' TO TA-STATUS
                   WRITE MAINT-TRANS-RECORD
                   ADD 1 TO SN-TRANS-WRITTEN
               END-IF
           END-IF
       .
      *
      * EVERY ROW FOR THE STUDENT ROLLS INTO THE CUMULATIVE GPA;
      * ONLY REPORT-TERM ROWS ROLL INTO THE TERM GPA.
       520-ACCUMULATE-ROW.

           MOVE HR-NAME(HR-SUB) TO GW-NAME

           PERFORM 530-FIND-CLASS-REF
           IF RF-FOUND-SUB > ZERO
               MOVE RF-CREDIT-HOURS(RF-FOUND-SUB)
                   TO GW-CLASS-CREDITS
           ELSE
               MOVE ZEROS TO GW-CLASS-CREDITS
           END-IF

           PERFORM 540-GRADE-TO-POINTS

           COMPUTE GW-CUM-POINT-TOTAL = GW-CUM-POINT-TOTAL
               + GW-POINTS * GW-CLASS-CREDITS
           ADD GW-CLASS-CREDITS TO GW-CUM-CREDIT-TOTAL

           IF HR-TERM-ID(HR-SUB) = PC-TERM-ID
               COMPUTE GW-TERM-POINT-TOTAL = GW-TERM-POINT-TOTAL
                   + GW-POINTS * GW-CLASS-CREDITS
               ADD GW-CLASS-CREDITS TO GW-TERM-CREDIT-TOTAL
           END-IF
       .
      *
       530-FIND-CLASS-REF.

           MOVE ZERO TO RF-FOUND-SUB
           PERFORM VARYING RF-SUB FROM 1 BY 1
               UNTIL RF-SUB > RF-ENTRY-COUNT
                  OR RF-FOUND-SUB > ZERO
               IF HR-CLASS-CODE(HR-SUB) = RF-CLASS-CODE(RF-SUB)
                   MOVE RF-SUB TO RF-FOUND-SUB
               END-IF
           END-PERFORM
       .
      *
       540-GRADE-TO-POINTS.

           EVALUATE HR-GRADE(HR-SUB)
               WHEN 'A'
                   MOVE 4 TO GW-POINTS
               WHEN 'B'
                   MOVE 3 TO GW-POINTS
               WHEN 'C'
                   MOVE 2 TO GW-POINTS
               WHEN 'D'
                   MOVE 1 TO GW-POINTS
               WHEN OTHER
                   MOVE 0 TO GW-POINTS
           END-EVALUATE
       .
      *
       550-PRINT-STANDING-CHANGE.

           ADD 1 TO SN-CHANGES

           MOVE SL-STUDENT-ID(SL-SUB) TO SD-STUDENT-ID
           MOVE GW-NAME TO SD-NAME
           MOVE GW-TERM-GPA TO SD-TERM-GPA
           MOVE GW-CUM-GPA TO SD-CUM-GPA
           MOVE SW-BELOW-COUNT TO SD-BELOW-COUNT

           IF SL-PRIOR-STANDING(SL-SUB) = SPACE
               MOVE 'NONE ON FILE' TO SD-OLD-STANDING
           ELSE
               MOVE SW-OLD-STANDING TO SW-STANDING-CODE
               PERFORM 560-STANDING-TEXT
               MOVE SW-STANDING-TEXT TO SD-OLD-STANDING
           END-IF

           MOVE SW-NEW-STANDING TO SW-STANDING-CODE
           PERFORM 560-STANDING-TEXT
           MOVE SW-STANDING-TEXT TO SD-NEW-STANDING

           WRITE STANDING-REPORT-LINE FROM STANDING-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .
      *
       560-STANDING-TEXT.

           EVALUATE SW-STANDING-CODE
               WHEN 'G'
                   MOVE 'GOOD STANDING' TO SW-STANDING-TEXT
               WHEN 'W'
                   MOVE 'WARNING' TO SW-STANDING-TEXT
               WHEN 'P'
                   MOVE 'PROBATION' TO SW-STANDING-TEXT
               WHEN 'S'
                   MOVE 'SUSPENSION' TO SW-STANDING-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO SW-STANDING-TEXT
           END-EVALUATE
       .
      *
       800-FINAL-ROUTINE.

           IF CONTROL-VALID
               MOVE 2 TO TOTAL-SPACING
               MOVE 'STUDENTS EVALUATED:' TO TT-LABEL
               MOVE SN-STUDENTS TO TT-COUNT
               PERFORM 810-PRINT-TOTAL-LINE

               MOVE 1 TO TOTAL-SPACING
               MOVE 'GOOD STANDING:' TO TT-LABEL
               MOVE SN-GOOD TO TT-COUNT
               PERFORM 810-PRINT-TOTAL-LINE

               MOVE 'WARNING:' TO TT-LABEL
               MOVE SN-WARNING TO TT-COUNT
               PERFORM 810-PRINT-TOTAL-LINE

               MOVE 'PROBATION:' TO TT-LABEL
               MOVE SN-PROBATION TO TT-COUNT
               PERFORM 810-PRINT-TOTAL-LINE

               MOVE 'SUSPENSION:' TO TT-LABEL
               MOVE SN-SUSPENSION TO TT-COUNT
               PERFORM 810-PRINT-TOTAL-LINE

               MOVE 'STANDING CHANGES:' TO TT-LABEL
               MOVE SN-CHANGES TO TT-COUNT
               PERFORM 810-PRINT-TOTAL-LINE

               MOVE 'SUSPENSION TRANSACTIONS:' TO TT-LABEL
               MOVE SN-TRANS-WRITTEN TO TT-COUNT
               PERFORM 810-PRINT-TOTAL-LINE
           END-IF

           IF HR-DROPPED-COUNT > ZERO
               MOVE HR-DROPPED-COUNT TO HF-DROPPED
               WRITE STANDING-REPORT-LINE FROM HISTORY-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF SL-DROPPED-COUNT > ZERO
               MOVE SL-DROPPED-COUNT TO SF-DROPPED
               WRITE STANDING-REPORT-LINE FROM STUDENT-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF RF-DROPPED-COUNT > ZERO
               MOVE RF-DROPPED-COUNT TO RL-DROPPED
               WRITE STANDING-REPORT-LINE FROM CLASSREF-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE STANDING-REPORT-FILE

            STOP RUN
            .
      *
       810-PRINT-TOTAL-LINE.

           WRITE STANDING-REPORT-LINE FROM STANDING-TOTAL-LINE
               AFTER ADVANCING TOTAL-SPACING
       .
