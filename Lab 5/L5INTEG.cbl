       IDENTIFICATION DIVISION.
       PROGRAM-ID.     L5INTEG.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      CROSS-FILE REFERENTIAL INTEGRITY AUDIT
      *
      *    EACH MAINTENANCE PROGRAM GUARDS ONLY ITS OWN FILE, SO
      *    NOTHING EVER CHECKS THAT THE FILES STILL AGREE WITH
      *    EACH OTHER - A BAD KEY ONLY SURFACES AS AN EXCEPTION
      *    IN THE MIDDLE OF THE GRADE RUN.  THIS AUDIT RUNS AHEAD
      *    OF THE GRADE RUN, READS EVERY CONTROL FILE READ-ONLY,
      *    LISTS EACH DISAGREEMENT WITH A SEVERITY, AND APPENDS A
      *    ONE-LINE PASS/FAIL RECORD TO THE RUN LOG SO THE
      *    OPERATIONS REPORT SHOWS WHETHER THE NIGHT STARTED WITH
      *    CLEAN FILES.
      *******
      *  INPUT:  CLASSREF.TXT - CLASS REFERENCE
      *          WEIGHTS.TXT  - ASSESSMENT WEIGHTS PER CLASS/TYPE
      *          STUMAST.IDX  - INDEXED STUDENT MASTER
      *          L5INCOPN.TXT - OPEN INCOMPLETES
      *          L5GPAHST.TXT - LIVE GPA HISTORY
      *          L5GPAARC.TXT - ARCHIVED GPA HISTORY
      *******
      *  OUTPUT: L5INTEG.TXT  - AUDIT FINDINGS LISTING
      *          L5RUNLOG.TXT - ONE AUDIT RECORD APPENDED (RECORD
      *                         TYPE 'I' IN COLUMN 51; A GRADE-RUN
      *                         RECORD LEAVES THE COLUMN BLANK)
      *******
      *  RULES:
      *      ERROR   - THE NEXT GRADE RUN WILL MISHANDLE DATA:
      *                A CLASSREF CLASS WITH NO WEIGHT ROWS (EVERY
      *                SCORE REJECTS), AN OPEN INCOMPLETE WHOSE
      *                STUDENT IS NOT ON THE MASTER OR WHOSE CLASS
      *                IS NOT ON CLASSREF (IT CAN NEVER RESOLVE).
      *      WARNING - HYGIENE ONLY: A WEIGHT ROW FOR A CLASS NOT
      *                ON CLASSREF, AN OPEN INCOMPLETE FOR AN
      *                INACTIVE STUDENT, A HISTORY STUDENT NOT ON
      *                THE MASTER, A CLASS WITH A BLANK INSTRUCTOR.
      *      THE AUDIT FAILS WHEN THERE IS ANY ERROR FINDING;
      *      WARNINGS ALONE STILL PASS.  A HISTORY ID MISSING
      *      FROM THE MASTER IS LISTED ONCE, HOWEVER MANY ROWS
      *      IT HAS.  STATUS RULES MATCH THE GRADE RUN - BLANK
      *      OR 'A' IS ACTIVE, 'W' STILL GRADES, ANYTHING ELSE
      *      IS INACTIVE.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CLASS-REF-FILE
               ASSIGN TO "CLASSREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT WEIGHT-CONTROL-FILE
               ASSIGN TO "WEIGHTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-STUDENT-ID.
      *
           SELECT OPTIONAL OPEN-INCOMPLETE-FILE
               ASSIGN TO "L5INCOPN.TXT"
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
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "L5RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO PRINTER "L5INTEG.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  MASTER-RECORD.
           05  MR-STUDENT-ID                PIC X(9).
           05  MR-NAME                      PIC X(20).
           05  MR-STATUS                    PIC X.
               88  MASTER-ACTIVE                       VALUE 'A' ' '.
               88  MASTER-WITHDRAWN                    VALUE 'W'.
           05  FILLER                       PIC X(10).
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
       01  GPA-ARCHIVE-RECORD.
           05  HA-TERM-ID                   PIC X(6).
           05  HA-CLASS-CODE                PIC X(5).
           05  HA-STUDENT-ID                PIC X(9).
           05  FILLER                       PIC X(30).
      *
      * SAME 60-BYTE LAYOUT LAB5ARRAYS APPENDS, WITH THE COUNT
      * COLUMNS REUSED FOR THE FINDING COUNTS.  THE OUTCOME STAYS
      * IN COLUMN 50 ('P' PASS, 'F' FAIL) AND COLUMN 51 MARKS THE
      * RECORD AS AN INTEGRITY AUDIT.
       FD  RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  RUN-LOG-RECORD.
           05  LG-RUN-DATE                  PIC 9(8).
           05  LG-RUN-TIME                  PIC 9(6).
           05  LG-ERROR-COUNT               PIC 9(5).
           05  LG-WARNING-COUNT             PIC 9(5).
           05  FILLER                       PIC X(25).
           05  LG-OUTCOME                   PIC X.
           05  LG-RECORD-TYPE               PIC X.
           05  FILLER                       PIC X(9).
      *
       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AUDIT-REPORT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  RF-SUB                       PIC 99     VALUE 1.
           05  RF-FOUND-SUB                 PIC 99     VALUE ZERO.
           05  MT-FOUND-FLAG                PIC X      VALUE 'N'.
               88 MASTER-ID-FOUND                      VALUE 'Y'.
           05  MI-SUB                       PIC 9(4)   VALUE 1.
           05  MI-FOUND-FLAG                PIC X      VALUE 'N'.
               88 ID-ALREADY-LISTED                    VALUE 'Y'.
      *
      * CLASS REFERENCE, WITH A FLAG SET WHEN ANY WEIGHT ROW NAMES
      * THE CLASS - THE SWEEP IN 400 LISTS THE CLASSES LEFT UNSET.
       01  CLASS-REF-TABLE.
           05  RF-ENTRY-COUNT               PIC S99     VALUE +0.
           05  RF-DROPPED-COUNT             PIC S99     VALUE +0.
           05  RF-ENTRY            OCCURS 50 TIMES.
               10  RF-CLASS-CODE            PIC X(5).
               10  RF-INSTRUCTOR            PIC X(20).
               10  RF-WEIGHT-FLAG           PIC X.
                   88  RF-HAS-WEIGHTS                  VALUE 'Y'.
      *
      * HISTORY IDS ALREADY LISTED AS MISSING FROM THE MASTER, SO
      * A DELETED STUDENT WITH TWENTY HISTORY ROWS IS ONE FINDING.
      * A FULL TABLE ONLY MEANS LATER ROWS MAY REPEAT AN ID.
       01  MISSING-ID-TABLE.
           05  MI-ENTRY-COUNT               PIC S9(4)   VALUE +0.
           05  MI-DROPPED-COUNT             PIC S9(4)   VALUE +0.
           05  MI-ENTRY            OCCURS 1000 TIMES.
               10  MI-STUDENT-ID            PIC X(9).
      *
       01  AUDIT-COUNTS.
           05  IA-CLASSREF-READ             PIC S9(5)  VALUE +0.
           05  IA-WEIGHTS-READ              PIC S9(5)  VALUE +0.
           05  IA-INCOMPLETES-READ          PIC S9(5)  VALUE +0.
           05  IA-HISTORY-READ              PIC S9(7)  VALUE +0.
           05  IA-ARCHIVE-READ              PIC S9(7)  VALUE +0.
           05  IA-ERROR-COUNT               PIC S9(5)  VALUE +0.
           05  IA-WARNING-COUNT             PIC S9(5)  VALUE +0.
      *
      * ONE FINDING IS BUILT HERE, THEN 700 STAMPS THE SEVERITY,
      * COUNTS IT AND PRINTS IT.
       01  FINDING-WORK-FIELDS.
           05  FW-SEARCH-CLASS              PIC X(5)   VALUE SPACES.
           05  FW-SEVERITY                  PIC X      VALUE SPACE.
               88  FINDING-IS-ERROR                    VALUE 'E'.
               88  FINDING-IS-WARNING                  VALUE 'W'.
           05  FW-KEY.
               10  FW-KEY-CLASS             PIC X(5).
               10                           PIC X.
               10  FW-KEY-ID                PIC X(9).
               10                           PIC X.
               10  FW-KEY-EXTRA             PIC X.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                      PIC 9999.
           05  WS-MONTH                     PIC 99.
           05  WS-DAY                       PIC 99.
      *
       01  WS-CURRENT-TIME.
           05  WS-HOUR                      PIC 99.
           05  WS-MINUTE                    PIC 99.
           05  WS-SECOND                    PIC 99.
           05  FILLER                       PIC 99.
      *
      ********************OUTPUT AREA*********************************

       01  AUDIT-HEADING-1.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  AH-DATE.
               10  AH-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  AH-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  AH-YEAR      PIC 9999.
           05                   PIC X(6)   VALUE SPACE.
           05                   PIC X(30)  VALUE
                   'REFERENTIAL INTEGRITY AUDIT'.
      *
       01  AUDIT-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(9)   VALUE 'SEVERITY'.
           05                   PIC X(14)  VALUE 'FILE'.
           05                   PIC X(19)  VALUE 'KEY'.
           05                   PIC X(7)   VALUE 'FINDING'.
      *
       01  AUDIT-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  AD-SEVERITY      PIC X(7).
           05                   PIC X(2)   VALUE SPACE.
           05  AD-FILE          PIC X(12).
           05                   PIC X(2)   VALUE SPACE.
           05  AD-KEY           PIC X(17).
           05                   PIC X(2)   VALUE SPACE.
           05  AD-FINDING       PIC X(36).
      *
       01  NO-FINDINGS-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(30)  VALUE
                   'NO FINDINGS - ALL FILES AGREE'.
      *
       01  AUDIT-TOTAL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  TL-LABEL         PIC X(24).
           05  TL-COUNT         PIC ZZZZZZ9.
      *
       01  AUDIT-RESULT-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(14)  VALUE 'AUDIT RESULT: '.
           05  AR-RESULT        PIC X(4).
      *
       01  CLASSREF-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** WARNING - CLASSREF TABLE FULL,'.
           05  RL-DROPPED       PIC ZZZZ9.
           05                   PIC X(20)  VALUE
                   ' NOT AUDITED **'.
      *
       01  MISSING-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(36)  VALUE
                   '** NOTE - MISSING-ID TABLE FULL,'.
           05  ML-DROPPED       PIC ZZZZ9.
           05                   PIC X(24)  VALUE
                   ' IDS MAY REPEAT **'.
      *
       01  TOTAL-SPACING        PIC 9      VALUE 1.

       PROCEDURE DIVISION.

       100-AUDIT-FILES.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-CHECK-WEIGHTS
           PERFORM 400-CHECK-CLASS-REF
           PERFORM 500-CHECK-INCOMPLETES
           PERFORM 600-CHECK-HISTORY
           PERFORM 800-FINAL-ROUTINE
        .
      *
       200-HSKPING-ROUTINE.

           OPEN INPUT  STUDENT-MASTER-FILE
                OUTPUT AUDIT-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           MOVE WS-MONTH TO AH-MONTH
           MOVE WS-DAY TO AH-DAY
           MOVE WS-YEAR TO AH-YEAR

           WRITE AUDIT-REPORT-LINE FROM AUDIT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE AUDIT-REPORT-LINE FROM AUDIT-COL-HEADING
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
               AFTER ADVANCING 1 LINE

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
                       ADD 1 TO IA-CLASSREF-READ
                       IF RF-ENTRY-COUNT < 50
                           ADD 1 TO RF-ENTRY-COUNT
                           MOVE CR-CLASS-CODE
                               TO RF-CLASS-CODE(RF-ENTRY-COUNT)
                           MOVE CR-INSTRUCTOR
                               TO RF-INSTRUCTOR(RF-ENTRY-COUNT)
                           MOVE 'N'
                               TO RF-WEIGHT-FLAG(RF-ENTRY-COUNT)
                       ELSE
                           ADD 1 TO RF-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-REF-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
      * ONE FINDING PER WEIGHT ROW WHOSE CLASS IS NOT ON CLASSREF;
      * EVERY ROW THAT DOES MATCH MARKS ITS CLASS AS WEIGHTED.
       300-CHECK-WEIGHTS.

           OPEN INPUT WEIGHT-CONTROL-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ WEIGHT-CONTROL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO IA-WEIGHTS-READ
                       MOVE WT-CLASS-CODE TO FW-SEARCH-CLASS
                       PERFORM 310-FIND-CLASS
                       IF RF-FOUND-SUB > ZERO
                           MOVE 'Y' TO RF-WEIGHT-FLAG(RF-FOUND-SUB)
                       ELSE
                           MOVE 'W' TO FW-SEVERITY
                           MOVE 'WEIGHTS.TXT' TO AD-FILE
                           MOVE SPACES TO FW-KEY
                           MOVE WT-CLASS-CODE TO FW-KEY-CLASS
                           MOVE WT-TYPE-CODE TO FW-KEY-EXTRA
                           MOVE 'CLASS NOT ON CLASSREF' TO AD-FINDING
                           PERFORM 700-PRINT-FINDING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE WEIGHT-CONTROL-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
      * CALLER PUTS THE CODE IN FW-SEARCH-CLASS.  RF-FOUND-SUB
      * COMES BACK ZERO WHEN THE CODE IS NOT FOUND.
       310-FIND-CLASS.

           MOVE ZERO TO RF-FOUND-SUB
           PERFORM VARYING RF-SUB FROM 1 BY 1
               UNTIL RF-SUB > RF-ENTRY-COUNT
                  OR RF-FOUND-SUB > ZERO
               IF FW-SEARCH-CLASS = RF-CLASS-CODE(RF-SUB)
                   MOVE RF-SUB TO RF-FOUND-SUB
               END-IF
           END-PERFORM
       .
      *
       400-CHECK-CLASS-REF.

           PERFORM VARYING RF-SUB FROM 1 BY 1
               UNTIL RF-SUB > RF-ENTRY-COUNT
               MOVE SPACES TO FW-KEY
               MOVE RF-CLASS-CODE(RF-SUB) TO FW-KEY-CLASS
               MOVE 'CLASSREF.TXT' TO AD-FILE
               IF NOT RF-HAS-WEIGHTS(RF-SUB)
                   MOVE 'E' TO FW-SEVERITY
                   MOVE 'NO WEIGHT ROWS - SCORES WILL REJECT'
                       TO AD-FINDING
                   PERFORM 700-PRINT-FINDING
               END-IF
               IF RF-INSTRUCTOR(RF-SUB) = SPACES
                   MOVE 'W' TO FW-SEVERITY
                   MOVE 'BLANK INSTRUCTOR NAME' TO AD-FINDING
                   PERFORM 700-PRINT-FINDING
               END-IF
           END-PERFORM
       .
      *
      * AN INCOMPLETE CAN FAIL ON BOTH THE STUDENT AND THE CLASS -
      * EACH PROBLEM IS ITS OWN FINDING.
       500-CHECK-INCOMPLETES.

           OPEN INPUT OPEN-INCOMPLETE-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-INCOMPLETE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO IA-INCOMPLETES-READ
                       PERFORM 510-CHECK-ONE-INCOMPLETE
               END-READ
           END-PERFORM

           CLOSE OPEN-INCOMPLETE-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       510-CHECK-ONE-INCOMPLETE.

           MOVE 'L5INCOPN.TXT' TO AD-FILE
           MOVE SPACES TO FW-KEY
           MOVE IN-CLASS-CODE TO FW-KEY-CLASS
           MOVE IN-STUDENT-ID TO FW-KEY-ID
           MOVE IN-SLOT TO FW-KEY-EXTRA

           MOVE IN-STUDENT-ID TO MR-STUDENT-ID
           PERFORM 650-READ-MASTER
           IF NOT MASTER-ID-FOUND
               MOVE 'E' TO FW-SEVERITY
               MOVE 'STUDENT NOT ON MASTER' TO AD-FINDING
               PERFORM 700-PRINT-FINDING
           ELSE
               IF NOT MASTER-ACTIVE
                   AND NOT MASTER-WITHDRAWN
                   MOVE 'W' TO FW-SEVERITY
                   MOVE SPACES TO AD-FINDING
                   STRING 'STUDENT INACTIVE - STATUS '
                              DELIMITED BY SIZE
                          MR-STATUS DELIMITED BY SIZE
                       INTO AD-FINDING
                   PERFORM 700-PRINT-FINDING
               END-IF
           END-IF

           MOVE IN-CLASS-CODE TO FW-SEARCH-CLASS
           PERFORM 310-FIND-CLASS
           IF RF-FOUND-SUB = ZERO
               MOVE 'E' TO FW-SEVERITY
               MOVE 'CLASS NOT ON CLASSREF' TO AD-FINDING
               PERFORM 700-PRINT-FINDING
           END-IF
       .
      *
      * LIVE HISTORY FIRST, THEN THE ARCHIVE - THE TRANSCRIPT SIDE
      * READS BOTH, SO AN ORPHAN IN EITHER ONE MATTERS.
       600-CHECK-HISTORY.

           OPEN INPUT GPA-HISTORY-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ GPA-HISTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO IA-HISTORY-READ
                       MOVE 'L5GPAHST.TXT' TO AD-FILE
                       MOVE HI-STUDENT-ID TO MR-STUDENT-ID
                       PERFORM 610-CHECK-HISTORY-ID
               END-READ
           END-PERFORM

           CLOSE GPA-HISTORY-FILE
           MOVE SPACE TO EOF-FLAG

           OPEN INPUT GPA-ARCHIVE-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ GPA-ARCHIVE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO IA-ARCHIVE-READ
                       MOVE 'L5GPAARC.TXT' TO AD-FILE
                       MOVE HA-STUDENT-ID TO MR-STUDENT-ID
                       PERFORM 610-CHECK-HISTORY-ID
               END-READ
           END-PERFORM

           CLOSE GPA-ARCHIVE-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
      * CALLER HAS MOVED THE ID TO MR-STUDENT-ID AND THE FILE NAME
      * TO AD-FILE.  AN ID ALREADY LISTED IS SKIPPED BEFORE THE
      * MASTER IS EVEN READ.
       610-CHECK-HISTORY-ID.

           MOVE 'N' TO MI-FOUND-FLAG
           PERFORM VARYING MI-SUB FROM 1 BY 1
               UNTIL MI-SUB > MI-ENTRY-COUNT
                  OR ID-ALREADY-LISTED
               IF MR-STUDENT-ID = MI-STUDENT-ID(MI-SUB)
                   MOVE 'Y' TO MI-FOUND-FLAG
               END-IF
           END-PERFORM

           IF NOT ID-ALREADY-LISTED
               MOVE SPACES TO FW-KEY
               MOVE MR-STUDENT-ID TO FW-KEY-ID
               PERFORM 650-READ-MASTER
               IF NOT MASTER-ID-FOUND
                   MOVE 'W' TO FW-SEVERITY
                   MOVE 'HISTORY STUDENT NOT ON MASTER'
                       TO AD-FINDING
                   PERFORM 700-PRINT-FINDING
                   IF MI-ENTRY-COUNT < 1000
                       ADD 1 TO MI-ENTRY-COUNT
                       MOVE FW-KEY-ID
                           TO MI-STUDENT-ID(MI-ENTRY-COUNT)
                   ELSE
                       ADD 1 TO MI-DROPPED-COUNT
                   END-IF
               END-IF
           END-IF
       .
      *
      * CALLER HAS MOVED THE ID TO MR-STUDENT-ID.
       650-READ-MASTER.

           MOVE 'N' TO MT-FOUND-FLAG
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MT-FOUND-FLAG
           END-READ
       .
      *
       700-PRINT-FINDING.

           IF FINDING-IS-ERROR
               MOVE 'ERROR' TO AD-SEVERITY
               ADD 1 TO IA-ERROR-COUNT
           ELSE
               MOVE 'WARNING' TO AD-SEVERITY
               ADD 1 TO IA-WARNING-COUNT
           END-IF
           MOVE FW-KEY TO AD-KEY
           WRITE AUDIT-REPORT-LINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .
      *
       800-FINAL-ROUTINE.

      * A CLASSREF TABLE THAT OVERFLOWED LEFT CLASSES UNAUDITED
      * AND WOULD MAKE THEIR WEIGHT ROWS LOOK ORPHANED - THE AUDIT
      * CANNOT VOUCH FOR THE FILES, SO IT FAILS.
           IF RF-DROPPED-COUNT > ZERO
               ADD 1 TO IA-ERROR-COUNT
               MOVE RF-DROPPED-COUNT TO RL-DROPPED
               WRITE AUDIT-REPORT-LINE FROM CLASSREF-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF MI-DROPPED-COUNT > ZERO
               MOVE MI-DROPPED-COUNT TO ML-DROPPED
               WRITE AUDIT-REPORT-LINE FROM MISSING-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF IA-ERROR-COUNT = ZERO
               AND IA-WARNING-COUNT = ZERO
               WRITE AUDIT-REPORT-LINE FROM NO-FINDINGS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE 2 TO TOTAL-SPACING
           MOVE 'CLASSREF ROWS READ:' TO TL-LABEL
           MOVE IA-CLASSREF-READ TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 1 TO TOTAL-SPACING
           MOVE 'WEIGHT ROWS READ:' TO TL-LABEL
           MOVE IA-WEIGHTS-READ TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'OPEN INCOMPLETES READ:' TO TL-LABEL
           MOVE IA-INCOMPLETES-READ TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'HISTORY ROWS READ:' TO TL-LABEL
           MOVE IA-HISTORY-READ TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ARCHIVE ROWS READ:' TO TL-LABEL
           MOVE IA-ARCHIVE-READ TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 2 TO TOTAL-SPACING
           MOVE 'ERROR FINDINGS:' TO TL-LABEL
           MOVE IA-ERROR-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 1 TO TOTAL-SPACING
           MOVE 'WARNING FINDINGS:' TO TL-LABEL
           MOVE IA-WARNING-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           IF IA-ERROR-COUNT > ZERO
               MOVE 'FAIL' TO AR-RESULT
           ELSE
               MOVE 'PASS' TO AR-RESULT
           END-IF
           WRITE AUDIT-REPORT-LINE FROM AUDIT-RESULT-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 840-WRITE-RUN-LOG

           CLOSE STUDENT-MASTER-FILE
                 AUDIT-REPORT-FILE

            STOP RUN
            .
      *
       810-PRINT-TOTAL-LINE.
           WRITE AUDIT-REPORT-LINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING TOTAL-SPACING
           .
      *
       840-WRITE-RUN-LOG.

           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-CURRENT-DATE TO LG-RUN-DATE
      * GROUP MOVE KEEPS THE LEFTMOST HHMMSS AND DROPS THE
      * HUNDREDTHS BYTE PAIR.
           MOVE WS-CURRENT-TIME TO LG-RUN-TIME
           MOVE IA-ERROR-COUNT TO LG-ERROR-COUNT
           MOVE IA-WARNING-COUNT TO LG-WARNING-COUNT
           IF IA-ERROR-COUNT > ZERO
               MOVE 'F' TO LG-OUTCOME
           ELSE
               MOVE 'P' TO LG-OUTCOME
           END-IF
           MOVE 'I' TO LG-RECORD-TYPE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
