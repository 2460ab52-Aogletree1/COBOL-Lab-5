               ASSIGN TO "L5GPASUP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * ONE-RECORD CONTROL FILE HOLDING THE LAST REGISTRAR
      * TRANSMISSION SEQUENCE NUMBER ISSUED - READ AND REWRITTEN BY
      * A FRESH RUN, READ ONLY BY A RESTART SO THE FILES IT FINISHES
      * KEEP THE SEQUENCE NUMBER THE FAILED RUN PUT IN THEIR HEADERS.
           SELECT OPTIONAL TRANSMIT-SEQUENCE-FILE
               ASSIGN TO "L5GPASEQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * COMMA-DELIMITED EXPORTS FOR SPREADSHEET ANALYSIS - SAME
      * OPTIONAL/EXTEND TREATMENT AS THE OTHER OUTPUTS ON RESTART.
           SELECT OPTIONAL DETAIL-EXPORT-FILE
      *
           SELECT SORT-WORK-FILE
               ASSIGN TO "L5SORT.TMP".
      *
      * CLASS ENROLLMENT ROSTER MAINTAINED BY ENRMAINT - OPTIONAL SO
      * A SITE THAT HAS NOT BUILT ONE YET RUNS EXACTLY AS BEFORE.
           SELECT OPTIONAL ENROLL-FILE
               ASSIGN TO "ENROLL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * ENROLLED-BUT-NO-GRADE LISTING - BUILT WHOLE FROM THE FULL
      * SORT-INPUT PASS, SO A RESTART SIMPLY REWRITES IT.
           SELECT OPTIONAL MISSING-GRADE-FILE
               ASSIGN TO PRINTER "L5NOGRD.TXT".
      *
           SELECT ROSTER-SORT-FILE
               ASSIGN TO "L5RSORT.TMP".
      *
      * EDITED ATTENDANCE FROM ATTNEDIT - OPTIONAL LIKE THE ROSTER,
      * SO A SITE WITHOUT ONE PRINTS NO ATTENDANCE AND RAISES NO
      * ATTENDANCE ALERTS.
           SELECT OPTIONAL ATTENDANCE-FILE
               ASSIGN TO "ATTEND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * APPROVED GRADE CURVES, ONE PER CLASS - OPTIONAL, SO A SITE
      * WITHOUT ONE GRADES EVERY CLASS ON ITS RAW AVERAGE.
           SELECT OPTIONAL CURVE-CONTROL-FILE
               ASSIGN TO "CURVES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL CURVE-REPORT-FILE
               ASSIGN TO PRINTER "L5CURVE.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      * TRANSACTION WHOSE OLD SCORE IS THE MARKER.
              10 CODE-GRADE-IN               PIC 9(3).
                 88 SLOT-IS-INCOMPLETE               VALUE 999.
      *
      * ENROLLED STUDENTS WITH NO GRADE RECORD, RE-SORTED INTO
      * INSTRUCTOR / CLASS / ID ORDER FOR THE MISSING-GRADE LISTING.
       SD  ROSTER-SORT-FILE.
      *
       01  ROSTER-SORT-RECORD.
           05  NG-INSTRUCTOR                   PIC X(20).
           05  NG-CLASS-CODE                   PIC X(5).
           05  NG-TITLE                        PIC X(25).
           05  NG-STUDENT-ID                   PIC X(9).
           05  NG-ENROLL-DATE                  PIC 9(8).
      *
       FD  STUDENT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           05  GE-NAME                      PIC X(20).
           05  GE-AVG                       PIC 999.
           05  GE-GRADE                     PIC X.
      * 'C' WHEN THE AVERAGE AND GRADE WERE RAISED BY A CURVE.
           05  GE-CURVE-FLAG                PIC X.
           05  FILLER                       PIC X(1).
      *
      * HEADER AND TRAILER ROWS FRAMING EACH TRANSMISSION TO THE
      * REGISTRAR, IDENTIFIED BY 'HEADR' OR 'TRLR ' IN THE CLASS-CODE
      * POSITION THE SAME WAY THE GRADE FILE MARKS ITS TRAILER.  THE
      * TRAILER COUNT IS DETAIL ROWS ONLY AND THE HASH TOTAL IS THE
      * SUM OF GE-AVG OVER THOSE ROWS.
       01  GPA-HEADER-RECORD.
           05  GH-RECORD-ID                 PIC X(5).
           05  GH-TERM-ID                   PIC X(6).
           05  GH-RUN-DATE                  PIC 9(8).
           05  GH-RUN-TIME                  PIC 9(6).
           05  GH-SEQUENCE                  PIC 9(6).
           05  GH-FILE-TYPE                 PIC X.
           05  FILLER                       PIC X(8).
      *
       01  GPA-TRAILER-RECORD.
           05  GT-RECORD-ID                 PIC X(5).
           05  GT-SEQUENCE                  PIC 9(6).
           05  GT-RECORD-COUNT              PIC 9(7).
           05  GT-HASH-TOTAL                PIC 9(11).
           05  FILLER                       PIC X(11).
      *
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.
           05  PA-RESTART-FLAG              PIC X.
           05  PA-TERM-ID                   PIC X(6).
           05  PA-TREND-DROP                PIC 9(3).
           05  FILLER                       PIC X(18).
           05  PA-ATTEND-THRESHOLD          PIC 9(3).
           05  FILLER                       PIC X(3).
      *
       FD  WEIGHT-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS.
           05  SU-AVG                       PIC 999.
           05  SU-GRADE                     PIC X.
           05  SU-ACTION                    PIC X.
           05  SU-CURVE-FLAG                PIC X.
      *
      * SAME HEADER AND TRAILER LAYOUT AS THE MAIN EXTRACT - THE
      * SUPPLEMENT IS A SEPARATE TRANSMISSION WITH ITS OWN SEQUENCE
      * NUMBER, FRAMED ONLY ON CORRECTION RUNS.
       01  SUPPLEMENT-HEADER-RECORD.
           05  UH-RECORD-ID                 PIC X(5).
           05  UH-TERM-ID                   PIC X(6).
           05  UH-RUN-DATE                  PIC 9(8).
           05  UH-RUN-TIME                  PIC 9(6).
           05  UH-SEQUENCE                  PIC 9(6).
           05  UH-FILE-TYPE                 PIC X.
           05  FILLER                       PIC X(8).
      *
       01  SUPPLEMENT-TRAILER-RECORD.
           05  UT-RECORD-ID                 PIC X(5).
           05  UT-SEQUENCE                  PIC 9(6).
           05  UT-RECORD-COUNT              PIC 9(7).
           05  UT-HASH-TOTAL                PIC 9(11).
           05  FILLER                       PIC X(11).
      *
       FD  TRANSMIT-SEQUENCE-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  TRANSMIT-SEQUENCE-RECORD.
           05  TQ-LAST-SEQUENCE             PIC 9(6).
           05  TQ-GPA-SEQUENCE              PIC 9(6).
           05  TQ-SUP-SEQUENCE              PIC 9(6).
           05  TQ-TERM-ID                   PIC X(6).
           05  TQ-RUN-DATE                  PIC 9(8).
           05  TQ-RUN-TIME                  PIC 9(6).
           05  FILLER                       PIC X(2).
      *
      * ONE-RECORD CHECKPOINT, REWRITTEN WHOLE BY
      * 635-WRITE-CHECKPOINT AFTER EVERY CLASS SUBTOTAL - THE LAST
           05  CK-COUNT-C                   PIC 9(3).
           05  CK-COUNT-D                   PIC 9(3).
           05  CK-COUNT-F                   PIC 9(3).
           05  CK-GPA-COUNT                 PIC 9(7).
           05  CK-GPA-HASH                  PIC 9(11).
           05  CK-SUP-COUNT                 PIC 9(7).
           05  CK-SUP-HASH                  PIC 9(11).
           05  FILLER                       PIC X(13).
      *
      * ONE RECORD PER RUN, APPENDED AT END OF JOB - THE PERMANENT
      * AUDIT TRAIL BEHIND THE L5BALRPT.TXT BALANCING REPORT.
           05  LG-ALERT-WRITES              PIC 9(5).
           05  LG-GPA-WRITES                PIC 9(5).
           05  LG-OUTCOME                   PIC X.
      * BLANK ON A GRADE-RUN RECORD - L5INTEG MARKS ITS AUDIT
      * RECORDS 'I' SO L5OPSRPT CAN TELL THE TWO APART.
           05  LG-RECORD-TYPE               PIC X.
           05  FILLER                       PIC X(9).
      *
       FD  BALANCING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  HI-AVG                       PIC 999.
           05  HI-GRADE                     PIC X.
           05  FILLER                       PIC X(6).
      *
      * A DROP DATE OF ZEROS MEANS THE STUDENT IS STILL ENROLLED.
       FD  ENROLL-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  ENROLL-RECORD.
           05  EN-CLASS-CODE                PIC X(5).
           05  EN-STUDENT-ID                PIC X(9).
           05  EN-ENROLL-DATE               PIC 9(8).
           05  EN-DROP-DATE                 PIC 9(8).
           05  FILLER                       PIC X(10).
      *
       FD  MISSING-GRADE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  MISSING-GRADE-LINE               PIC X(80).
      *
       FD  ATTENDANCE-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  ATTENDANCE-RECORD.
           05  AT-CLASS-CODE                PIC X(5).
           05  AT-STUDENT-ID                PIC X(9).
           05  AT-SESSIONS-HELD             PIC 9(3).
           05  AT-SESSIONS-ATTENDED         PIC 9(3).
           05  FILLER                       PIC X(10).
      *
       FD  CURVE-CONTROL-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
      * CV-METHOD 'P' ADDS CV-AMOUNT FLAT POINTS, 'T' SCALES THE TOP
      * AVERAGE IN THE CLASS UP TO 100 (CV-AMOUNT UNUSED), 'M' RAISES
      * THE CLASS MEAN TO CV-AMOUNT.  CV-APPROVAL-DATE IS YYYYMMDD.
       01  CURVE-CONTROL-RECORD.
           05  CV-CLASS-CODE                PIC X(5).
           05  CV-METHOD                    PIC X.
           05  CV-AMOUNT                    PIC X(3).
           05  CV-APPROVAL-DATE             PIC X(8).
           05  FILLER                       PIC X(13).
      *
       FD  CURVE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CURVE-REPORT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           05  PD-SUB                       PIC 9(4)    VALUE 1.
           05  PD-ROW-OK-FLAG               PIC X       VALUE 'N'.
               88 PENDING-ROW-STORED                    VALUE 'Y'.
           05  RO-SUB                       PIC 9(4)    VALUE 1.
           05  RO-FOUND-FLAG                PIC X       VALUE 'N'.
               88 STUDENT-ENROLLED                      VALUE 'Y'.
           05  AE-SUB                       PIC 9(4)    VALUE 1.
           05  AE-FOUND-SUB                 PIC 9(4)    VALUE ZERO.
           05  CU-SUB                       PIC 99      VALUE 1.
           05  CU-FOUND-SUB                 PIC 99      VALUE ZERO.
      *
      * CLASS REFERENCE TABLE - LOADED FROM CLASSREF.TXT BY
      * 250-LOAD-CLASS-REF.  A GRADE RECORD WHOSE CLASS CODE IS NOT
                   88  INC-RESOLVED                    VALUE 'R'.
               10  IC-NEW-SCORE             PIC 9(3).
      *
      * ENROLLMENT ROSTER - LOADED FROM ENROLL.TXT BY
      * 275-LOAD-ROSTER, ACTIVE ENROLLMENTS ONLY (A ROW DROPPED ON
      * OR BEFORE THE RUN DATE IS LEFT OUT).  A GRADE RECORD WITH
      * NO ENTRY HERE GOES TO THE EXCEPTION REPORT; AN ENTRY NO
      * GRADE RECORD EVER MARKED LANDS ON THE L5NOGRD LISTING.  AN
      * EMPTY TABLE TURNS BOTH CHECKS OFF.
       01  ROSTER-TABLE.
           05  RO-ENTRY-COUNT               PIC S9(4)   VALUE +0.
           05  RO-DROPPED-COUNT             PIC S9(4)   VALUE +0.
           05  RO-ENTRY            OCCURS 3000 TIMES.
               10  RO-CLASS-CODE            PIC X(5).
               10  RO-STUDENT-ID            PIC X(9).
               10  RO-ENROLL-DATE           PIC 9(8).
               10  RO-GRADED-FLAG           PIC X.
                   88  RO-HAS-GRADE                    VALUE 'Y'.
      *
      * ATTENDANCE TABLE - LOADED FROM ATTEND.TXT BY
      * 277-LOAD-ATTENDANCE, ONE ENTRY PER (CLASS, STUDENT).  A
      * STUDENT WITH NO ENTRY PRINTS A BLANK ATTENDANCE COLUMN AND
      * IS NEVER ALERTED FOR ATTENDANCE.
       01  ATTENDANCE-TABLE.
           05  AE-ENTRY-COUNT               PIC S9(4)   VALUE +0.
           05  AE-DROPPED-COUNT             PIC S9(4)   VALUE +0.
           05  AE-ALERT-COUNT               PIC S9(5)   VALUE +0.
           05  AE-ENTRY            OCCURS 3000 TIMES.
               10  AE-CLASS-CODE            PIC X(5).
               10  AE-STUDENT-ID            PIC X(9).
               10  AE-SESSIONS-HELD         PIC 9(3).
               10  AE-SESSIONS-ATTENDED     PIC 9(3).
      *
      * CURVE CONTROLS FROM 279-LOAD-CURVES.  A ROW THAT FAILS ITS
      * EDITS STAYS IN THE TABLE WITH ITS REASON SO THE CURVE REPORT
      * SHOWS WHY IT WAS NOT APPLIED.  THE RAW TOP AVERAGE AND THE
      * AVERAGE TOTAL ARE GATHERED IN THE SORT INPUT, SO THE WHOLE
      * CLASS IS KNOWN BEFORE ITS FIRST STUDENT IS CURVED.
       01  CURVE-TABLE.
           05  CU-ENTRY-COUNT               PIC S99     VALUE +0.
           05  CU-DROPPED-COUNT             PIC S99     VALUE +0.
           05  CU-CLASSES-CURVED            PIC S99     VALUE +0.
           05  CU-STUDENTS-CURVED           PIC S9(5)   VALUE +0.
           05  CU-GRADES-CHANGED            PIC S9(5)   VALUE +0.
      * METHOD CODE HANDED TO 375-CURVE-METHOD-NAME.
           05  CU-METHOD-CODE               PIC X       VALUE SPACE.
           05  CU-ENTRY            OCCURS 50 TIMES.
               10  CU-CLASS-CODE            PIC X(5).
               10  CU-METHOD                PIC X.
               10  CU-AMOUNT                PIC 9(3).
               10  CU-APPROVAL-DATE         PIC X(8).
               10  CU-REASON                PIC X(30).
               10  CU-STATUS                PIC X.
                   88  CU-CURVE-APPROVED               VALUE 'Y'.
               10  CU-TOP-AVG               PIC S9(3).
               10  CU-AVG-TOTAL             PIC S9(7).
               10  CU-STUDENT-COUNT         PIC S9(5).
      *
      * CONTROL-BREAK FIELDS FOR THE MISSING-GRADE LISTING.
       01  MISSING-GRADE-FIELDS.
           05  NG-EOF-FLAG                  PIC X       VALUE ' '.
               88  NO-MORE-MISSING                      VALUE 'N'.
           05  NG-FIRST-FLAG                PIC X       VALUE 'Y'.
               88  FIRST-MISSING                        VALUE 'Y'.
           05  NG-PREV-INSTRUCTOR           PIC X(20)   VALUE SPACES.
           05  NG-PREV-CLASS                PIC X(5)    VALUE SPACES.
           05  NG-CLASS-COUNT               PIC S9(4)   VALUE +0.
           05  NG-INSTR-COUNT               PIC S9(4)   VALUE +0.
           05  NG-TOTAL-COUNT               PIC S9(5)   VALUE +0.
           05  NG-DATE-SPLIT.
               10  NG-SPLIT-YEAR            PIC 9999.
               10  NG-SPLIT-MONTH           PIC 99.
               10  NG-SPLIT-DAY             PIC 99.
      *
      * PER-RUN TALLY OF WHAT EACH STATUS RULE TOUCHED, FOR THE
      * STATUS-IMPACT SUMMARY AT THE END OF THE RUN.
       01  STATUS-IMPACT-FIELDS.
               88  RUN-WAS-NORMAL                      VALUE 'N'.
               88  RUN-WAS-ABNORMAL                    VALUE 'A'.
      *
      * REGISTRAR TRANSMISSION CONTROLS - SEQUENCE NUMBERS FROM
      * 295-SET-TRANSMIT-SEQUENCE AND THE DETAIL-ROW COUNT AND HASH
      * TOTAL OF EACH FILE, ACCUMULATED AS 634 WRITES THE ROWS AND
      * CARRIED ON THE CHECKPOINT SO A RESTART'S TRAILER COVERS THE
      * ROWS THE FAILED RUN WROTE AS WELL AS ITS OWN.
       01  TRANSMIT-CONTROLS.
           05  TX-GPA-SEQUENCE              PIC 9(6)   VALUE ZERO.
           05  TX-SUP-SEQUENCE              PIC 9(6)   VALUE ZERO.
           05  TX-GPA-COUNT                 PIC 9(7)   VALUE ZERO.
           05  TX-GPA-HASH                  PIC 9(11)  VALUE ZERO.
           05  TX-SUP-COUNT                 PIC 9(7)   VALUE ZERO.
           05  TX-SUP-HASH                  PIC 9(11)  VALUE ZERO.
      *
      * GRADING POLICY AND RUN OPTIONS - DEFAULTS BELOW ARE THE
      * HISTORICAL HARD-CODED VALUES AND STAY IN EFFECT WHEN THE
      * PARAMETER CARD IS MISSING A RECORD OR FAILS VALIDATION;
               88  RESTART-RUN                         VALUE 'Y'.
           05  PC-TERM-ID                   PIC X(6)   VALUE 'UNKNWN'.
           05  PC-TREND-DROP                PIC 9(3)   VALUE 10.
           05  PC-ATTEND-THRESHOLD          PIC 9(3)   VALUE 75.
           05  PC-CARD-STATUS               PIC X      VALUE ' '.
               88  PARM-CARD-VALID                     VALUE 'V'.
               88  PARM-CARD-INVALID                   VALUE 'I'.
      * OF THE HONOR ROLL UNTIL THE MAKE-UP COMES IN.
           05  DF-PROVISIONAL-FLAG          PIC X       VALUE 'N'.
               88  AVERAGE-PROVISIONAL                  VALUE 'Y'.
      * ATTENDANCE PERCENT FROM 612-FIND-ATTENDANCE - ONLY MEANINGFUL
      * WHEN ATTENDANCE-ON-FILE IS SET.
           05  DF-ATTEND-PCT                PIC S9(3)   VALUE +0.
           05  DF-ATTEND-FLAG               PIC X       VALUE 'N'.
               88  ATTENDANCE-ON-FILE                   VALUE 'Y'.
           05  DF-ATTEND-LOW-FLAG           PIC X       VALUE 'N'.
               88  ATTENDANCE-LOW                       VALUE 'Y'.
      * RAW AVERAGE AND GRADE BEFORE ANY CURVE - FROM 614 ON DF-AVG
      * CARRIES THE CURVED FIGURE, SO THE GRADE, CLASS FIGURES AND
      * REGISTRAR FEEDS SEE THE CURVE WHILE THE REGRADE DELTA STAYS
      * RAW TO RAW.
           05  DF-RAW-AVG                   PIC S9(3)   VALUE +0.
           05  DF-RAW-GRADE                 PIC X       VALUE SPACE.
           05  DF-CURVE-AVG                 PIC S9(4)   VALUE +0.
           05  DF-CURVE-MEAN                PIC S9(3)   VALUE +0.
           05  DF-CURVE-FLAG                PIC X       VALUE 'N'.
               88  AVERAGE-CURVED                       VALUE 'Y'.
           
          
          
           05  CL-COUNT-C                   PIC S999    VALUE +0.
           05  CL-COUNT-D                   PIC S999    VALUE +0.
           05  CL-COUNT-F                   PIC S999    VALUE +0.
      * SESSIONS HELD AND ATTENDED FOR THE CLASS SUBTOTAL, OVER THE
      * STUDENTS WITH AN ATTENDANCE ENTRY (WITHDRAWALS LEFT OUT).
           05  CL-ATTEND-HELD               PIC S9(5)   VALUE +0.
           05  CL-ATTEND-ATTENDED           PIC S9(5)   VALUE +0.
           05  CL-ATTEND-PCT                PIC S9(3)   VALUE +0.
      * RAW (UNCURVED) AVERAGE TOTAL AND DISTRIBUTION FOR THE CURVE
      * REPORT'S CLASS SUMMARY - ONLY KEPT FOR A CURVED CLASS.
           05  CL-RAW-AVG-TOTAL             PIC S9(7)   VALUE +0.
           05  CL-RAW-AVERAGE               PIC S9(3)   VALUE +0.
           05  CL-RAW-COUNT-A               PIC S999    VALUE +0.
           05  CL-RAW-COUNT-B               PIC S999    VALUE +0.
           05  CL-RAW-COUNT-C               PIC S999    VALUE +0.
           05  CL-RAW-COUNT-D               PIC S999    VALUE +0.
           05  CL-RAW-COUNT-F               PIC S999    VALUE +0.
      *
      * EXTRACT/HISTORY/CSV/SUPPLEMENT ROWS FOR THE CLASS NOW IN
      * PROGRESS, HELD HERE AND ONLY WRITTEN BY 634-FLUSH-CLASS-ROWS
           05  HP-LINE-COUNT                PIC S999    VALUE +0.
           05  AP-LINE-COUNT                PIC S999    VALUE +0.
           05  DP-LINE-COUNT                PIC S999    VALUE +0.
           05  CP-LINE-COUNT                PIC S999    VALUE +0.
           05  XP-LINE-COUNT                PIC S9(4)   VALUE +0.
           05  SP-DROPPED-COUNT             PIC S9(4)   VALUE +0.
           05  HP-LINE             OCCURS 200 TIMES PIC X(80).
           05  AP-LINE             OCCURS 200 TIMES PIC X(80).
           05  DP-LINE             OCCURS 200 TIMES PIC X(80).
           05  CP-LINE             OCCURS 200 TIMES PIC X(80).
           05  XP-LINE             OCCURS 1800 TIMES PIC X(80).
      *
      * WORK FIELDS FOR BUILDING THE DELIMITED EXPORT ROWS - THE
           05                              PIC X(7)  VALUE 'AVERAGE'.
           05                              PIC X(4)  VALUE SPACE.
           05                              PIC X(7)  VALUE 'GRADE'.
           05                              PIC X(6)  VALUE 'NOTE'.
           05                              PIC X(4)  VALUE 'ATT%'.
      *
       01  DETAIL-LINE.
           05                              PIC X(2)   VALUE SPACE.
              10 FILLER PIC X(1) VALUE SPACES.

           05  DL-STUDENT-AVERAGE          PIC Z99.
      * 'C' BESIDE AN AVERAGE A CURVE RAISED - COLUMN 76, CLEAR OF
      * THE AVERAGE COLUMNS L5BURST AND L5INQUIR READ.
           05                              PIC X(1)    VALUE SPACE.
           05  DL-CURVE-MARK               PIC X(1)    VALUE SPACE.
           05                              PIC X(7)    VALUE SPACE.
           05  DL-GRADE                    PIC X.
      * NOTE COLUMN - 'PROV' FOR A PROVISIONAL AVERAGE WITH AN
      * OPEN INCOMPLETE; ADDED AFTER THE GRADE SO THE COLUMNS THE
      * DOWNSTREAM READERS PARSE NEVER MOVE.
           05                              PIC X(2)    VALUE SPACE.
           05  DL-NOTE                     PIC X(5)    VALUE SPACE.
      * ATTENDANCE PERCENT - BLANK WHEN THE STUDENT HAS NO ROW ON
      * THE ATTENDANCE FILE.
           05                              PIC X(4)    VALUE SPACE.
           05  DL-ATTEND-AREA.
               10  DL-ATTEND-PCT           PIC ZZ9.
               10  DL-ATTEND-SIGN          PIC X.
      *
       01  EXCEPTION-HEADING-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(21)  VALUE 'NAME'.
           05                   PIC X(6)   VALUE 'CLASS '.
           05                   PIC X(10)  VALUE 'AVERAGE'.
           05                   PIC X(9)   VALUE 'ID'.
           05                   PIC X(6)   VALUE 'REASON'.
      *
       01  AA-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  AA-AVERAGE       PIC ZZ9.
           05                   PIC X(6)   VALUE SPACE.
           05  AA-STUDENT-ID    PIC X(9).
      * BLANK FOR A LOW-AVERAGE ALERT; SET FOR AN ATTENDANCE ALERT.
           05  AA-REASON        PIC X(32).
      *
       01  ATTEND-REASON-TEXT.
           05                   PIC X(11)  VALUE 'ATTENDANCE '.
           05  AR-PCT           PIC ZZ9.
           05                   PIC X(5)   VALUE '% OF '.
           05  AR-HELD          PIC ZZ9.
           05                   PIC X(9)   VALUE ' SESSIONS'.
      *
       01  REGRADE-HEADING-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  RD-AFTER-AVG     PIC ZZ9.
           05                   PIC X(3)   VALUE SPACE.
           05  RD-AFTER-GRADE   PIC X.
      *
       01  CURVE-HEADING-LINE.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  CX-DATE.
               10  CX-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  CX-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  CX-YEAR      PIC 9999.
           05                   PIC X(8)   VALUE SPACE.
           05                   PIC X(22)  VALUE
                   'GRADE CURVE REPORT'.
           05                   PIC X(6)   VALUE 'TERM: '.
           05  CX-TERM          PIC X(6).
      *
       01  CURVE-CONTROL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(7)   VALUE 'CLASS'.
           05                   PIC X(12)  VALUE 'METHOD'.
           05                   PIC X(5)   VALUE 'AMT'.
           05                   PIC X(10)  VALUE 'APPROVED'.
           05                   PIC X(6)   VALUE 'STATUS'.
      *
       01  CURVE-CONTROL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  CC-CLASS-CODE    PIC X(5).
           05                   PIC X(2)   VALUE SPACE.
           05  CC-METHOD        PIC X(12).
      * BLANKED FOR A TOP-SCALED CURVE, WHICH TAKES NO AMOUNT.
           05  CC-AMOUNT-AREA.
               10  CC-AMOUNT    PIC ZZ9.
           05                   PIC X(2)   VALUE SPACE.
           05  CC-APPROVAL-DATE PIC X(8).
           05                   PIC X(2)   VALUE SPACE.
           05  CC-STATUS        PIC X(30).
      *
       01  NO-CURVES-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(26)  VALUE
                   'NO CURVE CONTROLS ON FILE'.
      *
       01  CURVE-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(7)   VALUE 'CLASS '.
           05                   PIC X(11)  VALUE 'ID'.
           05                   PIC X(21)  VALUE 'NAME'.
           05                   PIC X(10)  VALUE 'RAW GR'.
           05                   PIC X(12)  VALUE 'CURVED GR'.
           05                   PIC X(4)   VALUE 'NOTE'.
      *
       01  CW-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  CW-CLASS-CODE    PIC X(5).
           05                   PIC X(2)   VALUE SPACE.
           05  CW-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  CW-NAME          PIC X(20).
           05                   PIC X(1)   VALUE SPACE.
           05  CW-RAW-AVG       PIC ZZ9.
           05                   PIC X(2)   VALUE SPACE.
           05  CW-RAW-GRADE     PIC X.
           05                   PIC X(5)   VALUE SPACE.
           05  CW-CURVED-AVG    PIC ZZ9.
           05                   PIC X(2)   VALUE SPACE.
           05  CW-CURVED-GRADE  PIC X.
           05                   PIC X(4)   VALUE SPACE.
           05  CW-NOTE          PIC X(14).
      *
       01  CURVE-CLASS-LINE.
           05                   PIC X(4)   VALUE SPACE.
           05                   PIC X(6)   VALUE 'CLASS '.
           05  CS-CLASS-CODE    PIC X(5).
           05                   PIC X(2)   VALUE SPACE.
           05  CS-METHOD        PIC X(12).
           05                   PIC X(9)   VALUE 'RAW AVG: '.
           05  CS-RAW-AVG       PIC ZZ9.
           05                   PIC X(3)   VALUE SPACE.
           05                   PIC X(12)  VALUE 'CURVED AVG: '.
           05  CS-CURVED-AVG    PIC ZZ9.
      *
       01  CURVE-DIST-LINE.
           05                   PIC X(6)   VALUE SPACE.
           05  CG-LABEL         PIC X(8).
           05                   PIC X(3)   VALUE 'A: '.
           05  CG-A             PIC ZZ9.
           05                   PIC X(3)   VALUE SPACE.
           05                   PIC X(3)   VALUE 'B: '.
           05  CG-B             PIC ZZ9.
           05                   PIC X(3)   VALUE SPACE.
           05                   PIC X(3)   VALUE 'C: '.
           05  CG-C             PIC ZZ9.
           05                   PIC X(3)   VALUE SPACE.
           05                   PIC X(3)   VALUE 'D: '.
           05  CG-D             PIC ZZ9.
           05                   PIC X(3)   VALUE SPACE.
           05                   PIC X(3)   VALUE 'F: '.
           05  CG-F             PIC ZZ9.
      *
       01  CURVE-TOTAL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  CY-LABEL         PIC X(24).
           05  CY-COUNT         PIC ZZZZ9.
      *
       01  CLASS-HEADING-LINE.
           05                   PIC X(7)   VALUE SPACE.
           05                   PIC X(3)   VALUE SPACE.
           05                   PIC X(9)   VALUE 'AVERAGE: '.
           05  CT-AVERAGE       PIC ZZ9.
      * BLANKED WHEN NO STUDENT IN THE CLASS HAS ATTENDANCE.
           05  CT-ATTEND-AREA.
               10  CT-ATTEND-LABEL PIC X(15).
               10  CT-ATTENDED  PIC ZZZZ9.
               10  CT-SLASH     PIC X.
               10  CT-HELD      PIC ZZZZ9.
               10               PIC X(2).
               10  CT-ATTEND-PCT PIC ZZ9.
               10  CT-PCT-SIGN  PIC X.
      *
       01  STUDENT-TOTAL-LINE.
           05                              PIC X(25)   VALUE
           05  PL-RESTART       PIC X.
           05                   PIC X(8)   VALUE '  TERM: '.
           05  PL-TERM          PIC X(6).
           05                   PIC X(10)  VALUE '  ATTEND: '.
           05  PL-ATTEND        PIC ZZ9.
      *
       01  RESTART-NOTE-LINE.
           05                   PIC X(2)   VALUE SPACE.
                   '** WARNING - INCOMPLETE TABLE FULL,'.
           05  IF-DROPPED       PIC ZZZZ9.
           05                   PIC X(14)  VALUE ' UNTRACKED **'.
      *
       01  ROSTER-FULL-LINE.
           05                   PIC X(10)  VALUE SPACE.
           05                   PIC X(34)  VALUE
                   '** WARNING - ROSTER TABLE FULL,'.
           05  OL-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  CURVES-FULL-LINE.
           05                   PIC X(10)  VALUE SPACE.
           05                   PIC X(38)  VALUE
                   '** WARNING - CURVE TABLE FULL,'.
           05  UF-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  ATTENDANCE-FULL-LINE.
           05                   PIC X(10)  VALUE SPACE.
           05                   PIC X(38)  VALUE
                   '** WARNING - ATTENDANCE TABLE FULL,'.
           05  AF-DROPPED       PIC ZZZZ9.
           05                   PIC X(11)  VALUE ' DROPPED **'.
      *
       01  MISSING-HEADING-LINE.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  MH-DATE.
               10  MH-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  MH-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  MH-YEAR      PIC 9999.
           05                   PIC X(4)   VALUE SPACE.
           05                   PIC X(31)  VALUE
                   'ENROLLED STUDENTS WITH NO GRADE'.
      *
       01  MISSING-INSTRUCTOR-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(12)  VALUE 'INSTRUCTOR: '.
           05  MI-INSTRUCTOR    PIC X(20).
      *
       01  MISSING-CLASS-LINE.
           05                   PIC X(5)   VALUE SPACE.
           05                   PIC X(7)   VALUE 'CLASS: '.
           05  MC-CLASS-CODE    PIC X(5).
           05                   PIC X(2)   VALUE SPACE.
           05  MC-TITLE         PIC X(25).
      *
       01  MISSING-COL-HEADING.
           05                   PIC X(8)   VALUE SPACE.
           05                   PIC X(11)  VALUE 'ID'.
           05                   PIC X(21)  VALUE 'NAME'.
           05                   PIC X(8)   VALUE 'ENROLLED'.
      *
       01  MISSING-DETAIL-LINE.
           05                   PIC X(8)   VALUE SPACE.
           05  MG-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  MG-NAME          PIC X(20).
           05                   PIC X(1)   VALUE SPACE.
           05  MG-ENROLL-DATE.
               10  MG-ENROLL-YEAR  PIC 9999.
               10                  PIC X    VALUE '/'.
               10  MG-ENROLL-MONTH PIC 99.
               10                  PIC X    VALUE '/'.
               10  MG-ENROLL-DAY   PIC 99.
      *
       01  MISSING-COUNT-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  MT-LABEL         PIC X(30).
           05  MT-COUNT         PIC ZZZZ9.
      *
       01  COUNT-MISMATCH-LINE.
           05                   PIC X(10)  VALUE SPACE.
           PERFORM 210-READ-PARM-CARD
           MOVE PC-RUN-TITLE TO H1-TITLE

      * DATE AND TIME ARE TAKEN BEFORE THE OPENS BECAUSE THE
      * REGISTRAR TRANSMISSION HEADERS CARRY THEM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           IF RESTART-RUN
               PERFORM 280-READ-CHECKPOINT
               OPEN EXTEND STUDENT-REPORT-FILE
                    EXTEND GPA-SUPPLEMENT-FILE
                    EXTEND DETAIL-EXPORT-FILE
                    EXTEND CLASS-EXPORT-FILE
                    EXTEND CURVE-REPORT-FILE
           ELSE
               OPEN OUTPUT STUDENT-REPORT-FILE
                    OUTPUT EXCEPTION-REPORT-FILE
                    OUTPUT GPA-SUPPLEMENT-FILE
                    OUTPUT DETAIL-EXPORT-FILE
                    OUTPUT CLASS-EXPORT-FILE
                    OUTPUT CURVE-REPORT-FILE
               WRITE DETAIL-EXPORT-REC FROM DETAIL-EXPORT-HEADER
               WRITE CLASS-EXPORT-REC FROM CLASS-EXPORT-HEADER
      * A FRESH RUN INVALIDATES ANY CHECKPOINT LEFT ON DISK RIGHT

           OPEN EXTEND GPA-HISTORY-FILE

           PERFORM 295-SET-TRANSMIT-SEQUENCE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           PERFORM 250-LOAD-CLASS-REF
           PERFORM 260-LOAD-WEIGHT-TABLE
           PERFORM 265-LOAD-OPEN-INCOMPLETES
           PERFORM 275-LOAD-ROSTER
           PERFORM 277-LOAD-ATTENDANCE
           PERFORM 279-LOAD-CURVES

           IF CORRECTION-RUN
               PERFORM 270-LOAD-CORRECTIONS
               PERFORM 310-EXCEPTION-REPORT-HEADER
               PERFORM 320-HONOR-ROLL-HEADER
               PERFORM 330-ACADEMIC-ALERT-HEADER
               PERFORM 360-GPA-EXTRACT-HEADER
               PERFORM 370-CURVE-REPORT-HEADER
               IF CORRECTION-RUN
                   PERFORM 350-REGRADE-DELTA-HEADER
                   PERFORM 365-GPA-SUPPLEMENT-HEADER
               END-IF
           END-IF
       .
                   MOVE 'V' TO PC-CARD-STATUS
                   MOVE PA-TERM-ID TO PC-TERM-ID
                   MOVE PA-TREND-DROP TO PC-TREND-DROP
      * THE ATTENDANCE LINE CAME ONTO THE CARD LATER - A CARD WITH
      * THE COLUMNS LEFT BLANK STAYS VALID AND KEEPS THE DEFAULT.
                   IF PA-ATTEND-THRESHOLD NUMERIC
                       IF PA-ATTEND-THRESHOLD <= 100
                           MOVE PA-ATTEND-THRESHOLD
                               TO PC-ATTEND-THRESHOLD
                       END-IF
                   END-IF
                   IF PA-RUN-MODE = 'R'
                       MOVE 'R' TO PC-RUN-MODE
                   ELSE
           MOVE PC-RUN-MODE TO PL-MODE
           MOVE PC-RESTART-FLAG TO PL-RESTART
           MOVE PC-TERM-ID TO PL-TERM
           MOVE PC-ATTEND-THRESHOLD TO PL-ATTEND
           MOVE PARM-LINE-1 TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           WRITE REGRADE-DELTA-LINE FROM REGRADE-COL-HEADING
               AFTER ADVANCING 2 LINES
       .
      *
       360-GPA-EXTRACT-HEADER.

           MOVE SPACES TO GPA-HEADER-RECORD
           MOVE 'HEADR' TO GH-RECORD-ID
           MOVE PC-TERM-ID TO GH-TERM-ID
           MOVE WS-CURRENT-DATE TO GH-RUN-DATE
           MOVE WS-CURRENT-TIME TO GH-RUN-TIME
           MOVE TX-GPA-SEQUENCE TO GH-SEQUENCE
           MOVE 'G' TO GH-FILE-TYPE
           WRITE GPA-HEADER-RECORD
           ADD 1 TO AU-GPA-WRITES
       .
      *
       365-GPA-SUPPLEMENT-HEADER.

           MOVE SPACES TO SUPPLEMENT-HEADER-RECORD
           MOVE 'HEADR' TO UH-RECORD-ID
           MOVE PC-TERM-ID TO UH-TERM-ID
           MOVE WS-CURRENT-DATE TO UH-RUN-DATE
           MOVE WS-CURRENT-TIME TO UH-RUN-TIME
           MOVE TX-SUP-SEQUENCE TO UH-SEQUENCE
           MOVE 'S' TO UH-FILE-TYPE
           WRITE SUPPLEMENT-HEADER-RECORD
       .
      *
      * THE CURVE REPORT OPENS WITH EVERY CONTROL ROW AND WHETHER IT
      * WAS APPLIED, SO A REJECTED CURVE IS SEEN BEFORE THE GRADES
      * GO OUT ON THE RAW AVERAGE.
       370-CURVE-REPORT-HEADER.

           MOVE WS-MONTH TO CX-MONTH
           MOVE WS-DAY TO CX-DAY
           MOVE WS-YEAR TO CX-YEAR
           MOVE PC-TERM-ID TO CX-TERM
           WRITE CURVE-REPORT-LINE FROM CURVE-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE CURVE-REPORT-LINE FROM CURVE-CONTROL-HEADING
               AFTER ADVANCING 2 LINES

           IF CU-ENTRY-COUNT = ZERO
               WRITE CURVE-REPORT-LINE FROM NO-CURVES-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           PERFORM VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT
               MOVE CU-CLASS-CODE(CU-SUB) TO CC-CLASS-CODE
               MOVE CU-METHOD(CU-SUB) TO CU-METHOD-CODE
               PERFORM 375-CURVE-METHOD-NAME
               MOVE CS-METHOD TO CC-METHOD
               IF CU-METHOD(CU-SUB) = 'T'
                   MOVE SPACES TO CC-AMOUNT-AREA
               ELSE
                   MOVE CU-AMOUNT(CU-SUB) TO CC-AMOUNT
               END-IF
               MOVE CU-APPROVAL-DATE(CU-SUB) TO CC-APPROVAL-DATE
               MOVE CU-REASON(CU-SUB) TO CC-STATUS
               WRITE CURVE-REPORT-LINE FROM CURVE-CONTROL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           WRITE CURVE-REPORT-LINE FROM CURVE-COL-HEADING
               AFTER ADVANCING 2 LINES
       .
      *
      * CALLER PUTS THE METHOD CODE IN CU-METHOD-CODE; THE NAME
      * COMES BACK IN CS-METHOD FOR EITHER CURVE-REPORT LINE.
       375-CURVE-METHOD-NAME.

           EVALUATE CU-METHOD-CODE
               WHEN 'P'
                   MOVE 'FLAT POINTS' TO CS-METHOD
               WHEN 'T'
                   MOVE 'TOP TO 100' TO CS-METHOD
               WHEN 'M'
                   MOVE 'TARGET MEAN' TO CS-METHOD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO CS-METHOD
           END-EVALUATE
       .
      *
       250-LOAD-CLASS-REF.

           CLOSE CORRECTION-TRANS-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       275-LOAD-ROSTER.

           OPEN INPUT ENROLL-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ ENROLL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF EN-DROP-DATE = ZEROS
                           OR EN-DROP-DATE > WS-CURRENT-DATE
                           IF RO-ENTRY-COUNT < 3000
                               ADD 1 TO RO-ENTRY-COUNT
                               MOVE EN-CLASS-CODE
                                   TO RO-CLASS-CODE(RO-ENTRY-COUNT)
                               MOVE EN-STUDENT-ID
                                   TO RO-STUDENT-ID(RO-ENTRY-COUNT)
                               MOVE EN-ENROLL-DATE
                                   TO RO-ENROLL-DATE(RO-ENTRY-COUNT)
                               MOVE 'N'
                                   TO RO-GRADED-FLAG(RO-ENTRY-COUNT)
                           ELSE
                               ADD 1 TO RO-DROPPED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ENROLL-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       277-LOAD-ATTENDANCE.

           OPEN INPUT ATTENDANCE-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ ATTENDANCE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF AE-ENTRY-COUNT < 3000
                           ADD 1 TO AE-ENTRY-COUNT
                           MOVE AT-CLASS-CODE
                               TO AE-CLASS-CODE(AE-ENTRY-COUNT)
                           MOVE AT-STUDENT-ID
                               TO AE-STUDENT-ID(AE-ENTRY-COUNT)
                           MOVE AT-SESSIONS-HELD
                               TO AE-SESSIONS-HELD(AE-ENTRY-COUNT)
                           MOVE AT-SESSIONS-ATTENDED
                             TO AE-SESSIONS-ATTENDED(AE-ENTRY-COUNT)
                       ELSE
                           ADD 1 TO AE-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ATTENDANCE-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       279-LOAD-CURVES.

           OPEN INPUT CURVE-CONTROL-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ CURVE-CONTROL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF CU-ENTRY-COUNT < 50
                           ADD 1 TO CU-ENTRY-COUNT
                           PERFORM 278-EDIT-CURVE
                       ELSE
                           ADD 1 TO CU-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CURVE-CONTROL-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
      * A CURVE ONLY APPLIES WHEN IT NAMES A KNOWN CLASS, A KNOWN
      * METHOD, AN AMOUNT OF 1-100 WHERE THE METHOD TAKES ONE, AND
      * AN APPROVAL DATE NO LATER THAN TODAY.  THE FIRST ROW FOR A
      * CLASS WINS; A SECOND ONE IS LISTED AS A DUPLICATE.
       278-EDIT-CURVE.

           MOVE CV-CLASS-CODE TO CU-CLASS-CODE(CU-ENTRY-COUNT)
           MOVE CV-METHOD TO CU-METHOD(CU-ENTRY-COUNT)
           MOVE CV-APPROVAL-DATE TO CU-APPROVAL-DATE(CU-ENTRY-COUNT)
           MOVE 'N' TO CU-STATUS(CU-ENTRY-COUNT)
           MOVE ZERO TO CU-TOP-AVG(CU-ENTRY-COUNT)
           MOVE ZERO TO CU-AVG-TOTAL(CU-ENTRY-COUNT)
           MOVE ZERO TO CU-STUDENT-COUNT(CU-ENTRY-COUNT)
           IF CV-AMOUNT NUMERIC
               MOVE CV-AMOUNT TO CU-AMOUNT(CU-ENTRY-COUNT)
           ELSE
               MOVE ZERO TO CU-AMOUNT(CU-ENTRY-COUNT)
           END-IF

           MOVE 'N' TO RF-FOUND-FLAG
           PERFORM VARYING RF-SUB FROM 1 BY 1
               UNTIL RF-SUB > RF-ENTRY-COUNT
                  OR CLASS-CODE-FOUND
               IF CV-CLASS-CODE = RF-CLASS-CODE(RF-SUB)
                   MOVE 'Y' TO RF-FOUND-FLAG
               END-IF
           END-PERFORM

           MOVE ZERO TO CU-FOUND-SUB
           PERFORM VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB >= CU-ENTRY-COUNT
                  OR CU-FOUND-SUB > ZERO
               IF CV-CLASS-CODE = CU-CLASS-CODE(CU-SUB)
                   MOVE CU-SUB TO CU-FOUND-SUB
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT CLASS-CODE-FOUND
                   MOVE 'REJECTED - UNKNOWN CLASS'
                       TO CU-REASON(CU-ENTRY-COUNT)
               WHEN CU-FOUND-SUB > ZERO
                   MOVE 'REJECTED - DUPLICATE CLASS'
                       TO CU-REASON(CU-ENTRY-COUNT)
               WHEN CV-METHOD NOT = 'P' AND CV-METHOD NOT = 'T'
                   AND CV-METHOD NOT = 'M'
                   MOVE 'REJECTED - BAD METHOD'
                       TO CU-REASON(CU-ENTRY-COUNT)
               WHEN CV-METHOD NOT = 'T'
                   AND (CU-AMOUNT(CU-ENTRY-COUNT) = ZERO
                        OR CU-AMOUNT(CU-ENTRY-COUNT) > 100)
                   MOVE 'REJECTED - AMOUNT NOT 1-100'
                       TO CU-REASON(CU-ENTRY-COUNT)
               WHEN CV-APPROVAL-DATE NOT NUMERIC
                 OR CV-APPROVAL-DATE = '00000000'
                   MOVE 'REJECTED - NO APPROVAL DATE'
                       TO CU-REASON(CU-ENTRY-COUNT)
               WHEN CV-APPROVAL-DATE > WS-CURRENT-DATE
                   MOVE 'REJECTED - APPROVAL IN FUTURE'
                       TO CU-REASON(CU-ENTRY-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO CU-STATUS(CU-ENTRY-COUNT)
                   MOVE 'APPROVED' TO CU-REASON(CU-ENTRY-COUNT)
           END-EVALUATE
           MOVE ZERO TO CU-FOUND-SUB
       .
      *
       280-READ-CHECKPOINT.

                   MOVE CK-COUNT-C TO GS-COUNT-C
                   MOVE CK-COUNT-D TO GS-COUNT-D
                   MOVE CK-COUNT-F TO GS-COUNT-F
                   MOVE CK-GPA-COUNT TO TX-GPA-COUNT
                   MOVE CK-GPA-HASH TO TX-GPA-HASH
                   MOVE CK-SUP-COUNT TO TX-SUP-COUNT
                   MOVE CK-SUP-HASH TO TX-SUP-HASH
           END-READ

           CLOSE CHECKPOINT-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
       .
      *
      * A FRESH RUN TAKES THE NEXT SEQUENCE NUMBER FOR THE EXTRACT
      * (AND THE ONE AFTER IT FOR THE SUPPLEMENT ON A CORRECTION
      * RUN) AND REWRITES THE CONTROL RECORD AT ONCE, SO A RUN THAT
      * DIES AND IS RERUN FRESH SHOWS UP AS A SKIPPED NUMBER ON THE
      * REGISTRAR RECONCILIATION.  A RESTART REUSES THE NUMBERS THE
      * FAILED RUN ALREADY PUT IN THE HEADERS.
       295-SET-TRANSMIT-SEQUENCE.

           OPEN INPUT TRANSMIT-SEQUENCE-FILE
           READ TRANSMIT-SEQUENCE-FILE
               AT END
                   MOVE SPACES TO TRANSMIT-SEQUENCE-RECORD
                   MOVE ZEROS TO TQ-LAST-SEQUENCE
                                 TQ-GPA-SEQUENCE
                                 TQ-SUP-SEQUENCE
           END-READ
           CLOSE TRANSMIT-SEQUENCE-FILE

           IF RESTART-RUN
               MOVE TQ-GPA-SEQUENCE TO TX-GPA-SEQUENCE
               MOVE TQ-SUP-SEQUENCE TO TX-SUP-SEQUENCE
           ELSE
               ADD 1 TO TQ-LAST-SEQUENCE
               MOVE TQ-LAST-SEQUENCE TO TX-GPA-SEQUENCE
               IF CORRECTION-RUN
                   ADD 1 TO TQ-LAST-SEQUENCE
                   MOVE TQ-LAST-SEQUENCE TO TX-SUP-SEQUENCE
               ELSE
                   MOVE ZEROS TO TX-SUP-SEQUENCE
               END-IF
               MOVE TX-GPA-SEQUENCE TO TQ-GPA-SEQUENCE
               MOVE TX-SUP-SEQUENCE TO TQ-SUP-SEQUENCE
               MOVE PC-TERM-ID TO TQ-TERM-ID
               MOVE WS-CURRENT-DATE TO TQ-RUN-DATE
               MOVE WS-CURRENT-TIME TO TQ-RUN-TIME
               OPEN OUTPUT TRANSMIT-SEQUENCE-FILE
               WRITE TRANSMIT-SEQUENCE-RECORD
               CLOSE TRANSMIT-SEQUENCE-FILE
           END-IF
       .
      *
       300-REPORT-HEADER.

                           END-PERFORM
                           PERFORM 420-VALIDATE-STUDENT-ID
                           PERFORM 440-VALIDATE-CLASS-CODE
                           PERFORM 445-CHECK-ROSTER
                           IF MASTER-ID-FOUND
                               MOVE MR-STATUS TO SR-STATUS
                           ELSE
                                       TO ER-REASON
                                   PERFORM 430-RECORD-EXCEPTION
                                   ADD 1 TO CF-REJECT-COUNT
                               WHEN NOT STUDENT-ENROLLED
                                   MOVE 'NOT ON CLASS ROSTER'
                                       TO ER-REASON
                                   PERFORM 430-RECORD-EXCEPTION
                                   ADD 1 TO CF-REJECT-COUNT
                               WHEN NOT STUDENT-IS-ACTIVE
                                   AND NOT STUDENT-IS-WITHDRAWN
                                   MOVE SR-STATUS TO SJ-STATUS
                                   IF CORRECTION-RUN
                                       PERFORM 415-APPLY-CORRECTIONS
                                   END-IF
                                   PERFORM 613-FIND-CURVE
                                   IF CU-FOUND-SUB > ZERO
                                       AND NOT STUDENT-IS-WITHDRAWN
                                       PERFORM 418-GATHER-CURVE-STATS
                                   END-IF
                                   RELEASE SORT-WORK-RECORD
                                   ADD 1 TO AU-RELEASED
                           END-EVALUATE
           END-IF
       .
      *
      * RAW AVERAGE OF A RECORD IN A CURVED CLASS, TAKEN AFTER ANY
      * CORRECTIONS SO IT MATCHES WHAT 600 WILL COMPUTE.  WITHDRAWN
      * STUDENTS ARE LEFT OUT, AS THEY ARE FROM THE CLASS FIGURES.
       418-GATHER-CURVE-STATS.

           PERFORM 465-COMPUTE-SR-AVERAGE
           ADD RG-AVG TO CU-AVG-TOTAL(CU-FOUND-SUB)
           ADD 1 TO CU-STUDENT-COUNT(CU-FOUND-SUB)
           IF RG-AVG > CU-TOP-AVG(CU-FOUND-SUB)
               MOVE RG-AVG TO CU-TOP-AVG(CU-FOUND-SUB)
           END-IF
       .
      *
      * KEYED READ AGAINST THE INDEXED MASTER - A HIT LEAVES THE
      * MASTER RECORD (NAME, STATUS) IN THE FD AREA FOR THE CALLER.
       420-VALIDATE-STUDENT-ID.
               END-IF
           END-PERFORM
       .
      *
      * ROSTER LOOKUP FOR THE RECORD JUST READ - A HIT ALSO MARKS
      * THE ENROLLMENT AS HAVING A GRADE RECORD, WHATEVER BECOMES OF
      * THE RECORD AFTER, SO IT STAYS OFF THE MISSING-GRADE LISTING.
      * WITH NO ROSTER LOADED EVERY RECORD PASSES, AND SO DOES EVERY
      * RECORD WHEN THE TABLE FILLED - THE ENROLLMENT MAY BE ONE OF
      * THE DROPPED ROWS, AND THE TABLE-FULL WARNING FLAGS THE RUN.
       445-CHECK-ROSTER.

           IF RO-ENTRY-COUNT = ZERO
               MOVE 'Y' TO RO-FOUND-FLAG
           ELSE
               MOVE 'N' TO RO-FOUND-FLAG
               PERFORM VARYING RO-SUB FROM 1 BY 1
                   UNTIL RO-SUB > RO-ENTRY-COUNT
                      OR STUDENT-ENROLLED
                   IF SR-CLASS-CODE = RO-CLASS-CODE(RO-SUB)
                       AND SR-STUDENT-ID = RO-STUDENT-ID(RO-SUB)
                       MOVE 'Y' TO RO-FOUND-FLAG
                       MOVE 'Y' TO RO-GRADED-FLAG(RO-SUB)
                   END-IF
               END-PERFORM
               IF RO-DROPPED-COUNT > ZERO
                   MOVE 'Y' TO RO-FOUND-FLAG
               END-IF
           END-IF
       .
      *
       450-PROCESS-SORTED-RECORDS.

               MOVE ZEROS TO CL-COUNT-C
               MOVE ZEROS TO CL-COUNT-D
               MOVE ZEROS TO CL-COUNT-F
               MOVE ZEROS TO CL-ATTEND-HELD
               MOVE ZEROS TO CL-ATTEND-ATTENDED
               MOVE ZEROS TO CL-RAW-AVG-TOTAL
               MOVE ZEROS TO CL-RAW-COUNT-A
               MOVE ZEROS TO CL-RAW-COUNT-B
               MOVE ZEROS TO CL-RAW-COUNT-C
               MOVE ZEROS TO CL-RAW-COUNT-D
               MOVE ZEROS TO CL-RAW-COUNT-F
               PERFORM 613-FIND-CURVE
               PERFORM 620-CLASS-HEADING-ROUTINE
           END-IF

           END-PERFORM

           PERFORM 618-CHECK-MAKEUP-RESOLUTIONS
           PERFORM 612-FIND-ATTENDANCE

      * GET THE WEIGHTED AVERAGE HERE

               MOVE ZEROS TO DF-AVG
           END-IF

      * THE CURVE LANDS ON THE AVERAGE HERE, BEFORE THE LETTER GRADE
      * - THE SCORES THEMSELVES ARE NEVER TOUCHED.
           PERFORM 614-APPLY-CURVE

           MOVE DF-AVG TO DL-STUDENT-AVERAGE

               IF DF-AVG < GS-LOW-SCORE
                   MOVE DF-AVG TO GS-LOW-SCORE
               END-IF

               IF ATTENDANCE-ON-FILE
                   ADD AE-SESSIONS-HELD(AE-FOUND-SUB)
                       TO CL-ATTEND-HELD
                   ADD AE-SESSIONS-ATTENDED(AE-FOUND-SUB)
                       TO CL-ATTEND-ATTENDED
               END-IF
           END-IF

      * GET THE LETTER GRADE HERE - USE AN EVALUATE TRUE

         END-EVALUATE

           MOVE DL-GRADE TO DF-RAW-GRADE
           IF CU-FOUND-SUB > ZERO
               PERFORM 616-CURVE-DETAIL-ROUTINE
           END-IF

           IF NOT STUDENT-IS-WITHDRAWN
               EVALUATE DL-GRADE
                   WHEN 'A'
               PERFORM 640-HONOR-ROLL-ROUTINE
           END-IF

      * POOR ATTENDANCE RAISES THE ALERT ON ITS OWN, EVEN WITH A
      * PASSING AVERAGE - STILL ONE ALERT LINE PER STUDENT.
           IF (DF-AVG < PC-ALERT-THRESHOLD OR ATTENDANCE-LOW)
               AND NOT STUDENT-IS-WITHDRAWN
               PERFORM 650-ACADEMIC-ALERT-ROUTINE
           END-IF
                   MOVE SPACES TO DL-NOTE
           END-EVALUATE

           IF ATTENDANCE-ON-FILE
               MOVE DF-ATTEND-PCT TO DL-ATTEND-PCT
               MOVE '%' TO DL-ATTEND-SIGN
           ELSE
               MOVE SPACES TO DL-ATTEND-AREA
           END-IF

           IF AVERAGE-CURVED
               MOVE 'C' TO DL-CURVE-MARK
           ELSE
               MOVE SPACE TO DL-CURVE-MARK
           END-IF

           MOVE DETAIL-LINE TO REPORT-LINE
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE ZEROS TO DF-WEIGHTED-TOTAL
           MOVE ZEROS TO DF-WEIGHT-TOTAL
           MOVE 'N' TO DF-PROVISIONAL-FLAG
           MOVE 'N' TO DF-ATTEND-FLAG
           MOVE 'N' TO DF-ATTEND-LOW-FLAG
           MOVE 'N' TO DF-CURVE-FLAG

           .
      *
           MOVE SR-NAME TO GE-NAME
           MOVE DF-AVG TO GE-AVG
           MOVE DL-GRADE TO GE-GRADE
           IF AVERAGE-CURVED
               MOVE 'C' TO GE-CURVE-FLAG
           END-IF

           MOVE SPACES TO GPA-HISTORY-RECORD
           MOVE PC-TERM-ID TO HI-TERM-ID
           MOVE SR-NAME TO RD-NAME
           MOVE SR-BEFORE-AVG TO RD-BEFORE-AVG
           MOVE SR-BEFORE-GRADE TO RD-BEFORE-GRADE
      * RAW TO RAW - A CURVE IS ON THE CURVE REPORT, NOT HERE.
           MOVE DF-RAW-AVG TO RD-AFTER-AVG
           MOVE DF-RAW-GRADE TO RD-AFTER-GRADE
           IF DP-LINE-COUNT < 200
               ADD 1 TO DP-LINE-COUNT
               MOVE RD-DETAIL-LINE TO DP-LINE(DP-LINE-COUNT)
           MOVE DF-AVG TO SU-AVG
           MOVE DL-GRADE TO SU-GRADE
           MOVE 'R' TO SU-ACTION
           IF AVERAGE-CURVED
               MOVE 'C' TO SU-CURVE-FLAG
           END-IF
           IF PENDING-ROW-STORED
               MOVE GPA-SUPPLEMENT-RECORD
                   TO PD-SUP-REC(PD-ENTRY-COUNT)
           END-IF
           .
      *
      * ATTENDANCE LOOKUP ON CLASS CODE PLUS STUDENT ID.  THE
      * PERCENT IS ROUNDED SO A STUDENT IS ONLY FLAGGED LOW WHEN
      * THE PRINTED FIGURE IS ITSELF UNDER THE THRESHOLD.
       612-FIND-ATTENDANCE.

           MOVE 'N' TO DF-ATTEND-FLAG
           MOVE 'N' TO DF-ATTEND-LOW-FLAG
           MOVE ZEROS TO DF-ATTEND-PCT
           PERFORM VARYING AE-SUB FROM 1 BY 1
               UNTIL AE-SUB > AE-ENTRY-COUNT
                  OR ATTENDANCE-ON-FILE
               IF SR-CLASS-CODE = AE-CLASS-CODE(AE-SUB)
                   AND SR-STUDENT-ID = AE-STUDENT-ID(AE-SUB)
                   MOVE 'Y' TO DF-ATTEND-FLAG
                   MOVE AE-SUB TO AE-FOUND-SUB
               END-IF
           END-PERFORM

           IF ATTENDANCE-ON-FILE
               AND AE-SESSIONS-HELD(AE-FOUND-SUB) > ZERO
               COMPUTE DF-ATTEND-PCT ROUNDED =
                   AE-SESSIONS-ATTENDED(AE-FOUND-SUB) * 100
                   / AE-SESSIONS-HELD(AE-FOUND-SUB)
               IF DF-ATTEND-PCT < PC-ATTEND-THRESHOLD
                   MOVE 'Y' TO DF-ATTEND-LOW-FLAG
               END-IF
           END-IF
           .
      *
      * APPROVED CURVE FOR THE CLASS OF THE CURRENT SORT RECORD -
      * CU-FOUND-SUB STAYS ZERO WHEN THE CLASS IS NOT CURVED.
       613-FIND-CURVE.

           MOVE ZERO TO CU-FOUND-SUB
           PERFORM VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-ENTRY-COUNT
                  OR CU-FOUND-SUB > ZERO
               IF SR-CLASS-CODE = CU-CLASS-CODE(CU-SUB)
                   AND CU-CURVE-APPROVED(CU-SUB)
                   MOVE CU-SUB TO CU-FOUND-SUB
               END-IF
           END-PERFORM
       .
      *
      * A CURVE NEVER LOWERS AN AVERAGE AND NEVER TAKES IT PAST
      * 100.  ONLY AN AVERAGE IT ACTUALLY RAISED IS MARKED CURVED.
       614-APPLY-CURVE.

           MOVE DF-AVG TO DF-RAW-AVG
           MOVE 'N' TO DF-CURVE-FLAG

           IF CU-FOUND-SUB > ZERO
               MOVE DF-AVG TO DF-CURVE-AVG
               EVALUATE CU-METHOD(CU-FOUND-SUB)
                   WHEN 'P'
                       COMPUTE DF-CURVE-AVG =
                           DF-AVG + CU-AMOUNT(CU-FOUND-SUB)
                   WHEN 'T'
                       IF CU-TOP-AVG(CU-FOUND-SUB) > ZERO
                           COMPUTE DF-CURVE-AVG ROUNDED =
                               DF-AVG * 100 / CU-TOP-AVG(CU-FOUND-SUB)
                       END-IF
                   WHEN 'M'
                       IF CU-STUDENT-COUNT(CU-FOUND-SUB) > ZERO
                           COMPUTE DF-CURVE-MEAN =
                               CU-AVG-TOTAL(CU-FOUND-SUB)
                               / CU-STUDENT-COUNT(CU-FOUND-SUB)
                           COMPUTE DF-CURVE-AVG = DF-AVG
                               + CU-AMOUNT(CU-FOUND-SUB)
                               - DF-CURVE-MEAN
                       END-IF
               END-EVALUATE

               IF DF-CURVE-AVG > 100
                   MOVE 100 TO DF-CURVE-AVG
               END-IF
               IF DF-CURVE-AVG > DF-AVG
                   MOVE DF-CURVE-AVG TO DF-AVG
                   MOVE 'Y' TO DF-CURVE-FLAG
               END-IF
           END-IF
       .
      *
      * ONE CURVE-REPORT LINE PER STUDENT IN A CURVED CLASS, HELD
      * WITH THE OTHER SIDE LINES UNTIL THE CLASS SUBTOTALS.
       616-CURVE-DETAIL-ROUTINE.

           MOVE DF-RAW-AVG TO RG-AVG
           PERFORM 470-LETTER-FROM-AVG
           MOVE RG-GRADE TO DF-RAW-GRADE

           IF NOT STUDENT-IS-WITHDRAWN
               ADD DF-RAW-AVG TO CL-RAW-AVG-TOTAL
               EVALUATE DF-RAW-GRADE
                   WHEN 'A'
                       ADD 1 TO CL-RAW-COUNT-A
                   WHEN 'B'
                       ADD 1 TO CL-RAW-COUNT-B
                   WHEN 'C'
                       ADD 1 TO CL-RAW-COUNT-C
                   WHEN 'D'
                       ADD 1 TO CL-RAW-COUNT-D
                   WHEN 'F'
                       ADD 1 TO CL-RAW-COUNT-F
               END-EVALUATE
           END-IF

           MOVE SR-CLASS-CODE TO CW-CLASS-CODE
           MOVE SR-STUDENT-ID TO CW-STUDENT-ID
           MOVE SR-NAME TO CW-NAME
           MOVE DF-RAW-AVG TO CW-RAW-AVG
           MOVE DF-RAW-GRADE TO CW-RAW-GRADE
           MOVE DF-AVG TO CW-CURVED-AVG
           MOVE DL-GRADE TO CW-CURVED-GRADE

           IF AVERAGE-CURVED
               ADD 1 TO CU-STUDENTS-CURVED
           END-IF
           EVALUATE TRUE
               WHEN STUDENT-IS-WITHDRAWN
                   MOVE 'W' TO CW-NOTE
               WHEN DF-RAW-GRADE NOT = DL-GRADE
                   ADD 1 TO CU-GRADES-CHANGED
                   MOVE 'GRADE CHANGED' TO CW-NOTE
               WHEN NOT AVERAGE-CURVED
                   MOVE 'NOT RAISED' TO CW-NOTE
               WHEN OTHER
                   MOVE SPACES TO CW-NOTE
           END-EVALUATE

           MOVE CW-DETAIL-LINE TO CURVE-REPORT-LINE
           PERFORM 638-HOLD-CURVE-LINE
       .
      *
      * WEIGHT LOOKUP FOR THE CURRENT SCORE SLOT - MATCHES ON THE
      * RECORD'S CLASS CODE PLUS THE SLOT'S ASSESSMENT-TYPE CODE.
       605-FIND-WEIGHT.
           MOVE 1 TO PROPER-SPACING
           .
      *
      * THE ATTENDANCE TOTALS RIDE AFTER THE AVERAGE SO THE COUNT
      * AND AVERAGE COLUMNS L5BURST READS NEVER MOVE.
       630-CLASS-SUBTOTAL-ROUTINE.

           IF CL-STUDENT-COUNT > 0

           MOVE CL-STUDENT-COUNT TO CT-COUNT
           MOVE CL-CLASS-AVERAGE TO CT-AVERAGE
           MOVE SPACES TO CT-ATTEND-AREA
           IF CL-ATTEND-HELD > 0
               COMPUTE CL-ATTEND-PCT ROUNDED =
                   CL-ATTEND-ATTENDED * 100 / CL-ATTEND-HELD
               MOVE '   ATTENDANCE: ' TO CT-ATTEND-LABEL
               MOVE CL-ATTEND-ATTENDED TO CT-ATTENDED
               MOVE '/' TO CT-SLASH
               MOVE CL-ATTEND-HELD TO CT-HELD
               MOVE CL-ATTEND-PCT TO CT-ATTEND-PCT
               MOVE '%' TO CT-PCT-SIGN
           END-IF
           MOVE CLASS-TOTAL-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 700-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           IF CU-FOUND-SUB > ZERO
               PERFORM 637-CURVE-CLASS-SUMMARY
           END-IF

           PERFORM 634-FLUSH-CLASS-ROWS
           PERFORM 632-CLASS-EXPORT-ROUTINE
           PERFORM 635-WRITE-CHECKPOINT

           PERFORM VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB > PD-ENTRY-COUNT
               MOVE PD-GPA-REC(PD-SUB) TO GPA-EXTRACT-RECORD
               ADD 1 TO TX-GPA-COUNT
               ADD GE-AVG TO TX-GPA-HASH
               WRITE GPA-EXTRACT-RECORD
               ADD 1 TO AU-GPA-WRITES
               WRITE GPA-HISTORY-RECORD FROM PD-HIST-REC(PD-SUB)
               WRITE DETAIL-EXPORT-REC FROM PD-CSV-REC(PD-SUB)
               IF PD-SUP-FLAG(PD-SUB) = 'Y'
                   MOVE PD-SUP-REC(PD-SUB) TO GPA-SUPPLEMENT-RECORD
                   ADD 1 TO TX-SUP-COUNT
                   ADD SU-AVG TO TX-SUP-HASH
                   WRITE GPA-SUPPLEMENT-RECORD
               END-IF
           END-PERFORM
           MOVE ZEROS TO PD-ENTRY-COUNT
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE ZEROS TO DP-LINE-COUNT

           PERFORM VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB > CP-LINE-COUNT
               WRITE CURVE-REPORT-LINE FROM CP-LINE(PD-SUB)
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE ZEROS TO CP-LINE-COUNT
           .
      *
      * ONE SUMMARY ROW PER CLASS - THE SAME FIGURES THE PRINTED
           WRITE CLASS-EXPORT-REC
           .
      *
      * HOW THE CURVE MOVED THE CLASS - RAW AND CURVED AVERAGE PLUS
      * THE RAW AND CURVED GRADE DISTRIBUTIONS, WITHDRAWALS LEFT OUT
      * AS IN THE CLASS SUBTOTAL.
       637-CURVE-CLASS-SUMMARY.

           ADD 1 TO CU-CLASSES-CURVED
           IF CL-STUDENT-COUNT > 0
               COMPUTE CL-RAW-AVERAGE =
                   CL-RAW-AVG-TOTAL / CL-STUDENT-COUNT
           ELSE
               MOVE ZEROS TO CL-RAW-AVERAGE
           END-IF

           MOVE CU-METHOD(CU-FOUND-SUB) TO CU-METHOD-CODE
           PERFORM 375-CURVE-METHOD-NAME
           MOVE WS-PREV-CLASS-CODE TO CS-CLASS-CODE
           MOVE CL-RAW-AVERAGE TO CS-RAW-AVG
           MOVE CL-CLASS-AVERAGE TO CS-CURVED-AVG
           MOVE CURVE-CLASS-LINE TO CURVE-REPORT-LINE
           PERFORM 638-HOLD-CURVE-LINE

           MOVE 'RAW' TO CG-LABEL
           MOVE CL-RAW-COUNT-A TO CG-A
           MOVE CL-RAW-COUNT-B TO CG-B
           MOVE CL-RAW-COUNT-C TO CG-C
           MOVE CL-RAW-COUNT-D TO CG-D
           MOVE CL-RAW-COUNT-F TO CG-F
           MOVE CURVE-DIST-LINE TO CURVE-REPORT-LINE
           PERFORM 638-HOLD-CURVE-LINE

           MOVE 'CURVED' TO CG-LABEL
           MOVE CL-COUNT-A TO CG-A
           MOVE CL-COUNT-B TO CG-B
           MOVE CL-COUNT-C TO CG-C
           MOVE CL-COUNT-D TO CG-D
           MOVE CL-COUNT-F TO CG-F
           MOVE CURVE-DIST-LINE TO CURVE-REPORT-LINE
           PERFORM 638-HOLD-CURVE-LINE

           MOVE SPACES TO CURVE-REPORT-LINE
           PERFORM 638-HOLD-CURVE-LINE
           .
      *
      * CALLER BUILDS THE LINE IN CURVE-REPORT-LINE.
       638-HOLD-CURVE-LINE.

           IF CP-LINE-COUNT < 200
               ADD 1 TO CP-LINE-COUNT
               MOVE CURVE-REPORT-LINE TO CP-LINE(CP-LINE-COUNT)
           ELSE
               ADD 1 TO SP-DROPPED-COUNT
               WRITE CURVE-REPORT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
      *
      * REWRITE THE ONE-RECORD CHECKPOINT NOW THAT THE CLASS JUST
      * SUBTOTALED IS COMPLETELY ON EVERY REPORT - IF THE RUN DIES
      * AFTER THIS POINT, A RESTART RESUMES AT THE NEXT CLASS.
           MOVE GS-COUNT-C TO CK-COUNT-C
           MOVE GS-COUNT-D TO CK-COUNT-D
           MOVE GS-COUNT-F TO CK-COUNT-F
           MOVE TX-GPA-COUNT TO CK-GPA-COUNT
           MOVE TX-GPA-HASH TO CK-GPA-HASH
           MOVE TX-SUP-COUNT TO CK-SUP-COUNT
           MOVE TX-SUP-HASH TO CK-SUP-HASH
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .
           MOVE SR-CLASS-CODE TO AA-CLASS-CODE
           MOVE DF-AVG TO AA-AVERAGE
           MOVE SR-STUDENT-ID TO AA-STUDENT-ID
           IF ATTENDANCE-LOW
               ADD 1 TO AE-ALERT-COUNT
               MOVE DF-ATTEND-PCT TO AR-PCT
               MOVE AE-SESSIONS-HELD(AE-FOUND-SUB) TO AR-HELD
               MOVE ATTEND-REASON-TEXT TO AA-REASON
           ELSE
               MOVE SPACES TO AA-REASON
           END-IF
           IF AP-LINE-COUNT < 200
               ADD 1 TO AP-LINE-COUNT
               MOVE AA-DETAIL-LINE TO AP-LINE(AP-LINE-COUNT)
         MOVE STATUS-SUMMARY-LINE TO REPORT-LINE
         PERFORM 700-WRITE-A-LINE

         MOVE 'ATTENDANCE ALERTS:' TO SS-LABEL
         MOVE AE-ALERT-COUNT TO SS-COUNT
         MOVE STATUS-SUMMARY-LINE TO REPORT-LINE
         PERFORM 700-WRITE-A-LINE

         IF RF-DROPPED-COUNT > ZERO
             MOVE 'A' TO AU-OUTCOME
             MOVE RF-DROPPED-COUNT TO RL-DROPPED
             PERFORM 700-WRITE-A-LINE
         END-IF

         IF RO-DROPPED-COUNT > ZERO
             MOVE 'A' TO AU-OUTCOME
             MOVE RO-DROPPED-COUNT TO OL-DROPPED
             MOVE ROSTER-FULL-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 700-WRITE-A-LINE
         END-IF

         IF AE-DROPPED-COUNT > ZERO
             MOVE 'A' TO AU-OUTCOME
             MOVE AE-DROPPED-COUNT TO AF-DROPPED
             MOVE ATTENDANCE-FULL-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 700-WRITE-A-LINE
         END-IF

         IF CU-DROPPED-COUNT > ZERO
             MOVE 'A' TO AU-OUTCOME
             MOVE CU-DROPPED-COUNT TO UF-DROPPED
             MOVE CURVES-FULL-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 700-WRITE-A-LINE
         END-IF

      * REJECTED RECORDS WERE STILL READ, SO THE TRAILER ONLY
      * MISMATCHES WHEN PROCESSED PLUS REJECTED MISSES THE EXPECTED
      * COUNT - A RUN WHOSE ONLY SHORTFALL IS ON THE EXCEPTION
             MOVE 'A' TO AU-OUTCOME
         END-IF

         PERFORM 825-TRANSMIT-TRAILERS
         PERFORM 870-CURVE-REPORT-TOTALS
         PERFORM 850-INCOMPLETE-AGING-REPORT
         PERFORM 860-MISSING-GRADE-LISTING

         PERFORM 830-BALANCING-REPORT
         PERFORM 840-WRITE-RUN-LOG
                 GPA-EXTRACT-FILE
                 REGRADE-DELTA-FILE
                 GPA-SUPPLEMENT-FILE
                 CURVE-REPORT-FILE

            STOP RUN
            .
           END-PERFORM
           .
      *
      * CLOSE EACH REGISTRAR TRANSMISSION WITH ITS TRAILER - THE
      * DETAIL-ROW COUNT AND HASH TOTAL THE REGISTRAR CHECKS BEFORE
      * LOADING, SO A PARTIAL LOAD CAN NO LONGER PASS UNNOTICED.
       825-TRANSMIT-TRAILERS.

           MOVE SPACES TO GPA-TRAILER-RECORD
           MOVE 'TRLR ' TO GT-RECORD-ID
           MOVE TX-GPA-SEQUENCE TO GT-SEQUENCE
           MOVE TX-GPA-COUNT TO GT-RECORD-COUNT
           MOVE TX-GPA-HASH TO GT-HASH-TOTAL
           WRITE GPA-TRAILER-RECORD
           ADD 1 TO AU-GPA-WRITES

           IF CORRECTION-RUN
               MOVE SPACES TO SUPPLEMENT-TRAILER-RECORD
               MOVE 'TRLR ' TO UT-RECORD-ID
               MOVE TX-SUP-SEQUENCE TO UT-SEQUENCE
               MOVE TX-SUP-COUNT TO UT-RECORD-COUNT
               MOVE TX-SUP-HASH TO UT-HASH-TOTAL
               WRITE SUPPLEMENT-TRAILER-RECORD
           END-IF
           .
      *
      * PER-RUN BALANCING SHEET - THE SAME COUNTS THE RUN LOG
      * KEEPS, PRINTED SO OPERATIONS CAN SIGN OFF THE NIGHT'S RUN
      * WITHOUT DIGGING THROUGH L5RUNLOG.TXT.
           WRITE INCOMPLETE-AGING-LINE FROM RESOLVED-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
      *
      * EVERY ACTIVE ENROLLMENT THAT NO GRADE RECORD MARKED IN
      * 445, BROKEN BY INSTRUCTOR AND CLASS - THE STUDENTS WHOSE
      * SHEETS NEVER REACHED SCANEDIT OR GRADES.TXT.
       860-MISSING-GRADE-LISTING.

           OPEN OUTPUT MISSING-GRADE-FILE

           MOVE WS-MONTH TO MH-MONTH
           MOVE WS-DAY TO MH-DAY
           MOVE WS-YEAR TO MH-YEAR
           WRITE MISSING-GRADE-LINE FROM MISSING-HEADING-LINE
               AFTER ADVANCING PAGE

           SORT ROSTER-SORT-FILE
               ON ASCENDING KEY NG-INSTRUCTOR NG-CLASS-CODE
                                NG-STUDENT-ID
               INPUT PROCEDURE IS 862-RELEASE-MISSING-GRADES
               OUTPUT PROCEDURE IS 864-PRINT-MISSING-GRADES

           MOVE 'TOTAL ENROLLED WITH NO GRADE:' TO MT-LABEL
           MOVE NG-TOTAL-COUNT TO MT-COUNT
           WRITE MISSING-GRADE-LINE FROM MISSING-COUNT-LINE
               AFTER ADVANCING 3 LINES

           IF RO-DROPPED-COUNT > ZERO
               MOVE RO-DROPPED-COUNT TO OL-DROPPED
               WRITE MISSING-GRADE-LINE FROM ROSTER-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE MISSING-GRADE-FILE
           .
      *
       862-RELEASE-MISSING-GRADES.

           PERFORM VARYING RO-SUB FROM 1 BY 1
               UNTIL RO-SUB > RO-ENTRY-COUNT
               IF NOT RO-HAS-GRADE(RO-SUB)
                   MOVE RO-CLASS-CODE(RO-SUB) TO NG-CLASS-CODE
                   MOVE RO-STUDENT-ID(RO-SUB) TO NG-STUDENT-ID
                   MOVE RO-ENROLL-DATE(RO-SUB) TO NG-ENROLL-DATE
                   MOVE SPACES TO NG-INSTRUCTOR
                   MOVE SPACES TO NG-TITLE
                   PERFORM VARYING RF-SUB FROM 1 BY 1
                       UNTIL RF-SUB > RF-ENTRY-COUNT
                       IF NG-CLASS-CODE = RF-CLASS-CODE(RF-SUB)
                           MOVE RF-INSTRUCTOR(RF-SUB) TO NG-INSTRUCTOR
                           MOVE RF-TITLE(RF-SUB) TO NG-TITLE
                       END-IF
                   END-PERFORM
                   RELEASE ROSTER-SORT-RECORD
               END-IF
           END-PERFORM
           .
      *
       864-PRINT-MISSING-GRADES.

           PERFORM UNTIL NO-MORE-MISSING
               RETURN ROSTER-SORT-FILE
                   AT END
                       MOVE 'N' TO NG-EOF-FLAG
                   NOT AT END
                       PERFORM 866-PRINT-ONE-MISSING
               END-RETURN
           END-PERFORM

           IF NOT FIRST-MISSING
               PERFORM 867-MISSING-CLASS-TOTAL
               PERFORM 868-MISSING-INSTRUCTOR-TOTAL
           END-IF
           .
      *
       866-PRINT-ONE-MISSING.

           IF NOT FIRST-MISSING
               IF NG-INSTRUCTOR NOT = NG-PREV-INSTRUCTOR
                   PERFORM 867-MISSING-CLASS-TOTAL
                   PERFORM 868-MISSING-INSTRUCTOR-TOTAL
               ELSE
                   IF NG-CLASS-CODE NOT = NG-PREV-CLASS
                       PERFORM 867-MISSING-CLASS-TOTAL
                   END-IF
               END-IF
           END-IF

           IF FIRST-MISSING
               OR NG-INSTRUCTOR NOT = NG-PREV-INSTRUCTOR
               MOVE NG-INSTRUCTOR TO MI-INSTRUCTOR
               MOVE NG-INSTRUCTOR TO NG-PREV-INSTRUCTOR
               MOVE SPACES TO NG-PREV-CLASS
               WRITE MISSING-GRADE-LINE FROM MISSING-INSTRUCTOR-LINE
                   AFTER ADVANCING 3 LINES
           END-IF

           IF NG-CLASS-CODE NOT = NG-PREV-CLASS
               MOVE NG-CLASS-CODE TO MC-CLASS-CODE
               MOVE NG-TITLE TO MC-TITLE
               MOVE NG-CLASS-CODE TO NG-PREV-CLASS
               WRITE MISSING-GRADE-LINE FROM MISSING-CLASS-LINE
                   AFTER ADVANCING 2 LINES
               WRITE MISSING-GRADE-LINE FROM MISSING-COL-HEADING
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'N' TO NG-FIRST-FLAG

           MOVE NG-STUDENT-ID TO MG-STUDENT-ID
           MOVE NG-STUDENT-ID TO MR-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO MG-NAME
               NOT INVALID KEY
                   MOVE MR-NAME TO MG-NAME
           END-READ
           MOVE NG-ENROLL-DATE TO NG-DATE-SPLIT
           MOVE NG-SPLIT-YEAR TO MG-ENROLL-YEAR
           MOVE NG-SPLIT-MONTH TO MG-ENROLL-MONTH
           MOVE NG-SPLIT-DAY TO MG-ENROLL-DAY
           WRITE MISSING-GRADE-LINE FROM MISSING-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO NG-CLASS-COUNT
           ADD 1 TO NG-INSTR-COUNT
           ADD 1 TO NG-TOTAL-COUNT
           .
      *
       867-MISSING-CLASS-TOTAL.

           MOVE 'CLASS MISSING GRADES:' TO MT-LABEL
           MOVE NG-CLASS-COUNT TO MT-COUNT
           WRITE MISSING-GRADE-LINE FROM MISSING-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZEROS TO NG-CLASS-COUNT
           .
      *
       868-MISSING-INSTRUCTOR-TOTAL.

           MOVE 'INSTRUCTOR MISSING GRADES:' TO MT-LABEL
           MOVE NG-INSTR-COUNT TO MT-COUNT
           WRITE MISSING-GRADE-LINE FROM MISSING-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZEROS TO NG-INSTR-COUNT
           .
      *
      * RUN TOTALS FOR THE CURVE REPORT - THIS RUN'S CLASSES ONLY,
      * SO A RESTART COUNTS JUST THE CLASSES IT PROCESSED.
       870-CURVE-REPORT-TOTALS.

           MOVE 'CLASSES CURVED:' TO CY-LABEL
           MOVE CU-CLASSES-CURVED TO CY-COUNT
           WRITE CURVE-REPORT-LINE FROM CURVE-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'AVERAGES RAISED:' TO CY-LABEL
           MOVE CU-STUDENTS-CURVED TO CY-COUNT
           WRITE CURVE-REPORT-LINE FROM CURVE-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'LETTER GRADES CHANGED:' TO CY-LABEL
           MOVE CU-GRADES-CHANGED TO CY-COUNT
           WRITE CURVE-REPORT-LINE FROM CURVE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
