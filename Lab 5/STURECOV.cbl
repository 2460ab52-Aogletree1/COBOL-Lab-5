       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STURECOV.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      STUDENT MASTER FORWARD RECOVERY
      *
      *    REBUILDS THE INDEXED STUDENT MASTER FROM THE LATEST
      *    STUUNLD BACKUP, THEN REPLAYS THE STUMAINT CHANGE JOURNAL
      *    FORWARD FROM THE BACKUP'S DATE AND TIME UP TO A CHOSEN
      *    DATE AND TIME, SO A DAMAGED MASTER LOSES NO ADD, STATUS
      *    CHANGE OR WITHDRAWAL MADE SINCE THE BACKUP.
      *******
      *  INPUT:  STUBKUP.TXT  - SEQUENTIAL BACKUP FROM STUUNLD,
      *                         'HEADR' ROW, MASTER ROWS, 'TRLR ' ROW
      *          STUJRNL.TXT  - STUMAINT CHANGE JOURNAL
      *          RECOVPRM.TXT - RECOVERY POINT: DATE YYYYMMDD (1-8)
      *                         AND TIME HHMMSS (9-14).  NO CARD OR
      *                         A BLANK DATE REPLAYS THE WHOLE
      *                         JOURNAL; A BLANK TIME MEANS END OF
      *                         THAT DAY.
      *******
      *  OUTPUT: STUMAST.IDX  - INDEXED STUDENT MASTER, REBUILT
      *          L5RECOV.TXT  - RECOVERY REPORT BALANCING THE RECORD
      *                         COUNTS AT EACH STEP, PLUS ONE LINE
      *                         PER REPLAY EXCEPTION
      *******
      *  RULES:
      *      THE BACKUP IS CHECKED END TO END - HEADER FIRST,
      *      TRAILER LAST, TRAILER COUNTS EQUAL TO THE ROWS READ -
      *      BEFORE THE MASTER IS OPENED, AND A BAD BACKUP OR A BAD
      *      RECOVERY CARD STOPS THE RUN WITH THE MASTER UNTOUCHED.
      *      A RECOVERY POINT EARLIER THAN THE BACKUP ALSO STOPS IT.
      *      JOURNAL RECORDS STAMPED STRICTLY BEFORE THE BACKUP ARE
      *      ALREADY IN IT AND ARE SKIPPED.  RECORDS IN THE SAME
      *      SECOND AS THE BACKUP MAY NOT BE IN IT AND ARE REPLAYED -
      *      APPLYING AN AFTER IMAGE TWICE DOES NO HARM.  RECORDS
      *      AFTER THE RECOVERY POINT ARE COUNTED BUT NOT REPLAYED.
      *      THE AFTER IMAGE IS ALWAYS APPLIED.  AN ADD FOR AN ID
      *      ALREADY ON FILE REPLACES IT, A CHANGE FOR A MISSING ID
      *      ADDS IT, A CHANGE WHOSE BEFORE IMAGE DOES NOT MATCH THE
      *      MASTER STILL APPLIES, AND A DELETE FOR A MISSING ID IS
      *      PASSED OVER - EACH IS LISTED AS AN EXCEPTION.
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
               RECORD KEY IS MS-STUDENT-ID.
      *
           SELECT BACKUP-FILE
               ASSIGN TO "STUBKUP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "STUJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL RECOVERY-PARM-FILE
               ASSIGN TO "RECOVPRM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RECOVERY-REPORT-FILE
               ASSIGN TO PRINTER "L5RECOV.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  MASTER-RECORD.
           05  MS-STUDENT-ID                PIC X(9).
           05  MS-NAME                      PIC X(20).
           05  MS-STATUS                    PIC X.
           05  FILLER                       PIC X(10).
      *
       FD  BACKUP-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  BACKUP-RECORD.
           05  BK-STUDENT-ID                PIC X(9).
               88  BK-IS-HEADER                        VALUE 'HEADR'.
               88  BK-IS-TRAILER                       VALUE 'TRLR '.
           05  BK-NAME                      PIC X(20).
           05  BK-STATUS                    PIC X.
               88  BK-ACTIVE                           VALUE 'A' ' '.
               88  BK-WITHDRAWN                        VALUE 'W'.
           05  FILLER                       PIC X(10).
      *
       01  BACKUP-HEADER-RECORD.
           05  BH-RECORD-ID                 PIC X(9).
           05  BH-STAMP.
               10  BH-UNLOAD-DATE           PIC 9(8).
               10  BH-UNLOAD-TIME           PIC 9(6).
           05  FILLER                       PIC X(17).
      *
       01  BACKUP-TRAILER-RECORD.
           05  BT-RECORD-ID                 PIC X(9).
           05  BT-RECORD-COUNT              PIC 9(7).
           05  BT-ACTIVE-COUNT              PIC 9(7).
           05  BT-WITHDRAWN-COUNT           PIC 9(7).
           05  BT-OTHER-COUNT               PIC 9(7).
           05  FILLER                       PIC X(3).
      *
       FD  JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  JOURNAL-RECORD.
           05  JR-STAMP.
               10  JR-DATE                  PIC 9(8).
               10  JR-TIME                  PIC 9(6).
           05  JR-ACTION                    PIC X.
               88  JR-ADD                              VALUE 'A'.
               88  JR-CHANGE                           VALUE 'C'.
               88  JR-DELETE                           VALUE 'D'.
           05  JR-STUDENT-ID                PIC X(9).
           05  JR-BEFORE-IMAGE              PIC X(40).
           05  JR-AFTER-IMAGE               PIC X(40).
           05  FILLER                       PIC X(16).
      *
       FD  RECOVERY-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RECOVERY-PARM-RECORD.
           05  RP-TARGET-DATE               PIC X(8).
           05  RP-TARGET-TIME               PIC X(6).
           05  FILLER                       PIC X(66).
      *
       FD  RECOVERY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RECOVERY-REPORT-LINE             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  MS-EOF-FLAG                  PIC X      VALUE ' '.
               88 NO-MORE-MASTERS                      VALUE 'N'.
           05  MS-FOUND-FLAG                PIC X      VALUE 'N'.
               88 MASTER-ID-FOUND                      VALUE 'Y'.
           05  RV-STOP-FLAG                 PIC X      VALUE 'N'.
               88 RECOVERY-STOPPED                     VALUE 'Y'.
           05  RV-HEADER-FLAG               PIC X      VALUE 'N'.
               88 BACKUP-HAS-HEADER                    VALUE 'Y'.
           05  RV-TRAILER-FLAG              PIC X      VALUE 'N'.
               88 BACKUP-HAS-TRAILER                   VALUE 'Y'.
           05  TOTAL-SPACING                PIC 9      VALUE 1.
      *
      * BACKUP STAMP FROM THE HEADER AND THE RECOVERY POINT FROM
      * THE CARD, BOTH YYYYMMDDHHMMSS SO THEY COMPARE DIRECTLY
      * AGAINST THE JOURNAL STAMP.
       01  RECOVERY-POINTS.
           05  RV-BACKUP-STAMP.
               10  RV-BACKUP-DATE           PIC 9(8)   VALUE ZERO.
               10  RV-BACKUP-TIME           PIC 9(6)   VALUE ZERO.
           05  RV-TARGET-STAMP.
               10  RV-TARGET-DATE           PIC 9(8)   VALUE 99999999.
               10  RV-TARGET-TIME           PIC 9(6)   VALUE 999999.
           05  RV-STOP-REASON               PIC X(50)  VALUE SPACES.
      *
       01  RECOVERY-COUNTS.
           05  RC-BACKUP-ROWS               PIC S9(7)  VALUE +0.
           05  RC-BACKUP-ACTIVE             PIC S9(7)  VALUE +0.
           05  RC-BACKUP-WITHDRAWN          PIC S9(7)  VALUE +0.
           05  RC-BACKUP-OTHER              PIC S9(7)  VALUE +0.
           05  RC-TRAILER-COUNT             PIC S9(7)  VALUE +0.
           05  RC-TRAILER-ACTIVE            PIC S9(7)  VALUE +0.
           05  RC-TRAILER-WITHDRAWN         PIC S9(7)  VALUE +0.
           05  RC-TRAILER-OTHER             PIC S9(7)  VALUE +0.
           05  RC-LOADED                    PIC S9(7)  VALUE +0.
           05  RC-LOAD-REJECTS              PIC S9(7)  VALUE +0.
           05  RC-AFTER-LOAD                PIC S9(7)  VALUE +0.
           05  RC-JOURNAL-READ              PIC S9(7)  VALUE +0.
           05  RC-IN-BACKUP                 PIC S9(7)  VALUE +0.
           05  RC-PAST-TARGET               PIC S9(7)  VALUE +0.
           05  RC-REPLAYED                  PIC S9(7)  VALUE +0.
           05  RC-RECORDS-ADDED             PIC S9(7)  VALUE +0.
           05  RC-RECORDS-REPLACED          PIC S9(7)  VALUE +0.
           05  RC-RECORDS-DELETED           PIC S9(7)  VALUE +0.
           05  RC-EXCEPTIONS                PIC S9(7)  VALUE +0.
           05  RC-EXPECTED                  PIC S9(7)  VALUE +0.
           05  RC-PASS-COUNT                PIC S9(7)  VALUE +0.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                      PIC 9999.
           05  WS-MONTH                     PIC 99.
           05  WS-DAY                       PIC 99.
      *
      ********************OUTPUT AREA*********************************

       01  RECOVERY-HEADING-1.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  RH-DATE.
               10  RH-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  RH-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  RH-YEAR      PIC 9999.
           05                   PIC X(8)   VALUE SPACE.
           05                   PIC X(30)  VALUE
                   'STUDENT MASTER RECOVERY REPORT'.
      *
       01  STEP-HEADING-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  SH-TITLE         PIC X(40).
      *
       01  STAMP-LINE.
           05                   PIC X(4)   VALUE SPACE.
           05  SL-LABEL         PIC X(24).
           05  SL-DATE          PIC 9(8).
           05                   PIC X      VALUE SPACE.
           05  SL-TIME          PIC 9(6).
      *
       01  RECOVERY-TOTAL-LINE.
           05                   PIC X(4)   VALUE SPACE.
           05  TL-LABEL         PIC X(28).
           05  TL-COUNT         PIC ZZZZZZ9.
      *
       01  BALANCE-RESULT-LINE.
           05                   PIC X(4)   VALUE SPACE.
           05  BR-RESULT        PIC X(50).
      *
       01  EXCEPTION-COL-HEADING.
           05                   PIC X(4)   VALUE SPACE.
           05                   PIC X(8)   VALUE 'ACTION'.
           05                   PIC X(11)  VALUE 'ID'.
           05                   PIC X(17)  VALUE 'STAMP'.
           05                   PIC X(9)   VALUE 'EXCEPTION'.
      *
       01  EXCEPTION-DETAIL-LINE.
           05                   PIC X(6)   VALUE SPACE.
           05  RX-ACTION        PIC X.
           05                   PIC X(5)   VALUE SPACE.
           05  RX-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  RX-DATE          PIC 9(8).
           05                   PIC X      VALUE SPACE.
           05  RX-TIME          PIC 9(6).
           05                   PIC X(2)   VALUE SPACE.
           05  RX-REASON        PIC X(30).

       PROCEDURE DIVISION.

       100-RECOVER-STUDENT-MASTER.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-VERIFY-BACKUP
           IF NOT RECOVERY-STOPPED
               PERFORM 400-RELOAD-MASTER
               PERFORM 500-REPLAY-JOURNAL
           END-IF
           PERFORM 800-FINAL-ROUTINE
        .
      *
       200-HSKPING-ROUTINE.
           OPEN OUTPUT RECOVERY-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR

           WRITE RECOVERY-REPORT-LINE FROM RECOVERY-HEADING-1
               AFTER ADVANCING PAGE

           PERFORM 210-READ-RECOVERY-PARM
       .
      *
      * THE RECOVERY POINT DEFAULTS TO THE END OF THE JOURNAL.  A
      * CARD THAT IS PRESENT BUT NOT NUMERIC STOPS THE RUN RATHER
      * THAN GUESS WHERE THE OPERATOR MEANT TO STOP.
       210-READ-RECOVERY-PARM.

           OPEN INPUT RECOVERY-PARM-FILE

           READ RECOVERY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RP-TARGET-DATE NOT = SPACES
                       IF RP-TARGET-DATE NUMERIC
                           MOVE RP-TARGET-DATE TO RV-TARGET-DATE
                           EVALUATE TRUE
                               WHEN RP-TARGET-TIME = SPACES
                                   MOVE 235959 TO RV-TARGET-TIME
                               WHEN RP-TARGET-TIME NUMERIC
                                   MOVE RP-TARGET-TIME
                                       TO RV-TARGET-TIME
                               WHEN OTHER
                                   MOVE 'Y' TO RV-STOP-FLAG
                                   MOVE 'RECOVERY TIME NOT NUMERIC'
                                       TO RV-STOP-REASON
                           END-EVALUATE
                       ELSE
                           MOVE 'Y' TO RV-STOP-FLAG
                           MOVE 'RECOVERY DATE NOT NUMERIC'
                               TO RV-STOP-REASON
                       END-IF
                   END-IF
           END-READ

           CLOSE RECOVERY-PARM-FILE

           MOVE RV-TARGET-DATE TO SL-DATE
           MOVE RV-TARGET-TIME TO SL-TIME
           MOVE 'RECOVERY POINT:' TO SL-LABEL
           WRITE RECOVERY-REPORT-LINE FROM STAMP-LINE
               AFTER ADVANCING 2 LINES
       .
      *
      * STEP 1 - READ THE WHOLE BACKUP BEFORE THE MASTER IS OPENED.
      * ONLY A BACKUP THAT BALANCES TO ITS OWN TRAILER IS USED.
       300-VERIFY-BACKUP.

           MOVE 'STEP 1 - BACKUP VERIFICATION' TO SH-TITLE
           WRITE RECOVERY-REPORT-LINE FROM STEP-HEADING-LINE
               AFTER ADVANCING 2 LINES

           IF NOT RECOVERY-STOPPED
               OPEN INPUT BACKUP-FILE
               PERFORM UNTIL NO-MORE-DATA
                   READ BACKUP-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 310-CHECK-BACKUP-ROW
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               MOVE SPACE TO EOF-FLAG
           END-IF

           MOVE RV-BACKUP-DATE TO SL-DATE
           MOVE RV-BACKUP-TIME TO SL-TIME
           MOVE 'BACKUP STAMP:' TO SL-LABEL
           WRITE RECOVERY-REPORT-LINE FROM STAMP-LINE
               AFTER ADVANCING 1 LINE

           MOVE 1 TO TOTAL-SPACING
           MOVE 'BACKUP MASTER ROWS READ:' TO TL-LABEL
           MOVE RC-BACKUP-ROWS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'TRAILER RECORD COUNT:' TO TL-LABEL
           MOVE RC-TRAILER-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           EVALUATE TRUE
               WHEN RECOVERY-STOPPED
                   CONTINUE
               WHEN NOT BACKUP-HAS-HEADER
                   MOVE 'Y' TO RV-STOP-FLAG
                   MOVE 'BACKUP HAS NO HEADER' TO RV-STOP-REASON
               WHEN NOT BACKUP-HAS-TRAILER
                   MOVE 'Y' TO RV-STOP-FLAG
                   MOVE 'BACKUP HAS NO TRAILER - INCOMPLETE'
                       TO RV-STOP-REASON
               WHEN RC-BACKUP-ROWS NOT = RC-TRAILER-COUNT
                 OR RC-BACKUP-ACTIVE NOT = RC-TRAILER-ACTIVE
                 OR RC-BACKUP-WITHDRAWN NOT = RC-TRAILER-WITHDRAWN
                 OR RC-BACKUP-OTHER NOT = RC-TRAILER-OTHER
                   MOVE 'Y' TO RV-STOP-FLAG
                   MOVE 'BACKUP DOES NOT BALANCE TO ITS TRAILER'
                       TO RV-STOP-REASON
               WHEN RV-TARGET-STAMP < RV-BACKUP-STAMP
                   MOVE 'Y' TO RV-STOP-FLAG
                   MOVE 'RECOVERY POINT IS BEFORE THE BACKUP'
                       TO RV-STOP-REASON
               WHEN OTHER
                   MOVE 'BACKUP BALANCED TO ITS TRAILER'
                       TO BR-RESULT
                   WRITE RECOVERY-REPORT-LINE
                       FROM BALANCE-RESULT-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE
       .
      *
      * THE HEADER MUST BE THE FIRST ROW AND THE TRAILER THE LAST -
      * A MASTER ROW AFTER THE TRAILER MEANS TWO BACKUPS RAN
      * TOGETHER, WHICH IS NOT A FILE TO REBUILD FROM.  THE
      * TRAILER COUNTS ARE SAVED AS THEY ARE READ AND COMPARED
      * ONCE THE WHOLE FILE HAS BEEN COUNTED.
       310-CHECK-BACKUP-ROW.

           EVALUATE TRUE
               WHEN BACKUP-HAS-TRAILER
                   MOVE 'N' TO RV-TRAILER-FLAG
                   MOVE 'Y' TO RV-STOP-FLAG
                   MOVE 'ROWS FOLLOW THE BACKUP TRAILER'
                       TO RV-STOP-REASON
               WHEN BK-IS-HEADER
                   IF BACKUP-HAS-HEADER
                       OR RC-BACKUP-ROWS > ZERO
                       MOVE 'Y' TO RV-STOP-FLAG
                       MOVE 'BACKUP HEADER OUT OF PLACE'
                           TO RV-STOP-REASON
                   ELSE
                       MOVE 'Y' TO RV-HEADER-FLAG
                       MOVE BH-STAMP TO RV-BACKUP-STAMP
                   END-IF
               WHEN BK-IS-TRAILER
                   MOVE 'Y' TO RV-TRAILER-FLAG
                   MOVE BT-RECORD-COUNT TO RC-TRAILER-COUNT
                   MOVE BT-ACTIVE-COUNT TO RC-TRAILER-ACTIVE
                   MOVE BT-WITHDRAWN-COUNT TO RC-TRAILER-WITHDRAWN
                   MOVE BT-OTHER-COUNT TO RC-TRAILER-OTHER
               WHEN OTHER
                   ADD 1 TO RC-BACKUP-ROWS
                   EVALUATE TRUE
                       WHEN BK-ACTIVE
                           ADD 1 TO RC-BACKUP-ACTIVE
                       WHEN BK-WITHDRAWN
                           ADD 1 TO RC-BACKUP-WITHDRAWN
                       WHEN OTHER
                           ADD 1 TO RC-BACKUP-OTHER
                   END-EVALUATE
           END-EVALUATE
       .
      *
      * STEP 2 - THE MASTER IS CREATED FRESH AND LOADED FROM THE
      * BACKUP ROWS, WHICH STUUNLD WROTE IN KEY ORDER.
       400-RELOAD-MASTER.

           MOVE 'STEP 2 - MASTER RELOAD' TO SH-TITLE
           WRITE RECOVERY-REPORT-LINE FROM STEP-HEADING-LINE
               AFTER ADVANCING 2 LINES

           OPEN INPUT  BACKUP-FILE
                OUTPUT STUDENT-MASTER-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ BACKUP-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF NOT BK-IS-HEADER
                           AND NOT BK-IS-TRAILER
                           MOVE BACKUP-RECORD TO MASTER-RECORD
                           WRITE MASTER-RECORD
                               INVALID KEY
                                   ADD 1 TO RC-LOAD-REJECTS
                               NOT INVALID KEY
                                   ADD 1 TO RC-LOADED
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BACKUP-FILE
                 STUDENT-MASTER-FILE
           MOVE SPACE TO EOF-FLAG

           OPEN I-O STUDENT-MASTER-FILE
           PERFORM 650-COUNT-MASTER
           MOVE RC-PASS-COUNT TO RC-AFTER-LOAD

           MOVE 1 TO TOTAL-SPACING
           MOVE 'BACKUP MASTER ROWS:' TO TL-LABEL
           MOVE RC-BACKUP-ROWS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'RECORDS LOADED:' TO TL-LABEL
           MOVE RC-LOADED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'DUPLICATE KEYS REJECTED:' TO TL-LABEL
           MOVE RC-LOAD-REJECTS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'MASTER RECORDS AFTER LOAD:' TO TL-LABEL
           MOVE RC-AFTER-LOAD TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           IF RC-LOADED = RC-BACKUP-ROWS
               AND RC-AFTER-LOAD = RC-LOADED
               MOVE 'RELOAD BALANCED TO THE BACKUP' TO BR-RESULT
           ELSE
               MOVE '** RELOAD OUT OF BALANCE WITH THE BACKUP **'
                   TO BR-RESULT
           END-IF
           WRITE RECOVERY-REPORT-LINE FROM BALANCE-RESULT-LINE
               AFTER ADVANCING 1 LINE
       .
      *
      * STEP 3 - ROLL THE JOURNAL FORWARD THROUGH THE WINDOW
      * [BACKUP STAMP, RECOVERY POINT].  A RECORD IN THE BACKUP'S
      * OWN SECOND MAY ALREADY BE IN IT, SO IT CAN SHOW AS AN
      * EXCEPTION WHEN REPLAYED AGAIN.  THE EXPECTED COUNT IS THE
      * RELOADED COUNT PLUS THE RECORDS THE REPLAY CREATED, LESS
      * THE ONES IT DELETED, AND A FRESH SWEEP MUST AGREE WITH IT.
       500-REPLAY-JOURNAL.

           MOVE 'STEP 3 - JOURNAL REPLAY' TO SH-TITLE
           WRITE RECOVERY-REPORT-LINE FROM STEP-HEADING-LINE
               AFTER ADVANCING 2 LINES
           WRITE RECOVERY-REPORT-LINE FROM EXCEPTION-COL-HEADING
               AFTER ADVANCING 1 LINE

           OPEN INPUT JOURNAL-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ JOURNAL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RC-JOURNAL-READ
                       EVALUATE TRUE
                           WHEN JR-STAMP < RV-BACKUP-STAMP
                               ADD 1 TO RC-IN-BACKUP
                           WHEN JR-STAMP > RV-TARGET-STAMP
                               ADD 1 TO RC-PAST-TARGET
                           WHEN OTHER
                               ADD 1 TO RC-REPLAYED
                               PERFORM 510-REPLAY-ONE-CHANGE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE
           MOVE SPACE TO EOF-FLAG

           PERFORM 650-COUNT-MASTER
           COMPUTE RC-EXPECTED = RC-AFTER-LOAD
               + RC-RECORDS-ADDED - RC-RECORDS-DELETED

           MOVE 2 TO TOTAL-SPACING
           MOVE 'JOURNAL RECORDS READ:' TO TL-LABEL
           MOVE RC-JOURNAL-READ TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 1 TO TOTAL-SPACING
           MOVE 'BEFORE BACKUP:' TO TL-LABEL
           MOVE RC-IN-BACKUP TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'AFTER RECOVERY POINT:' TO TL-LABEL
           MOVE RC-PAST-TARGET TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'REPLAYED:' TO TL-LABEL
           MOVE RC-REPLAYED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE '  RECORDS ADDED:' TO TL-LABEL
           MOVE RC-RECORDS-ADDED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE '  RECORDS REPLACED:' TO TL-LABEL
           MOVE RC-RECORDS-REPLACED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE '  RECORDS DELETED:' TO TL-LABEL
           MOVE RC-RECORDS-DELETED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE '  REPLAY EXCEPTIONS:' TO TL-LABEL
           MOVE RC-EXCEPTIONS TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'EXPECTED MASTER RECORDS:' TO TL-LABEL
           MOVE RC-EXPECTED TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'MASTER RECORDS AFTER REPLAY:' TO TL-LABEL
           MOVE RC-PASS-COUNT TO TL-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           IF RC-PASS-COUNT = RC-EXPECTED
               AND RC-IN-BACKUP + RC-PAST-TARGET + RC-REPLAYED
                   = RC-JOURNAL-READ
               MOVE 'REPLAY BALANCED' TO BR-RESULT
           ELSE
               MOVE '** REPLAY OUT OF BALANCE **' TO BR-RESULT
           END-IF
           WRITE RECOVERY-REPORT-LINE FROM BALANCE-RESULT-LINE
               AFTER ADVANCING 1 LINE
       .
      *
      * THE AFTER IMAGE WINS.  THE KEYED READ SAYS WHETHER IT GOES
      * IN AS A WRITE OR A REWRITE; ANYTHING THE JOURNAL DID NOT
      * EXPECT IS LISTED SO THE GAP CAN BE RUN DOWN.
       510-REPLAY-ONE-CHANGE.

           MOVE 'N' TO MS-FOUND-FLAG
           MOVE JR-STUDENT-ID TO MS-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MS-FOUND-FLAG
           END-READ

           EVALUATE TRUE
               WHEN JR-DELETE AND MASTER-ID-FOUND
                   DELETE STUDENT-MASTER-FILE RECORD
                       INVALID KEY
                           MOVE 'DELETE FAILED' TO RX-REASON
                           PERFORM 520-PRINT-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO RC-RECORDS-DELETED
                   END-DELETE
               WHEN JR-DELETE
                   MOVE 'DELETE - ID NOT ON FILE' TO RX-REASON
                   PERFORM 520-PRINT-EXCEPTION
               WHEN NOT JR-ADD AND NOT JR-CHANGE
                   MOVE 'BAD ACTION CODE - SKIPPED' TO RX-REASON
                   PERFORM 520-PRINT-EXCEPTION
               WHEN MASTER-ID-FOUND
                   IF JR-ADD
                       MOVE 'ADD - ID ON FILE, REPLACED'
                           TO RX-REASON
                       PERFORM 520-PRINT-EXCEPTION
                   ELSE
                       IF MASTER-RECORD NOT = JR-BEFORE-IMAGE
                           MOVE 'CHANGE - BEFORE IMAGE DIFFERS'
                               TO RX-REASON
                           PERFORM 520-PRINT-EXCEPTION
                       END-IF
                   END-IF
                   MOVE JR-AFTER-IMAGE TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED' TO RX-REASON
                           PERFORM 520-PRINT-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO RC-RECORDS-REPLACED
                   END-REWRITE
               WHEN OTHER
                   IF JR-CHANGE
                       MOVE 'CHANGE - ID NOT ON FILE, ADDED'
                           TO RX-REASON
                       PERFORM 520-PRINT-EXCEPTION
                   END-IF
                   MOVE JR-AFTER-IMAGE TO MASTER-RECORD
                   WRITE MASTER-RECORD
                       INVALID KEY
                           MOVE 'WRITE FAILED' TO RX-REASON
                           PERFORM 520-PRINT-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO RC-RECORDS-ADDED
                   END-WRITE
           END-EVALUATE
       .
      *
       520-PRINT-EXCEPTION.

           ADD 1 TO RC-EXCEPTIONS
           MOVE JR-ACTION TO RX-ACTION
           MOVE JR-STUDENT-ID TO RX-STUDENT-ID
           MOVE JR-DATE TO RX-DATE
           MOVE JR-TIME TO RX-TIME
           WRITE RECOVERY-REPORT-LINE FROM EXCEPTION-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .
      *
      * ONE SEQUENTIAL SWEEP OF THE INDEX TO COUNT THE RECORDS, THE
      * SAME WAY STUMAINT PROVES ITS BEFORE/AFTER COUNTS.
       650-COUNT-MASTER.

           MOVE ZEROS TO RC-PASS-COUNT
           MOVE SPACE TO MS-EOF-FLAG
           MOVE LOW-VALUES TO MS-STUDENT-ID
           START STUDENT-MASTER-FILE
               KEY IS GREATER THAN MS-STUDENT-ID
               INVALID KEY
                   MOVE 'N' TO MS-EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-MASTERS
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RC-PASS-COUNT
               END-READ
           END-PERFORM
       .
      *
       800-FINAL-ROUTINE.

           IF RECOVERY-STOPPED
               MOVE RV-STOP-REASON TO BR-RESULT
               WRITE RECOVERY-REPORT-LINE FROM BALANCE-RESULT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '** RECOVERY STOPPED - MASTER NOT TOUCHED **'
                   TO BR-RESULT
               WRITE RECOVERY-REPORT-LINE FROM BALANCE-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF RC-EXCEPTIONS > ZERO
                   MOVE 'RECOVERY COMPLETE - REVIEW EXCEPTIONS'
                       TO BR-RESULT
               ELSE
                   MOVE 'RECOVERY COMPLETE' TO BR-RESULT
               END-IF
               WRITE RECOVERY-REPORT-LINE FROM BALANCE-RESULT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE STUDENT-MASTER-FILE
           END-IF

           CLOSE RECOVERY-REPORT-FILE

            STOP RUN
            .
      *
       810-PRINT-TOTAL-LINE.
           WRITE RECOVERY-REPORT-LINE FROM RECOVERY-TOTAL-LINE
               AFTER ADVANCING TOTAL-SPACING
           .
