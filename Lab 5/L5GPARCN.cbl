       IDENTIFICATION DIVISION.
       PROGRAM-ID.     L5GPARCN.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      REGISTRAR ACKNOWLEDGMENT RECONCILIATION
      *
      *    MATCHES THE REGISTRAR'S ACKNOWLEDGMENT FILE ROW BY ROW
      *    AGAINST THE GPA EXTRACT (AND THE REGRADE SUPPLEMENT WHEN
      *    ONE WAS SENT) SO A PARTIAL LOAD IS FOUND THE NEXT
      *    MORNING, NOT WEEKS LATER.  EACH TRANSMISSION IS FIRST
      *    PROVED AGAINST ITS OWN TRAILER (ROW COUNT AND HASH TOTAL
      *    OF THE AVERAGES), ITS SEQUENCE NUMBER IS CHECKED AGAINST
      *    THE SEQUENCES ALREADY RECONCILED, AND THEN EVERY ROW SENT
      *    IS LOOKED FOR ON THE ACKNOWLEDGMENT FILE.
      *
      *    THE SEQUENCE HISTORY IS CUMULATIVE.  A SEQUENCE ALREADY
      *    ON IT WITH THE SAME RUN DATE AND TIME IS SIMPLY THE SAME
      *    FILE RECONCILED AGAIN; WITH A DIFFERENT RUN DATE OR TIME
      *    THE NUMBER WAS SENT TWICE.  A NUMBER PAST THE HIGHEST ON
      *    THE HISTORY THAT LEAVES A GAP MEANS A TRANSMISSION WAS
      *    SKIPPED - USUALLY A FAILED RUN RERUN FRESH INSTEAD OF
      *    RESTARTED.
      *******
      *  INPUT:  L5GPA.TXT    - GPA EXTRACT AS SENT, HEADER AND
      *                         TRAILER INCLUDED
      *          L5GPASUP.TXT - REGRADE SUPPLEMENT AS SENT (ONLY
      *                         FRAMED ON CORRECTION RUNS)
      *          L5GPAACK.TXT - REGISTRAR ACKNOWLEDGMENTS, ONE ROW
      *                         PER ROW LOADED OR REJECTED
      *          L5GPARCH.TXT - SEQUENCE NUMBERS ALREADY RECONCILED
      *******
      *  OUTPUT: L5GPARCN.TXT - RECONCILIATION REPORT
      *          L5GPARCH.TXT - EXTENDED WITH THIS RUN'S SEQUENCES
      *******
      *  RULES:  AN ACKNOWLEDGMENT MATCHES A SENT ROW ON SEQUENCE,
      *          CLASS CODE AND STUDENT ID.  STATUS 'A' IS LOADED,
      *          'R' IS REJECTED WITH THE REGISTRAR'S REASON.  A
      *          SENT ROW WITH NO ACKNOWLEDGMENT IS LISTED AS NEVER
      *          ACKNOWLEDGED.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPTIONAL GPA-EXTRACT-FILE
               ASSIGN TO "L5GPA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL GPA-SUPPLEMENT-FILE
               ASSIGN TO "L5GPASUP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ACKNOWLEDGMENT-FILE
               ASSIGN TO "L5GPAACK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * CUMULATIVE - READ AT START, OPENED EXTEND AT END WITH ONE
      * RECORD PER TRANSMISSION NOT ALREADY ON IT.
           SELECT OPTIONAL RECON-HISTORY-FILE
               ASSIGN TO "L5GPARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RECON-REPORT-FILE
               ASSIGN TO PRINTER "L5GPARCN.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  GPA-EXTRACT-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  GPA-EXTRACT-RECORD               PIC X(40).
      *
       FD  GPA-SUPPLEMENT-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  GPA-SUPPLEMENT-RECORD            PIC X(40).
      *
       FD  ACKNOWLEDGMENT-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  ACKNOWLEDGMENT-RECORD.
           05  AK-SEQUENCE                  PIC 9(6).
           05  AK-CLASS-CODE                PIC X(5).
           05  AK-STUDENT-ID                PIC X(9).
           05  AK-STATUS                    PIC X.
               88  ACK-LOADED                          VALUE 'A'.
               88  ACK-REJECTED                        VALUE 'R'.
           05  AK-REASON                    PIC X(30).
           05  FILLER                       PIC X(9).
      *
       FD  RECON-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  RECON-HISTORY-RECORD.
           05  RH-SEQUENCE                  PIC 9(6).
           05  RH-FILE-TYPE                 PIC X.
           05  RH-TERM-ID                   PIC X(6).
           05  RH-RUN-DATE                  PIC 9(8).
           05  RH-RUN-TIME                  PIC 9(6).
           05  RH-RECON-DATE                PIC 9(8).
           05  FILLER                       PIC X(5).
      *
       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RECON-REPORT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                     PIC X      VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  TS-SUB                       PIC 9      VALUE 1.
           05  SN-SUB                       PIC 9(4)   VALUE 1.
           05  SN-FOUND-SUB                 PIC 9(4)   VALUE ZERO.
           05  HS-SUB                       PIC 9(4)   VALUE 1.
           05  HS-FOUND-SUB                 PIC 9(4)   VALUE ZERO.
           05  AK-TS-SUB                    PIC 9      VALUE ZERO.
      *
      * ONE 40-BYTE ROW FROM EITHER TRANSMISSION FILE, WITH THE
      * HEADER AND TRAILER VIEWS LAB5ARRAYS WRITES THEM IN.
       01  TRANSMIT-WORK-RECORD.
           05  TW-RECORD-ID                 PIC X(5).
               88  TW-IS-HEADER                        VALUE 'HEADR'.
               88  TW-IS-TRAILER                       VALUE 'TRLR '.
           05  TW-STUDENT-ID                PIC X(9).
           05  TW-NAME                      PIC X(20).
           05  TW-AVG                       PIC 999.
           05  TW-GRADE                     PIC X.
           05  FILLER                       PIC X(2).
      *
       01  TRANSMIT-WORK-HEADER REDEFINES TRANSMIT-WORK-RECORD.
           05  FILLER                       PIC X(5).
           05  TH-TERM-ID                   PIC X(6).
           05  TH-RUN-DATE                  PIC 9(8).
           05  TH-RUN-TIME                  PIC 9(6).
           05  TH-SEQUENCE                  PIC 9(6).
           05  TH-FILE-TYPE                 PIC X.
           05  FILLER                       PIC X(8).
      *
       01  TRANSMIT-WORK-TRAILER REDEFINES TRANSMIT-WORK-RECORD.
           05  FILLER                       PIC X(5).
           05  TT-SEQUENCE                  PIC 9(6).
           05  TT-RECORD-COUNT              PIC 9(7).
           05  TT-HASH-TOTAL                PIC 9(11).
           05  FILLER                       PIC X(11).
      *
      * ENTRY 1 IS THE GPA EXTRACT, ENTRY 2 THE SUPPLEMENT.  THE
      * HISTORY FLAG SAYS WHAT THE SEQUENCE HISTORY MADE OF THE
      * TRANSMISSION: NEW, ALREADY RECONCILED, OR SENT TWICE.
       01  TRANSMISSION-TABLE.
           05  TS-ENTRY            OCCURS 2 TIMES.
               10  TS-FILE-NAME             PIC X(5).
               10  TS-PRESENT-FLAG          PIC X.
                   88  TS-PRESENT                      VALUE 'Y'.
               10  TS-HEADER-FLAG           PIC X.
                   88  TS-HAS-HEADER                   VALUE 'Y'.
               10  TS-TRAILER-FLAG          PIC X.
                   88  TS-HAS-TRAILER                  VALUE 'Y'.
               10  TS-SEQUENCE              PIC 9(6).
               10  TS-TERM-ID               PIC X(6).
               10  TS-RUN-DATE              PIC 9(8).
               10  TS-RUN-TIME              PIC 9(6).
               10  TS-ROW-COUNT             PIC 9(7).
               10  TS-ROW-HASH              PIC 9(11).
               10  TS-TRL-COUNT             PIC 9(7).
               10  TS-TRL-HASH              PIC 9(11).
               10  TS-HISTORY-FLAG          PIC X.
                   88  TS-NEW-SEQUENCE                 VALUE 'N'.
                   88  TS-RECONCILED-BEFORE            VALUE 'R'.
                   88  TS-SENT-TWICE                   VALUE 'D'.
      *
      * EVERY DETAIL ROW SENT, IN FILE ORDER, WITH THE STATUS THE
      * REGISTRAR GAVE IT - SPACE UNTIL AN ACKNOWLEDGMENT MATCHES.
       01  SENT-ROW-TABLE.
           05  SN-ENTRY-COUNT               PIC S9(4)  VALUE +0.
           05  SN-DROPPED-COUNT             PIC S9(4)  VALUE +0.
           05  SN-ENTRY            OCCURS 3000 TIMES.
               10  SN-TS-SUB                PIC 9.
               10  SN-CLASS-CODE            PIC X(5).
               10  SN-STUDENT-ID            PIC X(9).
               10  SN-NAME                  PIC X(20).
               10  SN-AVG                   PIC 999.
               10  SN-GRADE                 PIC X.
               10  SN-ACK-STATUS            PIC X.
      *
      * SEQUENCES ALREADY RECONCILED.  HS-HIGH-SEQUENCE IS TAKEN
      * OVER THE WHOLE FILE EVEN WHEN THE TABLE FILLS.
       01  RECON-HISTORY-TABLE.
           05  HS-ENTRY-COUNT               PIC S9(4)  VALUE +0.
           05  HS-DROPPED-COUNT             PIC S9(4)  VALUE +0.
           05  HS-HIGH-SEQUENCE             PIC 9(6)   VALUE ZERO.
           05  HS-ENTRY            OCCURS 999 TIMES.
               10  HS-SEQUENCE              PIC 9(6).
               10  HS-RUN-DATE              PIC 9(8).
               10  HS-RUN-TIME              PIC 9(6).
      *
       01  RECON-COUNTS.
           05  RC-ROWS-SENT                 PIC S9(5)  VALUE +0.
           05  RC-ACKS-READ                 PIC S9(5)  VALUE +0.
           05  RC-LOADED                    PIC S9(5)  VALUE +0.
           05  RC-REJECTED                  PIC S9(5)  VALUE +0.
           05  RC-NOT-ACKED                 PIC S9(5)  VALUE +0.
           05  RC-NOT-SENT                  PIC S9(5)  VALUE +0.
           05  RC-DUPLICATE-ACKS            PIC S9(5)  VALUE +0.
           05  RC-BAD-STATUS                PIC S9(5)  VALUE +0.
           05  RC-CONTROL-ERRORS            PIC S9(5)  VALUE +0.
           05  RC-SEQUENCE-ERRORS           PIC S9(5)  VALUE +0.
      *
       01  SEQUENCE-WORK-FIELDS.
           05  SQ-EXPECTED                  PIC 9(6)   VALUE ZERO.
           05  SQ-GAP-END                   PIC 9(6)   VALUE ZERO.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                      PIC 9999.
           05  WS-MONTH                     PIC 99.
           05  WS-DAY                       PIC 99.
      *
      ********************OUTPUT AREA*********************************

       01  RECON-HEADING-1.
           05                   PIC X(6)   VALUE 'DATE:'.
           05  RH-DATE.
               10  RH-MONTH     PIC Z9.
               10               PIC X      VALUE '/'.
               10  RH-DAY       PIC 99.
               10               PIC X      VALUE '/'.
               10  RH-YEAR      PIC 9999.
           05                   PIC X(6)   VALUE SPACE.
           05                   PIC X(39)  VALUE
                   'REGISTRAR ACKNOWLEDGMENT RECONCILIATION'.
      *
       01  TRANSMIT-SECTION-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(13)  VALUE 'TRANSMISSIONS'.
      *
       01  TRANSMIT-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(6)   VALUE 'FILE'.
           05                   PIC X(7)   VALUE 'SEQ'.
           05                   PIC X(7)   VALUE 'TERM'.
           05                   PIC X(9)   VALUE 'RUN DATE'.
           05                   PIC X(7)   VALUE 'TIME'.
           05                   PIC X(8)   VALUE '   ROWS'.
           05                   PIC X(13)  VALUE '   HASH TOTAL'.
           05                   PIC X(6)   VALUE 'STATUS'.
      *
       01  TRANSMIT-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  TD-FILE-NAME     PIC X(5).
           05                   PIC X      VALUE SPACE.
           05  TD-SEQUENCE      PIC 9(6).
           05                   PIC X      VALUE SPACE.
           05  TD-TERM-ID       PIC X(6).
           05                   PIC X      VALUE SPACE.
           05  TD-RUN-DATE      PIC 9(8).
           05                   PIC X      VALUE SPACE.
           05  TD-RUN-TIME      PIC 9(6).
           05                   PIC X      VALUE SPACE.
           05  TD-ROW-COUNT     PIC ZZZZZZ9.
           05                   PIC X      VALUE SPACE.
           05  TD-ROW-HASH      PIC ZZZZZZZZZZ9.
           05                   PIC X(2)   VALUE SPACE.
           05  TD-STATUS        PIC X(16).
      *
       01  TRANSMIT-NOTE-LINE.
           05                   PIC X(8)   VALUE SPACE.
           05                   PIC X(3)   VALUE '** '.
           05  TN-TEXT          PIC X(52).
           05                   PIC X(3)   VALUE ' **'.
      *
       01  TRAILER-FIGURES-LINE.
           05                   PIC X(8)   VALUE SPACE.
           05                   PIC X(19)  VALUE
                   'TRAILER SAYS ROWS: '.
           05  TF-TRL-COUNT     PIC ZZZZZZ9.
           05                   PIC X(8)   VALUE '  HASH: '.
           05  TF-TRL-HASH      PIC ZZZZZZZZZZ9.
      *
       01  SEQUENCE-NOTE-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(12)  VALUE '** SEQUENCE '.
           05  SQ-NOTE-FROM     PIC 9(6).
           05                   PIC X(6)   VALUE ' THRU '.
           05  SQ-NOTE-THRU     PIC 9(6).
           05                   PIC X(27)  VALUE
                   ' SKIPPED - NEVER SENT **'.
      *
       01  NO-EXTRACT-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(37)  VALUE
                   '** NO GPA EXTRACT ON FILE TO MATCH **'.
      *
       01  ACK-SECTION-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(42)  VALUE
                   'REJECTED AND UNMATCHED ACKNOWLEDGMENTS'.
      *
       01  ACK-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(8)   VALUE 'SEQ'.
           05                   PIC X(7)   VALUE 'CLASS'.
           05                   PIC X(11)  VALUE 'ID'.
           05                   PIC X(11)  VALUE 'STATUS'.
           05                   PIC X(16)  VALUE 'REGISTRAR REASON'.
      *
       01  ACK-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  AD-SEQUENCE      PIC 9(6).
           05                   PIC X(2)   VALUE SPACE.
           05  AD-CLASS-CODE    PIC X(5).
           05                   PIC X(2)   VALUE SPACE.
           05  AD-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  AD-STATUS        PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  AD-REASON        PIC X(30).
      *
       01  UNACKED-SECTION-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(26)  VALUE
                   'ROWS NEVER ACKNOWLEDGED'.
      *
       01  UNACKED-COL-HEADING.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(8)   VALUE 'SEQ'.
           05                   PIC X(7)   VALUE 'CLASS'.
           05                   PIC X(11)  VALUE 'ID'.
           05                   PIC X(22)  VALUE 'NAME'.
           05                   PIC X(5)   VALUE 'AVG'.
           05                   PIC X(5)   VALUE 'GRADE'.
      *
       01  UNACKED-DETAIL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  UD-SEQUENCE      PIC 9(6).
           05                   PIC X(2)   VALUE SPACE.
           05  UD-CLASS-CODE    PIC X(5).
           05                   PIC X(2)   VALUE SPACE.
           05  UD-STUDENT-ID    PIC X(9).
           05                   PIC X(2)   VALUE SPACE.
           05  UD-NAME          PIC X(20).
           05                   PIC X(2)   VALUE SPACE.
           05  UD-AVG           PIC ZZ9.
           05                   PIC X(3)   VALUE SPACE.
           05  UD-GRADE         PIC X.
      *
       01  RECON-TOTAL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05  RT-LABEL         PIC X(30).
           05  RT-COUNT         PIC ZZZZ9.
      *
       01  RECON-CLEAN-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(50)  VALUE
                   'RECONCILED - EVERY ROW SENT WAS LOADED'.
      *
       01  RECON-EXCEPTION-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(50)  VALUE
                   '** EXCEPTIONS - REGISTRAR FOLLOW-UP NEEDED **'.
      *
       01  SENT-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(33)  VALUE
                   '** WARNING - SENT ROW TABLE FULL,'.
           05  SF-DROPPED       PIC ZZZZ9.
           05                   PIC X(23)  VALUE
                   ' ROWS NOT MATCHED **'.
      *
       01  HISTORY-FULL-LINE.
           05                   PIC X(2)   VALUE SPACE.
           05                   PIC X(38)  VALUE
                   '** WARNING - SEQUENCE HISTORY FULL,'.
           05  HF-DROPPED       PIC ZZZZ9.
           05                   PIC X(28)  VALUE
                   ' OLDEST NOT CHECKED **'.

       PROCEDURE DIVISION.

       100-RECONCILE-TRANSMISSIONS.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-LOAD-RECON-HISTORY
           PERFORM 400-LOAD-TRANSMISSIONS
           PERFORM 500-VERIFY-TRANSMISSIONS
           PERFORM 600-MATCH-ACKNOWLEDGMENTS
           PERFORM 700-LIST-UNACKNOWLEDGED
           PERFORM 750-UPDATE-RECON-HISTORY
           PERFORM 800-FINAL-ROUTINE
        .
      *
       200-HSKPING-ROUTINE.

           OPEN OUTPUT RECON-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR

           WRITE RECON-REPORT-LINE FROM RECON-HEADING-1
               AFTER ADVANCING PAGE

           PERFORM VARYING TS-SUB FROM 1 BY 1
               UNTIL TS-SUB > 2
               MOVE SPACES TO TS-ENTRY(TS-SUB)
               MOVE 'N' TO TS-PRESENT-FLAG(TS-SUB)
               MOVE 'N' TO TS-HEADER-FLAG(TS-SUB)
               MOVE 'N' TO TS-TRAILER-FLAG(TS-SUB)
               MOVE 'N' TO TS-HISTORY-FLAG(TS-SUB)
               MOVE ZEROS TO TS-SEQUENCE(TS-SUB)
               MOVE ZEROS TO TS-RUN-DATE(TS-SUB)
               MOVE ZEROS TO TS-RUN-TIME(TS-SUB)
               MOVE ZEROS TO TS-ROW-COUNT(TS-SUB)
               MOVE ZEROS TO TS-ROW-HASH(TS-SUB)
               MOVE ZEROS TO TS-TRL-COUNT(TS-SUB)
               MOVE ZEROS TO TS-TRL-HASH(TS-SUB)
           END-PERFORM
           MOVE 'GPA' TO TS-FILE-NAME(1)
           MOVE 'SUPPL' TO TS-FILE-NAME(2)
       .
      *
       300-LOAD-RECON-HISTORY.

           OPEN INPUT RECON-HISTORY-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ RECON-HISTORY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 310-POST-HISTORY-ROW
               END-READ
           END-PERFORM

           CLOSE RECON-HISTORY-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       310-POST-HISTORY-ROW.

           IF RH-SEQUENCE NUMERIC
               IF RH-SEQUENCE > HS-HIGH-SEQUENCE
                   MOVE RH-SEQUENCE TO HS-HIGH-SEQUENCE
               END-IF
               IF HS-ENTRY-COUNT < 999
                   ADD 1 TO HS-ENTRY-COUNT
                   MOVE RH-SEQUENCE TO HS-SEQUENCE(HS-ENTRY-COUNT)
                   MOVE RH-RUN-DATE TO HS-RUN-DATE(HS-ENTRY-COUNT)
                   MOVE RH-RUN-TIME TO HS-RUN-TIME(HS-ENTRY-COUNT)
               ELSE
                   ADD 1 TO HS-DROPPED-COUNT
               END-IF
           END-IF
       .
      *
      * BOTH FILES GO THROUGH THE SAME WORK RECORD, SO ONE POSTING
      * PARAGRAPH HANDLES HEADER, TRAILER AND DETAIL ROWS OF EITHER.
       400-LOAD-TRANSMISSIONS.

           MOVE 1 TO TS-SUB
           OPEN INPUT GPA-EXTRACT-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ GPA-EXTRACT-FILE INTO TRANSMIT-WORK-RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 420-POST-SENT-RECORD
               END-READ
           END-PERFORM
           CLOSE GPA-EXTRACT-FILE
           MOVE SPACE TO EOF-FLAG

           MOVE 2 TO TS-SUB
           OPEN INPUT GPA-SUPPLEMENT-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ GPA-SUPPLEMENT-FILE INTO TRANSMIT-WORK-RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 420-POST-SENT-RECORD
               END-READ
           END-PERFORM
           CLOSE GPA-SUPPLEMENT-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
       420-POST-SENT-RECORD.

           MOVE 'Y' TO TS-PRESENT-FLAG(TS-SUB)

           EVALUATE TRUE
               WHEN TW-IS-HEADER
                   MOVE 'Y' TO TS-HEADER-FLAG(TS-SUB)
                   MOVE TH-TERM-ID TO TS-TERM-ID(TS-SUB)
                   MOVE TH-RUN-DATE TO TS-RUN-DATE(TS-SUB)
                   MOVE TH-RUN-TIME TO TS-RUN-TIME(TS-SUB)
                   MOVE TH-SEQUENCE TO TS-SEQUENCE(TS-SUB)
               WHEN TW-IS-TRAILER
                   MOVE 'Y' TO TS-TRAILER-FLAG(TS-SUB)
                   MOVE TT-RECORD-COUNT TO TS-TRL-COUNT(TS-SUB)
                   MOVE TT-HASH-TOTAL TO TS-TRL-HASH(TS-SUB)
               WHEN OTHER
                   ADD 1 TO TS-ROW-COUNT(TS-SUB)
                   ADD 1 TO RC-ROWS-SENT
                   IF TW-AVG NUMERIC
                       ADD TW-AVG TO TS-ROW-HASH(TS-SUB)
                   END-IF
                   IF SN-ENTRY-COUNT < 3000
                       ADD 1 TO SN-ENTRY-COUNT
                       MOVE TS-SUB TO SN-TS-SUB(SN-ENTRY-COUNT)
                       MOVE TW-RECORD-ID
                           TO SN-CLASS-CODE(SN-ENTRY-COUNT)
                       MOVE TW-STUDENT-ID
                           TO SN-STUDENT-ID(SN-ENTRY-COUNT)
                       MOVE TW-NAME TO SN-NAME(SN-ENTRY-COUNT)
                       MOVE TW-AVG TO SN-AVG(SN-ENTRY-COUNT)
                       MOVE TW-GRADE TO SN-GRADE(SN-ENTRY-COUNT)
                       MOVE SPACE TO SN-ACK-STATUS(SN-ENTRY-COUNT)
                   ELSE
                       ADD 1 TO SN-DROPPED-COUNT
                   END-IF
           END-EVALUATE
       .
      *
      * PROVE EACH FILE AGAINST ITS OWN TRAILER, THEN ITS SEQUENCE
      * AGAINST THE HISTORY.  THE EXTRACT'S NUMBER IS ALWAYS BELOW
      * THE SUPPLEMENT'S, SO WALKING THE TABLE IN ORDER FINDS GAPS
      * IN ASCENDING ORDER.
       500-VERIFY-TRANSMISSIONS.

           WRITE RECON-REPORT-LINE FROM TRANSMIT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE RECON-REPORT-LINE FROM TRANSMIT-COL-HEADING
               AFTER ADVANCING 2 LINES

           IF NOT TS-PRESENT(1)
               WRITE RECON-REPORT-LINE FROM NO-EXTRACT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RC-CONTROL-ERRORS
           END-IF

           COMPUTE SQ-EXPECTED = HS-HIGH-SEQUENCE + 1

           PERFORM VARYING TS-SUB FROM 1 BY 1
               UNTIL TS-SUB > 2
               IF TS-PRESENT(TS-SUB)
                   PERFORM 510-VERIFY-ONE-TRANSMISSION
               END-IF
           END-PERFORM
       .
      *
       510-VERIFY-ONE-TRANSMISSION.

           MOVE TS-FILE-NAME(TS-SUB) TO TD-FILE-NAME
           MOVE TS-SEQUENCE(TS-SUB) TO TD-SEQUENCE
           MOVE TS-TERM-ID(TS-SUB) TO TD-TERM-ID
           MOVE TS-RUN-DATE(TS-SUB) TO TD-RUN-DATE
           MOVE TS-RUN-TIME(TS-SUB) TO TD-RUN-TIME
           MOVE TS-ROW-COUNT(TS-SUB) TO TD-ROW-COUNT
           MOVE TS-ROW-HASH(TS-SUB) TO TD-ROW-HASH

           EVALUATE TRUE
               WHEN NOT TS-HAS-HEADER(TS-SUB)
                   MOVE 'NO HEADER' TO TD-STATUS
               WHEN NOT TS-HAS-TRAILER(TS-SUB)
                   MOVE 'NO TRAILER' TO TD-STATUS
               WHEN TS-TRL-COUNT(TS-SUB) NOT = TS-ROW-COUNT(TS-SUB)
                 OR TS-TRL-HASH(TS-SUB) NOT = TS-ROW-HASH(TS-SUB)
                   MOVE 'OUT OF BALANCE' TO TD-STATUS
               WHEN OTHER
                   MOVE 'BALANCED' TO TD-STATUS
           END-EVALUATE
           WRITE RECON-REPORT-LINE FROM TRANSMIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF NOT TS-HAS-HEADER(TS-SUB)
               ADD 1 TO RC-CONTROL-ERRORS
               MOVE 'NO HEADER RECORD - SEQUENCE CANNOT BE CHECKED'
                   TO TN-TEXT
               WRITE RECON-REPORT-LINE FROM TRANSMIT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF NOT TS-HAS-TRAILER(TS-SUB)
               ADD 1 TO RC-CONTROL-ERRORS
               MOVE 'NO TRAILER RECORD - FILE IS INCOMPLETE'
                   TO TN-TEXT
               WRITE RECON-REPORT-LINE FROM TRANSMIT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF TS-TRL-COUNT(TS-SUB) NOT = TS-ROW-COUNT(TS-SUB)
                   OR TS-TRL-HASH(TS-SUB) NOT = TS-ROW-HASH(TS-SUB)
                   ADD 1 TO RC-CONTROL-ERRORS
                   MOVE TS-TRL-COUNT(TS-SUB) TO TF-TRL-COUNT
                   MOVE TS-TRL-HASH(TS-SUB) TO TF-TRL-HASH
                   WRITE RECON-REPORT-LINE FROM TRAILER-FIGURES-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF

           IF TS-HAS-HEADER(TS-SUB)
               PERFORM 520-CHECK-SEQUENCE
           END-IF
       .
      *
      * AN EMPTY HISTORY MEANS THIS IS THE FIRST RECONCILIATION, SO
      * THERE IS NOTHING TO MEASURE A GAP FROM.
       520-CHECK-SEQUENCE.

           MOVE ZERO TO HS-FOUND-SUB
           PERFORM VARYING HS-SUB FROM 1 BY 1
               UNTIL HS-SUB > HS-ENTRY-COUNT
                  OR HS-FOUND-SUB > ZERO
               IF HS-SEQUENCE(HS-SUB) = TS-SEQUENCE(TS-SUB)
                   MOVE HS-SUB TO HS-FOUND-SUB
               END-IF
           END-PERFORM

           IF HS-FOUND-SUB > ZERO
               IF HS-RUN-DATE(HS-FOUND-SUB) = TS-RUN-DATE(TS-SUB)
                   AND HS-RUN-TIME(HS-FOUND-SUB) = TS-RUN-TIME(TS-SUB)
                   MOVE 'R' TO TS-HISTORY-FLAG(TS-SUB)
                   MOVE 'SAME FILE RECONCILED BEFORE - NOT A RESEND'
                       TO TN-TEXT
               ELSE
                   MOVE 'D' TO TS-HISTORY-FLAG(TS-SUB)
                   ADD 1 TO RC-SEQUENCE-ERRORS
                   MOVE 'SEQUENCE SENT TWICE - USED BY AN EARLIER RUN'
                       TO TN-TEXT
               END-IF
               WRITE RECON-REPORT-LINE FROM TRANSMIT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF HS-ENTRY-COUNT > ZERO
                   AND TS-SEQUENCE(TS-SUB) > SQ-EXPECTED
                   ADD 1 TO RC-SEQUENCE-ERRORS
                   COMPUTE SQ-GAP-END = TS-SEQUENCE(TS-SUB) - 1
                   MOVE SQ-EXPECTED TO SQ-NOTE-FROM
                   MOVE SQ-GAP-END TO SQ-NOTE-THRU
                   WRITE RECON-REPORT-LINE FROM SEQUENCE-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               IF TS-SEQUENCE(TS-SUB) >= SQ-EXPECTED
                   COMPUTE SQ-EXPECTED = TS-SEQUENCE(TS-SUB) + 1
               END-IF
           END-IF
       .
      *
       600-MATCH-ACKNOWLEDGMENTS.

           WRITE RECON-REPORT-LINE FROM ACK-SECTION-HEADING
               AFTER ADVANCING 3 LINES
           WRITE RECON-REPORT-LINE FROM ACK-COL-HEADING
               AFTER ADVANCING 2 LINES

           OPEN INPUT ACKNOWLEDGMENT-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ ACKNOWLEDGMENT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RC-ACKS-READ
                       PERFORM 610-MATCH-ONE-ACK
               END-READ
           END-PERFORM
           CLOSE ACKNOWLEDGMENT-FILE
           MOVE SPACE TO EOF-FLAG
       .
      *
      * THE SEQUENCE NAMES THE TRANSMISSION; CLASS AND ID NAME THE
      * ROW WITHIN IT.  AN ACKNOWLEDGMENT FOR A SEQUENCE NOT ON
      * EITHER FILE NEVER MATCHES A ROW AND SO REPORTS AS NOT SENT.
       610-MATCH-ONE-ACK.

           MOVE ZERO TO AK-TS-SUB
           PERFORM VARYING TS-SUB FROM 1 BY 1
               UNTIL TS-SUB > 2
               IF TS-HAS-HEADER(TS-SUB)
                   AND TS-SEQUENCE(TS-SUB) = AK-SEQUENCE
                   MOVE TS-SUB TO AK-TS-SUB
               END-IF
           END-PERFORM

           MOVE ZERO TO SN-FOUND-SUB
           IF AK-TS-SUB > ZERO
               PERFORM VARYING SN-SUB FROM 1 BY 1
                   UNTIL SN-SUB > SN-ENTRY-COUNT
                      OR SN-FOUND-SUB > ZERO
                   IF SN-TS-SUB(SN-SUB) = AK-TS-SUB
                       AND SN-CLASS-CODE(SN-SUB) = AK-CLASS-CODE
                       AND SN-STUDENT-ID(SN-SUB) = AK-STUDENT-ID
                       MOVE SN-SUB TO SN-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN SN-FOUND-SUB = ZERO
                   ADD 1 TO RC-NOT-SENT
                   MOVE 'NOT SENT' TO AD-STATUS
                   PERFORM 620-PRINT-ACK-LINE
               WHEN SN-ACK-STATUS(SN-FOUND-SUB) NOT = SPACE
                   ADD 1 TO RC-DUPLICATE-ACKS
                   MOVE 'DUPLICATE' TO AD-STATUS
                   PERFORM 620-PRINT-ACK-LINE
               WHEN ACK-LOADED
                   ADD 1 TO RC-LOADED
                   MOVE 'A' TO SN-ACK-STATUS(SN-FOUND-SUB)
               WHEN ACK-REJECTED
                   ADD 1 TO RC-REJECTED
                   MOVE 'R' TO SN-ACK-STATUS(SN-FOUND-SUB)
                   MOVE 'REJECTED' TO AD-STATUS
                   PERFORM 620-PRINT-ACK-LINE
               WHEN OTHER
                   ADD 1 TO RC-BAD-STATUS
                   MOVE 'BAD CODE' TO AD-STATUS
                   PERFORM 620-PRINT-ACK-LINE
           END-EVALUATE
       .
      *
       620-PRINT-ACK-LINE.

           MOVE AK-SEQUENCE TO AD-SEQUENCE
           MOVE AK-CLASS-CODE TO AD-CLASS-CODE
           MOVE AK-STUDENT-ID TO AD-STUDENT-ID
           MOVE AK-REASON TO AD-REASON
           WRITE RECON-REPORT-LINE FROM ACK-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .
      *
       700-LIST-UNACKNOWLEDGED.

           WRITE RECON-REPORT-LINE FROM UNACKED-SECTION-HEADING
               AFTER ADVANCING 3 LINES
           WRITE RECON-REPORT-LINE FROM UNACKED-COL-HEADING
               AFTER ADVANCING 2 LINES

           PERFORM VARYING SN-SUB FROM 1 BY 1
               UNTIL SN-SUB > SN-ENTRY-COUNT
               IF SN-ACK-STATUS(SN-SUB) = SPACE
                   ADD 1 TO RC-NOT-ACKED
                   MOVE SN-TS-SUB(SN-SUB) TO TS-SUB
                   MOVE TS-SEQUENCE(TS-SUB) TO UD-SEQUENCE
                   MOVE SN-CLASS-CODE(SN-SUB) TO UD-CLASS-CODE
                   MOVE SN-STUDENT-ID(SN-SUB) TO UD-STUDENT-ID
                   MOVE SN-NAME(SN-SUB) TO UD-NAME
                   MOVE SN-AVG(SN-SUB) TO UD-AVG
                   MOVE SN-GRADE(SN-SUB) TO UD-GRADE
                   WRITE RECON-REPORT-LINE FROM UNACKED-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
       .
      *
      * ONLY A SEQUENCE THE HISTORY HAS NOT SEEN IS ADDED - A FILE
      * RECONCILED AGAIN OR A NUMBER SENT TWICE IS ALREADY ON IT.
       750-UPDATE-RECON-HISTORY.

           OPEN EXTEND RECON-HISTORY-FILE

           PERFORM VARYING TS-SUB FROM 1 BY 1
               UNTIL TS-SUB > 2
               IF TS-HAS-HEADER(TS-SUB)
                   AND TS-NEW-SEQUENCE(TS-SUB)
                   MOVE SPACES TO RECON-HISTORY-RECORD
                   MOVE TS-SEQUENCE(TS-SUB) TO RH-SEQUENCE
                   IF TS-SUB = 1
                       MOVE 'G' TO RH-FILE-TYPE
                   ELSE
                       MOVE 'S' TO RH-FILE-TYPE
                   END-IF
                   MOVE TS-TERM-ID(TS-SUB) TO RH-TERM-ID
                   MOVE TS-RUN-DATE(TS-SUB) TO RH-RUN-DATE
                   MOVE TS-RUN-TIME(TS-SUB) TO RH-RUN-TIME
                   MOVE WS-CURRENT-DATE TO RH-RECON-DATE
                   WRITE RECON-HISTORY-RECORD
               END-IF
           END-PERFORM

           CLOSE RECON-HISTORY-FILE
       .
      *
       800-FINAL-ROUTINE.

           MOVE 'ROWS SENT:' TO RT-LABEL
           MOVE RC-ROWS-SENT TO RT-COUNT
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'ACKNOWLEDGMENTS READ:' TO RT-LABEL
           MOVE RC-ACKS-READ TO RT-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ROWS LOADED:' TO RT-LABEL
           MOVE RC-LOADED TO RT-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ROWS REJECTED:' TO RT-LABEL
           MOVE RC-REJECTED TO RT-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ROWS NEVER ACKNOWLEDGED:' TO RT-LABEL
           MOVE RC-NOT-ACKED TO RT-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'ACKNOWLEDGED BUT NOT SENT:' TO RT-LABEL
           MOVE RC-NOT-SENT TO RT-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'DUPLICATE ACKNOWLEDGMENTS:' TO RT-LABEL
           MOVE RC-DUPLICATE-ACKS TO RT-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'INVALID ACK STATUS CODES:' TO RT-LABEL
           MOVE RC-BAD-STATUS TO RT-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'HEADER/TRAILER EXCEPTIONS:' TO RT-LABEL
           MOVE RC-CONTROL-ERRORS TO RT-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           MOVE 'SEQUENCE EXCEPTIONS:' TO RT-LABEL
           MOVE RC-SEQUENCE-ERRORS TO RT-COUNT
           PERFORM 810-PRINT-TOTAL-LINE

           IF SN-DROPPED-COUNT > ZERO
               MOVE SN-DROPPED-COUNT TO SF-DROPPED
               WRITE RECON-REPORT-LINE FROM SENT-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF HS-DROPPED-COUNT > ZERO
               MOVE HS-DROPPED-COUNT TO HF-DROPPED
               WRITE RECON-REPORT-LINE FROM HISTORY-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF RC-REJECTED = ZERO
               AND RC-NOT-ACKED = ZERO
               AND RC-NOT-SENT = ZERO
               AND RC-DUPLICATE-ACKS = ZERO
               AND RC-BAD-STATUS = ZERO
               AND RC-CONTROL-ERRORS = ZERO
               AND RC-SEQUENCE-ERRORS = ZERO
               AND SN-DROPPED-COUNT = ZERO
               WRITE RECON-REPORT-LINE FROM RECON-CLEAN-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE RECON-REPORT-LINE FROM RECON-EXCEPTION-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE RECON-REPORT-FILE

            STOP RUN
            .
      *
       810-PRINT-TOTAL-LINE.
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
