      *    TEST DELIBERATELY AVOIDS ASSUMING THE ID ITSELF IS ALL
      *    DIGITS; THE AVERAGE COLUMN IS ZZ9 ON EVERY DETAIL LINE
      *    BOTH LAB5ARRAYS AND L5TREND WRITE, AND LANDS ON LETTERS
      *    OF THE HEADING TEXT ON EVERY NON-DETAIL LINE.  AN
      *    ALERT RAISED FOR POOR ATTENDANCE CARRIES ITS REASON IN
      *    COLUMNS 49-80, AND THE LETTER SAYS SO.
      *******
      *  INPUT:  L5ALERT.TXT  - ACADEMIC ALERT LISTING
      *          STUADDR.TXT  - GUARDIAN NAME AND MAILING ADDRESS
               10  AL-AVERAGE-UNIT          PIC X(1).
           05  FILLER                       PIC X(6).
           05  AL-STUDENT-ID                PIC X(9).
      * SET BY LAB5ARRAYS WHEN THE ALERT IS NOT A LOW AVERAGE
      * (POOR ATTENDANCE); BLANK ON A PLAIN LOW-AVERAGE ALERT.
           05  AL-REASON                    PIC X(32).
      *
       FD  GUARDIAN-ADDRESS-FILE
           RECORD CONTAINS 90 CHARACTERS.
               INTO LETTER-WORK-LINE
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK-LINE
               AFTER ADVANCING 1 LINE
           IF AL-REASON NOT = SPACES
               MOVE SPACES TO LETTER-WORK-LINE
               STRING 'AND HAS BEEN FLAGGED FOR ' DELIMITED BY SIZE
                      AL-REASON DELIMITED BY SIZE
                   INTO LETTER-WORK-LINE
               WRITE LETTER-PRINT-LINE FROM LETTER-WORK-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE LETTER-PRINT-LINE FROM LETTER-BODY-LINE-3
               AFTER ADVANCING 1 LINE

