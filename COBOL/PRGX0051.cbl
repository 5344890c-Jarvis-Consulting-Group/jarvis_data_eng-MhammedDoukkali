      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of COURSE.MST to the widened
      *          layout carrying each course's instructor id from the
      *          instructor master (INSTRUCT.VSAM, loaded beforehand
      *          through PRGI0050). Reads the pre-conversion file
      *          (renamed COURSE.OLD) and writes the rebuilt
      *          COURSE.MST with every other field carried across
      *          unchanged. The free-text instructor name on each
      *          course is matched to the master: the instructor's
      *          surname must appear in the text as a whole word,
      *          together with the first name or its initial ('SMITH
      *          J', 'J SMITH', 'SMITH, JOHN'); text holding nothing
      *          but the surname also matches when only one
      *          instructor has that surname. A single match sets the
      *          instructor id and replaces the free text with the
      *          master's 'SURNAME, FIRST' spelling. No match, or more
      *          than one, converts the course with instructor id zero
      *          and its free text unchanged, lists it on the
      *          conversion report (INSCONV.RPT) with the reason, and
      *          ends RC 4; the registrar then assigns those courses
      *          an instructor through PRGC0013. Until this conversion
      *          runs, every program declaring the widened layout gets
      *          a record length mismatch against the old file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGX0051.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-COURSE-FILE ASSIGN TO 'COURSE.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-COURSE-CODE
               FILE STATUS IS OLD-FILE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO 'COURSE.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-MST-CODE
               FILE STATUS IS CRS-FILE-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO 'INSTRUCT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS INS-FILE-STATUS.

           SELECT CONVERSION-REPORT-FILE ASSIGN TO 'INSCONV.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-COURSE-FILE.
       01  OLD-COURSE-RECORD.
           88 OLD-ENDOFFILE                 VALUE HIGH-VALUE.
           05 OLD-COURSE-CODE               PIC X(15).
           05 OLD-SEPARATOR1                PIC X.
           05 OLD-COURSE-TITLE              PIC X(40).
           05 OLD-SEPARATOR2                PIC X.
           05 OLD-INSTRUCTOR                PIC X(27).
           05 OLD-SEPARATOR3                PIC X.
           05 OLD-TERM-START                PIC 9(8).
           05 OLD-SEPARATOR4                PIC X.
           05 OLD-TERM-END                  PIC 9(8).
           05 OLD-SEPARATOR5                PIC X.
           05 OLD-CAPACITY                  PIC 9(4).
           05 OLD-SEPARATOR6                PIC X.
           05 OLD-ENROLLED                  PIC 9(4).
           05 OLD-SEPARATOR7                PIC X.
           05 OLD-CREDIT-HOURS              PIC 9(2)V9.

       FD COURSE-MASTER-FILE.
       01  COURSE-MST-RECORD.
           05 COURSE-MST-CODE               PIC X(15).
           05 CRS-SEPARATOR1                PIC X.
           05 COURSE-MST-TITLE              PIC X(40).
           05 CRS-SEPARATOR2                PIC X.
           05 COURSE-MST-INSTRUCTOR         PIC X(27).
           05 CRS-SEPARATOR3                PIC X.
           05 COURSE-MST-TERM-START         PIC 9(8).
           05 CRS-SEPARATOR4                PIC X.
           05 COURSE-MST-TERM-END           PIC 9(8).
           05 CRS-SEPARATOR5                PIC X.
           05 COURSE-MST-CAPACITY           PIC 9(4).
           05 CRS-SEPARATOR6                PIC X.
           05 COURSE-MST-ENROLLED           PIC 9(4).
           05 CRS-SEPARATOR7                PIC X.
           05 COURSE-MST-CREDIT-HOURS       PIC 9(2)V9.
           05 CRS-SEPARATOR8                PIC X.
           05 COURSE-MST-INSTRUCTOR-ID      PIC 9(5).

       FD INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           88 INSTRUCTOR-ENDOFFILE          VALUE HIGH-VALUE.
           05 INS-ID                        PIC 9(5).
           05 INS-SEPARATOR1                PIC X.
           05 INS-LAST-NAME                 PIC X(20).
           05 INS-SEPARATOR2                PIC X.
           05 INS-FIRST-NAME                PIC X(15).
           05 INS-SEPARATOR3                PIC X.
           05 INS-DEPARTMENT                PIC X(10).
           05 INS-SEPARATOR4                PIC X.
           05 INS-PHONE                     PIC X(12).
           05 INS-SEPARATOR5                PIC X.
           05 INS-EMAIL                     PIC X(40).
           05 INS-SEPARATOR6                PIC X.
           05 INS-MAX-LOAD                  PIC 9(2)V9.

       FD CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-RECORD         PIC X(132).

       FD RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05 RL-PROGRAM-ID                 PIC X(8).
           05 RL-SEPARATOR1                 PIC X.
           05 RL-START-DATE                 PIC 9(8).
           05 RL-SEPARATOR2                 PIC X.
           05 RL-START-TIME                 PIC 9(6).
           05 RL-SEPARATOR3                 PIC X.
           05 RL-END-DATE                   PIC 9(8).
           05 RL-SEPARATOR4                 PIC X.
           05 RL-END-TIME                   PIC 9(6).
           05 RL-SEPARATOR5                 PIC X.
           05 RL-RECORDS-PROCESSED          PIC 9(9).
           05 RL-SEPARATOR6                 PIC X.
           05 RL-RETURN-CODE                PIC 9(4).
           05 RL-SEPARATOR7                 PIC X.
           05 RL-FINAL-STATUS               PIC X(20).

       WORKING-STORAGE SECTION.

       01  RL-FILE-STATUS                   PIC XX.
       01  WS-RUN-LOG-WORK.
           05 WS-RUN-START-DATE             PIC 9(8).
           05 WS-RUN-START-TIME             PIC 9(6).
           05 WS-RUN-TIME-RAW               PIC 9(8).
           05 WS-RUN-RECORDS                PIC 9(9) VALUE 0.
           05 WS-RETURN-CODE                PIC 9(4) VALUE 0.

       01  OLD-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  INS-FILE-STATUS                  PIC XX.
       01  RPT-FILE-STATUS                  PIC XX.

       01  WS-CONVERTED-COUNT               PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT               PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * THE INSTRUCTOR MASTER, HELD IN STORAGE WITH EACH SURNAME AND   *
      * FIRST NAME NORMALIZED THE SAME WAY AS THE COURSE FREE TEXT     *
      * (UPPER CASE, SINGLE SPACED) FOR WHOLE-WORD MATCHING            *
      *---------------------------------------------------------------*
       01  WS-INSTRUCTOR-TABLE.
           05 WS-IT-COUNT                   PIC 9(4) VALUE 0.
           05 WS-IT-ENTRY OCCURS 500 TIMES.
              10 WS-IT-ID                   PIC 9(5).
              10 WS-IT-LAST                 PIC X(20).
              10 WS-IT-LAST-LEN             PIC 9(2).
              10 WS-IT-FIRST                PIC X(15).
              10 WS-IT-FIRST-LEN            PIC 9(2).
              10 WS-IT-NAME                 PIC X(27).
       01  WS-IT-OVERFLOW-SW                PIC X    VALUE 'N'.
           88 WS-IT-OVERFLOW                     VALUE 'Y'.
       01  WS-IT-IDX                        PIC 9(4).

      *---------------------------------------------------------------*
      * MATCHING ONE COURSE'S FREE TEXT AGAINST THE TABLE. THE TEXT IS *
      * PADDED WITH A SPACE EACH SIDE SO A WORD IS FOUND BY SEARCHING  *
      * FOR ' WORD '                                                   *
      *---------------------------------------------------------------*
       01  WS-MATCH-WORK.
           05 WS-NORM-TEXT                  PIC X(27).
           05 WS-PADDED-TEXT                PIC X(30).
           05 WS-SEARCH-KEY                 PIC X(24).
           05 WS-KEY-LEN                    PIC 9(2).
           05 WS-HIT-COUNT                  PIC 9(3).
           05 WS-FULL-MATCH-COUNT           PIC 9(3).
           05 WS-FULL-MATCH-IDX             PIC 9(4).
           05 WS-SURNAME-ONLY-COUNT         PIC 9(3).
           05 WS-SURNAME-ONLY-IDX           PIC 9(4).
           05 WS-MATCH-IDX                  PIC 9(4).
           05 WS-UNMATCHED-REASON           PIC X(40).

      *---------------------------------------------------------------*
      * NAME NORMALIZATION - COMMAS AND PERIODS BECOME SPACES, LOWER   *
      * CASE BECOMES UPPER, RUNS OF SPACES COLLAPSE TO ONE, AND THE    *
      * RESULT IS LEFT-JUSTIFIED                                       *
      *---------------------------------------------------------------*
       01  WS-SQUEEZE-WORK.
           05 WS-SQZ-IN                     PIC X(27).
           05 WS-SQZ-OUT                    PIC X(27).
           05 WS-SQZ-IN-IDX                 PIC 9(2).
           05 WS-SQZ-OUT-IDX                PIC 9(2).
           05 WS-SQZ-LEN                    PIC 9(2).

       01  WS-REPORT-LINE                   PIC X(132).
       01  WS-DATE-TO-FORMAT                PIC 9(8).
       01  WS-FORMATTED-DATE                PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '    COURSE MASTER INSTRUCTOR ID CONVERSION         '
           DISPLAY '==================================================='

           PERFORM 1000-LOAD-INSTRUCTORS THRU 1000-RETURN.
           IF WS-RETURN-CODE > 4
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT OLD-COURSE-FILE.
           IF OLD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE.OLD, '
                   'FILE STATUS: ' OLD-FILE-STATUS
               DISPLAY 'RENAME THE PRE-CONVERSION COURSE MASTER TO '
                   'COURSE.OLD BEFORE RUNNING THE CONVERSION.'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

      *    THE REBUILT MASTER MUST NOT ALREADY EXIST - A RERUN OVER A
      *    CONVERTED FILE WOULD WIPE THE INSTRUCTOR IDS ASSIGNED SINCE.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS = '00'
               DISPLAY 'COURSE.MST ALREADY EXISTS - CONVERSION '
                   'REFUSED. DELETE OR RENAME IT FIRST.'
               CLOSE COURSE-MASTER-FILE
               CLOSE OLD-COURSE-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO CREATE COURSE.MST, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               CLOSE OLD-COURSE-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT CONVERSION-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONVERSION REPORT, '
                   'FILE STATUS: ' RPT-FILE-STATUS
               CLOSE COURSE-MASTER-FILE
               CLOSE OLD-COURSE-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           PERFORM 3000-REPORT-HEADER THRU 3000-EXIT.

           READ OLD-COURSE-FILE NEXT RECORD
               AT END SET OLD-ENDOFFILE TO TRUE
           END-READ.

           PERFORM 2000-CONVERT-ONE-COURSE THRU 2000-EXIT
               UNTIL OLD-ENDOFFILE.

           PERFORM 3500-REPORT-TOTALS THRU 3500-EXIT.

           CLOSE CONVERSION-REPORT-FILE.
           CLOSE COURSE-MASTER-FILE.
           CLOSE OLD-COURSE-FILE.

           DISPLAY 'COURSES CONVERTED : ' WS-CONVERTED-COUNT
           DISPLAY 'INSTRUCTOR MATCHED: ' WS-MATCHED-COUNT
           DISPLAY 'NOT MATCHED       : ' WS-UNMATCHED-COUNT
           DISPLAY 'WRITE ERRORS      : ' WS-ERROR-COUNT
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY 'CONVERSION COMPLETE. ASSIGN AN INSTRUCTOR TO '
                   'EVERY COURSE ON INSCONV.RPT THROUGH COURSE '
                   'MAINTENANCE.'
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'CONVERSION COMPLETE.'
           END-IF.
       0000-EXIT.
           MOVE WS-CONVERTED-COUNT TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * LOAD THE INSTRUCTOR MASTER INTO STORAGE. NO MASTER, AN EMPTY   *
      * ONE, OR MORE INSTRUCTORS THAN THE TABLE HOLDS STOPS THE RUN    *
      * RC 8 BEFORE ANYTHING IS WRITTEN                                *
      *---------------------------------------------------------------*
       1000-LOAD-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN INSTRUCTOR MASTER, '
                   'FILE STATUS: ' INS-FILE-STATUS
               DISPLAY 'LOAD THE INSTRUCTORS THROUGH PRGI0050 BEFORE '
                   'RUNNING THE CONVERSION.'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-RETURN
           END-IF.

           MOVE 0 TO INS-ID.
           START INSTRUCTOR-FILE KEY IS NOT LESS THAN INS-ID
               INVALID KEY
                   SET INSTRUCTOR-ENDOFFILE TO TRUE
           END-START.
           IF NOT INSTRUCTOR-ENDOFFILE
               READ INSTRUCTOR-FILE NEXT RECORD
                   AT END SET INSTRUCTOR-ENDOFFILE TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-LOAD-ONE-INSTRUCTOR THRU 1100-EXIT
               UNTIL INSTRUCTOR-ENDOFFILE.

           IF WS-IT-OVERFLOW
               DISPLAY 'MORE THAN 500 INSTRUCTORS ON THE MASTER - '
                   'CONVERSION REFUSED.'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-IT-COUNT = 0
               DISPLAY 'INSTRUCTOR MASTER IS EMPTY - LOAD THE '
                   'INSTRUCTORS THROUGH PRGI0050 BEFORE RUNNING THE '
                   'CONVERSION.'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           DISPLAY 'INSTRUCTORS LOADED: ' WS-IT-COUNT.
       1000-EXIT.
           CLOSE INSTRUCTOR-FILE.
       1000-RETURN.
           EXIT.

       1100-LOAD-ONE-INSTRUCTOR.
           IF WS-IT-COUNT NOT < 500
               SET WS-IT-OVERFLOW TO TRUE
               GO TO 1100-READ-NEXT
           END-IF.
           ADD 1 TO WS-IT-COUNT.
           MOVE INS-ID TO WS-IT-ID (WS-IT-COUNT).

           MOVE INS-LAST-NAME TO WS-SQZ-IN.
           PERFORM 9200-NORMALIZE-NAME THRU 9200-EXIT.
           MOVE WS-SQZ-OUT TO WS-IT-LAST (WS-IT-COUNT).
           MOVE WS-SQZ-LEN TO WS-IT-LAST-LEN (WS-IT-COUNT).

           MOVE INS-FIRST-NAME TO WS-SQZ-IN.
           PERFORM 9200-NORMALIZE-NAME THRU 9200-EXIT.
           MOVE WS-SQZ-OUT TO WS-IT-FIRST (WS-IT-COUNT).
           MOVE WS-SQZ-LEN TO WS-IT-FIRST-LEN (WS-IT-COUNT).

      *    THE SPELLING CARRIED ON THE COURSE - SAME FORM AS COURSE
      *    AND INSTRUCTOR MAINTENANCE BUILD.
           MOVE SPACES TO WS-IT-NAME (WS-IT-COUNT).
           IF INS-FIRST-NAME = SPACES
               MOVE INS-LAST-NAME TO WS-IT-NAME (WS-IT-COUNT)
           ELSE
               STRING INS-LAST-NAME  DELIMITED BY '  '
                      ', '           DELIMITED BY SIZE
                      INS-FIRST-NAME DELIMITED BY '  '
                   INTO WS-IT-NAME (WS-IT-COUNT)
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.
       1100-READ-NEXT.
           READ INSTRUCTOR-FILE NEXT RECORD
               AT END SET INSTRUCTOR-ENDOFFILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * COPY ONE COURSE INTO THE WIDENED LAYOUT, WITH THE INSTRUCTOR   *
      * ID AND MASTER SPELLING WHEN THE FREE TEXT MATCHES EXACTLY ONE  *
      * INSTRUCTOR                                                     *
      *---------------------------------------------------------------*
       2000-CONVERT-ONE-COURSE.
           MOVE OLD-COURSE-CODE   TO COURSE-MST-CODE.
           MOVE OLD-COURSE-TITLE  TO COURSE-MST-TITLE.
           MOVE OLD-INSTRUCTOR    TO COURSE-MST-INSTRUCTOR.
           MOVE OLD-TERM-START    TO COURSE-MST-TERM-START.
           MOVE OLD-TERM-END      TO COURSE-MST-TERM-END.
           MOVE OLD-CAPACITY      TO COURSE-MST-CAPACITY.
           MOVE OLD-ENROLLED      TO COURSE-MST-ENROLLED.
           MOVE OLD-CREDIT-HOURS  TO COURSE-MST-CREDIT-HOURS.
           MOVE 0                 TO COURSE-MST-INSTRUCTOR-ID.
           MOVE ','               TO CRS-SEPARATOR1
                                     CRS-SEPARATOR2
                                     CRS-SEPARATOR3
                                     CRS-SEPARATOR4
                                     CRS-SEPARATOR5
                                     CRS-SEPARATOR6
                                     CRS-SEPARATOR7
                                     CRS-SEPARATOR8.

           PERFORM 2100-MATCH-INSTRUCTOR THRU 2100-EXIT.
           IF WS-MATCH-IDX > 0
               MOVE WS-IT-ID (WS-MATCH-IDX)
                   TO COURSE-MST-INSTRUCTOR-ID
               MOVE WS-IT-NAME (WS-MATCH-IDX)
                   TO COURSE-MST-INSTRUCTOR
           END-IF.

           WRITE COURSE-MST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR CONVERTING COURSE '
                       OLD-COURSE-CODE ', FILE STATUS: '
                       CRS-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
                   IF WS-MATCH-IDX > 0
                       ADD 1 TO WS-MATCHED-COUNT
                   ELSE
                       ADD 1 TO WS-UNMATCHED-COUNT
                       PERFORM 3100-REPORT-UNMATCHED THRU 3100-EXIT
                   END-IF
           END-WRITE.

           READ OLD-COURSE-FILE NEXT RECORD
               AT END SET OLD-ENDOFFILE TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A SURNAME PLUS FIRST NAME OR INITIAL IS A FULL MATCH. ONLY     *
      * WHEN THERE IS NO FULL MATCH DOES TEXT HOLDING NOTHING BUT A    *
      * SURNAME COUNT. EXACTLY ONE CANDIDATE IS NEEDED EITHER WAY      *
      *---------------------------------------------------------------*
       2100-MATCH-INSTRUCTOR.
           MOVE 0 TO WS-MATCH-IDX.
           MOVE 0 TO WS-FULL-MATCH-COUNT.
           MOVE 0 TO WS-SURNAME-ONLY-COUNT.
           MOVE SPACES TO WS-UNMATCHED-REASON.

           MOVE OLD-INSTRUCTOR TO WS-SQZ-IN.
           PERFORM 9200-NORMALIZE-NAME THRU 9200-EXIT.
           MOVE WS-SQZ-OUT TO WS-NORM-TEXT.
           IF WS-NORM-TEXT = SPACES
               MOVE 'NO INSTRUCTOR NAME ON THE COURSE'
                   TO WS-UNMATCHED-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-PADDED-TEXT.
           MOVE WS-NORM-TEXT TO WS-PADDED-TEXT (2:27).

           PERFORM 2200-TRY-ONE-INSTRUCTOR THRU 2200-EXIT
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT.

           EVALUATE TRUE
               WHEN WS-FULL-MATCH-COUNT = 1
                   MOVE WS-FULL-MATCH-IDX TO WS-MATCH-IDX
               WHEN WS-FULL-MATCH-COUNT > 1
                   MOVE 'AMBIGUOUS - SEVERAL INSTRUCTORS MATCH'
                       TO WS-UNMATCHED-REASON
               WHEN WS-SURNAME-ONLY-COUNT = 1
                   MOVE WS-SURNAME-ONLY-IDX TO WS-MATCH-IDX
               WHEN WS-SURNAME-ONLY-COUNT > 1
                   MOVE 'AMBIGUOUS - SURNAME SHARED, NO FIRST NAME'
                       TO WS-UNMATCHED-REASON
               WHEN OTHER
                   MOVE 'NO INSTRUCTOR ON THE MASTER MATCHES'
                       TO WS-UNMATCHED-REASON
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-TRY-ONE-INSTRUCTOR.
           IF WS-IT-LAST-LEN (WS-IT-IDX) = 0
               GO TO 2200-EXIT
           END-IF.

      *    THE SURNAME MUST APPEAR AS A WHOLE WORD (OR WORDS).
           MOVE SPACES TO WS-SEARCH-KEY.
           MOVE WS-IT-LAST (WS-IT-IDX)
               (1:WS-IT-LAST-LEN (WS-IT-IDX))
               TO WS-SEARCH-KEY (2:WS-IT-LAST-LEN (WS-IT-IDX)).
           COMPUTE WS-KEY-LEN = WS-IT-LAST-LEN (WS-IT-IDX) + 2.
           MOVE 0 TO WS-HIT-COUNT.
           INSPECT WS-PADDED-TEXT TALLYING WS-HIT-COUNT
               FOR ALL WS-SEARCH-KEY (1:WS-KEY-LEN).
           IF WS-HIT-COUNT = 0
               GO TO 2200-EXIT
           END-IF.

           IF WS-NORM-TEXT = WS-IT-LAST (WS-IT-IDX)
               ADD 1 TO WS-SURNAME-ONLY-COUNT
               MOVE WS-IT-IDX TO WS-SURNAME-ONLY-IDX
               GO TO 2200-EXIT
           END-IF.
           IF WS-IT-FIRST-LEN (WS-IT-IDX) = 0
               GO TO 2200-EXIT
           END-IF.

      *    THEN THE FIRST NAME IN FULL ...
           MOVE SPACES TO WS-SEARCH-KEY.
           MOVE WS-IT-FIRST (WS-IT-IDX)
               (1:WS-IT-FIRST-LEN (WS-IT-IDX))
               TO WS-SEARCH-KEY (2:WS-IT-FIRST-LEN (WS-IT-IDX)).
           COMPUTE WS-KEY-LEN = WS-IT-FIRST-LEN (WS-IT-IDX) + 2.
           MOVE 0 TO WS-HIT-COUNT.
           INSPECT WS-PADDED-TEXT TALLYING WS-HIT-COUNT
               FOR ALL WS-SEARCH-KEY (1:WS-KEY-LEN).

      *    ... OR ITS INITIAL AS A WORD ON ITS OWN.
           IF WS-HIT-COUNT = 0
               MOVE SPACES TO WS-SEARCH-KEY
               MOVE WS-IT-FIRST (WS-IT-IDX) (1:1)
                   TO WS-SEARCH-KEY (2:1)
               INSPECT WS-PADDED-TEXT TALLYING WS-HIT-COUNT
                   FOR ALL WS-SEARCH-KEY (1:3)
           END-IF.

           IF WS-HIT-COUNT > 0
               ADD 1 TO WS-FULL-MATCH-COUNT
               MOVE WS-IT-IDX TO WS-FULL-MATCH-IDX
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * CONVERSION REPORT - ONE LINE PER COURSE LEFT WITHOUT AN        *
      * INSTRUCTOR ID, THEN THE RUN TOTALS                             *
      *---------------------------------------------------------------*
       3000-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RUN-START-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           STRING 'INSTRUCTOR ID CONVERSION - INSTRUCTOR NAMES NOT '
                                              DELIMITED BY SIZE
               'MATCHED   RUN DATE: '         DELIMITED BY SIZE
               WS-FORMATTED-DATE              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               & '=================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'COURSE          | TITLE' TO WS-REPORT-LINE.
           MOVE ' | INSTRUCTOR AS KEYED         | REASON'
               TO WS-REPORT-LINE (59:39).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '----------------------------------------------------'
               & '--------------------------------------------------'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3100-REPORT-UNMATCHED.
           STRING OLD-COURSE-CODE             DELIMITED BY SIZE
               ' | '                          DELIMITED BY SIZE
               OLD-COURSE-TITLE               DELIMITED BY SIZE
               ' | '                          DELIMITED BY SIZE
               OLD-INSTRUCTOR                 DELIMITED BY SIZE
               ' | '                          DELIMITED BY SIZE
               WS-UNMATCHED-REASON            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

       3500-REPORT-TOTALS.
           MOVE '----------------------------------------------------'
               & '--------------------------------------------------'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'COURSES CONVERTED: '  DELIMITED BY SIZE
               WS-CONVERTED-COUNT        DELIMITED BY SIZE
               '   MATCHED: '            DELIMITED BY SIZE
               WS-MATCHED-COUNT          DELIMITED BY SIZE
               '   NOT MATCHED: '        DELIMITED BY SIZE
               WS-UNMATCHED-COUNT        DELIMITED BY SIZE
               '   WRITE ERRORS: '       DELIMITED BY SIZE
               WS-ERROR-COUNT            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3500-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           WRITE CONVERSION-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * CCYYMMDD TO MM/DD/CCYY FOR THE REPORT                          *
      *---------------------------------------------------------------*
       9000-FORMAT-DATE.
           MOVE SPACES TO WS-FORMATTED-DATE
           MOVE WS-DATE-TO-FORMAT (5:2) TO WS-FORMATTED-DATE (1:2)
           MOVE '/' TO WS-FORMATTED-DATE (3:1)
           MOVE WS-DATE-TO-FORMAT (7:2) TO WS-FORMATTED-DATE (4:2)
           MOVE '/' TO WS-FORMATTED-DATE (6:1)
           MOVE WS-DATE-TO-FORMAT (1:4) TO WS-FORMATTED-DATE (7:4).
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * NORMALIZE WS-SQZ-IN INTO WS-SQZ-OUT AND LEAVE ITS LENGTH IN    *
      * WS-SQZ-LEN                                                     *
      *---------------------------------------------------------------*
       9200-NORMALIZE-NAME.
           INSPECT WS-SQZ-IN
               CONVERTING 'abcdefghijklmnopqrstuvwxyz,.'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '.
           MOVE SPACES TO WS-SQZ-OUT.
           MOVE 0 TO WS-SQZ-OUT-IDX.
           PERFORM 9210-SQUEEZE-ONE-CHAR THRU 9210-EXIT
               VARYING WS-SQZ-IN-IDX FROM 1 BY 1
               UNTIL WS-SQZ-IN-IDX > 27.
      *    A TRAILING SEPARATOR LEAVES ONE SPACE AT THE END - DROP IT.
           IF WS-SQZ-OUT-IDX > 0
               IF WS-SQZ-OUT (WS-SQZ-OUT-IDX:1) = SPACE
                   SUBTRACT 1 FROM WS-SQZ-OUT-IDX
               END-IF
           END-IF.
           MOVE WS-SQZ-OUT-IDX TO WS-SQZ-LEN.
       9200-EXIT.
           EXIT.

       9210-SQUEEZE-ONE-CHAR.
           IF WS-SQZ-IN (WS-SQZ-IN-IDX:1) = SPACE
               IF WS-SQZ-OUT-IDX = 0
                   GO TO 9210-EXIT
               END-IF
               IF WS-SQZ-OUT (WS-SQZ-OUT-IDX:1) NOT = SPACE
                   ADD 1 TO WS-SQZ-OUT-IDX
               END-IF
           ELSE
               ADD 1 TO WS-SQZ-OUT-IDX
               MOVE WS-SQZ-IN (WS-SQZ-IN-IDX:1)
                   TO WS-SQZ-OUT (WS-SQZ-OUT-IDX:1)
           END-IF.
       9210-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * APPEND ONE RUN-LOG RECORD TO THE PERSISTENT RUN HISTORY FILE   *
      * (RUNLOG.DAT) - PROGRAM, START/END TIMESTAMPS, RECORDS          *
      * PROCESSED, AND THE FINAL STATUS THE SCHEDULER WILL SEE         *
      *---------------------------------------------------------------*
       9800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN RUN LOG, '
                   'FILE STATUS: ' RL-FILE-STATUS
               GO TO 9800-EXIT
           END-IF.

           MOVE 'PRGX0051' TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO RL-END-TIME.
           MOVE WS-RUN-RECORDS TO RL-RECORDS-PROCESSED.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-RETURN-CODE = 0
                   MOVE 'OK' TO RL-FINAL-STATUS
               WHEN WS-RETURN-CODE = 4
                   MOVE 'ENDED WITH WARNINGS' TO RL-FINAL-STATUS
               WHEN OTHER
                   MOVE 'ENDED IN ERROR' TO RL-FINAL-STATUS
           END-EVALUATE.
           MOVE ',' TO RL-SEPARATOR1
                       RL-SEPARATOR2
                       RL-SEPARATOR3
                       RL-SEPARATOR4
                       RL-SEPARATOR5
                       RL-SEPARATOR6
                       RL-SEPARATOR7.

           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
       9800-EXIT.
           EXIT.

       END PROGRAM PRGX0051.
