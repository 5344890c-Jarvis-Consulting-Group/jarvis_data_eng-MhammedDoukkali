      ******************************************************************
      * Author:
      * Date:
      * Purpose: Census-date enrollment freeze and census report.
      *          Run on each term's census date with mode 'C', it
      *          takes a permanent, dated census copy (CENSUS.VSAM,
      *          keyed term start + student + course) of every
      *          enrollment in the courses starting that term,
      *          carrying the census date, the student's name, age
      *          band at the census date, and status, the course's
      *          instructor, and its credit hours. A term's census is
      *          taken once only - a second 'C' run for the same term
      *          is refused. Run later in the term with mode 'R', it
      *          compares the frozen census with the live ENROLL.VSAM
      *          counts course by course and lists every student who
      *          dropped after the census date (from ENRLHIST.DAT)
      *          and every enrollment added since (on ENROLL.VSAM but
      *          not on the census). Both modes print the census by
      *          course and by instructor (CENSUS.RPT).
      *          SYSIN card:
      *            col  1     mode, C = take census, R = compare
      *            cols 2-9   term start date, CCYYMMDD
      *          Age bands follow the statistics report (PRGS0018):
      *            1 UNDER 18  2 18-24  3 25-34  4 35-49  5 50 AND OVER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0045.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-VSAM-ID
               ALTERNATE KEY IS STUDENT-VSAM-INSERTDATE
                   WITH DUPLICATES
               FILE STATUS IS FILE-CHECK-KEY.

           SELECT ENROLL-VSAM-FILE ASSIGN TO 'ENROLL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-VSAM-KEY
               ALTERNATE KEY IS ENROLL-VSAM-COURSE
                   WITH DUPLICATES
               ALTERNATE KEY IS ENROLL-VSAM-INSERTDATE
                   WITH DUPLICATES
               FILE STATUS IS ENR-FILE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO 'COURSE.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-MST-CODE
               FILE STATUS IS CRS-FILE-STATUS.

           SELECT CENSUS-FILE ASSIGN TO 'CENSUS.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEN-KEY
               FILE STATUS IS CEN-FILE-STATUS.

           SELECT ENROLLMENT-HISTORY-FILE ASSIGN TO 'ENRLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EH-FILE-STATUS.

           SELECT CENSUS-REPORT-FILE ASSIGN TO 'CENSUS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.
       01  STUDENT-VSAM-RECORD.
           05 STUDENT-VSAM-ID               PIC 9(7).
           05 SEPARATOR1-VSAM               PIC X.
           05 STUDENT-VSAM-NAME             PIC X(27).
           05 SEPARATOR2-VSAM               PIC X.
           05 STUDENT-VSAM-DOB              PIC 9(8).
           05 STUDENT-VSAM-DOB-R REDEFINES STUDENT-VSAM-DOB.
               10 DOB-CCYY                  PIC 9(4).
               10 DOB-MM                    PIC 9(2).
               10 DOB-DD                    PIC 9(2).
           05 SEPARATOR3-VSAM               PIC X.
           05 STUDENT-VSAM-INSERTDATE       PIC 9(8).
           05 SEPARATOR4-VSAM               PIC X.
           05 STUDENT-VSAM-UPDATEDATE       PIC 9(8).
           05 SEPARATOR5-VSAM               PIC X.
           05 STUDENT-VSAM-STATUS           PIC X.
           05 STUDENT-VSAM-STATUS-DATE      PIC 9(8).

       FD ENROLL-VSAM-FILE.
       01  ENROLL-VSAM-RECORD.
           05 ENROLL-VSAM-KEY.
              10 ENROLL-VSAM-STUDENT-ID     PIC 9(7).
              10 ENROLL-VSAM-COURSE         PIC X(15).
           05 ENROLL-SEPARATOR1             PIC X.
           05 ENROLL-VSAM-INSERTDATE        PIC 9(8).
           05 ENROLL-SEPARATOR2             PIC X.
           05 ENROLL-VSAM-UPDATEDATE        PIC 9(8).
           05 ENROLL-SEPARATOR3             PIC X.
           05 ENROLL-VSAM-INCLUSION-DATE    PIC 9(8).

       FD COURSE-MASTER-FILE.
       01  COURSE-MST-RECORD.
           88 COURSE-ENDOFFILE              VALUE HIGH-VALUE.
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

      *---------------------------------------------------------------*
      * ONE ROW PER ENROLLMENT AS IT STOOD ON THE TERM'S CENSUS DATE - *
      * WRITTEN ONCE BY THE CENSUS RUN AND NEVER UPDATED               *
      *---------------------------------------------------------------*
       FD CENSUS-FILE.
       01  CENSUS-RECORD.
           05 CEN-KEY.
              10 CEN-TERM-START             PIC 9(8).
              10 CEN-STUDENT-ID             PIC 9(7).
              10 CEN-COURSE                 PIC X(15).
           05 CEN-SEPARATOR1                PIC X.
           05 CEN-CENSUS-DATE               PIC 9(8).
           05 CEN-SEPARATOR2                PIC X.
           05 CEN-NAME                      PIC X(27).
           05 CEN-SEPARATOR3                PIC X.
           05 CEN-AGE-BAND                  PIC 9.
           05 CEN-SEPARATOR4                PIC X.
           05 CEN-STUDENT-STATUS            PIC X.
           05 CEN-SEPARATOR5                PIC X.
           05 CEN-INSTRUCTOR                PIC X(27).
           05 CEN-SEPARATOR6                PIC X.
           05 CEN-CREDIT-HOURS              PIC 9(2)V9.
           05 CEN-SEPARATOR7                PIC X.
           05 CEN-ENROLL-INSERTDATE         PIC 9(8).

       FD ENROLLMENT-HISTORY-FILE.
       01  ENRLHIST-RECORD.
           05 EH-STUDENT-ID                 PIC 9(7).
           05 EH-SEPARATOR1                 PIC X.
           05 EH-NAME                       PIC X(27).
           05 EH-SEPARATOR2                 PIC X.
           05 EH-PRIOR-COURSE               PIC X(15).
           05 EH-SEPARATOR3                 PIC X.
           05 EH-ACTION-CODE                PIC X.
           05 EH-SEPARATOR4                 PIC X.
           05 EH-EFFECTIVE-DATE             PIC 9(8).

       FD CENSUS-REPORT-FILE.
       01  CENSUS-REPORT-RECORD             PIC X(132).

       FD BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE              PIC 9(8).
           05 FILLER                        PIC X(43).

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

       01  BD-FILE-STATUS                   PIC XX.
       01  RL-FILE-STATUS                   PIC XX.
       01  WS-RUN-LOG-WORK.
           05 WS-RUN-START-DATE             PIC 9(8).
           05 WS-RUN-START-TIME             PIC 9(6).
           05 WS-RUN-TIME-RAW               PIC 9(8).
           05 WS-RUN-RECORDS                PIC 9(9) VALUE 0.
           05 WS-RETURN-CODE                PIC 9(4) VALUE 0.

       01  FILE-STATUS                      PIC XX.
       01  FILE-CHECK-KEY                   PIC X(2).
       01  ENR-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  CEN-FILE-STATUS                  PIC XX.
       01  EH-FILE-STATUS                   PIC XX.
       01  RPT-FILE-STATUS                  PIC XX.

       01  WS-TODAY                         PIC 9(8).

       01  WS-PARM-CARD.
           05 WS-PARM-MODE                  PIC X.
               88 WS-MODE-TAKE-CENSUS              VALUE 'C'.
               88 WS-MODE-COMPARE                  VALUE 'R'.
           05 WS-PARM-TERM-TEXT             PIC X(8).
           05 WS-PARM-TERM-NUM REDEFINES WS-PARM-TERM-TEXT
                                            PIC 9(8).
           05 FILLER                        PIC X(71).

       01  WS-TERM-START                    PIC 9(8) VALUE 0.
       01  WS-CENSUS-DATE                   PIC 9(8) VALUE 0.
       01  WS-CENSUS-DATE-R REDEFINES WS-CENSUS-DATE.
           05 WS-CENSUS-CCYY                PIC 9(4).
           05 WS-CENSUS-MM                  PIC 9(2).
           05 WS-CENSUS-DD                  PIC 9(2).

       01  WS-SWITCHES.
           05 WS-CENSUS-ON-FILE-SW          PIC X    VALUE 'N'.
               88 WS-CENSUS-ON-FILE                VALUE 'Y'.
           05 WS-ROSTER-EOF-SW              PIC X    VALUE 'N'.
               88 WS-ROSTER-EOF                    VALUE 'Y'.
           05 WS-CENSUS-EOF-SW              PIC X    VALUE 'N'.
               88 WS-CENSUS-EOF                    VALUE 'Y'.
           05 WS-HIST-EOF-SW                PIC X    VALUE 'N'.
               88 WS-HIST-EOF                      VALUE 'Y'.
           05 WS-LIST-ADDS-SW               PIC X    VALUE 'N'.
               88 WS-LIST-ADDS                     VALUE 'Y'.
           05 WS-CT-FOUND-SW                PIC X    VALUE 'N'.
               88 WS-CT-FOUND                      VALUE 'Y'.
           05 WS-FIRST-PAGE-SW              PIC X    VALUE 'Y'.
               88 WS-FIRST-PAGE                    VALUE 'Y'.

       01  WS-AGE                           PIC 9(3).
       01  WS-AGE-BAND                      PIC 9.

      *---------------------------------------------------------------*
      * ONE ENTRY PER COURSE IN THE TERM - CENSUS AND CURRENT COUNTS,  *
      * THE CENSUS AGE-BAND SPREAD, AND THE CENSUS WITHDRAWN COUNT.    *
      * SORTED BY COURSE FOR THE COURSE SECTION, THEN BY INSTRUCTOR    *
      *---------------------------------------------------------------*
       01  WS-COURSE-TABLE.
           05 WS-CT-COUNT                   PIC 9(4) VALUE 0.
           05 WS-CT-ENTRY OCCURS 500 TIMES.
              10 WS-CT-INSTRUCTOR           PIC X(27).
              10 WS-CT-CODE                 PIC X(15).
              10 WS-CT-TITLE                PIC X(40).
              10 WS-CT-CENSUS-COUNT         PIC 9(5).
              10 WS-CT-CURRENT-COUNT        PIC 9(5).
              10 WS-CT-BAND-COUNT           PIC 9(5) OCCURS 5 TIMES.
              10 WS-CT-WITHDRAWN-COUNT      PIC 9(5).
       01  WS-CT-OVERFLOW-SW                PIC X    VALUE 'N'.
           88 WS-CT-OVERFLOW                     VALUE 'Y'.
       01  WS-CT-HOLD-ENTRY                 PIC X(122).

       01  WS-SORT-WORK.
           05 WS-SORT-OUTER                 PIC 9(4).
           05 WS-SORT-INNER                 PIC 9(4).
           05 WS-SORT-LIMIT                 PIC 9(4).
           05 WS-SWAP-SW                    PIC X    VALUE 'N'.
               88 WS-SWAPPED                       VALUE 'Y'.
           05 WS-SORT-BY                    PIC X.
               88 WS-SORT-BY-COURSE                VALUE 'C'.
               88 WS-SORT-BY-INSTRUCTOR            VALUE 'I'.

       01  WS-REPORT-WORK.
           05 WS-CT-IDX                     PIC 9(4).
           05 WS-CT-FOUND-IDX               PIC 9(4).
           05 WS-BAND-IDX                   PIC 9.
           05 WS-BAND-COL                   PIC 9(3).
           05 WS-PREV-INSTRUCTOR            PIC X(27).
           05 WS-INS-CENSUS-TOTAL           PIC 9(6).
           05 WS-INS-CURRENT-TOTAL          PIC 9(6).
           05 WS-INS-COURSE-COUNT           PIC 9(4).
           05 WS-CHANGE                     PIC S9(6).
           05 WS-CHANGE-DISPLAY             PIC -(5)9.
           05 WS-LOOKUP-COURSE              PIC X(15).
           05 WS-ACTION-TEXT                PIC X(20).

       01  WS-COUNTS.
           05 WS-CENSUS-ROWS                PIC 9(7) VALUE 0.
           05 WS-CURRENT-ROWS               PIC 9(7) VALUE 0.
           05 WS-DROPS-LISTED               PIC 9(7) VALUE 0.
           05 WS-ADDS-LISTED                PIC 9(7) VALUE 0.
           05 WS-UNKNOWN-STUDENTS           PIC 9(7) VALUE 0.
           05 WS-BAND-TOTAL                 PIC 9(6) OCCURS 5 TIMES.

       01  WS-DATE-TO-FORMAT                PIC 9(8).
       01  WS-FORMATTED-DATE                PIC X(10).
       01  WS-TERM-DISPLAY                  PIC X(10).
       01  WS-CENSUS-DISPLAY                PIC X(10).

       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '        CENSUS-DATE ENROLLMENT CENSUS              '
           DISPLAY '==================================================='

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
           IF WS-RETURN-CODE > 4
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = '00'
               DISPLAY 'UNABLE TO OPEN STUDENT.VSAM, '
                   'FILE STATUS: ' FILE-CHECK-KEY
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           OPEN INPUT ENROLL-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ENROLL.VSAM, '
                   'FILE STATUS: ' ENR-FILE-STATUS
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE.MST, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               CLOSE ENROLL-VSAM-FILE
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O CENSUS-FILE.
           IF CEN-FILE-STATUS = '35'
               CLOSE CENSUS-FILE
               OPEN OUTPUT CENSUS-FILE
               CLOSE CENSUS-FILE
               OPEN I-O CENSUS-FILE
           END-IF.
           IF CEN-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CENSUS.VSAM, '
                   'FILE STATUS: ' CEN-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-CLOSE
           END-IF.

           PERFORM 1500-CHECK-CENSUS-ON-FILE THRU 1500-EXIT.

           IF WS-MODE-TAKE-CENSUS
               IF WS-CENSUS-ON-FILE
                   DISPLAY 'CENSUS FOR TERM ' WS-TERM-START
                       ' WAS ALREADY TAKEN ON ' WS-CENSUS-DATE
                       ' - A TERM IS CENSUSED ONCE ONLY.'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 0000-CLOSE
               END-IF
               MOVE WS-TODAY TO WS-CENSUS-DATE
               PERFORM 2000-TAKE-CENSUS THRU 2000-EXIT
           ELSE
               IF NOT WS-CENSUS-ON-FILE
                   DISPLAY 'NO CENSUS ON FILE FOR TERM ' WS-TERM-START
                       ' - NOTHING TO COMPARE.'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 0000-CLOSE
               END-IF
               PERFORM 3000-LOAD-COMPARISON THRU 3000-EXIT
           END-IF.

           IF WS-CT-COUNT = 0
               DISPLAY 'NO COURSES START ON ' WS-TERM-START
                   ' - NOTHING TO REPORT.'
               MOVE 4 TO WS-RETURN-CODE
               GO TO 0000-CLOSE
           END-IF.
           IF WS-CT-OVERFLOW
               DISPLAY 'WARNING: MORE THAN 500 COURSES IN THE TERM - '
                   'SOME WERE NOT REPORTED.'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           OPEN OUTPUT CENSUS-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CENSUS REPORT, '
                   'FILE STATUS: ' RPT-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-CLOSE
           END-IF.

           SET WS-SORT-BY-COURSE TO TRUE.
           PERFORM 4000-SORT-COURSE-TABLE THRU 4000-EXIT.
           PERFORM 5000-PRINT-COURSE-SECTION THRU 5000-EXIT.

           SET WS-SORT-BY-INSTRUCTOR TO TRUE.
           PERFORM 4000-SORT-COURSE-TABLE THRU 4000-EXIT.
           PERFORM 5500-PRINT-INSTRUCTOR-SECTION THRU 5500-EXIT.

           IF WS-MODE-COMPARE
               PERFORM 6000-LIST-POST-CENSUS-DROPS THRU 6000-RETURN
               PERFORM 6500-LIST-POST-CENSUS-ADDS THRU 6500-EXIT
           END-IF.

           CLOSE CENSUS-REPORT-FILE.

           IF WS-UNKNOWN-STUDENTS > 0
               DISPLAY 'WARNING: ' WS-UNKNOWN-STUDENTS
                   ' CENSUS ENROLLMENT(S) FOR IDS NOT ON THE STUDENT '
                   'FILE.'
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'TERM START        : ' WS-TERM-START
           DISPLAY 'CENSUS DATE       : ' WS-CENSUS-DATE
           DISPLAY 'COURSES REPORTED  : ' WS-CT-COUNT
           DISPLAY 'CENSUS ENROLLMENTS: ' WS-CENSUS-ROWS
           IF WS-MODE-COMPARE
               DISPLAY 'CURRENT ENROLLMENTS: ' WS-CURRENT-ROWS
               DISPLAY 'DROPS SINCE CENSUS: ' WS-DROPS-LISTED
               DISPLAY 'ADDS SINCE CENSUS : ' WS-ADDS-LISTED
           END-IF
           DISPLAY 'CENSUS RUN COMPLETE.'.
       0000-CLOSE.
           CLOSE CENSUS-FILE.
           CLOSE COURSE-MASTER-FILE.
           CLOSE ENROLL-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.
       0000-EXIT.
           MOVE WS-CENSUS-ROWS TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * MODE AND TERM FROM SYSIN - BOTH REQUIRED                       *
      *---------------------------------------------------------------*
       1000-READ-PARAMETERS.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD.
           IF NOT WS-MODE-TAKE-CENSUS AND NOT WS-MODE-COMPARE
               DISPLAY 'SYSIN MODE MUST BE C (TAKE CENSUS) OR '
                   'R (COMPARE): ' WS-PARM-MODE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-PARM-TERM-TEXT NOT NUMERIC
               OR WS-PARM-TERM-NUM = 0
               DISPLAY 'SYSIN TERM START IS NOT A CCYYMMDD DATE: '
                   WS-PARM-TERM-TEXT
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-TERM-NUM TO WS-TERM-START.
           IF WS-MODE-TAKE-CENSUS
               DISPLAY 'MODE              : TAKE CENSUS'
           ELSE
               DISPLAY 'MODE              : COMPARE WITH CURRENT'
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * THE TERM START LEADS THE CENSUS KEY, SO ANY ROW AT OR AFTER    *
      * (TERM, ZERO, LOW) CARRYING THE SAME TERM MEANS THE CENSUS WAS  *
      * TAKEN - ITS ROW GIVES THE CENSUS DATE                          *
      *---------------------------------------------------------------*
       1500-CHECK-CENSUS-ON-FILE.
           MOVE 'N' TO WS-CENSUS-ON-FILE-SW.
           MOVE WS-TERM-START TO CEN-TERM-START.
           MOVE 0             TO CEN-STUDENT-ID.
           MOVE LOW-VALUES    TO CEN-COURSE.
           START CENSUS-FILE KEY IS NOT LESS THAN CEN-KEY
               INVALID KEY
                   GO TO 1500-EXIT
           END-START.
           READ CENSUS-FILE NEXT RECORD
               AT END
                   GO TO 1500-EXIT
           END-READ.
           IF CEN-TERM-START = WS-TERM-START
               SET WS-CENSUS-ON-FILE TO TRUE
               MOVE CEN-CENSUS-DATE TO WS-CENSUS-DATE
           END-IF.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * TAKE THE CENSUS - EVERY COURSE STARTING THE TERM, EVERY        *
      * ENROLLMENT IN IT, FROZEN WITH TODAY AS THE CENSUS DATE         *
      *---------------------------------------------------------------*
       2000-TAKE-CENSUS.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END SET COURSE-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 2100-CENSUS-ONE-COURSE THRU 2100-EXIT
               UNTIL COURSE-ENDOFFILE.
       2000-EXIT.
           EXIT.

       2100-CENSUS-ONE-COURSE.
           IF COURSE-MST-TERM-START NOT = WS-TERM-START
               GO TO 2100-READ-NEXT
           END-IF.
           PERFORM 3300-ADD-COURSE-ENTRY THRU 3300-EXIT.
           IF WS-CT-FOUND-IDX = 0
               GO TO 2100-READ-NEXT
           END-IF.

           MOVE 'N' TO WS-ROSTER-EOF-SW.
           MOVE COURSE-MST-CODE TO ENROLL-VSAM-COURSE.
           START ENROLL-VSAM-FILE KEY IS NOT LESS THAN
               ENROLL-VSAM-COURSE
               INVALID KEY
                   SET WS-ROSTER-EOF TO TRUE
           END-START.
           IF NOT WS-ROSTER-EOF
               READ ENROLL-VSAM-FILE NEXT RECORD
                   AT END SET WS-ROSTER-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 2200-CENSUS-ONE-ENROLLMENT THRU 2200-EXIT
               UNTIL WS-ROSTER-EOF
                  OR ENROLL-VSAM-COURSE NOT = COURSE-MST-CODE.
       2100-READ-NEXT.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END SET COURSE-ENDOFFILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CENSUS-ONE-ENROLLMENT.
           MOVE ENROLL-VSAM-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   CONTINUE
           END-READ.

           MOVE SPACES                 TO CENSUS-RECORD.
           MOVE WS-TERM-START          TO CEN-TERM-START.
           MOVE ENROLL-VSAM-STUDENT-ID TO CEN-STUDENT-ID.
           MOVE ENROLL-VSAM-COURSE     TO CEN-COURSE.
           MOVE WS-CENSUS-DATE         TO CEN-CENSUS-DATE.
           IF FILE-CHECK-KEY = '00'
               PERFORM 2300-CALC-AGE-BAND THRU 2300-EXIT
               MOVE STUDENT-VSAM-NAME   TO CEN-NAME
               MOVE WS-AGE-BAND         TO CEN-AGE-BAND
               MOVE STUDENT-VSAM-STATUS TO CEN-STUDENT-STATUS
           ELSE
               ADD 1 TO WS-UNKNOWN-STUDENTS
               MOVE '** NOT ON STUDENT FILE **' TO CEN-NAME
               MOVE 0                   TO WS-AGE-BAND
               MOVE 0                   TO CEN-AGE-BAND
               MOVE '?'                 TO CEN-STUDENT-STATUS
           END-IF.
           MOVE COURSE-MST-INSTRUCTOR   TO CEN-INSTRUCTOR.
           MOVE COURSE-MST-CREDIT-HOURS TO CEN-CREDIT-HOURS.
           MOVE ENROLL-VSAM-INSERTDATE  TO CEN-ENROLL-INSERTDATE.
           MOVE ','                     TO CEN-SEPARATOR1
                                           CEN-SEPARATOR2
                                           CEN-SEPARATOR3
                                           CEN-SEPARATOR4
                                           CEN-SEPARATOR5
                                           CEN-SEPARATOR6
                                           CEN-SEPARATOR7.
           WRITE CENSUS-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING CENSUS ROW FOR '
                       CEN-STUDENT-ID ' ' CEN-COURSE
                       ', FILE STATUS: ' CEN-FILE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-CT-FOUND-IDX TO WS-CT-IDX
                   PERFORM 3400-TALLY-CENSUS-ROW THRU 3400-EXIT
                   ADD 1 TO WS-CT-CURRENT-COUNT (WS-CT-IDX)
           END-WRITE.

           READ ENROLL-VSAM-FILE NEXT RECORD
               AT END SET WS-ROSTER-EOF TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * AGE AT THE CENSUS DATE - SAME RULE AS THE CLASS REPORT AND THE *
      * STATISTICS REPORT, BANDED AS PRGS0018 BANDS IT                 *
      *---------------------------------------------------------------*
       2300-CALC-AGE-BAND.
           COMPUTE WS-AGE = WS-CENSUS-CCYY - DOB-CCYY.
           IF WS-CENSUS-MM < DOB-MM
               SUBTRACT 1 FROM WS-AGE
           ELSE
               IF WS-CENSUS-MM = DOB-MM AND WS-CENSUS-DD < DOB-DD
                   SUBTRACT 1 FROM WS-AGE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE < 18
                   MOVE 1 TO WS-AGE-BAND
               WHEN WS-AGE < 25
                   MOVE 2 TO WS-AGE-BAND
               WHEN WS-AGE < 35
                   MOVE 3 TO WS-AGE-BAND
               WHEN WS-AGE < 50
                   MOVE 4 TO WS-AGE-BAND
               WHEN OTHER
                   MOVE 5 TO WS-AGE-BAND
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * COMPARISON LOAD - THE TERM'S COURSES FROM THE MASTER WITH      *
      * THEIR LIVE COUNTS, THEN THE FROZEN CENSUS ROWS ON TOP. A       *
      * CENSUSED COURSE SINCE DELETED FROM THE MASTER STILL REPORTS    *
      *---------------------------------------------------------------*
       3000-LOAD-COMPARISON.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END SET COURSE-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 3100-GATHER-TERM-COURSE THRU 3100-EXIT
               UNTIL COURSE-ENDOFFILE.

           MOVE 'N' TO WS-CENSUS-EOF-SW.
           MOVE WS-TERM-START TO CEN-TERM-START.
           MOVE 0             TO CEN-STUDENT-ID.
           MOVE LOW-VALUES    TO CEN-COURSE.
           START CENSUS-FILE KEY IS NOT LESS THAN CEN-KEY
               INVALID KEY
                   SET WS-CENSUS-EOF TO TRUE
           END-START.
           IF NOT WS-CENSUS-EOF
               READ CENSUS-FILE NEXT RECORD
                   AT END SET WS-CENSUS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 3200-LOAD-ONE-CENSUS-ROW THRU 3200-EXIT
               UNTIL WS-CENSUS-EOF
                  OR CEN-TERM-START NOT = WS-TERM-START.
       3000-EXIT.
           EXIT.

       3100-GATHER-TERM-COURSE.
           IF COURSE-MST-TERM-START = WS-TERM-START
               PERFORM 3300-ADD-COURSE-ENTRY THRU 3300-EXIT
               IF WS-CT-FOUND-IDX NOT = 0
                   MOVE WS-CT-FOUND-IDX TO WS-CT-IDX
                   MOVE 'N' TO WS-LIST-ADDS-SW
                   PERFORM 6600-SCAN-COURSE-ROSTER THRU 6600-EXIT
               END-IF
           END-IF.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END SET COURSE-ENDOFFILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-LOAD-ONE-CENSUS-ROW.
           MOVE CEN-COURSE TO WS-LOOKUP-COURSE.
           PERFORM 3500-FIND-COURSE-ENTRY THRU 3500-EXIT.
           IF NOT WS-CT-FOUND
               IF WS-CT-COUNT < 500
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-CT-COUNT TO WS-CT-FOUND-IDX
                   INITIALIZE WS-CT-ENTRY (WS-CT-FOUND-IDX)
                   MOVE CEN-COURSE
                       TO WS-CT-CODE (WS-CT-FOUND-IDX)
                   MOVE CEN-INSTRUCTOR
                       TO WS-CT-INSTRUCTOR (WS-CT-FOUND-IDX)
                   MOVE '** NO LONGER ON THE COURSE MASTER **'
                       TO WS-CT-TITLE (WS-CT-FOUND-IDX)
               ELSE
                   SET WS-CT-OVERFLOW TO TRUE
                   GO TO 3200-READ-NEXT
               END-IF
           END-IF.
           MOVE CEN-AGE-BAND    TO WS-AGE-BAND.
           MOVE WS-CT-FOUND-IDX TO WS-CT-IDX.
           PERFORM 3400-TALLY-CENSUS-ROW THRU 3400-EXIT.
           IF CEN-STUDENT-STATUS = '?'
               ADD 1 TO WS-UNKNOWN-STUDENTS
           END-IF.
       3200-READ-NEXT.
           READ CENSUS-FILE NEXT RECORD
               AT END SET WS-CENSUS-EOF TO TRUE
           END-READ.
       3200-EXIT.
           EXIT.

      *    OPEN A TABLE ENTRY FOR THE COURSE MASTER RECORD IN HAND.
      *    WS-CT-FOUND-IDX COMES BACK ZERO WHEN THE TABLE IS FULL.
       3300-ADD-COURSE-ENTRY.
           MOVE 0 TO WS-CT-FOUND-IDX.
           IF WS-CT-COUNT NOT < 500
               SET WS-CT-OVERFLOW TO TRUE
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CT-COUNT TO WS-CT-FOUND-IDX.
           INITIALIZE WS-CT-ENTRY (WS-CT-FOUND-IDX).
           MOVE COURSE-MST-CODE
               TO WS-CT-CODE (WS-CT-FOUND-IDX).
           MOVE COURSE-MST-TITLE
               TO WS-CT-TITLE (WS-CT-FOUND-IDX).
           MOVE COURSE-MST-INSTRUCTOR
               TO WS-CT-INSTRUCTOR (WS-CT-FOUND-IDX).
       3300-EXIT.
           EXIT.

      *    ONE CENSUS ROW INTO ENTRY WS-CT-IDX, BAND WS-AGE-BAND (ZERO
      *    FOR A STUDENT WHO WAS NOT ON FILE - COUNTED, NOT BANDED).
       3400-TALLY-CENSUS-ROW.
           ADD 1 TO WS-CENSUS-ROWS.
           ADD 1 TO WS-CT-CENSUS-COUNT (WS-CT-IDX).
           IF WS-AGE-BAND > 0
               ADD 1 TO WS-CT-BAND-COUNT (WS-CT-IDX WS-AGE-BAND)
           END-IF.
           IF WS-MODE-TAKE-CENSUS
               IF STUDENT-VSAM-STATUS = 'W'
                   AND FILE-CHECK-KEY = '00'
                   ADD 1 TO WS-CT-WITHDRAWN-COUNT (WS-CT-IDX)
               END-IF
           ELSE
               IF CEN-STUDENT-STATUS = 'W'
                   ADD 1 TO WS-CT-WITHDRAWN-COUNT (WS-CT-IDX)
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

       3500-FIND-COURSE-ENTRY.
           MOVE 'N' TO WS-CT-FOUND-SW.
           MOVE 0   TO WS-CT-FOUND-IDX.
           PERFORM 3510-CHECK-ONE-ENTRY THRU 3510-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
                  OR WS-CT-FOUND.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-ENTRY.
           IF WS-CT-CODE (WS-CT-IDX) = WS-LOOKUP-COURSE
               SET WS-CT-FOUND TO TRUE
               MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
           END-IF.
       3510-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * EXCHANGE SORT OF THE COURSE TABLE - BY COURSE CODE, OR BY      *
      * INSTRUCTOR THEN COURSE CODE, AS WS-SORT-BY SAYS                *
      *---------------------------------------------------------------*
       4000-SORT-COURSE-TABLE.
           IF WS-CT-COUNT < 2
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-SORT-LIMIT = WS-CT-COUNT - 1.
           SET WS-SWAPPED TO TRUE.
           PERFORM 4100-ONE-SORT-PASS THRU 4100-EXIT
               UNTIL NOT WS-SWAPPED.
       4000-EXIT.
           EXIT.

       4100-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-SW.
           PERFORM 4200-COMPARE-ONE-PAIR THRU 4200-EXIT
               VARYING WS-SORT-INNER FROM 1 BY 1
               UNTIL WS-SORT-INNER > WS-SORT-LIMIT.
       4100-EXIT.
           EXIT.

       4200-COMPARE-ONE-PAIR.
           COMPUTE WS-SORT-OUTER = WS-SORT-INNER + 1.
           IF WS-SORT-BY-COURSE
               IF WS-CT-CODE (WS-SORT-INNER)
                       NOT > WS-CT-CODE (WS-SORT-OUTER)
                   GO TO 4200-EXIT
               END-IF
           ELSE
               IF WS-CT-ENTRY (WS-SORT-INNER) (1:42)
                       NOT > WS-CT-ENTRY (WS-SORT-OUTER) (1:42)
                   GO TO 4200-EXIT
               END-IF
           END-IF.
           MOVE WS-CT-ENTRY (WS-SORT-INNER) TO WS-CT-HOLD-ENTRY.
           MOVE WS-CT-ENTRY (WS-SORT-OUTER)
               TO WS-CT-ENTRY (WS-SORT-INNER).
           MOVE WS-CT-HOLD-ENTRY TO WS-CT-ENTRY (WS-SORT-OUTER).
           SET WS-SWAPPED TO TRUE.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * CENSUS BY COURSE - COUNT, AGE-BAND SPREAD, AND WITHDRAWN AT    *
      * CENSUS; IN COMPARE MODE ALSO THE LIVE COUNT AND THE CHANGE     *
      *---------------------------------------------------------------*
       5000-PRINT-COURSE-SECTION.
           PERFORM 8000-REPORT-HEADER THRU 8000-EXIT.
           MOVE 'CENSUS BY COURSE' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'COURSE          | TITLE                          '
               & '| CENSUS | CURRENT | CHANGE | U18   18-24 25-34 '
               & '35-49 50+   | WDRN' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '----------------------------------------------------'
               & '----------------------------------------------------'
               & '--------------' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           MOVE 0 TO WS-BAND-TOTAL (1) WS-BAND-TOTAL (2)
                     WS-BAND-TOTAL (3) WS-BAND-TOTAL (4)
                     WS-BAND-TOTAL (5).
           PERFORM 5100-PRINT-ONE-COURSE THRU 5100-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT.

           MOVE '----------------------------------------------------'
               & '----------------------------------------------------'
               & '--------------' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'COURSES: '      DELIMITED BY SIZE
               WS-CT-COUNT         DELIMITED BY SIZE
               '   CENSUS ENROLLMENTS: ' DELIMITED BY SIZE
               WS-CENSUS-ROWS      DELIMITED BY SIZE
               '   AGE BANDS: '    DELIMITED BY SIZE
               WS-BAND-TOTAL (1)   DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WS-BAND-TOTAL (2)   DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WS-BAND-TOTAL (3)   DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WS-BAND-TOTAL (4)   DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WS-BAND-TOTAL (5)   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-MODE-COMPARE
               COMPUTE WS-CHANGE = WS-CURRENT-ROWS - WS-CENSUS-ROWS
               MOVE WS-CHANGE TO WS-CHANGE-DISPLAY
               STRING 'CURRENT ENROLLMENTS: ' DELIMITED BY SIZE
                   WS-CURRENT-ROWS            DELIMITED BY SIZE
                   '   CHANGE SINCE CENSUS: ' DELIMITED BY SIZE
                   WS-CHANGE-DISPLAY          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-COURSE.
           MOVE WS-CT-CODE (WS-CT-IDX)         TO WS-REPORT-LINE (1:15).
           MOVE '|'                            TO WS-REPORT-LINE (17:1).
           MOVE WS-CT-TITLE (WS-CT-IDX) (1:30)
               TO WS-REPORT-LINE (19:30).
           MOVE '|'                            TO WS-REPORT-LINE (50:1).
           MOVE WS-CT-CENSUS-COUNT (WS-CT-IDX) TO WS-REPORT-LINE (52:5).
           MOVE '|'                            TO WS-REPORT-LINE (59:1).
           MOVE '|'                            TO WS-REPORT-LINE (69:1).
           IF WS-MODE-COMPARE
               MOVE WS-CT-CURRENT-COUNT (WS-CT-IDX)
                   TO WS-REPORT-LINE (61:5)
               COMPUTE WS-CHANGE = WS-CT-CURRENT-COUNT (WS-CT-IDX)
                                 - WS-CT-CENSUS-COUNT (WS-CT-IDX)
               MOVE WS-CHANGE TO WS-CHANGE-DISPLAY
               MOVE WS-CHANGE-DISPLAY TO WS-REPORT-LINE (71:6)
           END-IF.
           MOVE '|'                            TO WS-REPORT-LINE (78:1).
           PERFORM 5150-PRINT-ONE-BAND THRU 5150-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 5.
           MOVE '|'                           TO WS-REPORT-LINE (110:1).
           MOVE WS-CT-WITHDRAWN-COUNT (WS-CT-IDX)
               TO WS-REPORT-LINE (112:5).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5100-EXIT.
           EXIT.

      *    BAND COLUMNS START AT 80, SIX WIDE.
       5150-PRINT-ONE-BAND.
           COMPUTE WS-BAND-COL = 80 + (WS-BAND-IDX - 1) * 6.
           MOVE WS-CT-BAND-COUNT (WS-CT-IDX WS-BAND-IDX)
               TO WS-REPORT-LINE (WS-BAND-COL:5).
           ADD WS-CT-BAND-COUNT (WS-CT-IDX WS-BAND-IDX)
               TO WS-BAND-TOTAL (WS-BAND-IDX).
       5150-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * CENSUS BY INSTRUCTOR - THE TABLE IS NOW IN INSTRUCTOR ORDER;   *
      * ONE LINE PER COURSE WITH A SUBTOTAL AT EACH INSTRUCTOR BREAK   *
      *---------------------------------------------------------------*
       5500-PRINT-INSTRUCTOR-SECTION.
           PERFORM 8000-REPORT-HEADER THRU 8000-EXIT.
           MOVE 'CENSUS BY INSTRUCTOR' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'INSTRUCTOR                  | COURSE          '
               & '| CENSUS | CURRENT | CHANGE' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '----------------------------------------------------'
               & '----------------------' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           MOVE LOW-VALUES TO WS-PREV-INSTRUCTOR.
           MOVE 0 TO WS-INS-COURSE-COUNT.
           PERFORM 5600-PRINT-ONE-INSTRUCTOR-LINE THRU 5600-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT.
           PERFORM 5700-INSTRUCTOR-TOTALS THRU 5700-EXIT.
       5500-EXIT.
           EXIT.

       5600-PRINT-ONE-INSTRUCTOR-LINE.
           IF WS-CT-INSTRUCTOR (WS-CT-IDX) NOT = WS-PREV-INSTRUCTOR
               IF WS-INS-COURSE-COUNT > 0
                   PERFORM 5700-INSTRUCTOR-TOTALS THRU 5700-EXIT
               END-IF
               MOVE WS-CT-INSTRUCTOR (WS-CT-IDX) TO WS-PREV-INSTRUCTOR
               MOVE 0 TO WS-INS-COURSE-COUNT
                         WS-INS-CENSUS-TOTAL
                         WS-INS-CURRENT-TOTAL
               MOVE WS-CT-INSTRUCTOR (WS-CT-IDX)
                   TO WS-REPORT-LINE (1:27)
           END-IF.
           MOVE '|'                            TO WS-REPORT-LINE (29:1).
           MOVE WS-CT-CODE (WS-CT-IDX)        TO WS-REPORT-LINE (31:15).
           MOVE '|'                            TO WS-REPORT-LINE (47:1).
           MOVE WS-CT-CENSUS-COUNT (WS-CT-IDX) TO WS-REPORT-LINE (49:5).
           MOVE '|'                            TO WS-REPORT-LINE (56:1).
           IF WS-MODE-COMPARE
               MOVE WS-CT-CURRENT-COUNT (WS-CT-IDX)
                   TO WS-REPORT-LINE (58:5)
               COMPUTE WS-CHANGE = WS-CT-CURRENT-COUNT (WS-CT-IDX)
                                 - WS-CT-CENSUS-COUNT (WS-CT-IDX)
               MOVE WS-CHANGE TO WS-CHANGE-DISPLAY
               MOVE '|'               TO WS-REPORT-LINE (66:1)
               MOVE WS-CHANGE-DISPLAY TO WS-REPORT-LINE (68:6)
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           ADD 1 TO WS-INS-COURSE-COUNT.
           ADD WS-CT-CENSUS-COUNT (WS-CT-IDX)  TO WS-INS-CENSUS-TOTAL.
           ADD WS-CT-CURRENT-COUNT (WS-CT-IDX) TO WS-INS-CURRENT-TOTAL.
       5600-EXIT.
           EXIT.

       5700-INSTRUCTOR-TOTALS.
           STRING '    COURSES: '     DELIMITED BY SIZE
               WS-INS-COURSE-COUNT    DELIMITED BY SIZE
               '   CENSUS: '          DELIMITED BY SIZE
               WS-INS-CENSUS-TOTAL    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           IF WS-MODE-COMPARE
               MOVE '   CURRENT: ' TO WS-REPORT-LINE (40:12)
               MOVE WS-INS-CURRENT-TOTAL TO WS-REPORT-LINE (52:6)
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5700-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * DROPS SINCE CENSUS - EVERY ENRLHIST.DAT ENTRY DATED AFTER THE  *
      * CENSUS DATE THAT TOOK A STUDENT OUT OF ONE OF THE TERM'S       *
      * COURSES (DROP, WITHDRAWAL, OR A CHANGE OUT OF THE COURSE)      *
      *---------------------------------------------------------------*
       6000-LIST-POST-CENSUS-DROPS.
           PERFORM 8000-REPORT-HEADER THRU 8000-EXIT.
           MOVE 'DROPPED AFTER CENSUS' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           OPEN INPUT ENROLLMENT-HISTORY-FILE.
           IF EH-FILE-STATUS NOT = '00'
               MOVE 'NO ENROLLMENT HISTORY ON FILE - NO DROPS LISTED.'
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 6000-RETURN
           END-IF.

           MOVE 'STUDENT | NAME                        | COURSE     '
               & '     | ACTION               | DATE' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '----------------------------------------------------'
               & '-------------------------------------'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           MOVE 'N' TO WS-HIST-EOF-SW.
           READ ENROLLMENT-HISTORY-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM 6100-CHECK-ONE-HISTORY THRU 6100-EXIT
               UNTIL WS-HIST-EOF.

           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'DROPS SINCE CENSUS: ' DELIMITED BY SIZE
               WS-DROPS-LISTED           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       6000-EXIT.
           CLOSE ENROLLMENT-HISTORY-FILE.
       6000-RETURN.
           EXIT.

       6100-CHECK-ONE-HISTORY.
           IF EH-EFFECTIVE-DATE NOT > WS-CENSUS-DATE
               GO TO 6100-READ-NEXT
           END-IF.
           EVALUATE EH-ACTION-CODE
               WHEN 'D'
                   MOVE 'DROPPED'              TO WS-ACTION-TEXT
               WHEN 'W'
                   MOVE 'WITHDRAWN'            TO WS-ACTION-TEXT
               WHEN 'C'
                   MOVE 'CHANGED TO OTHER CRS' TO WS-ACTION-TEXT
               WHEN 'X'
                   MOVE 'COURSE CANCELLED'     TO WS-ACTION-TEXT
               WHEN OTHER
                   GO TO 6100-READ-NEXT
           END-EVALUATE.
           MOVE EH-PRIOR-COURSE TO WS-LOOKUP-COURSE.
           PERFORM 3500-FIND-COURSE-ENTRY THRU 3500-EXIT.
           IF NOT WS-CT-FOUND
               GO TO 6100-READ-NEXT
           END-IF.

           MOVE EH-EFFECTIVE-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           STRING EH-STUDENT-ID    DELIMITED BY SIZE
               ' | '               DELIMITED BY SIZE
               EH-NAME             DELIMITED BY SIZE
               ' | '               DELIMITED BY SIZE
               EH-PRIOR-COURSE     DELIMITED BY SIZE
               ' | '               DELIMITED BY SIZE
               WS-ACTION-TEXT      DELIMITED BY SIZE
               ' | '               DELIMITED BY SIZE
               WS-FORMATTED-DATE   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           ADD 1 TO WS-DROPS-LISTED.
       6100-READ-NEXT.
           READ ENROLLMENT-HISTORY-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ADDS SINCE CENSUS - EVERY LIVE ENROLLMENT IN A TERM COURSE     *
      * THAT IS NOT ON THE CENSUS                                      *
      *---------------------------------------------------------------*
       6500-LIST-POST-CENSUS-ADDS.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'ADDED AFTER CENSUS' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'STUDENT | NAME                        | COURSE     '
               & '     | ENROLLED' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '----------------------------------------------------'
               & '-----------------' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           SET WS-LIST-ADDS TO TRUE.
           PERFORM 6600-SCAN-COURSE-ROSTER THRU 6600-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT.

           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'ADDS SINCE CENSUS: ' DELIMITED BY SIZE
               WS-ADDS-LISTED           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       6500-EXIT.
           EXIT.

      *    WALK ONE COURSE'S LIVE ROSTER (ENTRY WS-CT-IDX). WITHOUT
      *    WS-LIST-ADDS IT ONLY COUNTS; WITH IT, IT LISTS THE ROWS NOT
      *    ON THE CENSUS.
       6600-SCAN-COURSE-ROSTER.
           MOVE 'N' TO WS-ROSTER-EOF-SW.
           MOVE WS-CT-CODE (WS-CT-IDX) TO ENROLL-VSAM-COURSE.
           START ENROLL-VSAM-FILE KEY IS NOT LESS THAN
               ENROLL-VSAM-COURSE
               INVALID KEY
                   SET WS-ROSTER-EOF TO TRUE
           END-START.
           IF NOT WS-ROSTER-EOF
               READ ENROLL-VSAM-FILE NEXT RECORD
                   AT END SET WS-ROSTER-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 6700-SCAN-ONE-ROSTER-ROW THRU 6700-EXIT
               UNTIL WS-ROSTER-EOF
                  OR ENROLL-VSAM-COURSE NOT = WS-CT-CODE (WS-CT-IDX).
       6600-EXIT.
           EXIT.

       6700-SCAN-ONE-ROSTER-ROW.
           IF NOT WS-LIST-ADDS
               ADD 1 TO WS-CT-CURRENT-COUNT (WS-CT-IDX)
               ADD 1 TO WS-CURRENT-ROWS
               GO TO 6700-READ-NEXT
           END-IF.

           MOVE WS-TERM-START          TO CEN-TERM-START.
           MOVE ENROLL-VSAM-STUDENT-ID TO CEN-STUDENT-ID.
           MOVE ENROLL-VSAM-COURSE     TO CEN-COURSE.
           READ CENSUS-FILE
               KEY IS CEN-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CEN-FILE-STATUS = '00'
               GO TO 6700-READ-NEXT
           END-IF.

           MOVE ENROLL-VSAM-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   MOVE '** NOT ON STUDENT FILE **'
                       TO STUDENT-VSAM-NAME
           END-READ.
           MOVE ENROLL-VSAM-INSERTDATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           STRING ENROLL-VSAM-STUDENT-ID DELIMITED BY SIZE
               ' | '                     DELIMITED BY SIZE
               STUDENT-VSAM-NAME         DELIMITED BY SIZE
               ' | '                     DELIMITED BY SIZE
               ENROLL-VSAM-COURSE        DELIMITED BY SIZE
               ' | '                     DELIMITED BY SIZE
               WS-FORMATTED-DATE         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           ADD 1 TO WS-ADDS-LISTED.
       6700-READ-NEXT.
           READ ENROLL-VSAM-FILE NEXT RECORD
               AT END SET WS-ROSTER-EOF TO TRUE
           END-READ.
       6700-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * EACH SECTION OPENS A NEW PAGE UNDER THE SAME BANNER            *
      *---------------------------------------------------------------*
       8000-REPORT-HEADER.
           MOVE WS-TERM-START TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           MOVE WS-FORMATTED-DATE TO WS-TERM-DISPLAY.
           MOVE WS-CENSUS-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           MOVE WS-FORMATTED-DATE TO WS-CENSUS-DISPLAY.

           MOVE SPACES TO CENSUS-REPORT-RECORD.
           IF WS-FIRST-PAGE
               WRITE CENSUS-REPORT-RECORD
               MOVE 'N' TO WS-FIRST-PAGE-SW
           ELSE
               WRITE CENSUS-REPORT-RECORD
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-MODE-TAKE-CENSUS
               MOVE 'ENROLLMENT CENSUS' TO WS-REPORT-LINE
           ELSE
               MOVE 'ENROLLMENT CENSUS COMPARED WITH CURRENT'
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'TERM START: '  DELIMITED BY SIZE
               WS-TERM-DISPLAY    DELIMITED BY SIZE
               '   CENSUS DATE: ' DELIMITED BY SIZE
               WS-CENSUS-DISPLAY  DELIMITED BY SIZE
               '   RUN DATE: '    DELIMITED BY SIZE
               WS-TODAY           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           WRITE CENSUS-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: FORMAT A CCYYMMDD DATE AS MM/DD/CCYY           *
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
      * THE CYCLE'S BUSINESS DATE FROM ITS CONTROL (BUSDATE.CTL, SET   *
      * BY PRGK0047), USED IN PLACE OF THE SYSTEM DATE SO EVERY STEP   *
      * OF A CYCLE STAMPS THE SAME DATE HOWEVER LATE IT RUNS. A        *
      * MISSING OR UNREADABLE CONTROL FALLS BACK TO THE SYSTEM DATE    *
      * WITH A WARNING                                                 *
      *---------------------------------------------------------------*
       9750-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BD-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: NO BUSINESS DATE CONTROL - USING THE '
                   'SYSTEM DATE.'
               GO TO 9750-RETURN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'WARNING: BUSINESS DATE CONTROL IS EMPTY - '
                       'USING THE SYSTEM DATE.'
               NOT AT END
                   IF BD-BUSINESS-DATE IS NUMERIC
                       AND BD-BUSINESS-DATE > 0
                       MOVE BD-BUSINESS-DATE TO WS-RUN-START-DATE
                   ELSE
                       DISPLAY 'WARNING: BUSINESS DATE CONTROL IS '
                           'INVALID - USING THE SYSTEM DATE.'
                   END-IF
           END-READ.
       9750-EXIT.
           CLOSE BUSINESS-DATE-FILE.
       9750-RETURN.
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

           MOVE 'PRGS0045' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGS0045.
