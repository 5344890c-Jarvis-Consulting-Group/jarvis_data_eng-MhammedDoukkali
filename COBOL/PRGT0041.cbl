      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student weekly timetable print. For every student
      *          with a current enrollment - or for the one student
      *          id supplied on SYSIN - pulls each enrollment
      *          (ENROLL.VSAM), the section the student is assigned
      *          to (ENRLSECT.VSAM), that section's meeting days,
      *          times and room (SECTION.VSAM), and the course title
      *          and instructor (COURSE.MST), and prints one page per
      *          student on TIMETBL.OUT: the address block from the
      *          student contact file (CONTACT.VSAM) laid out the same
      *          way as PRGN0029's letters, then the week day by day
      *          in start-time order. Enrollments with no section
      *          assignment, or assigned to a section no longer on
      *          file, are flagged on the page so the student knows
      *          to call the registrar. A course whose term has ended
      *          is left off; a student with no contact details still
      *          gets a page, flagged for the mail room.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGT0041.

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

           SELECT ENRLSECT-FILE ASSIGN TO 'ENRLSECT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS ES-FILE-STATUS.

           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSEC-KEY
               FILE STATUS IS SEC-FILE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO 'COURSE.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-MST-CODE
               FILE STATUS IS CRS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'CONTACT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-STUDENT-ID
               FILE STATUS IS CNT-FILE-STATUS.

           SELECT TIMETABLE-FILE ASSIGN TO 'TIMETBL.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TTB-FILE-STATUS.

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
           88 ENDOFFILE                     VALUE HIGH-VALUE.
           05 STUDENT-VSAM-ID               PIC 9(7).
           05 SEPARATOR1-VSAM               PIC X.
           05 STUDENT-VSAM-NAME             PIC X(27).
           05 SEPARATOR2-VSAM               PIC X.
           05 STUDENT-VSAM-DOB              PIC 9(8).
           05 SEPARATOR3-VSAM               PIC X.
           05 STUDENT-VSAM-INSERTDATE       PIC 9(8).
           05 SEPARATOR4-VSAM               PIC X.
           05 STUDENT-VSAM-UPDATEDATE       PIC 9(8).
           05 SEPARATOR5-VSAM               PIC X.
           05 STUDENT-VSAM-STATUS           PIC X.
           05 STUDENT-VSAM-STATUS-DATE      PIC 9(8).

       FD ENROLL-VSAM-FILE.
       01  ENROLL-VSAM-RECORD.
           88 ENROLL-ENDOFFILE              VALUE HIGH-VALUE.
           05 ENROLL-VSAM-KEY.
              10 ENROLL-VSAM-STUDENT-ID     PIC 9(7).
              10 ENROLL-VSAM-COURSE         PIC X(15).
           05 ENROLL-SEPARATOR1             PIC X.
           05 ENROLL-VSAM-INSERTDATE        PIC 9(8).
           05 ENROLL-SEPARATOR2             PIC X.
           05 ENROLL-VSAM-UPDATEDATE        PIC 9(8).
           05 ENROLL-SEPARATOR3             PIC X.
           05 ENROLL-VSAM-INCLUSION-DATE    PIC 9(8).

       FD ENRLSECT-FILE.
       01  ENRLSECT-RECORD.
           05 ES-KEY.
              10 ES-STUDENT-ID              PIC 9(7).
              10 ES-COURSE                  PIC X(15).
           05 ES-SEPARATOR1                 PIC X.
           05 ES-SECTION                    PIC X(3).

       FD SECTION-FILE.
       01  SECTION-RECORD.
           05 CSEC-KEY.
              10 CSEC-COURSE                PIC X(15).
              10 CSEC-SECTION               PIC X(3).
           05 CSEC-SEPARATOR1               PIC X.
           05 CSEC-MEETING-DAYS             PIC X(7).
           05 CSEC-SEPARATOR2               PIC X.
           05 CSEC-START-TIME               PIC 9(4).
           05 CSEC-SEPARATOR3               PIC X.
           05 CSEC-END-TIME                 PIC 9(4).
           05 CSEC-SEPARATOR4               PIC X.
           05 CSEC-ROOM                     PIC X(10).

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

       FD CONTACT-FILE.
       01  CONTACT-RECORD.
           05 CNT-STUDENT-ID                PIC 9(7).
           05 CNT-SEPARATOR1                PIC X.
           05 CNT-ADDRESS-1                 PIC X(30).
           05 CNT-SEPARATOR2                PIC X.
           05 CNT-ADDRESS-2                 PIC X(30).
           05 CNT-SEPARATOR3                PIC X.
           05 CNT-CITY                      PIC X(20).
           05 CNT-SEPARATOR4                PIC X.
           05 CNT-STATE                     PIC X(2).
           05 CNT-SEPARATOR5                PIC X.
           05 CNT-ZIP                       PIC X(10).
           05 CNT-SEPARATOR6                PIC X.
           05 CNT-PHONE                     PIC X(12).

       FD TIMETABLE-FILE.
       01  TIMETABLE-RECORD                 PIC X(132).

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

       01  FILE-CHECK-KEY                   PIC XX.
       01  ENR-FILE-STATUS                  PIC XX.
       01  ES-FILE-STATUS                   PIC XX.
       01  SEC-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  CNT-FILE-STATUS                  PIC XX.
       01  TTB-FILE-STATUS                  PIC XX.

       01  WS-NO-CONTACT-FILE-SW            PIC X    VALUE 'N'.
           88 WS-NO-CONTACT-FILE                 VALUE 'Y'.
       01  WS-NO-ENRLSECT-FILE-SW           PIC X    VALUE 'N'.
           88 WS-NO-ENRLSECT-FILE                VALUE 'Y'.
       01  WS-NO-SECTION-FILE-SW            PIC X    VALUE 'N'.
           88 WS-NO-SECTION-FILE                 VALUE 'Y'.
       01  WS-ONE-STUDENT-SW                PIC X    VALUE 'N'.
           88 WS-ONE-STUDENT                     VALUE 'Y'.
       01  WS-FIRST-PAGE-SW                 PIC X    VALUE 'Y'.
           88 WS-FIRST-PAGE                      VALUE 'Y'.

       01  WS-TODAY                         PIC 9(8).
       01  WS-REQUEST-INPUT                 PIC X(7).
       01  WS-REQUEST-ID                    PIC 9(7).

       01  WS-COUNTS.
           05 WS-STUDENTS-READ              PIC 9(7) VALUE 0.
           05 WS-PAGE-COUNT                 PIC 9(6) VALUE 0.
           05 WS-UNSCHEDULED-COUNT          PIC 9(6) VALUE 0.
           05 WS-NO-ADDRESS-COUNT           PIC 9(6) VALUE 0.

      *---------------------------------------------------------------*
      * ONE STUDENT'S CURRENT ENROLLMENTS WITH THEIR SECTION SCHEDULE, *
      * SORTED INTO START-TIME ORDER BEFORE THE PAGE IS PRINTED.       *
      * TT-SCHEDULED = 'N' FLAGS AN ENROLLMENT WITH NO USABLE SECTION  *
      *---------------------------------------------------------------*
       01  WS-TIMETABLE.
           05 WS-TT-COUNT                   PIC 9(3) VALUE 0.
           05 WS-TT-ENTRY OCCURS 30 TIMES.
              10 WS-TT-START-TIME           PIC 9(4).
              10 WS-TT-COURSE               PIC X(15).
              10 WS-TT-END-TIME             PIC 9(4).
              10 WS-TT-SECTION              PIC X(3).
              10 WS-TT-MEETING-DAYS         PIC X(7).
              10 WS-TT-ROOM                 PIC X(10).
              10 WS-TT-TITLE                PIC X(40).
              10 WS-TT-INSTRUCTOR           PIC X(27).
              10 WS-TT-SCHEDULED            PIC X.
                  88 WS-TT-IS-SCHEDULED          VALUE 'Y'.
              10 WS-TT-REASON               PIC X(30).
       01  WS-TT-HOLD-ENTRY                 PIC X(141).

       01  WS-SORT-WORK.
           05 WS-SORT-OUTER                 PIC 9(3).
           05 WS-SORT-INNER                 PIC 9(3).
           05 WS-SORT-LIMIT                 PIC 9(3).
           05 WS-SWAP-SW                    PIC X    VALUE 'N'.
               88 WS-SWAPPED                       VALUE 'Y'.

       01  WS-PAGE-WORK.
           05 WS-TT-IDX                     PIC 9(3).
           05 WS-DAY-IDX                    PIC 9.
           05 WS-DAY-LINES                  PIC 9(3).
           05 WS-PAGE-UNSCHEDULED           PIC 9(3).
           05 WS-ENR-EOF-SW                 PIC X    VALUE 'N'.
               88 WS-ENR-EOF                       VALUE 'Y'.

       01  WS-DAY-NAMES                     PIC X(63)
               VALUE 'MONDAY   TUESDAY  WEDNESDAYTHURSDAY FRIDAY   '
               & 'SATURDAY SUNDAY   '.
       01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7 TIMES    PIC X(9).

       01  WS-TIME-CELL.
           05 WS-CELL-START                 PIC 9(4).
           05 FILLER                        PIC X    VALUE '-'.
           05 WS-CELL-END                   PIC 9(4).

       01  WS-DATE-TO-FORMAT                PIC 9(8).
       01  WS-FORMATTED-DATE                PIC X(10).

       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '         STUDENT WEEKLY TIMETABLE PRINT            '
           DISPLAY '==================================================='

           MOVE WS-RUN-START-DATE TO WS-TODAY.

      *    A SEVEN-DIGIT STUDENT ID ON SYSIN PRINTS THAT STUDENT ONLY;
      *    A BLANK OR ZERO CARD PRINTS EVERY ENROLLED STUDENT.
           MOVE SPACES TO WS-REQUEST-INPUT.
           ACCEPT WS-REQUEST-INPUT.
           IF WS-REQUEST-INPUT IS NUMERIC
               MOVE WS-REQUEST-INPUT TO WS-REQUEST-ID
               IF WS-REQUEST-ID NOT = 0
                   SET WS-ONE-STUDENT TO TRUE
               END-IF
           END-IF.
           IF WS-ONE-STUDENT
               DISPLAY 'TIMETABLE FOR STUDENT ' WS-REQUEST-ID
           ELSE
               DISPLAY 'TIMETABLES FOR EVERY ENROLLED STUDENT'
           END-IF.

           PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
           IF WS-RETURN-CODE = 8
               GO TO 0000-EXIT
           END-IF.

           IF WS-ONE-STUDENT
               MOVE WS-REQUEST-ID TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FILE-CHECK-KEY = '00'
                   PERFORM 2000-TIMETABLE-ONE-STUDENT THRU 2000-EXIT
                   IF WS-PAGE-COUNT = 0
                       DISPLAY 'STUDENT ' WS-REQUEST-ID
                           ' HAS NO CURRENT ENROLLMENTS.'
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'STUDENT ' WS-REQUEST-ID
                       ' IS NOT ON FILE.'
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               READ STUDENT-VSAM-FILE NEXT RECORD
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM 1500-NEXT-STUDENT THRU 1500-EXIT
                   UNTIL ENDOFFILE
           END-IF.

           PERFORM 1900-CLOSE-FILES THRU 1900-EXIT.

           IF WS-NO-ADDRESS-COUNT > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           DISPLAY 'STUDENTS READ         : ' WS-STUDENTS-READ
           DISPLAY 'TIMETABLES PRINTED    : ' WS-PAGE-COUNT
           DISPLAY 'UNSCHEDULED ENROLLMENT: ' WS-UNSCHEDULED-COUNT
           DISPLAY 'FLAGGED FOR AN ADDRESS: ' WS-NO-ADDRESS-COUNT
           DISPLAY 'TIMETABLE PRINT COMPLETE.'.
       0000-EXIT.
           MOVE WS-PAGE-COUNT TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * STUDENT, ENROLLMENT, AND COURSE MASTER ARE REQUIRED. THE       *
      * SECTION FILES AND CONTACT FILE MAY NOT EXIST YET - EVERY       *
      * ENROLLMENT IS THEN UNSCHEDULED, OR EVERY PAGE UNADDRESSED      *
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = '00'
               DISPLAY 'UNABLE TO OPEN STUDENT FILE, '
                   'FILE STATUS: ' FILE-CHECK-KEY
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ENROLL-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ENROLLMENT FILE, '
                   'FILE STATUS: ' ENR-FILE-STATUS
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE MASTER, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               CLOSE STUDENT-VSAM-FILE
               CLOSE ENROLL-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TIMETABLE-FILE.
           IF TTB-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TIMETABLE FILE, '
                   'FILE STATUS: ' TTB-FILE-STATUS
               CLOSE STUDENT-VSAM-FILE
               CLOSE ENROLL-VSAM-FILE
               CLOSE COURSE-MASTER-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT ENRLSECT-FILE.
           IF ES-FILE-STATUS NOT = '00'
               SET WS-NO-ENRLSECT-FILE TO TRUE
               DISPLAY 'NOTE: NO SECTION ASSIGNMENT FILE - EVERY '
                   'ENROLLMENT WILL BE FLAGGED UNSCHEDULED.'
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF SEC-FILE-STATUS NOT = '00'
               SET WS-NO-SECTION-FILE TO TRUE
               DISPLAY 'NOTE: NO SECTION FILE - EVERY ENROLLMENT '
                   'WILL BE FLAGGED UNSCHEDULED.'
           END-IF.
           OPEN INPUT CONTACT-FILE.
           IF CNT-FILE-STATUS NOT = '00'
               SET WS-NO-CONTACT-FILE TO TRUE
               DISPLAY 'NOTE: NO CONTACT FILE - EVERY TIMETABLE WILL '
                   'BE FLAGGED FOR AN ADDRESS.'
           END-IF.
       1000-EXIT.
           EXIT.

       1500-NEXT-STUDENT.
           PERFORM 2000-TIMETABLE-ONE-STUDENT THRU 2000-EXIT.
           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.
       1500-EXIT.
           EXIT.

       1900-CLOSE-FILES.
           CLOSE STUDENT-VSAM-FILE.
           CLOSE ENROLL-VSAM-FILE.
           CLOSE COURSE-MASTER-FILE.
           CLOSE TIMETABLE-FILE.
           IF NOT WS-NO-ENRLSECT-FILE
               CLOSE ENRLSECT-FILE
           END-IF.
           IF NOT WS-NO-SECTION-FILE
               CLOSE SECTION-FILE
           END-IF.
           IF NOT WS-NO-CONTACT-FILE
               CLOSE CONTACT-FILE
           END-IF.
       1900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * GATHER THE STUDENT'S CURRENT ENROLLMENTS - THE STUDENT ID      *
      * LEADS THE ENROLLMENT KEY, SO THEY SIT TOGETHER - THEN PRINT    *
      * THE PAGE. A STUDENT WITH NOTHING CURRENT GETS NO PAGE          *
      *---------------------------------------------------------------*
       2000-TIMETABLE-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-READ.
           MOVE 0 TO WS-TT-COUNT.
           MOVE 'N' TO WS-ENR-EOF-SW.
           MOVE STUDENT-VSAM-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE LOW-VALUES TO ENROLL-VSAM-COURSE.
           START ENROLL-VSAM-FILE KEY IS NOT LESS THAN
               ENROLL-VSAM-KEY
               INVALID KEY
                   SET WS-ENR-EOF TO TRUE
           END-START.
           IF NOT WS-ENR-EOF
               READ ENROLL-VSAM-FILE NEXT RECORD
                   AT END SET WS-ENR-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 2100-GATHER-ONE-ENROLLMENT THRU 2100-EXIT
               UNTIL WS-ENR-EOF
                  OR ENROLL-VSAM-STUDENT-ID NOT = STUDENT-VSAM-ID.

           IF WS-TT-COUNT = 0
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-SORT-BY-START-TIME THRU 2500-EXIT.
           PERFORM 3000-PRINT-TIMETABLE THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-GATHER-ONE-ENROLLMENT.
           MOVE ENROLL-VSAM-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS = '00'
               AND COURSE-MST-TERM-END < WS-TODAY
               GO TO 2100-READ-NEXT
           END-IF.
           IF WS-TT-COUNT NOT < 30
               DISPLAY 'STUDENT ' STUDENT-VSAM-ID ' HAS MORE THAN 30 '
                   'CURRENT ENROLLMENTS - ' ENROLL-VSAM-COURSE
                   ' NOT PRINTED.'
               MOVE 4 TO WS-RETURN-CODE
               GO TO 2100-READ-NEXT
           END-IF.

           ADD 1 TO WS-TT-COUNT.
           MOVE ENROLL-VSAM-COURSE TO WS-TT-COURSE (WS-TT-COUNT).
           MOVE 0                  TO WS-TT-START-TIME (WS-TT-COUNT)
                                      WS-TT-END-TIME (WS-TT-COUNT).
           MOVE SPACES             TO WS-TT-SECTION (WS-TT-COUNT)
                                      WS-TT-MEETING-DAYS (WS-TT-COUNT)
                                      WS-TT-ROOM (WS-TT-COUNT)
                                      WS-TT-REASON (WS-TT-COUNT).
           MOVE 'N'                TO WS-TT-SCHEDULED (WS-TT-COUNT).
           IF CRS-FILE-STATUS = '00'
               MOVE COURSE-MST-TITLE
                   TO WS-TT-TITLE (WS-TT-COUNT)
               MOVE COURSE-MST-INSTRUCTOR
                   TO WS-TT-INSTRUCTOR (WS-TT-COUNT)
           ELSE
               MOVE '(COURSE NOT ON THE MASTER)'
                   TO WS-TT-TITLE (WS-TT-COUNT)
               MOVE SPACES TO WS-TT-INSTRUCTOR (WS-TT-COUNT)
           END-IF.

           PERFORM 2200-FIND-SECTION THRU 2200-EXIT.
       2100-READ-NEXT.
           READ ENROLL-VSAM-FILE NEXT RECORD
               AT END SET WS-ENR-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-SECTION.
           IF WS-NO-ENRLSECT-FILE
               MOVE 'NO SECTION ASSIGNED'
                   TO WS-TT-REASON (WS-TT-COUNT)
               GO TO 2200-EXIT
           END-IF.
           MOVE ENROLL-VSAM-STUDENT-ID TO ES-STUDENT-ID.
           MOVE ENROLL-VSAM-COURSE     TO ES-COURSE.
           READ ENRLSECT-FILE
               KEY IS ES-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ES-FILE-STATUS NOT = '00'
               MOVE 'NO SECTION ASSIGNED'
                   TO WS-TT-REASON (WS-TT-COUNT)
               GO TO 2200-EXIT
           END-IF.
           MOVE ES-SECTION TO WS-TT-SECTION (WS-TT-COUNT).

           IF WS-NO-SECTION-FILE
               MOVE 'SECTION NOT ON FILE'
                   TO WS-TT-REASON (WS-TT-COUNT)
               GO TO 2200-EXIT
           END-IF.
           MOVE ES-COURSE  TO CSEC-COURSE.
           MOVE ES-SECTION TO CSEC-SECTION.
           READ SECTION-FILE
               KEY IS CSEC-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF SEC-FILE-STATUS NOT = '00'
               MOVE 'SECTION NOT ON FILE'
                   TO WS-TT-REASON (WS-TT-COUNT)
               GO TO 2200-EXIT
           END-IF.

           MOVE CSEC-START-TIME   TO WS-TT-START-TIME (WS-TT-COUNT).
           MOVE CSEC-END-TIME     TO WS-TT-END-TIME (WS-TT-COUNT).
           MOVE CSEC-MEETING-DAYS TO WS-TT-MEETING-DAYS (WS-TT-COUNT).
           MOVE CSEC-ROOM         TO WS-TT-ROOM (WS-TT-COUNT).
           MOVE 'Y'               TO WS-TT-SCHEDULED (WS-TT-COUNT).
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * EXCHANGE SORT INTO START TIME, THEN COURSE, SEQUENCE           *
      *---------------------------------------------------------------*
       2500-SORT-BY-START-TIME.
           IF WS-TT-COUNT < 2
               GO TO 2500-EXIT
           END-IF.
           COMPUTE WS-SORT-LIMIT = WS-TT-COUNT - 1.
           SET WS-SWAPPED TO TRUE.
           PERFORM 2510-ONE-SORT-PASS THRU 2510-EXIT
               UNTIL NOT WS-SWAPPED.
       2500-EXIT.
           EXIT.

       2510-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-SW.
           PERFORM 2520-COMPARE-ONE-PAIR THRU 2520-EXIT
               VARYING WS-SORT-INNER FROM 1 BY 1
               UNTIL WS-SORT-INNER > WS-SORT-LIMIT.
       2510-EXIT.
           EXIT.

       2520-COMPARE-ONE-PAIR.
           COMPUTE WS-SORT-OUTER = WS-SORT-INNER + 1.
           IF WS-TT-ENTRY (WS-SORT-INNER) (1:19)
                   > WS-TT-ENTRY (WS-SORT-OUTER) (1:19)
               MOVE WS-TT-ENTRY (WS-SORT-INNER) TO WS-TT-HOLD-ENTRY
               MOVE WS-TT-ENTRY (WS-SORT-OUTER)
                   TO WS-TT-ENTRY (WS-SORT-INNER)
               MOVE WS-TT-HOLD-ENTRY TO WS-TT-ENTRY (WS-SORT-OUTER)
               SET WS-SWAPPED TO TRUE
           END-IF.
       2520-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ONE PAGE PER STUDENT: ADDRESS BLOCK, THEN EACH DAY OF THE WEEK *
      * WITH THE CLASSES MEETING THAT DAY, THEN ANY ENROLLMENT THAT    *
      * COULD NOT BE PLACED ON THE WEEK                                *
      *---------------------------------------------------------------*
       3000-PRINT-TIMETABLE.
           MOVE SPACES TO TIMETABLE-RECORD.
           IF WS-FIRST-PAGE
               WRITE TIMETABLE-RECORD
               MOVE 'N' TO WS-FIRST-PAGE-SW
           ELSE
               WRITE TIMETABLE-RECORD
                   AFTER ADVANCING PAGE
           END-IF.
           ADD 1 TO WS-PAGE-COUNT.

           MOVE ALL '=' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
           MOVE WS-TODAY TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           STRING 'WEEKLY CLASS TIMETABLE          DATE: '
                                        DELIMITED BY SIZE
               WS-FORMATTED-DATE        DELIMITED BY SIZE
               '   STUDENT ID: '        DELIMITED BY SIZE
               STUDENT-VSAM-ID          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.

           MOVE STUDENT-VSAM-NAME TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
           PERFORM 8200-ADDRESS-BLOCK THRU 8200-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.

           MOVE 'DAY       TIME       COURSE          SEC  TITLE'
               TO WS-REPORT-LINE.
           MOVE 'ROOM        INSTRUCTOR' TO WS-REPORT-LINE (80:22).
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
           MOVE ALL '-' TO WS-REPORT-LINE (1:107).
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.

           PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.

           MOVE 0 TO WS-PAGE-UNSCHEDULED.
           PERFORM 3300-COUNT-UNSCHEDULED THRU 3300-EXIT
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT.
           IF WS-PAGE-UNSCHEDULED > 0
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT
               MOVE '*** NOT ON YOUR TIMETABLE - PLEASE CONTACT THE '
                   & 'REGISTRAR FOR A SECTION ***' TO WS-REPORT-LINE
               PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT
               PERFORM 3400-PRINT-UNSCHEDULED THRU 3400-EXIT
                   VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-COUNT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
           MOVE 'OFFICE OF THE REGISTRAR' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-DAY.
           MOVE 0 TO WS-DAY-LINES.
           PERFORM 3200-PRINT-ONE-CLASS THRU 3200-EXIT
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT.
       3100-EXIT.
           EXIT.

      *    THE DAY NAME IS PRINTED ON THE DAY'S FIRST CLASS ONLY.
       3200-PRINT-ONE-CLASS.
           IF NOT WS-TT-IS-SCHEDULED (WS-TT-IDX)
               GO TO 3200-EXIT
           END-IF.
           IF WS-TT-MEETING-DAYS (WS-TT-IDX) (WS-DAY-IDX:1) = SPACE
               GO TO 3200-EXIT
           END-IF.
           IF WS-DAY-LINES = 0
               MOVE WS-DAY-NAME (WS-DAY-IDX) TO WS-REPORT-LINE (1:9)
           END-IF.
           ADD 1 TO WS-DAY-LINES.
           MOVE WS-TT-START-TIME (WS-TT-IDX) TO WS-CELL-START.
           MOVE WS-TT-END-TIME (WS-TT-IDX)   TO WS-CELL-END.
           MOVE WS-TIME-CELL TO WS-REPORT-LINE (11:9).
           MOVE WS-TT-COURSE (WS-TT-IDX)     TO WS-REPORT-LINE (22:15).
           MOVE WS-TT-SECTION (WS-TT-IDX)    TO WS-REPORT-LINE (38:3).
           MOVE WS-TT-TITLE (WS-TT-IDX) (1:35)
               TO WS-REPORT-LINE (43:35).
           MOVE WS-TT-ROOM (WS-TT-IDX)       TO WS-REPORT-LINE (80:10).
           MOVE WS-TT-INSTRUCTOR (WS-TT-IDX) TO WS-REPORT-LINE (92:27).
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
       3200-EXIT.
           EXIT.

       3300-COUNT-UNSCHEDULED.
           IF NOT WS-TT-IS-SCHEDULED (WS-TT-IDX)
               ADD 1 TO WS-PAGE-UNSCHEDULED
               ADD 1 TO WS-UNSCHEDULED-COUNT
           END-IF.
       3300-EXIT.
           EXIT.

       3400-PRINT-UNSCHEDULED.
           IF WS-TT-IS-SCHEDULED (WS-TT-IDX)
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-TT-REASON (WS-TT-IDX)     TO WS-REPORT-LINE (1:20).
           MOVE WS-TT-COURSE (WS-TT-IDX)     TO WS-REPORT-LINE (22:15).
           MOVE WS-TT-SECTION (WS-TT-IDX)    TO WS-REPORT-LINE (38:3).
           MOVE WS-TT-TITLE (WS-TT-IDX) (1:35)
               TO WS-REPORT-LINE (43:35).
           MOVE WS-TT-INSTRUCTOR (WS-TT-IDX) TO WS-REPORT-LINE (92:27).
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
       3400-EXIT.
           EXIT.

       8100-WRITE-TIMETABLE-LINE.
           WRITE TIMETABLE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ADDRESS BLOCK FROM THE CONTACT FILE, LAID OUT AS ON PRGN0029'S *
      * LETTERS. A MISSING ADDRESS IS FLAGGED FOR THE MAIL ROOM        *
      *---------------------------------------------------------------*
       8200-ADDRESS-BLOCK.
           IF WS-NO-CONTACT-FILE
               GO TO 8200-MISSING
           END-IF.
           MOVE STUDENT-VSAM-ID TO CNT-STUDENT-ID.
           READ CONTACT-FILE
               KEY IS CNT-STUDENT-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CNT-FILE-STATUS NOT = '00'
               GO TO 8200-MISSING
           END-IF.

           MOVE CNT-ADDRESS-1 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
           IF CNT-ADDRESS-2 NOT = SPACES
               MOVE CNT-ADDRESS-2 TO WS-REPORT-LINE
               PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT
           END-IF.
           STRING CNT-CITY  DELIMITED BY SIZE
               ' '          DELIMITED BY SIZE
               CNT-STATE    DELIMITED BY SIZE
               ' '          DELIMITED BY SIZE
               CNT-ZIP      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
           GO TO 8200-EXIT.
       8200-MISSING.
           MOVE '*** NO CONTACT DETAILS ON FILE - ADDRESS '
               & 'REQUIRED BEFORE MAILING ***' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-TIMETABLE-LINE THRU 8100-EXIT.
           ADD 1 TO WS-NO-ADDRESS-COUNT.
       8200-EXIT.
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

           MOVE 'PRGT0041' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGT0041.
