      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly absence report from the attendance file
      *          (ATTEND.VSAM, kept by PRGA0048). Only meetings already
      *          held count, and only in courses the student is still
      *          enrolled in (ENROLL.VSAM) whose term is in session
      *          (COURSE.MST).
      *          Part 1 - every student whose absence percentage in a
      *          course has reached the threshold: absent meetings
      *          over recorded meetings (present, late, and absent -
      *          excused and unrecorded meetings are left out), with
      *          the last date the student attended. A student listed
      *          for the first time this term in a course is recorded
      *          on the absence warning file (ABSWARN.VSAM) as a
      *          warning letter still to be sent; the nightly letter
      *          run (PRGN0029) sends it and marks it sent.
      *          Part 2 - every student with no attendance at all
      *          since term start: meetings held in their courses but
      *          not one marked present or late.
      *          Unrecorded meetings on an earlier section the student
      *          has since moved out of are not counted.
      *          SYSIN: cols 1-3 absence threshold percent, 001-100,
      *          blank for the default of 020.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGA0049.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ATTENDANCE-FILE ASSIGN TO 'ATTEND.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS ATT-FILE-STATUS.

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

           SELECT COURSE-MASTER-FILE ASSIGN TO 'COURSE.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-MST-CODE
               FILE STATUS IS CRS-FILE-STATUS.

           SELECT ABSENCE-WARNING-FILE ASSIGN TO 'ABSWARN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AW-FILE-STATUS.

           SELECT ABSENCE-REPORT-FILE ASSIGN TO 'ABSENCE.RPT'
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

       FD ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 ATT-KEY.
              10 ATT-STUDENT-ID             PIC 9(7).
              10 ATT-COURSE                 PIC X(15).
              10 ATT-SECTION                PIC X(3).
              10 ATT-MEETING-DATE           PIC 9(8).
           05 ATT-SEPARATOR1                PIC X.
           05 ATT-STATUS                    PIC X.
               88 ATT-PRESENT                      VALUE 'P'.
               88 ATT-LATE                         VALUE 'L'.
               88 ATT-ABSENT                       VALUE 'A'.
               88 ATT-EXCUSED                      VALUE 'E'.
               88 ATT-UNRECORDED                   VALUE 'U'.
           05 ATT-SEPARATOR2                PIC X.
           05 ATT-RECORDED-DATE             PIC 9(8).

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

      *---------------------------------------------------------------*
      * ONE ABSENCE WARNING PER STUDENT AND COURSE PER TERM. THE       *
      * LETTER SWITCH IS N UNTIL PRGN0029 HAS SENT THE WARNING LETTER  *
      *---------------------------------------------------------------*
       FD ABSENCE-WARNING-FILE.
       01  ABSENCE-WARNING-RECORD.
           05 AW-KEY.
              10 AW-STUDENT-ID              PIC 9(7).
              10 AW-COURSE                  PIC X(15).
           05 AW-SEPARATOR1                 PIC X.
           05 AW-NAME                       PIC X(27).
           05 AW-SEPARATOR2                 PIC X.
           05 AW-TERM-START                 PIC 9(8).
           05 AW-SEPARATOR3                 PIC X.
           05 AW-ABSENCE-PCT                PIC 9(3).
           05 AW-SEPARATOR4                 PIC X.
           05 AW-ABSENT-COUNT               PIC 9(3).
           05 AW-SEPARATOR5                 PIC X.
           05 AW-RECORDED-COUNT             PIC 9(3).
           05 AW-SEPARATOR6                 PIC X.
           05 AW-LAST-ATTENDED              PIC 9(8).
           05 AW-SEPARATOR7                 PIC X.
           05 AW-WARNED-DATE                PIC 9(8).
           05 AW-SEPARATOR8                 PIC X.
           05 AW-LETTER-SW                  PIC X.
               88 AW-LETTER-PENDING                VALUE 'N'.
               88 AW-LETTER-SENT                   VALUE 'Y'.

       FD ABSENCE-REPORT-FILE.
       01  ABSENCE-REPORT-RECORD            PIC X(132).

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

       01  ATT-FILE-STATUS                  PIC XX.
       01  FILE-CHECK-KEY                   PIC X(2).
       01  ENR-FILE-STATUS                  PIC XX.
       01  ES-FILE-STATUS                   PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  AW-FILE-STATUS                   PIC XX.
       01  RPT-FILE-STATUS                  PIC XX.

       01  WS-ATT-EOF-SW                    PIC X    VALUE 'N'.
           88 WS-ATT-EOF                         VALUE 'Y'.

       01  WS-TODAY                         PIC 9(8).

      *---------------------------------------------------------------*
      * ABSENCE THRESHOLD - WHOLE PERCENT, ON SYSIN COLS 1-3           *
      *---------------------------------------------------------------*
       01  WS-PARM-CARD.
           05 WS-PARM-THRESHOLD-TEXT        PIC X(3).
           05 WS-PARM-THRESHOLD-NUM REDEFINES WS-PARM-THRESHOLD-TEXT
                                            PIC 9(3).
           05 FILLER                        PIC X(77).

       01  WS-ABSENCE-THRESHOLD             PIC 9(3) VALUE 20.

      *---------------------------------------------------------------*
      * ONE STUDENT'S MEETINGS IN ONE COURSE, HELD ON OR BEFORE TODAY  *
      *---------------------------------------------------------------*
       01  WS-GROUP-WORK.
           05 WS-GRP-STUDENT-ID             PIC 9(7).
           05 WS-GRP-COURSE                 PIC X(15).
           05 WS-GRP-CURRENT-SECTION        PIC X(3).
           05 WS-GRP-TERM-START             PIC 9(8).
           05 WS-GRP-PRESENT                PIC 9(5).
           05 WS-GRP-ABSENT                 PIC 9(5).
           05 WS-GRP-EXCUSED                PIC 9(5).
           05 WS-GRP-UNRECORDED             PIC 9(5).
           05 WS-GRP-RECORDED               PIC 9(5).
           05 WS-GRP-LAST-ATTENDED          PIC 9(8).
           05 WS-GRP-ABSENCE-PCT            PIC 9(3).
           05 WS-GRP-ACTIVE-SW              PIC X.
               88 WS-GRP-ACTIVE                    VALUE 'Y'.

      *---------------------------------------------------------------*
      * ONE STUDENT'S MEETINGS ACROSS ALL ACTIVE COURSES               *
      *---------------------------------------------------------------*
       01  WS-STUDENT-WORK.
           05 WS-STU-STUDENT-ID             PIC 9(7).
           05 WS-STU-COURSES                PIC 9(3).
           05 WS-STU-PRESENT                PIC 9(5).
           05 WS-STU-ABSENT                 PIC 9(5).
           05 WS-STU-EXCUSED                PIC 9(5).
           05 WS-STU-UNRECORDED             PIC 9(5).

       01  WS-COUNTS.
           05 WS-ROWS-READ                  PIC 9(9) VALUE 0.
           05 WS-OVER-THRESHOLD-COUNT       PIC 9(7) VALUE 0.
           05 WS-NEW-WARNING-COUNT          PIC 9(7) VALUE 0.
           05 WS-NO-ATTENDANCE-COUNT        PIC 9(7) VALUE 0.

       01  WS-WARNING-TEXT                  PIC X(10).
       01  WS-STUDENT-NAME                  PIC X(27).

       01  WS-REPORT-NUMBERS.
           05 WS-RPT-COUNT-1                PIC ZZZZ9.
           05 WS-RPT-COUNT-2                PIC ZZZZ9.
           05 WS-RPT-COUNT-3                PIC ZZZZ9.
           05 WS-RPT-COUNT-4                PIC ZZZZ9.
           05 WS-RPT-PCT                    PIC ZZ9.

       01  WS-DATE-TO-FORMAT                PIC 9(8).
       01  WS-FORMATTED-DATE                PIC X(10).
       01  WS-TODAY-DISPLAY                 PIC X(10).

       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '           WEEKLY STUDENT ABSENCE REPORT           '
           DISPLAY '==================================================='.

           MOVE WS-RUN-START-DATE TO WS-TODAY.
           MOVE WS-TODAY TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           MOVE WS-FORMATTED-DATE TO WS-TODAY-DISPLAY.

           PERFORM 1000-READ-THRESHOLD THRU 1000-EXIT.
           IF WS-RETURN-CODE > 4
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT ATTENDANCE-FILE.
           IF ATT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ATTENDANCE FILE, '
                   'FILE STATUS: ' ATT-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = '00'
               DISPLAY 'UNABLE TO OPEN STUDENT.VSAM, '
                   'FILE STATUS: ' FILE-CHECK-KEY
               CLOSE ATTENDANCE-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT ENROLL-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ENROLL.VSAM, '
                   'FILE STATUS: ' ENR-FILE-STATUS
               CLOSE STUDENT-VSAM-FILE
               CLOSE ATTENDANCE-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT ENRLSECT-FILE.
           IF ES-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ENRLSECT.VSAM, '
                   'FILE STATUS: ' ES-FILE-STATUS
               CLOSE ENROLL-VSAM-FILE
               CLOSE STUDENT-VSAM-FILE
               CLOSE ATTENDANCE-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE.MST, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               CLOSE ENRLSECT-FILE
               CLOSE ENROLL-VSAM-FILE
               CLOSE STUDENT-VSAM-FILE
               CLOSE ATTENDANCE-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O ABSENCE-WARNING-FILE.
           IF AW-FILE-STATUS = '35'
               CLOSE ABSENCE-WARNING-FILE
               OPEN OUTPUT ABSENCE-WARNING-FILE
               CLOSE ABSENCE-WARNING-FILE
               OPEN I-O ABSENCE-WARNING-FILE
           END-IF.
           IF AW-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ABSENCE WARNING FILE, '
                   'FILE STATUS: ' AW-FILE-STATUS
               CLOSE COURSE-MASTER-FILE
               CLOSE ENRLSECT-FILE
               CLOSE ENROLL-VSAM-FILE
               CLOSE STUDENT-VSAM-FILE
               CLOSE ATTENDANCE-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT ABSENCE-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ABSENCE REPORT, '
                   'FILE STATUS: ' RPT-FILE-STATUS
               CLOSE ABSENCE-WARNING-FILE
               CLOSE COURSE-MASTER-FILE
               CLOSE ENRLSECT-FILE
               CLOSE ENROLL-VSAM-FILE
               CLOSE STUDENT-VSAM-FILE
               CLOSE ATTENDANCE-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           PERFORM 3000-THRESHOLD-PASS THRU 3000-EXIT.
           PERFORM 4000-NO-ATTENDANCE-PASS THRU 4000-EXIT.

           CLOSE ABSENCE-REPORT-FILE.
           CLOSE ABSENCE-WARNING-FILE.
           CLOSE COURSE-MASTER-FILE.
           CLOSE ENRLSECT-FILE.
           CLOSE ENROLL-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.
           CLOSE ATTENDANCE-FILE.

           DISPLAY 'ATTENDANCE ROWS READ     : ' WS-ROWS-READ
           DISPLAY 'AT OR OVER THRESHOLD     : '
               WS-OVER-THRESHOLD-COUNT
           DISPLAY 'NEW ABSENCE WARNINGS     : ' WS-NEW-WARNING-COUNT
           DISPLAY 'NO ATTENDANCE SINCE START: '
               WS-NO-ATTENDANCE-COUNT
           DISPLAY 'ABSENCE REPORT COMPLETE.'.
       0000-EXIT.
           MOVE WS-ROWS-READ TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * THE THRESHOLD COMES FROM SYSIN - BLANK KEEPS THE DEFAULT,      *
      * ANYTHING ELSE MUST BE A WHOLE PERCENT FROM 1 TO 100            *
      *---------------------------------------------------------------*
       1000-READ-THRESHOLD.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD.

           IF WS-PARM-THRESHOLD-TEXT NOT = SPACES
               IF WS-PARM-THRESHOLD-TEXT IS NUMERIC
                   MOVE WS-PARM-THRESHOLD-NUM TO WS-ABSENCE-THRESHOLD
               ELSE
                   DISPLAY 'ABSENCE THRESHOLD ON SYSIN IS NOT '
                       'NUMERIC: ' WS-PARM-THRESHOLD-TEXT
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           IF WS-ABSENCE-THRESHOLD = 0
               OR WS-ABSENCE-THRESHOLD > 100
               DISPLAY 'ABSENCE THRESHOLD ' WS-ABSENCE-THRESHOLD
                   ' MUST BE FROM 1 TO 100 PERCENT'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           DISPLAY 'ABSENCE THRESHOLD : ' WS-ABSENCE-THRESHOLD '%'.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * PART 1 - ONE PASS OF THE ATTENDANCE FILE, ONE STUDENT AND      *
      * COURSE AT A TIME                                               *
      *---------------------------------------------------------------*
       3000-THRESHOLD-PASS.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-ABSENCE-THRESHOLD TO WS-RPT-PCT.
           STRING 'STUDENTS AT OR OVER ' DELIMITED BY SIZE
               WS-RPT-PCT                DELIMITED BY SIZE
               '% ABSENCE IN A COURSE - AS OF ' DELIMITED BY SIZE
               WS-TODAY-DISPLAY          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'STUDENT  NAME                        COURSE'
               TO WS-REPORT-LINE.
           MOVE 'RECORDED  ABSENT   PCT  LAST ATTENDED  WARNING'
               TO WS-REPORT-LINE (56:47).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '----------------------------------------------------'
               & '--------------------------------------------------'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           PERFORM 5000-START-ATTENDANCE THRU 5000-EXIT.
           PERFORM 3100-ONE-COURSE-GROUP THRU 3100-EXIT
               UNTIL WS-ATT-EOF.

           IF WS-OVER-THRESHOLD-COUNT = 0
               MOVE 'NO STUDENT IS AT OR OVER THE THRESHOLD.'
                   TO WS-REPORT-LINE
           ELSE
               STRING 'AT OR OVER THRESHOLD: ' DELIMITED BY SIZE
                   WS-OVER-THRESHOLD-COUNT     DELIMITED BY SIZE
                   '   NEW WARNINGS: '         DELIMITED BY SIZE
                   WS-NEW-WARNING-COUNT        DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A GROUP WITH NO RECORDED MEETINGS YET HAS NO PERCENTAGE AND    *
      * IS NOT LISTED HERE                                             *
      *---------------------------------------------------------------*
       3100-ONE-COURSE-GROUP.
           PERFORM 5100-GATHER-COURSE-GROUP THRU 5100-EXIT.
           IF NOT WS-GRP-ACTIVE
               OR WS-GRP-RECORDED = 0
               GO TO 3100-EXIT
           END-IF.

           COMPUTE WS-GRP-ABSENCE-PCT ROUNDED =
               WS-GRP-ABSENT * 100 / WS-GRP-RECORDED.
           IF WS-GRP-ABSENCE-PCT < WS-ABSENCE-THRESHOLD
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-OVER-THRESHOLD-COUNT.
           MOVE WS-GRP-STUDENT-ID TO WS-STU-STUDENT-ID.
           PERFORM 5300-GET-STUDENT-NAME THRU 5300-EXIT.
           PERFORM 3200-RECORD-WARNING THRU 3200-EXIT.

           MOVE WS-GRP-STUDENT-ID      TO WS-REPORT-LINE (1:7).
           MOVE WS-STUDENT-NAME        TO WS-REPORT-LINE (10:27).
           MOVE WS-GRP-COURSE          TO WS-REPORT-LINE (38:15).
           MOVE WS-GRP-RECORDED        TO WS-RPT-COUNT-1.
           MOVE WS-RPT-COUNT-1         TO WS-REPORT-LINE (59:5).
           MOVE WS-GRP-ABSENT          TO WS-RPT-COUNT-2.
           MOVE WS-RPT-COUNT-2         TO WS-REPORT-LINE (67:5).
           MOVE WS-GRP-ABSENCE-PCT     TO WS-RPT-PCT.
           MOVE WS-RPT-PCT             TO WS-REPORT-LINE (74:3).
           MOVE '%'                    TO WS-REPORT-LINE (77:1).
           IF WS-GRP-LAST-ATTENDED = 0
               MOVE 'NEVER'            TO WS-REPORT-LINE (80:10)
           ELSE
               MOVE WS-GRP-LAST-ATTENDED TO WS-DATE-TO-FORMAT
               PERFORM 9000-FORMAT-DATE THRU 9000-EXIT
               MOVE WS-FORMATTED-DATE  TO WS-REPORT-LINE (80:10)
           END-IF.
           MOVE WS-WARNING-TEXT        TO WS-REPORT-LINE (95:10).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * RECORD THE WARNING - A STUDENT ALREADY WARNED IN THIS COURSE   *
      * THIS TERM KEEPS THE ORIGINAL WARNING AND LETTER STATE WITH THE *
      * FIGURES BROUGHT UP TO DATE; A WARNING LEFT FROM AN EARLIER     *
      * TERM IS REPLACED                                               *
      *---------------------------------------------------------------*
       3200-RECORD-WARNING.
           MOVE WS-GRP-STUDENT-ID TO AW-STUDENT-ID.
           MOVE WS-GRP-COURSE     TO AW-COURSE.
           READ ABSENCE-WARNING-FILE
               KEY IS AW-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           IF AW-FILE-STATUS = '00'
               AND AW-TERM-START = WS-GRP-TERM-START
               MOVE 'PREVIOUSLY' TO WS-WARNING-TEXT
               PERFORM 3250-MOVE-WARNING-FIGURES THRU 3250-EXIT
               REWRITE ABSENCE-WARNING-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE ABSENCE WARNING '
                           AW-STUDENT-ID ' ' AW-COURSE
                           ', FILE STATUS: ' AW-FILE-STATUS
                       MOVE 4 TO WS-RETURN-CODE
               END-REWRITE
               GO TO 3200-EXIT
           END-IF.

           MOVE 'NEW'                TO WS-WARNING-TEXT.
           ADD 1 TO WS-NEW-WARNING-COUNT.
           PERFORM 3250-MOVE-WARNING-FIGURES THRU 3250-EXIT.
           MOVE WS-GRP-TERM-START    TO AW-TERM-START.
           MOVE WS-TODAY             TO AW-WARNED-DATE.
           SET AW-LETTER-PENDING     TO TRUE.
           IF AW-FILE-STATUS = '00'
               REWRITE ABSENCE-WARNING-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE ABSENCE WARNING '
                           AW-STUDENT-ID ' ' AW-COURSE
                           ', FILE STATUS: ' AW-FILE-STATUS
                       MOVE 4 TO WS-RETURN-CODE
               END-REWRITE
           ELSE
               WRITE ABSENCE-WARNING-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO ADD ABSENCE WARNING '
                           AW-STUDENT-ID ' ' AW-COURSE
                           ', FILE STATUS: ' AW-FILE-STATUS
                       MOVE 4 TO WS-RETURN-CODE
               END-WRITE
           END-IF.
       3200-EXIT.
           EXIT.

       3250-MOVE-WARNING-FIGURES.
           MOVE WS-GRP-STUDENT-ID    TO AW-STUDENT-ID.
           MOVE WS-GRP-COURSE        TO AW-COURSE.
           MOVE WS-STUDENT-NAME      TO AW-NAME.
           MOVE WS-GRP-ABSENCE-PCT   TO AW-ABSENCE-PCT.
           MOVE WS-GRP-ABSENT        TO AW-ABSENT-COUNT.
           MOVE WS-GRP-RECORDED      TO AW-RECORDED-COUNT.
           MOVE WS-GRP-LAST-ATTENDED TO AW-LAST-ATTENDED.
           MOVE ','                  TO AW-SEPARATOR1
                                        AW-SEPARATOR2
                                        AW-SEPARATOR3
                                        AW-SEPARATOR4
                                        AW-SEPARATOR5
                                        AW-SEPARATOR6
                                        AW-SEPARATOR7
                                        AW-SEPARATOR8.
       3250-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * PART 2 - A SECOND PASS, ONE STUDENT AT A TIME, TOTALLING THE   *
      * STUDENT'S ACTIVE COURSES                                       *
      *---------------------------------------------------------------*
       4000-NO-ATTENDANCE-PASS.
           MOVE SPACES TO ABSENCE-REPORT-RECORD.
           WRITE ABSENCE-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'STUDENTS WITH NO ATTENDANCE SINCE TERM START'
                                         DELIMITED BY SIZE
               ' - AS OF '               DELIMITED BY SIZE
               WS-TODAY-DISPLAY          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'STUDENT  NAME                        COURSES'
               TO WS-REPORT-LINE.
           MOVE 'MEETINGS HELD  ABSENT  EXCUSED  UNRECORDED'
               TO WS-REPORT-LINE (47:42).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '----------------------------------------------------'
               & '--------------------------------------------------'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           PERFORM 5000-START-ATTENDANCE THRU 5000-EXIT.
           PERFORM 4100-ONE-STUDENT-GROUP THRU 4100-EXIT
               UNTIL WS-ATT-EOF.

           IF WS-NO-ATTENDANCE-COUNT = 0
               MOVE 'EVERY STUDENT HAS ATTENDED SINCE TERM START.'
                   TO WS-REPORT-LINE
           ELSE
               STRING 'NO ATTENDANCE SINCE TERM START: '
                                               DELIMITED BY SIZE
                   WS-NO-ATTENDANCE-COUNT      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * LISTED WHEN MEETINGS HAVE BEEN HELD, NONE WAS ATTENDED, AND    *
      * AT LEAST ONE WAS MISSED OR NOT YET MARKED - A STUDENT EXCUSED  *
      * FROM EVERY MEETING IS NOT LISTED                               *
      *---------------------------------------------------------------*
       4100-ONE-STUDENT-GROUP.
           MOVE ATT-STUDENT-ID TO WS-STU-STUDENT-ID.
           MOVE 0 TO WS-STU-COURSES
                     WS-STU-PRESENT
                     WS-STU-ABSENT
                     WS-STU-EXCUSED
                     WS-STU-UNRECORDED.
           PERFORM 4200-ADD-ONE-COURSE THRU 4200-EXIT
               UNTIL WS-ATT-EOF
                  OR ATT-STUDENT-ID NOT = WS-STU-STUDENT-ID.

           IF WS-STU-COURSES = 0
               OR WS-STU-PRESENT > 0
               OR WS-STU-ABSENT + WS-STU-UNRECORDED = 0
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-NO-ATTENDANCE-COUNT.
           PERFORM 5300-GET-STUDENT-NAME THRU 5300-EXIT.
           MOVE WS-STU-STUDENT-ID      TO WS-REPORT-LINE (1:7).
           MOVE WS-STUDENT-NAME        TO WS-REPORT-LINE (10:27).
           MOVE WS-STU-COURSES         TO WS-RPT-PCT.
           MOVE WS-RPT-PCT             TO WS-REPORT-LINE (39:3).
           COMPUTE WS-RPT-COUNT-1 = WS-STU-ABSENT + WS-STU-EXCUSED
               + WS-STU-UNRECORDED.
           MOVE WS-RPT-COUNT-1         TO WS-REPORT-LINE (55:5).
           MOVE WS-STU-ABSENT          TO WS-RPT-COUNT-2.
           MOVE WS-RPT-COUNT-2         TO WS-REPORT-LINE (63:5).
           MOVE WS-STU-EXCUSED         TO WS-RPT-COUNT-3.
           MOVE WS-RPT-COUNT-3         TO WS-REPORT-LINE (71:5).
           MOVE WS-STU-UNRECORDED      TO WS-RPT-COUNT-4.
           MOVE WS-RPT-COUNT-4         TO WS-REPORT-LINE (84:5).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4100-EXIT.
           EXIT.

       4200-ADD-ONE-COURSE.
           PERFORM 5100-GATHER-COURSE-GROUP THRU 5100-EXIT.
           IF WS-GRP-ACTIVE
               AND WS-GRP-RECORDED + WS-GRP-EXCUSED
                   + WS-GRP-UNRECORDED > 0
               ADD 1                 TO WS-STU-COURSES
               ADD WS-GRP-PRESENT    TO WS-STU-PRESENT
               ADD WS-GRP-ABSENT     TO WS-STU-ABSENT
               ADD WS-GRP-EXCUSED    TO WS-STU-EXCUSED
               ADD WS-GRP-UNRECORDED TO WS-STU-UNRECORDED
           END-IF.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * POSITION AT THE FIRST ATTENDANCE ROW AND READ IT               *
      *---------------------------------------------------------------*
       5000-START-ATTENDANCE.
           MOVE 'N' TO WS-ATT-EOF-SW.
           MOVE LOW-VALUES TO ATT-KEY.
           START ATTENDANCE-FILE KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   SET WS-ATT-EOF TO TRUE
           END-START.
           IF NOT WS-ATT-EOF
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END SET WS-ATT-EOF TO TRUE
               END-READ
           END-IF.
       5000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * GATHER THE ROWS OF THE CURRENT STUDENT AND COURSE, LEAVING THE *
      * FILE ON THE FIRST ROW OF THE NEXT GROUP. THE GROUP IS ACTIVE   *
      * WHEN THE STUDENT IS STILL ENROLLED AND THE TERM IS IN SESSION  *
      *---------------------------------------------------------------*
       5100-GATHER-COURSE-GROUP.
           MOVE ATT-STUDENT-ID TO WS-GRP-STUDENT-ID.
           MOVE ATT-COURSE     TO WS-GRP-COURSE.
           MOVE 0 TO WS-GRP-PRESENT
                     WS-GRP-ABSENT
                     WS-GRP-EXCUSED
                     WS-GRP-UNRECORDED
                     WS-GRP-RECORDED
                     WS-GRP-LAST-ATTENDED
                     WS-GRP-ABSENCE-PCT
                     WS-GRP-TERM-START.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.

           MOVE WS-GRP-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE WS-GRP-COURSE     TO ENROLL-VSAM-COURSE.
           READ ENROLL-VSAM-FILE
               KEY IS ENROLL-VSAM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-GRP-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ENR-FILE-STATUS = '00'
               AND CRS-FILE-STATUS = '00'
               AND COURSE-MST-TERM-START NOT > WS-TODAY
               AND COURSE-MST-TERM-END NOT < WS-TODAY
               MOVE 'Y' TO WS-GRP-ACTIVE-SW
               MOVE COURSE-MST-TERM-START TO WS-GRP-TERM-START
           END-IF.

           MOVE SPACES TO WS-GRP-CURRENT-SECTION.
           MOVE WS-GRP-STUDENT-ID TO ES-STUDENT-ID.
           MOVE WS-GRP-COURSE     TO ES-COURSE.
           READ ENRLSECT-FILE
               KEY IS ES-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ES-FILE-STATUS = '00'
               MOVE ES-SECTION TO WS-GRP-CURRENT-SECTION
           END-IF.

           PERFORM 5200-ADD-ONE-ROW THRU 5200-EXIT
               UNTIL WS-ATT-EOF
                  OR ATT-STUDENT-ID NOT = WS-GRP-STUDENT-ID
                  OR ATT-COURSE NOT = WS-GRP-COURSE.

           COMPUTE WS-GRP-RECORDED = WS-GRP-PRESENT + WS-GRP-ABSENT.
       5100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ONE MEETING ROW. LATE COUNTS AS ATTENDED. AN UNRECORDED        *
      * MEETING COUNTS ONLY ON THE STUDENT'S CURRENT SECTION           *
      *---------------------------------------------------------------*
       5200-ADD-ONE-ROW.
           ADD 1 TO WS-ROWS-READ.
           IF ATT-MEETING-DATE NOT > WS-TODAY
               EVALUATE TRUE
                   WHEN ATT-PRESENT
                   WHEN ATT-LATE
                       ADD 1 TO WS-GRP-PRESENT
                       IF ATT-MEETING-DATE > WS-GRP-LAST-ATTENDED
                           MOVE ATT-MEETING-DATE
                               TO WS-GRP-LAST-ATTENDED
                       END-IF
                   WHEN ATT-ABSENT
                       ADD 1 TO WS-GRP-ABSENT
                   WHEN ATT-EXCUSED
                       ADD 1 TO WS-GRP-EXCUSED
                   WHEN OTHER
                       IF WS-GRP-CURRENT-SECTION = SPACES
                           OR ATT-SECTION = WS-GRP-CURRENT-SECTION
                           ADD 1 TO WS-GRP-UNRECORDED
                       END-IF
               END-EVALUATE
           END-IF.
           READ ATTENDANCE-FILE NEXT RECORD
               AT END SET WS-ATT-EOF TO TRUE
           END-READ.
       5200-EXIT.
           EXIT.

       5300-GET-STUDENT-NAME.
           MOVE WS-STU-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FILE-CHECK-KEY = '00'
               MOVE STUDENT-VSAM-NAME TO WS-STUDENT-NAME
           ELSE
               MOVE '** NOT ON STUDENT FILE **' TO WS-STUDENT-NAME
           END-IF.
       5300-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           WRITE ABSENCE-REPORT-RECORD FROM WS-REPORT-LINE.
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

           MOVE 'PRGA0049' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGA0049.
