      ******************************************************************
      * Author:
      * Date:
      * Purpose: Class attendance build and posting. Keeps the
      *          attendance file (ATTEND.VSAM, keyed student + course
      *          + section + meeting date) that financial aid and the
      *          international student office use as proof of
      *          attendance, and that gives the lender a last date of
      *          attendance.
      *          Build: every section assignment on ENRLSECT.VSAM in
      *          a course whose term has not ended gets one row per
      *          meeting of its section - every date from the course's
      *          term start to its term end (COURSE.MST) that falls on
      *          one of the section's meeting days (SECTION.VSAM) -
      *          marked unrecorded. Rows already on file are left as
      *          they are, so the build is safe to repeat and picks up
      *          each new enrollment and section change.
      *          Posting: the instructors' batch submission
      *          (ATTENDIN.DAT) is validated against ENROLL.VSAM, the
      *          student's section on ENRLSECT.VSAM, and the built
      *          meetings, and posts present, absent, late, or excused
      *          onto the meeting's row. A resubmitted mark replaces
      *          the earlier one. Failed submissions go to
      *          ATTENDIN.REJ with a reason code for the instructor's
      *          office to correct and resubmit.
      *          Attendance codes: P present, A absent, L late (counts
      *          as attended), E excused (not counted either way);
      *          U on file is a meeting not yet recorded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGA0048.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

           SELECT ATTENDANCE-FILE ASSIGN TO 'ATTEND.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS ATT-FILE-STATUS.

           SELECT ATTEND-INPUT-FILE ASSIGN TO 'ATTENDIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AI-FILE-STATUS.

           SELECT ATTEND-REJECT-FILE ASSIGN TO 'ATTENDIN.REJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 ATT-KEY.
              10 ATT-STUDENT-ID             PIC 9(7).
              10 ATT-COURSE                 PIC X(15).
              10 ATT-SECTION                PIC X(3).
              10 ATT-MEETING-DATE           PIC 9(8).
           05 ATT-SEPARATOR1                PIC X.
           05 ATT-STATUS                    PIC X.
           05 ATT-SEPARATOR2                PIC X.
           05 ATT-RECORDED-DATE             PIC 9(8).

       FD ATTEND-INPUT-FILE.
       01  ATTEND-INPUT-RECORD.
           05 AI-COURSE                     PIC X(15).
           05 AI-SEPARATOR1                 PIC X.
           05 AI-SECTION                    PIC X(3).
           05 AI-SEPARATOR2                 PIC X.
           05 AI-MEETING-DATE-TEXT          PIC X(8).
           05 AI-MEETING-DATE REDEFINES AI-MEETING-DATE-TEXT
                                            PIC 9(8).
           05 AI-SEPARATOR3                 PIC X.
           05 AI-STUDENT-ID-TEXT            PIC X(7).
           05 AI-STUDENT-ID REDEFINES AI-STUDENT-ID-TEXT
                                            PIC 9(7).
           05 AI-SEPARATOR4                 PIC X.
           05 AI-STATUS                     PIC X.
               88 AI-STATUS-VALID                  VALUE 'P' 'A'
                                                         'L' 'E'.

       FD ATTEND-REJECT-FILE.
       01  ATTEND-REJECT-RECORD.
           05 AR-REASON-CODE                PIC 9(2).
           05 AR-SEPARATOR1                 PIC X.
           05 AR-REASON-TEXT                PIC X(30).
           05 AR-SEPARATOR2                 PIC X.
           05 AR-INPUT-IMAGE                PIC X(38).
           05 AR-SEPARATOR3                 PIC X.
           05 AR-REJECT-DATE                PIC 9(8).

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

       01  ENR-FILE-STATUS                  PIC XX.
       01  ES-FILE-STATUS                   PIC XX.
       01  SEC-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  ATT-FILE-STATUS                  PIC XX.
       01  AI-FILE-STATUS                   PIC XX.
       01  AR-FILE-STATUS                   PIC XX.

       01  WS-ES-EOF-SW                     PIC X    VALUE 'N'.
           88 WS-ES-EOF                          VALUE 'Y'.
       01  WS-AI-EOF-SW                     PIC X    VALUE 'N'.
           88 WS-AI-EOF                          VALUE 'Y'.

       01  WS-TODAY                         PIC 9(8).

       01  WS-COUNTS.
           05 WS-ASSIGNMENTS-READ           PIC 9(7) VALUE 0.
           05 WS-ASSIGNMENTS-SKIPPED        PIC 9(7) VALUE 0.
           05 WS-MEETINGS-BUILT             PIC 9(9) VALUE 0.
           05 WS-SUBMISSIONS-READ           PIC 9(7) VALUE 0.
           05 WS-SUBMISSIONS-POSTED         PIC 9(7) VALUE 0.
           05 WS-SUBMISSIONS-REJECTED       PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * THE MEETING CALENDAR WALK - ONE DAY AT A TIME FROM TERM START  *
      * TO TERM END, WITH THE DAY OF THE WEEK (1 = MONDAY ... 7 =      *
      * SUNDAY) LINED UP WITH THE SECTION'S MEETING-DAYS POSITIONS     *
      *---------------------------------------------------------------*
       01  WS-WALK-DATE                     PIC 9(8).
       01  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
           05 WS-WALK-CCYY           PIC 9(4).
           05 WS-WALK-MM             PIC 9(2).
           05 WS-WALK-DD             PIC 9(2).
       01  WS-WALK-DOW                      PIC 9.
       01  WS-WALK-MONTH-DAYS               PIC 9(2).
       01  WS-WALK-TERM-END                 PIC 9(8).
       01  WS-DOW-WORK.
           05 WS-DOW-QUOTIENT        PIC 9(7).
           05 WS-DOW-REMAINDER       PIC 9.

      *---------------------------------------------------------------*
      * CCYYMMDD TO A DAY SERIAL - SAME RULE AS THE REJECT AGING       *
      * REPORT (PRGY0031). SERIAL + 5 DIVIDED BY 7 LEAVES THE DAY OF   *
      * THE WEEK LESS ONE                                              *
      *---------------------------------------------------------------*
       01  WS-SERIAL-DATE                   PIC 9(8).
       01  WS-SERIAL-DATE-R REDEFINES WS-SERIAL-DATE.
           05 WS-SER-CCYY            PIC 9(4).
           05 WS-SER-MM              PIC 9(2).
           05 WS-SER-DD              PIC 9(2).
       01  WS-SERIAL-RESULT                 PIC 9(7).
       01  WS-SERIAL-WORK.
           05 WS-SER-YEARS           PIC 9(7).
           05 WS-SER-Q4              PIC 9(4).
           05 WS-SER-Q100            PIC 9(4).
           05 WS-SER-Q400            PIC 9(4).
           05 WS-SER-REM-4           PIC 9(4).
           05 WS-SER-REM-100         PIC 9(4).
           05 WS-SER-REM-400         PIC 9(4).

       01  WS-CUM-DAYS-TABLE.
           05 FILLER                 PIC 9(3)  VALUE 000.
           05 FILLER                 PIC 9(3)  VALUE 031.
           05 FILLER                 PIC 9(3)  VALUE 059.
           05 FILLER                 PIC 9(3)  VALUE 090.
           05 FILLER                 PIC 9(3)  VALUE 120.
           05 FILLER                 PIC 9(3)  VALUE 151.
           05 FILLER                 PIC 9(3)  VALUE 181.
           05 FILLER                 PIC 9(3)  VALUE 212.
           05 FILLER                 PIC 9(3)  VALUE 243.
           05 FILLER                 PIC 9(3)  VALUE 273.
           05 FILLER                 PIC 9(3)  VALUE 304.
           05 FILLER                 PIC 9(3)  VALUE 334.
       01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
           05 WS-CUM-DAYS            PIC 9(3)  OCCURS 12 TIMES.

       01  WS-DATE-TO-VALIDATE       PIC 9(8).
       01  WS-DATE-TO-VALIDATE-R REDEFINES WS-DATE-TO-VALIDATE.
           05 WS-VAL-CCYY            PIC 9(4).
           05 WS-VAL-MM              PIC 9(2).
           05 WS-VAL-DD              PIC 9(2).

       01  WS-VALID-DATE-SWITCH      PIC X     VALUE 'Y'.
           88 WS-DATE-IS-VALID                 VALUE 'Y'.
           88 WS-DATE-IS-INVALID               VALUE 'N'.

       01  WS-LEAP-YEAR-WORK.
           05 WS-LEAP-QUOTIENT       PIC 9(4).
           05 WS-LEAP-REM-4          PIC 9(4).
           05 WS-LEAP-REM-100        PIC 9(4).
           05 WS-LEAP-REM-400        PIC 9(4).

       01  WS-DAYS-IN-MONTH-TABLE.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 28.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 30.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 30.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 30.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 30.
           05 FILLER                 PIC 9(2)  VALUE 31.
       01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05 WS-DAYS-IN-MONTH       PIC 9(2)  OCCURS 12 TIMES.

      *---------------------------------------------------------------*
      * REJECT REASONS FOR A SUBMISSION                                *
      *   01 INVALID ATTENDANCE CODE       05 NOT IN THIS SECTION      *
      *   02 MEETING DATE NOT A DATE       06 NOT A MEETING OF SECTION *
      *   03 MEETING DATE IN FUTURE        07 FILE I/O ERROR           *
      *   04 NOT ENROLLED IN COURSE                                    *
      *---------------------------------------------------------------*
       01  WS-REJECT-REASON                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '        CLASS ATTENDANCE BUILD AND POSTING         '
           DISPLAY '==================================================='.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           OPEN INPUT ENROLL-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ENROLL.VSAM, '
                   'FILE STATUS: ' ENR-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT ENRLSECT-FILE.
           IF ES-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ENRLSECT.VSAM, '
                   'FILE STATUS: ' ES-FILE-STATUS
               CLOSE ENROLL-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT SECTION-FILE.
           IF SEC-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SECTION.VSAM, '
                   'FILE STATUS: ' SEC-FILE-STATUS
               CLOSE ENRLSECT-FILE
               CLOSE ENROLL-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE.MST, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               CLOSE SECTION-FILE
               CLOSE ENRLSECT-FILE
               CLOSE ENROLL-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O ATTENDANCE-FILE.
           IF ATT-FILE-STATUS = '35'
               CLOSE ATTENDANCE-FILE
               OPEN OUTPUT ATTENDANCE-FILE
               CLOSE ATTENDANCE-FILE
               OPEN I-O ATTENDANCE-FILE
           END-IF.
           IF ATT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ATTENDANCE FILE, '
                   'FILE STATUS: ' ATT-FILE-STATUS
               CLOSE COURSE-MASTER-FILE
               CLOSE SECTION-FILE
               CLOSE ENRLSECT-FILE
               CLOSE ENROLL-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

      *    BUILD FIRST, SO A SUBMISSION FOR A STUDENT WHO JOINED THE
      *    SECTION SINCE THE LAST RUN FINDS ITS MEETING ROWS.
           PERFORM 2000-BUILD-MEETINGS THRU 2000-EXIT.
           PERFORM 3000-POST-SUBMISSIONS THRU 3000-RETURN.

           CLOSE ATTENDANCE-FILE.
           CLOSE COURSE-MASTER-FILE.
           CLOSE SECTION-FILE.
           CLOSE ENRLSECT-FILE.
           CLOSE ENROLL-VSAM-FILE.

           IF WS-SUBMISSIONS-REJECTED > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           DISPLAY 'SECTION ASSIGNMENTS READ : ' WS-ASSIGNMENTS-READ
           DISPLAY 'ASSIGNMENTS NOT BUILT    : ' WS-ASSIGNMENTS-SKIPPED
           DISPLAY 'NEW MEETING ROWS BUILT   : ' WS-MEETINGS-BUILT
           DISPLAY 'SUBMISSIONS READ         : ' WS-SUBMISSIONS-READ
           DISPLAY 'SUBMISSIONS POSTED       : ' WS-SUBMISSIONS-POSTED
           DISPLAY 'SUBMISSIONS REJECTED     : '
               WS-SUBMISSIONS-REJECTED
           DISPLAY 'ATTENDANCE POSTING COMPLETE.'.
       0000-EXIT.
           MOVE WS-SUBMISSIONS-READ TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * BUILD THE MEETING ROWS FOR EVERY SECTION ASSIGNMENT            *
      *---------------------------------------------------------------*
       2000-BUILD-MEETINGS.
           MOVE 'N' TO WS-ES-EOF-SW.
           READ ENRLSECT-FILE NEXT RECORD
               AT END SET WS-ES-EOF TO TRUE
           END-READ.
           PERFORM 2100-BUILD-ONE-ASSIGNMENT THRU 2100-EXIT
               UNTIL WS-ES-EOF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ONE ASSIGNMENT - A COURSE OR SECTION NO LONGER ON FILE, OR A   *
      * TERM ALREADY ENDED, BUILDS NOTHING                             *
      *---------------------------------------------------------------*
       2100-BUILD-ONE-ASSIGNMENT.
           ADD 1 TO WS-ASSIGNMENTS-READ.

           MOVE ES-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               OR COURSE-MST-TERM-START IS NOT NUMERIC
               OR COURSE-MST-TERM-END IS NOT NUMERIC
               OR COURSE-MST-TERM-START = 0
               OR COURSE-MST-TERM-END < WS-TODAY
               ADD 1 TO WS-ASSIGNMENTS-SKIPPED
               GO TO 2100-READ-NEXT
           END-IF.

           MOVE ES-COURSE  TO CSEC-COURSE.
           MOVE ES-SECTION TO CSEC-SECTION.
           READ SECTION-FILE
               KEY IS CSEC-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF SEC-FILE-STATUS NOT = '00'
               OR CSEC-MEETING-DAYS = SPACES
               ADD 1 TO WS-ASSIGNMENTS-SKIPPED
               GO TO 2100-READ-NEXT
           END-IF.

           MOVE COURSE-MST-TERM-START TO WS-WALK-DATE.
           MOVE COURSE-MST-TERM-END   TO WS-WALK-TERM-END.
           MOVE WS-WALK-DATE TO WS-SERIAL-DATE.
           PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT.
           ADD 5 TO WS-SERIAL-RESULT.
           DIVIDE WS-SERIAL-RESULT BY 7
               GIVING WS-DOW-QUOTIENT REMAINDER WS-DOW-REMAINDER.
           COMPUTE WS-WALK-DOW = WS-DOW-REMAINDER + 1.

           PERFORM 2200-BUILD-ONE-DAY THRU 2200-EXIT
               UNTIL WS-WALK-DATE > WS-WALK-TERM-END.
       2100-READ-NEXT.
           READ ENRLSECT-FILE NEXT RECORD
               AT END SET WS-ES-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-BUILD-ONE-DAY.
           IF CSEC-MEETING-DAYS (WS-WALK-DOW:1) NOT = SPACE
               MOVE ES-STUDENT-ID TO ATT-STUDENT-ID
               MOVE ES-COURSE     TO ATT-COURSE
               MOVE ES-SECTION    TO ATT-SECTION
               MOVE WS-WALK-DATE  TO ATT-MEETING-DATE
               MOVE 'U'           TO ATT-STATUS
               MOVE 0             TO ATT-RECORDED-DATE
               MOVE ','           TO ATT-SEPARATOR1
                                     ATT-SEPARATOR2
               WRITE ATTENDANCE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-MEETINGS-BUILT
               END-WRITE
           END-IF.
           PERFORM 9300-NEXT-DAY THRU 9300-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * POST THE INSTRUCTORS' SUBMISSION FILE. NO FILE MEANS NOTHING   *
      * WAS SUBMITTED THIS TIME                                        *
      *---------------------------------------------------------------*
       3000-POST-SUBMISSIONS.
           MOVE 'N' TO WS-AI-EOF-SW.
           OPEN INPUT ATTEND-INPUT-FILE.
           IF AI-FILE-STATUS = '35'
               DISPLAY 'NO ATTENDANCE SUBMISSION FILE PRESENT - '
                   'NOTHING TO POST.'
               GO TO 3000-RETURN
           END-IF.
           IF AI-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ATTENDANCE SUBMISSIONS, '
                   'FILE STATUS: ' AI-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-RETURN
           END-IF.

           OPEN EXTEND ATTEND-REJECT-FILE.
           IF AR-FILE-STATUS = '35'
               OPEN OUTPUT ATTEND-REJECT-FILE
           END-IF.
           IF AR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ATTENDANCE REJECT FILE, '
                   'FILE STATUS: ' AR-FILE-STATUS
               CLOSE ATTEND-INPUT-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-RETURN
           END-IF.

           READ ATTEND-INPUT-FILE
               AT END SET WS-AI-EOF TO TRUE
           END-READ.
           PERFORM 3100-POST-ONE-SUBMISSION THRU 3100-EXIT
               UNTIL WS-AI-EOF.

           CLOSE ATTEND-REJECT-FILE.
       3000-EXIT.
           CLOSE ATTEND-INPUT-FILE.
       3000-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * VALIDATE ONE SUBMITTED MARK AND POST IT ONTO ITS MEETING ROW.  *
      * THE STUDENT MUST STILL BE ENROLLED, MUST BE ASSIGNED TO THE    *
      * SECTION SUBMITTED, AND THE DATE MUST BE A BUILT MEETING OF     *
      * THAT SECTION THAT HAS ALREADY HAPPENED                         *
      *---------------------------------------------------------------*
       3100-POST-ONE-SUBMISSION.
           ADD 1 TO WS-SUBMISSIONS-READ.
           MOVE 0 TO WS-REJECT-REASON.

           IF NOT AI-STATUS-VALID
               MOVE 1 TO WS-REJECT-REASON
               GO TO 3100-REJECT
           END-IF.

           IF AI-MEETING-DATE-TEXT IS NOT NUMERIC
               MOVE 2 TO WS-REJECT-REASON
               GO TO 3100-REJECT
           END-IF.
           MOVE AI-MEETING-DATE TO WS-DATE-TO-VALIDATE.
           PERFORM 9100-VALIDATE-DATE THRU 9100-EXIT.
           IF WS-DATE-IS-INVALID
               MOVE 2 TO WS-REJECT-REASON
               GO TO 3100-REJECT
           END-IF.
           IF AI-MEETING-DATE > WS-TODAY
               MOVE 3 TO WS-REJECT-REASON
               GO TO 3100-REJECT
           END-IF.

           IF AI-STUDENT-ID-TEXT IS NOT NUMERIC
               MOVE 4 TO WS-REJECT-REASON
               GO TO 3100-REJECT
           END-IF.
           MOVE AI-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE AI-COURSE     TO ENROLL-VSAM-COURSE.
           READ ENROLL-VSAM-FILE
               KEY IS ENROLL-VSAM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ENR-FILE-STATUS NOT = '00'
               MOVE 4 TO WS-REJECT-REASON
               GO TO 3100-REJECT
           END-IF.

           MOVE AI-STUDENT-ID TO ES-STUDENT-ID.
           MOVE AI-COURSE     TO ES-COURSE.
           READ ENRLSECT-FILE
               KEY IS ES-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ES-FILE-STATUS NOT = '00'
               OR ES-SECTION NOT = AI-SECTION
               MOVE 5 TO WS-REJECT-REASON
               GO TO 3100-REJECT
           END-IF.

           MOVE AI-STUDENT-ID   TO ATT-STUDENT-ID.
           MOVE AI-COURSE       TO ATT-COURSE.
           MOVE AI-SECTION      TO ATT-SECTION.
           MOVE AI-MEETING-DATE TO ATT-MEETING-DATE.
           READ ATTENDANCE-FILE
               KEY IS ATT-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ATT-FILE-STATUS NOT = '00'
               MOVE 6 TO WS-REJECT-REASON
               GO TO 3100-REJECT
           END-IF.

           MOVE AI-STATUS TO ATT-STATUS.
           MOVE WS-TODAY  TO ATT-RECORDED-DATE.
           REWRITE ATTENDANCE-RECORD
               INVALID KEY
                   MOVE 7 TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-REJECT-REASON NOT = 0
               GO TO 3100-REJECT
           END-IF.
           ADD 1 TO WS-SUBMISSIONS-POSTED.
           GO TO 3100-READ-NEXT.
       3100-REJECT.
           PERFORM 3200-WRITE-REJECT THRU 3200-EXIT.
       3100-READ-NEXT.
           READ ATTEND-INPUT-FILE
               AT END SET WS-AI-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-WRITE-REJECT.
           MOVE WS-REJECT-REASON TO AR-REASON-CODE.
           EVALUATE WS-REJECT-REASON
               WHEN 1
                   MOVE 'INVALID ATTENDANCE CODE' TO AR-REASON-TEXT
               WHEN 2
                   MOVE 'MEETING DATE NOT A DATE' TO AR-REASON-TEXT
               WHEN 3
                   MOVE 'MEETING DATE IN FUTURE' TO AR-REASON-TEXT
               WHEN 4
                   MOVE 'NOT ENROLLED IN COURSE' TO AR-REASON-TEXT
               WHEN 5
                   MOVE 'NOT IN THIS SECTION' TO AR-REASON-TEXT
               WHEN 6
                   MOVE 'NOT A MEETING OF SECTION' TO AR-REASON-TEXT
               WHEN OTHER
                   MOVE 'FILE I/O ERROR' TO AR-REASON-TEXT
           END-EVALUATE.
           MOVE ATTEND-INPUT-RECORD TO AR-INPUT-IMAGE.
           MOVE WS-TODAY            TO AR-REJECT-DATE.
           MOVE ','                 TO AR-SEPARATOR1
                                       AR-SEPARATOR2
                                       AR-SEPARATOR3.
           WRITE ATTEND-REJECT-RECORD.
           ADD 1 TO WS-SUBMISSIONS-REJECTED.
           DISPLAY 'REJECTED ' AI-STUDENT-ID-TEXT ' ' AI-COURSE ' '
               AI-MEETING-DATE-TEXT ' - ' AR-REASON-TEXT.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: VALIDATE A CCYYMMDD DATE IS A REAL CALENDAR   *
      * DATE - REJECTS BAD MONTHS, BAD DAYS, AND BAD LEAP-DAY DATES    *
      *---------------------------------------------------------------*
       9100-VALIDATE-DATE.
           SET WS-DATE-IS-VALID TO TRUE.

           IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
               SET WS-DATE-IS-INVALID TO TRUE
           END-IF.

           IF WS-DATE-IS-VALID
               IF WS-VAL-DD < 1
                   OR WS-VAL-DD > WS-DAYS-IN-MONTH (WS-VAL-MM)
                   SET WS-DATE-IS-INVALID TO TRUE
               END-IF
           END-IF.

           IF WS-DATE-IS-VALID AND WS-VAL-MM = 02 AND WS-VAL-DD = 29
               DIVIDE WS-VAL-CCYY BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-VAL-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-VAL-CCYY BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 NOT = 0
                   SET WS-DATE-IS-INVALID TO TRUE
               ELSE
                   IF WS-LEAP-REM-100 = 0 AND WS-LEAP-REM-400 NOT = 0
                       SET WS-DATE-IS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: TURN A CCYYMMDD DATE INTO A DAY SERIAL -       *
      * WHOLE YEARS PLUS LEAP DAYS, THE DAYS BEFORE THE MONTH, AND     *
      * THE DAY, LESS THIS YEAR'S LEAP DAY WHEN IT HAS NOT HAPPENED    *
      * YET                                                            *
      *---------------------------------------------------------------*
       9200-DATE-TO-DAYS.
           COMPUTE WS-SER-YEARS = WS-SER-CCYY * 365.
           DIVIDE WS-SER-CCYY BY 4
               GIVING WS-SER-Q4 REMAINDER WS-SER-REM-4.
           DIVIDE WS-SER-CCYY BY 100
               GIVING WS-SER-Q100 REMAINDER WS-SER-REM-100.
           DIVIDE WS-SER-CCYY BY 400
               GIVING WS-SER-Q400 REMAINDER WS-SER-REM-400.
           COMPUTE WS-SERIAL-RESULT = WS-SER-YEARS
               + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400
               + WS-CUM-DAYS (WS-SER-MM)
               + WS-SER-DD.
           IF WS-SER-MM < 3
               IF WS-SER-REM-4 = 0
                   AND (WS-SER-REM-100 NOT = 0 OR WS-SER-REM-400 = 0)
                   SUBTRACT 1 FROM WS-SERIAL-RESULT
               END-IF
           END-IF.
       9200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: STEP THE CALENDAR WALK ON ONE DAY, ROLLING THE *
      * MONTH AND YEAR AND THE DAY OF THE WEEK                         *
      *---------------------------------------------------------------*
       9300-NEXT-DAY.
           MOVE WS-DAYS-IN-MONTH (WS-WALK-MM) TO WS-WALK-MONTH-DAYS.
           IF WS-WALK-MM = 02
               DIVIDE WS-WALK-CCYY BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-WALK-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-WALK-CCYY BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-WALK-MONTH-DAYS
               END-IF
           END-IF.

           ADD 1 TO WS-WALK-DD.
           IF WS-WALK-DD > WS-WALK-MONTH-DAYS
               MOVE 1 TO WS-WALK-DD
               ADD 1 TO WS-WALK-MM
               IF WS-WALK-MM > 12
                   MOVE 1 TO WS-WALK-MM
                   ADD 1 TO WS-WALK-CCYY
               END-IF
           END-IF.

           ADD 1 TO WS-WALK-DOW.
           IF WS-WALK-DOW > 7
               MOVE 1 TO WS-WALK-DOW
           END-IF.
       9300-EXIT.
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

           MOVE 'PRGA0048' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGA0048.
