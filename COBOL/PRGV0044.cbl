      ******************************************************************
      * Author:
      * Date:
      * Purpose: Enrollment status extract for the outside enrollment
      *          verification agency. Sums each student's credit hours
      *          (COURSE-MST-CREDIT-HOURS) across the current
      *          ENROLL.VSAM enrollments - courses whose term has not
      *          yet ended - and classifies the load as full-time (F),
      *          half-time (H) or less than half-time (L) against the
      *          thresholds on SYSIN. A student whose STUDENT-VSAM-
      *          STATUS is 'W' is reported withdrawn (W) as of
      *          STUDENT-VSAM-STATUS-DATE, whatever credits remain; an
      *          active student with no current credits is not
      *          reported. Writes a fixed-layout interface file
      *          (AGENCY.DAT) with header and trailer records carrying
      *          the run date, the thresholds applied, the count in
      *          each status, and a credit-hours hash, as BILLEXT.DAT
      *          does for billing. An enrollment in a course missing
      *          from the master or carrying no credit value counts as
      *          zero credits and ends RC 4.
      *          SYSIN card (all optional, blank = default):
      *            cols 1-3   full-time minimum, DDT   (default 120)
      *            cols 4-6   half-time minimum, DDT   (default 060)
      *            cols 7-14  report withdrawals dated on or after,
      *                       CCYYMMDD                 (default all)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGV0044.

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

           SELECT AGENCY-EXTRACT-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGY-FILE-STATUS.

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
           88 STUDENT-ENDOFFILE             VALUE HIGH-VALUE.
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

       FD AGENCY-EXTRACT-FILE.
       01  AGENCY-EXTRACT-RECORD.
           05 AGY-RECORD-TYPE               PIC X.
           05 AGY-SEPARATOR1                PIC X.
           05 AGY-STUDENT-ID                PIC 9(7).
           05 AGY-SEPARATOR2                PIC X.
           05 AGY-NAME                      PIC X(27).
           05 AGY-SEPARATOR3                PIC X.
           05 AGY-DOB                       PIC 9(8).
           05 AGY-SEPARATOR4                PIC X.
           05 AGY-ENROLL-STATUS             PIC X.
           05 AGY-SEPARATOR5                PIC X.
           05 AGY-CREDIT-HOURS              PIC 9(3)V9.
           05 AGY-SEPARATOR6                PIC X.
           05 AGY-STATUS-DATE               PIC 9(8).
       01  AGENCY-EXTRACT-HEADER REDEFINES AGENCY-EXTRACT-RECORD.
           05 AGY-HDR-TYPE                  PIC X.
           05 AGY-HDR-SEPARATOR1            PIC X.
           05 AGY-HDR-RUN-DATE              PIC 9(8).
           05 AGY-HDR-SEPARATOR2            PIC X.
           05 AGY-HDR-FULL-MINIMUM          PIC 9(2)V9.
           05 AGY-HDR-SEPARATOR3            PIC X.
           05 AGY-HDR-HALF-MINIMUM          PIC 9(2)V9.
           05 AGY-HDR-SEPARATOR4            PIC X.
           05 AGY-HDR-WITHDRAWN-FROM        PIC 9(8).
           05 FILLER                        PIC X(35).
       01  AGENCY-EXTRACT-TRAILER REDEFINES AGENCY-EXTRACT-RECORD.
           05 AGY-TRL-TYPE                  PIC X.
           05 AGY-TRL-SEPARATOR1            PIC X.
           05 AGY-TRL-RUN-DATE              PIC 9(8).
           05 AGY-TRL-SEPARATOR2            PIC X.
           05 AGY-TRL-FULL-COUNT            PIC 9(7).
           05 AGY-TRL-SEPARATOR3            PIC X.
           05 AGY-TRL-HALF-COUNT            PIC 9(7).
           05 AGY-TRL-SEPARATOR4            PIC X.
           05 AGY-TRL-LESS-COUNT            PIC 9(7).
           05 AGY-TRL-SEPARATOR5            PIC X.
           05 AGY-TRL-WITHDRAWN-COUNT       PIC 9(7).
           05 AGY-TRL-SEPARATOR6            PIC X.
           05 AGY-TRL-TOTAL-COUNT           PIC 9(7).
           05 AGY-TRL-SEPARATOR7            PIC X.
           05 AGY-TRL-CREDIT-HASH           PIC 9(7)V9.
           05 FILLER                        PIC X(3).

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
       01  AGY-FILE-STATUS                  PIC XX.

       01  WS-ENROLL-EOF-SW                 PIC X    VALUE 'N'.
           88 WS-ENROLL-EOF                      VALUE 'Y'.

       01  WS-TODAY                         PIC 9(8).

      *---------------------------------------------------------------*
      * LOAD THRESHOLDS - CREDIT HOURS WITH ONE IMPLIED DECIMAL. A     *
      * LOAD AT OR ABOVE THE FULL-TIME MINIMUM IS FULL-TIME, AT OR     *
      * ABOVE THE HALF-TIME MINIMUM IS HALF-TIME, ANYTHING ABOVE ZERO  *
      * IS LESS THAN HALF-TIME                                         *
      *---------------------------------------------------------------*
       01  WS-PARM-CARD.
           05 WS-PARM-FULL-TEXT             PIC X(3).
           05 WS-PARM-FULL-NUM REDEFINES WS-PARM-FULL-TEXT
                                            PIC 9(2)V9.
           05 WS-PARM-HALF-TEXT             PIC X(3).
           05 WS-PARM-HALF-NUM REDEFINES WS-PARM-HALF-TEXT
                                            PIC 9(2)V9.
           05 WS-PARM-WD-FROM-TEXT          PIC X(8).
           05 WS-PARM-WD-FROM-NUM REDEFINES WS-PARM-WD-FROM-TEXT
                                            PIC 9(8).
           05 FILLER                        PIC X(66).

       01  WS-THRESHOLDS.
           05 WS-FULL-TIME-MINIMUM          PIC 9(2)V9 VALUE 12.0.
           05 WS-HALF-TIME-MINIMUM          PIC 9(2)V9 VALUE 6.0.
           05 WS-WITHDRAWN-FROM-DATE        PIC 9(8)   VALUE 0.

       01  WS-STUDENT-WORK.
           05 WS-STUDENT-CREDITS            PIC 9(3)V9.
           05 WS-STATUS-CODE                PIC X.
               88 WS-STATUS-FULL                   VALUE 'F'.
               88 WS-STATUS-HALF                   VALUE 'H'.
               88 WS-STATUS-LESS                   VALUE 'L'.
               88 WS-STATUS-WITHDRAWN              VALUE 'W'.
               88 WS-STATUS-NOT-REPORTED           VALUE SPACE.
           05 WS-STATUS-EFFECTIVE-DATE      PIC 9(8).

       01  WS-COUNTS.
           05 WS-STUDENTS-READ              PIC 9(7) VALUE 0.
           05 WS-FULL-COUNT                 PIC 9(7) VALUE 0.
           05 WS-HALF-COUNT                 PIC 9(7) VALUE 0.
           05 WS-LESS-COUNT                 PIC 9(7) VALUE 0.
           05 WS-WITHDRAWN-COUNT            PIC 9(7) VALUE 0.
           05 WS-TOTAL-COUNT                PIC 9(7) VALUE 0.
           05 WS-NOT-REPORTED-COUNT         PIC 9(7) VALUE 0.
           05 WS-NO-CREDIT-COUNT            PIC 9(7) VALUE 0.

       01  WS-CREDIT-HASH                   PIC 9(7)V9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '     ENROLLMENT STATUS AGENCY EXTRACT              '
           DISPLAY '==================================================='

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           PERFORM 1000-READ-THRESHOLDS THRU 1000-EXIT.
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

           OPEN OUTPUT AGENCY-EXTRACT-FILE.
           IF AGY-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AGENCY EXTRACT, '
                   'FILE STATUS: ' AGY-FILE-STATUS
               CLOSE COURSE-MASTER-FILE
               CLOSE ENROLL-VSAM-FILE
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET STUDENT-ENDOFFILE TO TRUE
           END-READ.

           PERFORM 3000-EXTRACT-ONE-STUDENT THRU 3000-EXIT
               UNTIL STUDENT-ENDOFFILE.

           PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.

           CLOSE AGENCY-EXTRACT-FILE.
           CLOSE COURSE-MASTER-FILE.
           CLOSE ENROLL-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.

           IF WS-NO-CREDIT-COUNT > 0
               DISPLAY 'WARNING: ' WS-NO-CREDIT-COUNT
                   ' ENROLLMENT(S) IN COURSES WITH NO CREDIT VALUE '
                   'COUNTED AS ZERO.'
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'STUDENTS READ     : ' WS-STUDENTS-READ
           DISPLAY 'FULL-TIME         : ' WS-FULL-COUNT
           DISPLAY 'HALF-TIME         : ' WS-HALF-COUNT
           DISPLAY 'LESS THAN HALF    : ' WS-LESS-COUNT
           DISPLAY 'WITHDRAWN         : ' WS-WITHDRAWN-COUNT
           DISPLAY 'TOTAL DETAILS     : ' WS-TOTAL-COUNT
           DISPLAY 'NOT REPORTED      : ' WS-NOT-REPORTED-COUNT
           DISPLAY 'AGENCY EXTRACT COMPLETE.'.
       0000-EXIT.
           MOVE WS-TOTAL-COUNT TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * THRESHOLDS COME FROM SYSIN - A BLANK FIELD KEEPS ITS DEFAULT,  *
      * ANYTHING ELSE MUST BE NUMERIC AND THE HALF-TIME MINIMUM MUST   *
      * BE ABOVE ZERO AND BELOW THE FULL-TIME MINIMUM                  *
      *---------------------------------------------------------------*
       1000-READ-THRESHOLDS.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD.

           IF WS-PARM-FULL-TEXT NOT = SPACES
               IF WS-PARM-FULL-TEXT IS NUMERIC
                   MOVE WS-PARM-FULL-NUM TO WS-FULL-TIME-MINIMUM
               ELSE
                   DISPLAY 'FULL-TIME MINIMUM ON SYSIN IS NOT '
                       'NUMERIC: ' WS-PARM-FULL-TEXT
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           IF WS-PARM-HALF-TEXT NOT = SPACES
               IF WS-PARM-HALF-TEXT IS NUMERIC
                   MOVE WS-PARM-HALF-NUM TO WS-HALF-TIME-MINIMUM
               ELSE
                   DISPLAY 'HALF-TIME MINIMUM ON SYSIN IS NOT '
                       'NUMERIC: ' WS-PARM-HALF-TEXT
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           IF WS-PARM-WD-FROM-TEXT NOT = SPACES
               IF WS-PARM-WD-FROM-TEXT IS NUMERIC
                   MOVE WS-PARM-WD-FROM-NUM TO WS-WITHDRAWN-FROM-DATE
               ELSE
                   DISPLAY 'WITHDRAWAL FROM-DATE ON SYSIN IS NOT '
                       'NUMERIC: ' WS-PARM-WD-FROM-TEXT
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           IF WS-HALF-TIME-MINIMUM = 0
               OR WS-HALF-TIME-MINIMUM NOT < WS-FULL-TIME-MINIMUM
               DISPLAY 'HALF-TIME MINIMUM ' WS-HALF-TIME-MINIMUM
                   ' MUST BE ABOVE ZERO AND BELOW THE FULL-TIME '
                   'MINIMUM ' WS-FULL-TIME-MINIMUM
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           DISPLAY 'FULL-TIME MINIMUM : ' WS-FULL-TIME-MINIMUM
           DISPLAY 'HALF-TIME MINIMUM : ' WS-HALF-TIME-MINIMUM
           DISPLAY 'WITHDRAWALS FROM  : ' WS-WITHDRAWN-FROM-DATE.
       1000-EXIT.
           EXIT.

       2000-WRITE-HEADER.
           MOVE SPACES               TO AGENCY-EXTRACT-RECORD.
           MOVE 'H'                  TO AGY-HDR-TYPE.
           MOVE ','                  TO AGY-HDR-SEPARATOR1
                                        AGY-HDR-SEPARATOR2
                                        AGY-HDR-SEPARATOR3
                                        AGY-HDR-SEPARATOR4.
           MOVE WS-TODAY             TO AGY-HDR-RUN-DATE.
           MOVE WS-FULL-TIME-MINIMUM TO AGY-HDR-FULL-MINIMUM.
           MOVE WS-HALF-TIME-MINIMUM TO AGY-HDR-HALF-MINIMUM.
           MOVE WS-WITHDRAWN-FROM-DATE TO AGY-HDR-WITHDRAWN-FROM.
           WRITE AGENCY-EXTRACT-RECORD.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SUM ONE STUDENT'S CURRENT CREDITS AND CLASSIFY THE LOAD. THE   *
      * WITHDRAWN STATUS ON THE STUDENT RECORD OUTRANKS ANY CREDITS    *
      *---------------------------------------------------------------*
       3000-EXTRACT-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-READ.
           PERFORM 4000-SUM-STUDENT-CREDITS THRU 4000-EXIT.

           MOVE SPACE    TO WS-STATUS-CODE.
           MOVE WS-TODAY TO WS-STATUS-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN STUDENT-VSAM-STATUS = 'W'
                   IF STUDENT-VSAM-STATUS-DATE
                       NOT < WS-WITHDRAWN-FROM-DATE
                       SET WS-STATUS-WITHDRAWN TO TRUE
                       MOVE STUDENT-VSAM-STATUS-DATE
                           TO WS-STATUS-EFFECTIVE-DATE
                   END-IF
               WHEN WS-STUDENT-CREDITS NOT < WS-FULL-TIME-MINIMUM
                   SET WS-STATUS-FULL TO TRUE
               WHEN WS-STUDENT-CREDITS NOT < WS-HALF-TIME-MINIMUM
                   SET WS-STATUS-HALF TO TRUE
               WHEN WS-STUDENT-CREDITS > 0
                   SET WS-STATUS-LESS TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-STATUS-NOT-REPORTED
               ADD 1 TO WS-NOT-REPORTED-COUNT
           ELSE
               PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
           END-IF.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET STUDENT-ENDOFFILE TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

       3100-WRITE-DETAIL.
           MOVE SPACES                   TO AGENCY-EXTRACT-RECORD.
           MOVE 'D'                      TO AGY-RECORD-TYPE.
           MOVE STUDENT-VSAM-ID          TO AGY-STUDENT-ID.
           MOVE STUDENT-VSAM-NAME        TO AGY-NAME.
           MOVE STUDENT-VSAM-DOB         TO AGY-DOB.
           MOVE WS-STATUS-CODE           TO AGY-ENROLL-STATUS.
           MOVE WS-STUDENT-CREDITS       TO AGY-CREDIT-HOURS.
           MOVE WS-STATUS-EFFECTIVE-DATE TO AGY-STATUS-DATE.
           MOVE ','                      TO AGY-SEPARATOR1
                                            AGY-SEPARATOR2
                                            AGY-SEPARATOR3
                                            AGY-SEPARATOR4
                                            AGY-SEPARATOR5
                                            AGY-SEPARATOR6.
           WRITE AGENCY-EXTRACT-RECORD.

           EVALUATE TRUE
               WHEN WS-STATUS-FULL
                   ADD 1 TO WS-FULL-COUNT
               WHEN WS-STATUS-HALF
                   ADD 1 TO WS-HALF-COUNT
               WHEN WS-STATUS-LESS
                   ADD 1 TO WS-LESS-COUNT
               WHEN WS-STATUS-WITHDRAWN
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-EVALUATE.
           ADD 1 TO WS-TOTAL-COUNT.
           ADD WS-STUDENT-CREDITS TO WS-CREDIT-HASH.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * WALK THE STUDENT'S ENROLLMENTS (PRIMARY KEY LEADS WITH THE     *
      * STUDENT ID) AND ADD THE CREDIT HOURS OF EVERY COURSE WHOSE     *
      * TERM HAS NOT YET ENDED                                         *
      *---------------------------------------------------------------*
       4000-SUM-STUDENT-CREDITS.
           MOVE 0 TO WS-STUDENT-CREDITS.
           MOVE 'N' TO WS-ENROLL-EOF-SW.
           MOVE STUDENT-VSAM-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE LOW-VALUES TO ENROLL-VSAM-COURSE.
           START ENROLL-VSAM-FILE KEY IS NOT LESS THAN
               ENROLL-VSAM-KEY
               INVALID KEY
                   SET WS-ENROLL-EOF TO TRUE
           END-START.
           IF NOT WS-ENROLL-EOF
               READ ENROLL-VSAM-FILE NEXT RECORD
                   AT END SET WS-ENROLL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 4100-ADD-ONE-ENROLLMENT THRU 4100-EXIT
               UNTIL WS-ENROLL-EOF
                  OR ENROLL-VSAM-STUDENT-ID NOT = STUDENT-VSAM-ID.
       4000-EXIT.
           EXIT.

       4100-ADD-ONE-ENROLLMENT.
           MOVE ENROLL-VSAM-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'COURSE ' ENROLL-VSAM-COURSE ' FOR STUDENT '
                   ENROLL-VSAM-STUDENT-ID ' NOT ON COURSE MASTER'
               ADD 1 TO WS-NO-CREDIT-COUNT
           ELSE
               IF COURSE-MST-TERM-END NOT < WS-TODAY
                   IF COURSE-MST-CREDIT-HOURS = 0
                       ADD 1 TO WS-NO-CREDIT-COUNT
                   ELSE
                       ADD COURSE-MST-CREDIT-HOURS
                           TO WS-STUDENT-CREDITS
                   END-IF
               END-IF
           END-IF.

           READ ENROLL-VSAM-FILE NEXT RECORD
               AT END SET WS-ENROLL-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       5000-WRITE-TRAILER.
           MOVE SPACES             TO AGENCY-EXTRACT-RECORD.
           MOVE 'T'                TO AGY-TRL-TYPE.
           MOVE ','                TO AGY-TRL-SEPARATOR1
                                      AGY-TRL-SEPARATOR2
                                      AGY-TRL-SEPARATOR3
                                      AGY-TRL-SEPARATOR4
                                      AGY-TRL-SEPARATOR5
                                      AGY-TRL-SEPARATOR6
                                      AGY-TRL-SEPARATOR7.
           MOVE WS-TODAY           TO AGY-TRL-RUN-DATE.
           MOVE WS-FULL-COUNT      TO AGY-TRL-FULL-COUNT.
           MOVE WS-HALF-COUNT      TO AGY-TRL-HALF-COUNT.
           MOVE WS-LESS-COUNT      TO AGY-TRL-LESS-COUNT.
           MOVE WS-WITHDRAWN-COUNT TO AGY-TRL-WITHDRAWN-COUNT.
           MOVE WS-TOTAL-COUNT     TO AGY-TRL-TOTAL-COUNT.
           MOVE WS-CREDIT-HASH     TO AGY-TRL-CREDIT-HASH.
           WRITE AGENCY-EXTRACT-RECORD.
       5000-EXIT.
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

           MOVE 'PRGV0044' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGV0044.
