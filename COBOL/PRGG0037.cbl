      ******************************************************************
      * Author:
      * Date:
      * Purpose: Grade-point average and academic standing. Turns the
      *          letter grades on GRADE.VSAM (the values PRGG0024
      *          accepts) into grade points through the grade-point
      *          table below and works out, for every student, a term
      *          GPA over the courses still on ENROLL.VSAM and a
      *          cumulative GPA that adds the closed terms archived on
      *          ENRLARCH.DAT by the term close-out (PRGK0026).
      *          'I ', 'W ' and 'P ' carry no grade points and are left
      *          out of both averages. Each student is classed as good
      *          standing, dean's list, academic warning, or probation
      *          and listed on the standing report (STANDING.RPT) and
      *          the standing file (STANDING.DAT) the registrar acts
      *          on; the transcript (PRGP0025) prints the same figures
      *          under each student's grade block. A grade with no
      *          current enrollment and no archived one cannot be
      *          placed in a term - it is counted, left out of the
      *          averages, and ends the run with a warning. Runs at
      *          term end ahead of the close-out (RUNTRM01).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGG0037.

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

           SELECT GRADE-VSAM-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-VSAM-KEY
               FILE STATUS IS GRD-FILE-STATUS.

           SELECT ENROLL-VSAM-FILE ASSIGN TO 'ENROLL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-VSAM-KEY
               ALTERNATE KEY IS ENROLL-VSAM-COURSE
                   WITH DUPLICATES
               ALTERNATE KEY IS ENROLL-VSAM-INSERTDATE
                   WITH DUPLICATES
               FILE STATUS IS ENR-FILE-STATUS.

           SELECT ENROLL-ARCHIVE-FILE ASSIGN TO 'ENRLARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.

           SELECT CLOSED-TERM-WORK-FILE ASSIGN TO 'GPAWORK.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GW-KEY
               FILE STATUS IS GW-FILE-STATUS.

           SELECT STANDING-REPORT-FILE ASSIGN TO 'STANDING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRP-FILE-STATUS.

           SELECT STANDING-FILE ASSIGN TO 'STANDING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STD-FILE-STATUS.

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

       FD GRADE-VSAM-FILE.
       01  GRADE-VSAM-RECORD.
           05 GRADE-VSAM-KEY.
              10 GRADE-VSAM-STUDENT-ID      PIC 9(7).
              10 GRADE-VSAM-COURSE          PIC X(15).
           05 GRADE-SEPARATOR1              PIC X.
           05 GRADE-VSAM-GRADE              PIC X(2).
           05 GRADE-SEPARATOR2              PIC X.
           05 GRADE-VSAM-GRADE-DATE         PIC 9(8).
           05 GRADE-SEPARATOR3              PIC X.
           05 GRADE-VSAM-OPERATOR-ID        PIC X(8).

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

       FD ENROLL-ARCHIVE-FILE.
       01  ENROLL-ARCHIVE-RECORD.
           05 ARCH-RECORD-TYPE              PIC X.
           05 ARCH-SEPARATOR1               PIC X.
           05 ARCH-STUDENT-ID               PIC 9(7).
           05 ARCH-SEPARATOR2               PIC X.
           05 ARCH-COURSE                   PIC X(15).
           05 ARCH-SEPARATOR3               PIC X.
           05 ARCH-INSERTDATE               PIC 9(8).
           05 ARCH-SEPARATOR4               PIC X.
           05 ARCH-TERM-END                 PIC 9(8).
           05 ARCH-SEPARATOR5               PIC X.
           05 ARCH-CLOSE-DATE               PIC 9(8).

      *---------------------------------------------------------------*
      * CLOSED-TERM WORK FILE - ONE ROW PER ARCHIVED STUDENT + COURSE, *
      * REBUILT FROM ENRLARCH.DAT AT THE TOP OF EVERY RUN SO A COURSE  *
      * ARCHIVED IN MORE THAN ONE TERM IS WEIGHED ONCE, AGAINST THE    *
      * ONE GRADE GRADE.VSAM HOLDS FOR IT                              *
      *---------------------------------------------------------------*
       FD CLOSED-TERM-WORK-FILE.
       01  CLOSED-TERM-WORK-RECORD.
           05 GW-KEY.
              10 GW-STUDENT-ID              PIC 9(7).
              10 GW-COURSE                  PIC X(15).
           05 GW-SEPARATOR1                 PIC X.
           05 GW-TERM-END                   PIC 9(8).

       FD STANDING-REPORT-FILE.
       01  STANDING-REPORT-RECORD           PIC X(132).

       FD STANDING-FILE.
       01  STANDING-RECORD.
           05 STD-STUDENT-ID                PIC 9(7).
           05 STD-SEPARATOR1                PIC X.
           05 STD-NAME                      PIC X(27).
           05 STD-SEPARATOR2                PIC X.
           05 STD-TERM-COURSES              PIC 9(3).
           05 STD-SEPARATOR3                PIC X.
           05 STD-TERM-GPA                  PIC 9V99.
           05 STD-SEPARATOR4                PIC X.
           05 STD-CUM-COURSES               PIC 9(3).
           05 STD-SEPARATOR5                PIC X.
           05 STD-CUM-GPA                   PIC 9V99.
           05 STD-SEPARATOR6                PIC X.
           05 STD-STANDING                  PIC X.
           05 STD-SEPARATOR7                PIC X.
           05 STD-RUN-DATE                  PIC 9(8).

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

       01  FILE-CHECK-KEY                   PIC X(2).
       01  GRD-FILE-STATUS                  PIC XX.
       01  ENR-FILE-STATUS                  PIC XX.
       01  ARC-FILE-STATUS                  PIC XX.
       01  GW-FILE-STATUS                   PIC XX.
       01  SRP-FILE-STATUS                  PIC XX.
       01  STD-FILE-STATUS                  PIC XX.

       01  WS-TODAY                         PIC 9(8).
       01  WS-GRADE-EOF-SW                  PIC X    VALUE 'N'.
           88 WS-GRADE-EOF                       VALUE 'Y'.
       01  WS-ARC-EOF-SW                    PIC X    VALUE 'N'.
           88 WS-ARC-EOF                         VALUE 'Y'.
       01  WS-NO-ENROLL-FILE-SW             PIC X    VALUE 'N'.
           88 WS-NO-ENROLL-FILE                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE GRADE-POINT TABLE - EVERY GRADE PRGG0024 ACCEPTS THAT      *
      * COUNTS TOWARD A GPA. 'I ', 'W ' AND 'P ' ARE NOT IN THE TABLE  *
      * AND SO CARRY NO GRADE POINTS                                   *
      *---------------------------------------------------------------*
       01  WS-GRADE-POINT-TABLE.
           05 FILLER                 PIC X(4)  VALUE 'A+40'.
           05 FILLER                 PIC X(4)  VALUE 'A 40'.
           05 FILLER                 PIC X(4)  VALUE 'A-37'.
           05 FILLER                 PIC X(4)  VALUE 'B+33'.
           05 FILLER                 PIC X(4)  VALUE 'B 30'.
           05 FILLER                 PIC X(4)  VALUE 'B-27'.
           05 FILLER                 PIC X(4)  VALUE 'C+23'.
           05 FILLER                 PIC X(4)  VALUE 'C 20'.
           05 FILLER                 PIC X(4)  VALUE 'C-17'.
           05 FILLER                 PIC X(4)  VALUE 'D+13'.
           05 FILLER                 PIC X(4)  VALUE 'D 10'.
           05 FILLER                 PIC X(4)  VALUE 'D-07'.
           05 FILLER                 PIC X(4)  VALUE 'F 00'.
       01  WS-GRADE-POINT-R REDEFINES WS-GRADE-POINT-TABLE.
           05 WS-GP-ENTRY OCCURS 13 TIMES.
              10 WS-GP-GRADE         PIC X(2).
              10 WS-GP-POINTS        PIC 9V9.

       01  WS-GRADE-POINT-WORK.
           05 WS-GP-IDX                     PIC 9(2).
           05 WS-GP-FOUND-SW                PIC X    VALUE 'N'.
               88 WS-GP-FOUND                      VALUE 'Y'.
           05 WS-GP-GRADE-POINTS            PIC 9V9  VALUE 0.

      *---------------------------------------------------------------*
      * STANDING RULES - THE TERM GPA DECIDES THE DEAN'S LIST (ON A    *
      * MINIMUM NUMBER OF GRADED COURSES), A TERM OR CUMULATIVE GPA    *
      * UNDER THE MINIMUM IS AN ACADEMIC WARNING, AND BOTH UNDER IT    *
      * TOGETHER IS PROBATION                                          *
      *---------------------------------------------------------------*
       01  WS-STANDING-RULES.
           05 WS-DEANS-LIST-GPA             PIC 9V99 VALUE 3.50.
           05 WS-DEANS-LIST-MIN-COURSES     PIC 9(3) VALUE 3.
           05 WS-MINIMUM-GPA                PIC 9V99 VALUE 2.00.

       01  WS-STUDENT-WORK.
           05 WS-TERM-COURSES               PIC 9(3)    VALUE 0.
           05 WS-TERM-POINTS                PIC 9(4)V9  VALUE 0.
           05 WS-PRIOR-COURSES              PIC 9(3)    VALUE 0.
           05 WS-PRIOR-POINTS               PIC 9(4)V9  VALUE 0.
           05 WS-CUM-COURSES                PIC 9(3)    VALUE 0.
           05 WS-CUM-POINTS                 PIC 9(4)V9  VALUE 0.
           05 WS-TERM-GPA                   PIC 9V99    VALUE 0.
           05 WS-CUM-GPA                    PIC 9V99    VALUE 0.
           05 WS-STANDING                   PIC X.
               88 WS-STANDING-GOOD                 VALUE 'G'.
               88 WS-STANDING-DEANS-LIST           VALUE 'D'.
               88 WS-STANDING-WARNING              VALUE 'W'.
               88 WS-STANDING-PROBATION            VALUE 'P'.
           05 WS-STANDING-DESC              PIC X(16).

       01  WS-COUNTS.
           05 WS-ARCHIVE-READ-COUNT         PIC 9(7) VALUE 0.
           05 WS-STUDENT-COUNT              PIC 9(6) VALUE 0.
           05 WS-CLASSED-COUNT              PIC 9(6) VALUE 0.
           05 WS-NO-GPA-COUNT               PIC 9(6) VALUE 0.
           05 WS-GOOD-COUNT                 PIC 9(6) VALUE 0.
           05 WS-DEANS-LIST-COUNT           PIC 9(6) VALUE 0.
           05 WS-WARNING-COUNT              PIC 9(6) VALUE 0.
           05 WS-PROBATION-COUNT            PIC 9(6) VALUE 0.
           05 WS-UNPLACED-GRADE-COUNT       PIC 9(6) VALUE 0.

       01  WS-REPORT-DETAIL.
           05 WS-RD-STUDENT-ID              PIC 9(7).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-RD-NAME                    PIC X(27).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-RD-TERM-COURSES            PIC ZZ9.
           05 FILLER                        PIC X(3)  VALUE SPACES.
           05 WS-RD-TERM-GPA                PIC 9.99.
           05 FILLER                        PIC X(4)  VALUE SPACES.
           05 WS-RD-CUM-COURSES             PIC ZZ9.
           05 FILLER                        PIC X(3)  VALUE SPACES.
           05 WS-RD-CUM-GPA                 PIC 9.99.
           05 FILLER                        PIC X(3)  VALUE SPACES.
           05 WS-RD-STANDING                PIC X(16).

       01  WS-REPORT-HEADING1.
           05 FILLER                        PIC X(38)
               VALUE 'STUDENT  NAME'.
           05 FILLER                        PIC X(36)
               VALUE 'TERM  TERM    CUM   CUM   STANDING'.
       01  WS-REPORT-HEADING2.
           05 FILLER                        PIC X(38)
               VALUE SPACES.
           05 FILLER                        PIC X(36)
               VALUE ' CRS   GPA    CRS   GPA'.

       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '      GRADE-POINT AVERAGE AND ACADEMIC STANDING    '
           DISPLAY '==================================================='.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = '00'
               DISPLAY 'UNABLE TO OPEN STUDENT.VSAM, '
                   'FILE STATUS: ' FILE-CHECK-KEY
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GRADE FILE, '
                   'FILE STATUS: ' GRD-FILE-STATUS
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

      *    AN EMPTY ENROLLMENT FILE (E.G. JUST AFTER A CLOSE-OUT)
      *    LEAVES NOTHING IN THE CURRENT TERM - EVERY GRADE THEN
      *    COMES FROM THE ARCHIVE.
           OPEN INPUT ENROLL-VSAM-FILE.
           IF ENR-FILE-STATUS = '35'
               SET WS-NO-ENROLL-FILE TO TRUE
           ELSE
               IF ENR-FILE-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN ENROLLMENT FILE, '
                       'FILE STATUS: ' ENR-FILE-STATUS
                   CLOSE GRADE-VSAM-FILE
                   CLOSE STUDENT-VSAM-FILE
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 0000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT CLOSED-TERM-WORK-FILE.
           CLOSE CLOSED-TERM-WORK-FILE.
           OPEN I-O CLOSED-TERM-WORK-FILE.
           IF GW-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CLOSED-TERM WORK FILE, '
                   'FILE STATUS: ' GW-FILE-STATUS
               PERFORM 0900-CLOSE-INPUTS THRU 0900-EXIT
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT STANDING-REPORT-FILE.
           OPEN OUTPUT STANDING-FILE.
           IF SRP-FILE-STATUS NOT = '00'
               OR STD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STANDING OUTPUTS, '
                   'FILE STATUS: ' SRP-FILE-STATUS ' / '
                   STD-FILE-STATUS
               CLOSE CLOSED-TERM-WORK-FILE
               PERFORM 0900-CLOSE-INPUTS THRU 0900-EXIT
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-LOAD-CLOSED-TERMS THRU 1000-RETURN.

           PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.

           PERFORM 2000-STANDING-ONE-STUDENT THRU 2000-EXIT
               UNTIL ENDOFFILE.

           PERFORM 1600-WRITE-REPORT-TRAILER THRU 1600-EXIT.

           CLOSE STANDING-REPORT-FILE.
           CLOSE STANDING-FILE.
           CLOSE CLOSED-TERM-WORK-FILE.
           PERFORM 0900-CLOSE-INPUTS THRU 0900-EXIT.

           IF WS-UNPLACED-GRADE-COUNT > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           DISPLAY 'ARCHIVE RECORDS READ    : ' WS-ARCHIVE-READ-COUNT
           DISPLAY 'STUDENTS READ           : ' WS-STUDENT-COUNT
           DISPLAY 'STUDENTS CLASSED        : ' WS-CLASSED-COUNT
           DISPLAY '  GOOD STANDING         : ' WS-GOOD-COUNT
           DISPLAY '  DEAN''S LIST           : ' WS-DEANS-LIST-COUNT
           DISPLAY '  ACADEMIC WARNING      : ' WS-WARNING-COUNT
           DISPLAY '  PROBATION             : ' WS-PROBATION-COUNT
           DISPLAY 'STUDENTS WITH NO GPA    : ' WS-NO-GPA-COUNT
           DISPLAY 'GRADES NOT IN ANY TERM  : ' WS-UNPLACED-GRADE-COUNT
           DISPLAY 'STANDING RUN COMPLETE.'.
       0000-EXIT.
           MOVE WS-STUDENT-COUNT TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       0900-CLOSE-INPUTS.
           IF NOT WS-NO-ENROLL-FILE
               CLOSE ENROLL-VSAM-FILE
           END-IF.
           CLOSE GRADE-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.
       0900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * LOAD THE CLOSED TERMS - EVERY ARCHIVED ENROLLMENT DETAIL ON    *
      * ENRLARCH.DAT GOES TO THE WORK FILE UNDER ITS STUDENT + COURSE. *
      * TRAILER CONTROL RECORDS ARE SKIPPED, AS ARE ARCHIVED COURSES   *
      * THE STUDENT IS TAKING AGAIN THIS TERM (THE GRADE ON FILE IS    *
      * THE CURRENT ONE). A MISSING ARCHIVE MEANS NO TERM HAS CLOSED   *
      *---------------------------------------------------------------*
       1000-LOAD-CLOSED-TERMS.
           OPEN INPUT ENROLL-ARCHIVE-FILE.
           IF ARC-FILE-STATUS = '35'
               DISPLAY 'NO TERM ARCHIVE ON FILE - CUMULATIVE GPA '
                   'COVERS THE CURRENT TERM ONLY.'
               GO TO 1000-RETURN
           END-IF.
           IF ARC-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN TERM ARCHIVE, '
                   'FILE STATUS: ' ARC-FILE-STATUS
               MOVE 4 TO WS-RETURN-CODE
               GO TO 1000-RETURN
           END-IF.

           MOVE 'N' TO WS-ARC-EOF-SW.
           READ ENROLL-ARCHIVE-FILE
               AT END SET WS-ARC-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-ONE-ARCHIVE-LINE THRU 1100-EXIT
               UNTIL WS-ARC-EOF.
       1000-EXIT.
           CLOSE ENROLL-ARCHIVE-FILE.
       1000-RETURN.
           EXIT.

       1100-LOAD-ONE-ARCHIVE-LINE.
           IF ARCH-RECORD-TYPE NOT = 'E'
               GO TO 1100-NEXT
           END-IF.
           ADD 1 TO WS-ARCHIVE-READ-COUNT.

           IF NOT WS-NO-ENROLL-FILE
               MOVE ARCH-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID
               MOVE ARCH-COURSE     TO ENROLL-VSAM-COURSE
               READ ENROLL-VSAM-FILE
                   KEY IS ENROLL-VSAM-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ENR-FILE-STATUS = '00'
                   GO TO 1100-NEXT
               END-IF
           END-IF.

           MOVE ARCH-STUDENT-ID TO GW-STUDENT-ID.
           MOVE ARCH-COURSE     TO GW-COURSE.
           MOVE ','             TO GW-SEPARATOR1.
           MOVE ARCH-TERM-END   TO GW-TERM-END.
      *    A COURSE ARCHIVED AGAIN IN A LATER TERM KEEPS THE LATER
      *    TERM END - GRADE.VSAM HOLDS ONLY THE LATEST GRADE FOR IT.
           WRITE CLOSED-TERM-WORK-RECORD
               INVALID KEY
                   REWRITE CLOSED-TERM-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
       1100-NEXT.
           READ ENROLL-ARCHIVE-FILE
               AT END SET WS-ARC-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1500-WRITE-REPORT-HEADER.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '       GRADE-POINT AVERAGE AND ACADEMIC STANDING     '
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
               WS-TODAY        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-REPORT-HEADING1 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-REPORT-HEADING2 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1500-EXIT.
           EXIT.

       1600-WRITE-REPORT-TRAILER.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'STUDENTS CLASSED      : ' DELIMITED BY SIZE
               WS-CLASSED-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING '  GOOD STANDING       : ' DELIMITED BY SIZE
               WS-GOOD-COUNT                 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING '  DEAN''S LIST         : ' DELIMITED BY SIZE
               WS-DEANS-LIST-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING '  ACADEMIC WARNING    : ' DELIMITED BY SIZE
               WS-WARNING-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING '  PROBATION           : ' DELIMITED BY SIZE
               WS-PROBATION-COUNT            DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'STUDENTS WITH NO GPA  : ' DELIMITED BY SIZE
               WS-NO-GPA-COUNT               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'GRADES NOT IN A TERM  : ' DELIMITED BY SIZE
               WS-UNPLACED-GRADE-COUNT       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * WEIGH EVERY GRADE ON FILE FOR ONE STUDENT, WORK OUT THE TERM   *
      * AND CUMULATIVE GPA, CLASS THE STUDENT, AND WRITE THE REPORT    *
      * LINE AND THE STANDING RECORD. A STUDENT WITH NO GRADE THAT     *
      * CARRIES GRADE POINTS HAS NO GPA AND IS NOT CLASSED             *
      *---------------------------------------------------------------*
       2000-STANDING-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE 0 TO WS-TERM-COURSES
                     WS-TERM-POINTS
                     WS-PRIOR-COURSES
                     WS-PRIOR-POINTS.

           MOVE 'N' TO WS-GRADE-EOF-SW.
           MOVE STUDENT-VSAM-ID TO GRADE-VSAM-STUDENT-ID.
           MOVE LOW-VALUES      TO GRADE-VSAM-COURSE.
           START GRADE-VSAM-FILE KEY IS NOT LESS THAN
               GRADE-VSAM-KEY
               INVALID KEY
                   SET WS-GRADE-EOF TO TRUE
           END-START.
           IF NOT WS-GRADE-EOF
               READ GRADE-VSAM-FILE NEXT RECORD
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 2100-WEIGH-ONE-GRADE THRU 2100-EXIT
               UNTIL WS-GRADE-EOF
                  OR GRADE-VSAM-STUDENT-ID NOT = STUDENT-VSAM-ID.

           COMPUTE WS-CUM-COURSES = WS-TERM-COURSES + WS-PRIOR-COURSES.
           COMPUTE WS-CUM-POINTS  = WS-TERM-POINTS + WS-PRIOR-POINTS.
           IF WS-CUM-COURSES = 0
               ADD 1 TO WS-NO-GPA-COUNT
               GO TO 2000-NEXT
           END-IF.

           MOVE 0 TO WS-TERM-GPA.
           IF WS-TERM-COURSES > 0
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-COURSES
           END-IF.
           COMPUTE WS-CUM-GPA ROUNDED =
               WS-CUM-POINTS / WS-CUM-COURSES.

           PERFORM 2200-CLASS-STANDING THRU 2200-EXIT.
           PERFORM 2300-WRITE-STANDING THRU 2300-EXIT.
       2000-NEXT.
           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *    A GRADE WHOSE ENROLLMENT IS STILL ON ENROLL.VSAM BELONGS TO
      *    THE CURRENT TERM; ONE WHOSE ENROLLMENT WAS ARCHIVED BELONGS
      *    TO A CLOSED TERM. A GRADE IN NEITHER PLACE IS COUNTED AND
      *    LEFT OUT OF THE AVERAGES.
       2100-WEIGH-ONE-GRADE.
           PERFORM 8000-LOOK-UP-GRADE-POINTS THRU 8000-EXIT.
           IF NOT WS-GP-FOUND
               GO TO 2100-NEXT
           END-IF.

           IF NOT WS-NO-ENROLL-FILE
               MOVE GRADE-VSAM-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID
               MOVE GRADE-VSAM-COURSE     TO ENROLL-VSAM-COURSE
               READ ENROLL-VSAM-FILE
                   KEY IS ENROLL-VSAM-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ENR-FILE-STATUS = '00'
                   ADD 1 TO WS-TERM-COURSES
                   ADD WS-GP-GRADE-POINTS TO WS-TERM-POINTS
                   GO TO 2100-NEXT
               END-IF
           END-IF.

           MOVE GRADE-VSAM-STUDENT-ID TO GW-STUDENT-ID.
           MOVE GRADE-VSAM-COURSE     TO GW-COURSE.
           READ CLOSED-TERM-WORK-FILE
               KEY IS GW-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GW-FILE-STATUS = '00'
               ADD 1 TO WS-PRIOR-COURSES
               ADD WS-GP-GRADE-POINTS TO WS-PRIOR-POINTS
           ELSE
               ADD 1 TO WS-UNPLACED-GRADE-COUNT
               DISPLAY 'WARNING: GRADE FOR STUDENT '
                   GRADE-VSAM-STUDENT-ID ' IN ' GRADE-VSAM-COURSE
                   ' HAS NO CURRENT OR ARCHIVED ENROLLMENT.'
           END-IF.
       2100-NEXT.
           READ GRADE-VSAM-FILE NEXT RECORD
               AT END SET WS-GRADE-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *    PROBATION: TERM AND CUMULATIVE BOTH UNDER THE MINIMUM (A
      *    STUDENT WITH NO GRADED COURSES THIS TERM IS JUDGED ON THE
      *    CUMULATIVE ALONE). WARNING: EITHER ONE UNDER IT. DEAN'S
      *    LIST: A TERM GPA AT OR OVER THE LIST GPA ON THE MINIMUM
      *    LOAD, IN OTHERWISE GOOD STANDING.
       2200-CLASS-STANDING.
           EVALUATE TRUE
               WHEN WS-TERM-COURSES = 0
                   AND WS-CUM-GPA < WS-MINIMUM-GPA
                   SET WS-STANDING-PROBATION TO TRUE
               WHEN WS-TERM-GPA < WS-MINIMUM-GPA
                   AND WS-CUM-GPA < WS-MINIMUM-GPA
                   AND WS-TERM-COURSES > 0
                   SET WS-STANDING-PROBATION TO TRUE
               WHEN WS-TERM-COURSES > 0
                   AND WS-TERM-GPA < WS-MINIMUM-GPA
                   SET WS-STANDING-WARNING TO TRUE
               WHEN WS-CUM-GPA < WS-MINIMUM-GPA
                   SET WS-STANDING-WARNING TO TRUE
               WHEN WS-TERM-COURSES NOT < WS-DEANS-LIST-MIN-COURSES
                   AND WS-TERM-GPA NOT < WS-DEANS-LIST-GPA
                   SET WS-STANDING-DEANS-LIST TO TRUE
               WHEN OTHER
                   SET WS-STANDING-GOOD TO TRUE
           END-EVALUATE.

           ADD 1 TO WS-CLASSED-COUNT.
           EVALUATE TRUE
               WHEN WS-STANDING-PROBATION
                   MOVE 'PROBATION' TO WS-STANDING-DESC
                   ADD 1 TO WS-PROBATION-COUNT
               WHEN WS-STANDING-WARNING
                   MOVE 'ACADEMIC WARNING' TO WS-STANDING-DESC
                   ADD 1 TO WS-WARNING-COUNT
               WHEN WS-STANDING-DEANS-LIST
                   MOVE 'DEAN''S LIST' TO WS-STANDING-DESC
                   ADD 1 TO WS-DEANS-LIST-COUNT
               WHEN OTHER
                   MOVE 'GOOD STANDING' TO WS-STANDING-DESC
                   ADD 1 TO WS-GOOD-COUNT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2300-WRITE-STANDING.
           MOVE STUDENT-VSAM-ID    TO WS-RD-STUDENT-ID.
           MOVE STUDENT-VSAM-NAME  TO WS-RD-NAME.
           MOVE WS-TERM-COURSES    TO WS-RD-TERM-COURSES.
           MOVE WS-TERM-GPA        TO WS-RD-TERM-GPA.
           MOVE WS-CUM-COURSES     TO WS-RD-CUM-COURSES.
           MOVE WS-CUM-GPA         TO WS-RD-CUM-GPA.
           MOVE WS-STANDING-DESC   TO WS-RD-STANDING.
           MOVE WS-REPORT-DETAIL   TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           MOVE STUDENT-VSAM-ID    TO STD-STUDENT-ID.
           MOVE STUDENT-VSAM-NAME  TO STD-NAME.
           MOVE WS-TERM-COURSES    TO STD-TERM-COURSES.
           MOVE WS-TERM-GPA        TO STD-TERM-GPA.
           MOVE WS-CUM-COURSES     TO STD-CUM-COURSES.
           MOVE WS-CUM-GPA         TO STD-CUM-GPA.
           MOVE WS-STANDING        TO STD-STANDING.
           MOVE WS-TODAY           TO STD-RUN-DATE.
           MOVE ','                TO STD-SEPARATOR1
                                      STD-SEPARATOR2
                                      STD-SEPARATOR3
                                      STD-SEPARATOR4
                                      STD-SEPARATOR5
                                      STD-SEPARATOR6
                                      STD-SEPARATOR7.
           WRITE STANDING-RECORD.
           IF STD-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: STANDING FILE WRITE FAILED, '
                   'FILE STATUS: ' STD-FILE-STATUS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: LOOK UP THE GRADE IN GRADE-VSAM-GRADE ON THE   *
      * GRADE-POINT TABLE. LEAVES WS-GP-FOUND OFF FOR A GRADE THAT     *
      * CARRIES NO GRADE POINTS                                        *
      *---------------------------------------------------------------*
       8000-LOOK-UP-GRADE-POINTS.
           MOVE 'N' TO WS-GP-FOUND-SW.
           MOVE 0 TO WS-GP-GRADE-POINTS.
           PERFORM 8010-CHECK-ONE-GRADE-POINT THRU 8010-EXIT
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > 13
                  OR WS-GP-FOUND.
       8000-EXIT.
           EXIT.

       8010-CHECK-ONE-GRADE-POINT.
           IF WS-GP-GRADE (WS-GP-IDX) = GRADE-VSAM-GRADE
               SET WS-GP-FOUND TO TRUE
               MOVE WS-GP-POINTS (WS-GP-IDX) TO WS-GP-GRADE-POINTS
           END-IF.
       8010-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           WRITE STANDING-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       8100-EXIT.
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

           MOVE 'PRGG0037' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGG0037.
