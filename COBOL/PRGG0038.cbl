      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch load of the instructors' term-end grade sheets
      *          (GRADEIN.DAT) into the course grade file (GRADE.VSAM).
      *          Each sheet is an 'H' header (instructor, date sent),
      *          one 'D' detail per grade (course code, student id,
      *          grade) and a 'T' trailer carrying the detail count;
      *          several sheets may be sent in one file. A grade is
      *          taken only when the course is on the course master,
      *          the student is on that course's roster (ENROLL.VSAM)
      *          and the grade is one PRGG0024 accepts - it is then
      *          written or corrected on GRADE.VSAM and journaled to
      *          AUDIT.JRNL exactly as PRGG0024 journals a keyed grade
      *          (action 'G', old/new grade in the name fields). A
      *          line that fails goes to the grade reject file
      *          (GRADELD.REJ) with a reason code. The load report
      *          (GRADELD.RPT) closes with every enrolled student on
      *          each roster sent who still has no grade on file. A
      *          sheet whose trailer count does not match its details
      *          ends the run in error.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGG0038.

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

           SELECT GRADE-VSAM-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-VSAM-KEY
               FILE STATUS IS GRD-FILE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO 'COURSE.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-MST-CODE
               FILE STATUS IS CRS-FILE-STATUS.

           SELECT GRADE-LOAD-FILE ASSIGN TO 'GRADEIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT GRADE-REJECT-FILE ASSIGN TO 'GRADELD.REJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRJ-FILE-STATUS.

           SELECT GRADE-LOAD-REPORT-FILE ASSIGN TO 'GRADELD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLR-FILE-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDIT.JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

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
      * INSTRUCTOR GRADE SHEET - H HEADER, D DETAIL, T TRAILER. THE    *
      * TRAILER COUNTS THE DETAILS BETWEEN IT AND ITS HEADER           *
      *---------------------------------------------------------------*
       FD GRADE-LOAD-FILE.
       01  GRADE-LOAD-RECORD.
           05 GL-RECORD-TYPE                PIC X.
           05 GL-SEPARATOR1                 PIC X.
           05 GL-COURSE                     PIC X(15).
           05 GL-SEPARATOR2                 PIC X.
           05 GL-STUDENT-ID                 PIC 9(7).
           05 GL-SEPARATOR3                 PIC X.
           05 GL-GRADE                      PIC X(2).
           05 FILLER                        PIC X(32).
       01  GRADE-LOAD-HEADER REDEFINES GRADE-LOAD-RECORD.
           05 GL-HDR-TYPE                   PIC X.
           05 GL-HDR-SEPARATOR1             PIC X.
           05 GL-HDR-INSTRUCTOR             PIC X(27).
           05 GL-HDR-SEPARATOR2             PIC X.
           05 GL-HDR-SENT-DATE              PIC 9(8).
           05 FILLER                        PIC X(22).
       01  GRADE-LOAD-TRAILER REDEFINES GRADE-LOAD-RECORD.
           05 GL-TRL-TYPE                   PIC X.
           05 GL-TRL-SEPARATOR1             PIC X.
           05 GL-TRL-DETAIL-COUNT           PIC 9(6).
           05 FILLER                        PIC X(52).

       FD GRADE-REJECT-FILE.
       01  GRADE-REJECT-RECORD.
           05 GRJ-REASON-CODE               PIC 9(2).
           05 GRJ-SEPARATOR1                PIC X.
           05 GRJ-REASON-TEXT               PIC X(30).
           05 GRJ-SEPARATOR2                PIC X.
           05 GRJ-LOAD-IMAGE                PIC X(60).
           05 GRJ-SEPARATOR3                PIC X.
           05 GRJ-REJECT-DATE               PIC 9(8).

       FD GRADE-LOAD-REPORT-FILE.
       01  GRADE-LOAD-REPORT-RECORD         PIC X(132).

       FD AUDIT-JOURNAL-FILE.
       01  AUDIT-JOURNAL-RECORD.
           05 AUD-STUDENT-ID                PIC 9(7).
           05 AUD-SEPARATOR1                PIC X.
           05 AUD-OPERATOR-ID               PIC X(8).
           05 AUD-SEPARATOR2                PIC X.
           05 AUD-ACTION-DATE               PIC 9(8).
           05 AUD-SEPARATOR3                PIC X.
           05 AUD-ACTION-TIME               PIC 9(6).
           05 AUD-SEPARATOR4                PIC X.
           05 AUD-ACTION-CODE               PIC X.
           05 AUD-SEPARATOR5                PIC X.
           05 AUD-OLD-NAME                  PIC X(27).
           05 AUD-SEPARATOR6                PIC X.
           05 AUD-OLD-DOB                   PIC 9(8).
           05 AUD-SEPARATOR7                PIC X.
           05 AUD-OLD-COURSE                PIC X(15).
           05 AUD-SEPARATOR8                PIC X.
           05 AUD-NEW-NAME                  PIC X(27).
           05 AUD-SEPARATOR9                PIC X.
           05 AUD-NEW-DOB                   PIC 9(8).
           05 AUD-SEPARATOR10               PIC X.
           05 AUD-NEW-COURSE                PIC X(15).
           05 AUD-SEPARATOR11               PIC X.
           05 AUD-MERGED-ID                 PIC 9(7).
           05 AUD-SEPARATOR12               PIC X.
           05 AUD-STUDENT-IMAGE             PIC X(72).
           05 AUD-SEPARATOR13               PIC X.
           05 AUD-ENROLL-IMAGE              PIC X(49).

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
       01  ENR-FILE-STATUS                  PIC XX.
       01  GRD-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  GL-FILE-STATUS                   PIC XX.
       01  GRJ-FILE-STATUS                  PIC XX.
       01  GLR-FILE-STATUS                  PIC XX.
       01  AUD-FILE-STATUS                  PIC XX.

       01  WS-WORK-AREAS.
           05  WS-TODAY                     PIC 9(8).
           05  WS-TIME-RAW                  PIC 9(8).
           05  WS-OPERATOR-ID               PIC X(8) VALUE 'GRADELD'.
           05  WS-AUDIT-ACTION              PIC X.
           05  WS-OLD-GRADE                 PIC X(2).
           05  WS-NEW-GRADE                 PIC X(2).
           05  WS-GRADE-EXISTS-SW           PIC X    VALUE 'N'.
               88 WS-GRADE-EXISTS                  VALUE 'Y'.
           05  WS-REJECT-REASON             PIC 9(2).
           05  WS-LOAD-IMAGE                PIC X(60).

       01  WS-GL-EOF-SW                     PIC X    VALUE 'N'.
           88 WS-GL-EOF                          VALUE 'Y'.
       01  WS-ROSTER-EOF-SW                 PIC X    VALUE 'N'.
           88 WS-ROSTER-EOF                      VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE GRADES THE REGISTRAR RECOGNIZES - THE SAME LIST PRGG0024   *
      * ENFORCES AT THE SCREEN                                         *
      *---------------------------------------------------------------*
       01  WS-GRADE-TO-VALIDATE             PIC X(2).
           88 WS-GRADE-IS-VALID
               VALUE 'A+' 'A ' 'A-' 'B+' 'B ' 'B-'
                     'C+' 'C ' 'C-' 'D+' 'D ' 'D-'
                     'F ' 'I ' 'W ' 'P '.

      *---------------------------------------------------------------*
      * SHEET CONTROL - A DETAIL IS ONLY TAKEN INSIDE A HEADER/TRAILER *
      * PAIR, AND EACH TRAILER'S COUNT IS PROVEN AGAINST THE DETAILS   *
      * READ SINCE ITS HEADER                                          *
      *---------------------------------------------------------------*
       01  WS-SHEET-WORK.
           05 WS-SHEET-OPEN-SW              PIC X    VALUE 'N'.
               88 WS-SHEET-OPEN                    VALUE 'Y'.
           05 WS-SHEET-INSTRUCTOR           PIC X(27).
           05 WS-SHEET-SENT-DATE            PIC 9(8).
           05 WS-SHEET-DETAIL-COUNT         PIC 9(6) VALUE 0.
           05 WS-SHEET-COUNT                PIC 9(4) VALUE 0.
           05 WS-SHEET-ERROR-COUNT          PIC 9(4) VALUE 0.

       01  WS-COUNTS.
           05 WS-LINES-READ                 PIC 9(7) VALUE 0.
           05 WS-DETAIL-COUNT               PIC 9(7) VALUE 0.
           05 WS-GRADES-ADDED               PIC 9(7) VALUE 0.
           05 WS-GRADES-CORRECTED           PIC 9(7) VALUE 0.
           05 WS-GRADES-UNCHANGED           PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT               PIC 9(7) VALUE 0.
           05 WS-MISSING-COUNT              PIC 9(7) VALUE 0.
           05 WS-ROSTER-MISSING             PIC 9(5) VALUE 0.

      *---------------------------------------------------------------*
      * EVERY COURSE THAT APPEARS ON A SHEET - THE ROSTERS CHECKED FOR *
      * ENROLLED STUDENTS STILL WITHOUT A GRADE AFTER THE LOAD         *
      *---------------------------------------------------------------*
       01  WS-ROSTER-TABLE.
           05 WS-RT-COUNT                   PIC 9(4) VALUE 0.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
              10 WS-RT-COURSE               PIC X(15).
              10 WS-RT-TITLE                PIC X(40).
       01  WS-RT-IDX                        PIC 9(4).
       01  WS-RT-FOUND-SW                   PIC X    VALUE 'N'.
           88 WS-RT-FOUND                        VALUE 'Y'.
       01  WS-RT-OVERFLOW-SW                PIC X    VALUE 'N'.
           88 WS-RT-OVERFLOW                     VALUE 'Y'.

       01  WS-MISSING-DETAIL.
           05 FILLER                        PIC X(4)  VALUE SPACES.
           05 WS-MD-STUDENT-ID              PIC 9(7).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-MD-NAME                    PIC X(27).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-MD-STATUS                  PIC X(11).

       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '         INSTRUCTOR GRADE SHEET LOAD               '
           DISPLAY '==================================================='

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           OPEN INPUT GRADE-LOAD-FILE.
           IF GL-FILE-STATUS = '35'
               DISPLAY 'NO GRADE SHEETS TO LOAD.'
               GO TO 0000-EXIT
           END-IF.
           IF GL-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GRADE SHEET FILE, '
                   'FILE STATUS: ' GL-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           OPEN INPUT ENROLL-VSAM-FILE.
           OPEN INPUT COURSE-MASTER-FILE.
           IF FILE-CHECK-KEY NOT = '00'
               OR ENR-FILE-STATUS NOT = '00'
               OR CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STUDENT / ENROLLMENT / COURSE '
                   'FILES, FILE STATUS: ' FILE-CHECK-KEY ' / '
                   ENR-FILE-STATUS ' / ' CRS-FILE-STATUS
               CLOSE GRADE-LOAD-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS = '35'
               CLOSE GRADE-VSAM-FILE
               OPEN OUTPUT GRADE-VSAM-FILE
               CLOSE GRADE-VSAM-FILE
               OPEN I-O GRADE-VSAM-FILE
           END-IF.
           IF GRD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GRADE FILE, '
                   'FILE STATUS: ' GRD-FILE-STATUS
               PERFORM 0900-CLOSE-INPUTS THRU 0900-EXIT
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN EXTEND GRADE-REJECT-FILE.
           IF GRJ-FILE-STATUS = '35'
               OPEN OUTPUT GRADE-REJECT-FILE
           END-IF.
           OPEN OUTPUT GRADE-LOAD-REPORT-FILE.
           IF GRJ-FILE-STATUS NOT = '00'
               OR GLR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GRADE LOAD OUTPUTS, '
                   'FILE STATUS: ' GRJ-FILE-STATUS ' / '
                   GLR-FILE-STATUS
               CLOSE GRADE-VSAM-FILE
               PERFORM 0900-CLOSE-INPUTS THRU 0900-EXIT
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT.

           READ GRADE-LOAD-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.
           PERFORM 1000-LOAD-ONE-LINE THRU 1000-EXIT
               UNTIL WS-GL-EOF.

           IF WS-SHEET-OPEN
               MOVE 'SHEET NOT CLOSED BY A TRAILER - DETAIL COUNT '
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE 'CANNOT BE PROVEN.' TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               DISPLAY 'LAST SHEET HAS NO TRAILER - REVIEW RUN'
               ADD 1 TO WS-SHEET-ERROR-COUNT
           END-IF.

           PERFORM 3000-REPORT-MISSING-GRADES THRU 3000-EXIT.

           PERFORM 1600-WRITE-REPORT-TRAILER THRU 1600-EXIT.

           CLOSE GRADE-LOAD-REPORT-FILE.
           CLOSE GRADE-REJECT-FILE.
           CLOSE GRADE-VSAM-FILE.
           PERFORM 0900-CLOSE-INPUTS THRU 0900-EXIT.

           IF WS-REJECT-COUNT > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-SHEET-ERROR-COUNT > 0
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

           DISPLAY 'LINES READ              : ' WS-LINES-READ
           DISPLAY 'GRADE SHEETS            : ' WS-SHEET-COUNT
           DISPLAY 'GRADE LINES             : ' WS-DETAIL-COUNT
           DISPLAY '  GRADES ADDED          : ' WS-GRADES-ADDED
           DISPLAY '  GRADES CORRECTED      : ' WS-GRADES-CORRECTED
           DISPLAY '  GRADES UNCHANGED      : ' WS-GRADES-UNCHANGED
           DISPLAY '  LINES REJECTED        : ' WS-REJECT-COUNT
           DISPLAY 'SHEETS OUT OF BALANCE   : ' WS-SHEET-ERROR-COUNT
           DISPLAY 'ENROLLED, STILL UNGRADED: ' WS-MISSING-COUNT
           DISPLAY 'GRADE LOAD COMPLETE.'.
       0000-EXIT.
           MOVE WS-DETAIL-COUNT TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       0900-CLOSE-INPUTS.
           CLOSE COURSE-MASTER-FILE.
           CLOSE ENROLL-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.
           CLOSE GRADE-LOAD-FILE.
       0900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * TAKE ONE SHEET LINE BY RECORD TYPE - H OPENS A SHEET, D IS A   *
      * GRADE, T CLOSES THE SHEET AND PROVES ITS DETAIL COUNT          *
      *---------------------------------------------------------------*
       1000-LOAD-ONE-LINE.
           ADD 1 TO WS-LINES-READ.
           MOVE GRADE-LOAD-RECORD TO WS-LOAD-IMAGE.
           EVALUATE GL-RECORD-TYPE
               WHEN 'H'
                   PERFORM 1100-OPEN-SHEET THRU 1100-EXIT
               WHEN 'D'
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM 2000-APPLY-ONE-GRADE THRU 2000-EXIT
               WHEN 'T'
                   PERFORM 1200-CLOSE-SHEET THRU 1200-EXIT
               WHEN OTHER
                   MOVE 01 TO WS-REJECT-REASON
                   PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
           END-EVALUATE.

           READ GRADE-LOAD-FILE
               AT END SET WS-GL-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-OPEN-SHEET.
           IF WS-SHEET-OPEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'SHEET FROM ' DELIMITED BY SIZE
                   WS-SHEET-INSTRUCTOR DELIMITED BY SIZE
                   ' HAS NO TRAILER - DETAIL COUNT CANNOT BE PROVEN.'
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               ADD 1 TO WS-SHEET-ERROR-COUNT
           END-IF.

           SET WS-SHEET-OPEN TO TRUE.
           ADD 1 TO WS-SHEET-COUNT.
           MOVE GL-HDR-INSTRUCTOR TO WS-SHEET-INSTRUCTOR.
           MOVE GL-HDR-SENT-DATE  TO WS-SHEET-SENT-DATE.
           MOVE 0 TO WS-SHEET-DETAIL-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SHEET FROM ' DELIMITED BY SIZE
               WS-SHEET-INSTRUCTOR DELIMITED BY SIZE
               ' SENT ' DELIMITED BY SIZE
               WS-SHEET-SENT-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

       1200-CLOSE-SHEET.
           IF NOT WS-SHEET-OPEN
               MOVE 07 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               ADD 1 TO WS-SHEET-ERROR-COUNT
               GO TO 1200-EXIT
           END-IF.

           MOVE 'N' TO WS-SHEET-OPEN-SW.
           MOVE SPACES TO WS-REPORT-LINE.
           IF GL-TRL-DETAIL-COUNT = WS-SHEET-DETAIL-COUNT
               STRING '  DETAILS READ ' DELIMITED BY SIZE
                   WS-SHEET-DETAIL-COUNT DELIMITED BY SIZE
                   ' - TRAILER COUNT AGREES.' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING '  DETAILS READ ' DELIMITED BY SIZE
                   WS-SHEET-DETAIL-COUNT DELIMITED BY SIZE
                   ' - TRAILER SAYS ' DELIMITED BY SIZE
                   GL-TRL-DETAIL-COUNT DELIMITED BY SIZE
                   ' - OUT OF BALANCE, REVIEW SHEET.' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               DISPLAY 'SHEET FROM ' WS-SHEET-INSTRUCTOR
                   ' OUT OF BALANCE - REVIEW RUN'
               ADD 1 TO WS-SHEET-ERROR-COUNT
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1200-EXIT.
           EXIT.

       1500-WRITE-REPORT-HEADER.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '           INSTRUCTOR GRADE SHEET LOAD              '
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
       1500-EXIT.
           EXIT.

       1600-WRITE-REPORT-TRAILER.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'GRADE SHEETS          : ' DELIMITED BY SIZE
               WS-SHEET-COUNT                DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'GRADE LINES           : ' DELIMITED BY SIZE
               WS-DETAIL-COUNT               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING '  GRADES ADDED        : ' DELIMITED BY SIZE
               WS-GRADES-ADDED               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING '  GRADES CORRECTED    : ' DELIMITED BY SIZE
               WS-GRADES-CORRECTED           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING '  GRADES UNCHANGED    : ' DELIMITED BY SIZE
               WS-GRADES-UNCHANGED           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING '  LINES REJECTED      : ' DELIMITED BY SIZE
               WS-REJECT-COUNT               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'SHEETS OUT OF BALANCE : ' DELIMITED BY SIZE
               WS-SHEET-ERROR-COUNT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'ENROLLED, UNGRADED    : ' DELIMITED BY SIZE
               WS-MISSING-COUNT              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * APPLY ONE GRADE LINE - THE COURSE MUST BE ON THE MASTER, THE   *
      * STUDENT ON ITS ROSTER, AND THE GRADE A RECOGNIZED ONE. A GRADE *
      * ALREADY ON FILE IS CORRECTED; ONE THAT MATCHES IS LEFT ALONE   *
      * AND NOT JOURNALED AGAIN                                        *
      *---------------------------------------------------------------*
       2000-APPLY-ONE-GRADE.
           IF NOT WS-SHEET-OPEN
               MOVE 07 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-SHEET-DETAIL-COUNT.

           IF GL-STUDENT-ID NOT NUMERIC
               MOVE 02 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE GL-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               MOVE 03 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-NOTE-ROSTER THRU 2100-EXIT.

           MOVE GL-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE GL-COURSE     TO ENROLL-VSAM-COURSE.
           READ ENROLL-VSAM-FILE
               KEY IS ENROLL-VSAM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ENR-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE GL-GRADE TO WS-GRADE-TO-VALIDATE.
           IF NOT WS-GRADE-IS-VALID
               MOVE 05 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE GL-GRADE TO WS-NEW-GRADE.

           MOVE 'N' TO WS-GRADE-EXISTS-SW.
           MOVE SPACES TO WS-OLD-GRADE.
           MOVE GL-STUDENT-ID TO GRADE-VSAM-STUDENT-ID.
           MOVE GL-COURSE     TO GRADE-VSAM-COURSE.
           READ GRADE-VSAM-FILE
               KEY IS GRADE-VSAM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GRD-FILE-STATUS = '00'
               SET WS-GRADE-EXISTS TO TRUE
               MOVE GRADE-VSAM-GRADE TO WS-OLD-GRADE
           END-IF.

           IF WS-GRADE-EXISTS AND WS-OLD-GRADE = WS-NEW-GRADE
               ADD 1 TO WS-GRADES-UNCHANGED
               GO TO 2000-EXIT
           END-IF.

           MOVE GL-STUDENT-ID  TO GRADE-VSAM-STUDENT-ID.
           MOVE GL-COURSE      TO GRADE-VSAM-COURSE.
           MOVE WS-NEW-GRADE   TO GRADE-VSAM-GRADE.
           MOVE WS-TODAY       TO GRADE-VSAM-GRADE-DATE.
           MOVE WS-OPERATOR-ID TO GRADE-VSAM-OPERATOR-ID.
           MOVE ','            TO GRADE-SEPARATOR1
                                  GRADE-SEPARATOR2
                                  GRADE-SEPARATOR3.

           IF WS-GRADE-EXISTS
               REWRITE GRADE-VSAM-RECORD
                   INVALID KEY
                       MOVE 06 TO WS-REJECT-REASON
                       PERFORM 8000-WRITE-REJECT-RECORD
                           THRU 8000-EXIT
                       GO TO 2000-EXIT
               END-REWRITE
               ADD 1 TO WS-GRADES-CORRECTED
           ELSE
               WRITE GRADE-VSAM-RECORD
                   INVALID KEY
                       MOVE 06 TO WS-REJECT-REASON
                       PERFORM 8000-WRITE-REJECT-RECORD
                           THRU 8000-EXIT
                       GO TO 2000-EXIT
               END-WRITE
               ADD 1 TO WS-GRADES-ADDED
           END-IF.

           MOVE 'G' TO WS-AUDIT-ACTION.
           PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
       2000-EXIT.
           EXIT.

      *    REMEMBER THE COURSE FOR THE UNGRADED-STUDENT PASS - ONCE
       2100-NOTE-ROSTER.
           MOVE 'N' TO WS-RT-FOUND-SW.
           PERFORM 2110-FIND-ONE-ROSTER THRU 2110-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
                  OR WS-RT-FOUND.
           IF WS-RT-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF WS-RT-COUNT NOT < 200
               IF NOT WS-RT-OVERFLOW
                   DISPLAY 'WARNING: MORE THAN 200 COURSES ON THE '
                       'SHEETS - LATER ROSTERS NOT CHECKED FOR '
                       'MISSING GRADES.'
                   SET WS-RT-OVERFLOW TO TRUE
                   IF WS-RETURN-CODE = 0
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-RT-COUNT.
           MOVE COURSE-MST-CODE  TO WS-RT-COURSE (WS-RT-COUNT).
           MOVE COURSE-MST-TITLE TO WS-RT-TITLE (WS-RT-COUNT).
       2100-EXIT.
           EXIT.

       2110-FIND-ONE-ROSTER.
           IF WS-RT-COURSE (WS-RT-IDX) = COURSE-MST-CODE
               SET WS-RT-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * FOR EVERY ROSTER SENT, LIST THE ENROLLED STUDENTS WHO STILL    *
      * HAVE NO GRADE ON GRADE.VSAM AFTER THE LOAD                     *
      *---------------------------------------------------------------*
       3000-REPORT-MISSING-GRADES.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'ENROLLED STUDENTS STILL WITHOUT A GRADE'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '---------------------------------------'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           PERFORM 3100-MISSING-ONE-ROSTER THRU 3100-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT.
       3000-EXIT.
           EXIT.

       3100-MISSING-ONE-ROSTER.
           MOVE 0 TO WS-ROSTER-MISSING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COURSE ' DELIMITED BY SIZE
               WS-RT-COURSE (WS-RT-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RT-TITLE (WS-RT-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           MOVE 'N' TO WS-ROSTER-EOF-SW.
           MOVE WS-RT-COURSE (WS-RT-IDX) TO ENROLL-VSAM-COURSE.
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
           PERFORM 3110-CHECK-ONE-ENROLLMENT THRU 3110-EXIT
               UNTIL WS-ROSTER-EOF
                  OR ENROLL-VSAM-COURSE NOT = WS-RT-COURSE (WS-RT-IDX).

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-ROSTER-MISSING = 0
               MOVE '    EVERY ENROLLED STUDENT HAS A GRADE.'
                   TO WS-REPORT-LINE
           ELSE
               STRING '    STILL UNGRADED: ' DELIMITED BY SIZE
                   WS-ROSTER-MISSING DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-ENROLLMENT.
           MOVE ENROLL-VSAM-STUDENT-ID TO GRADE-VSAM-STUDENT-ID.
           MOVE ENROLL-VSAM-COURSE     TO GRADE-VSAM-COURSE.
           READ GRADE-VSAM-FILE
               KEY IS GRADE-VSAM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GRD-FILE-STATUS = '00'
               GO TO 3110-NEXT
           END-IF.

           ADD 1 TO WS-ROSTER-MISSING.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE ENROLL-VSAM-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   MOVE ALL '*' TO STUDENT-VSAM-NAME
                   MOVE 'A' TO STUDENT-VSAM-STATUS
           END-READ.
           MOVE ENROLL-VSAM-STUDENT-ID TO WS-MD-STUDENT-ID.
           MOVE STUDENT-VSAM-NAME      TO WS-MD-NAME.
           IF STUDENT-VSAM-STATUS = 'W'
               MOVE '(WITHDRAWN)' TO WS-MD-STATUS
           ELSE
               MOVE SPACES TO WS-MD-STATUS
           END-IF.
           MOVE WS-MISSING-DETAIL TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3110-NEXT.
           READ ENROLL-VSAM-FILE NEXT RECORD
               AT END SET WS-ROSTER-EOF TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * WRITE THE FAILED SHEET LINE TO THE GRADE REJECT FILE WITH A    *
      * REASON CODE THE REGISTRAR CAN TAKE BACK TO THE INSTRUCTOR:     *
      *   01 INVALID RECORD TYPE        05 GRADE NOT RECOGNIZED        *
      *   02 STUDENT ID NOT NUMERIC     06 FILE I/O ERROR              *
      *   03 COURSE NOT ON MASTER       07 OUTSIDE A HEADER/TRAILER    *
      *   04 NOT ENROLLED IN COURSE                                    *
      *---------------------------------------------------------------*
       8000-WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO GRJ-REASON-CODE.
           EVALUATE WS-REJECT-REASON
               WHEN 01
                   MOVE 'INVALID RECORD TYPE' TO GRJ-REASON-TEXT
               WHEN 02
                   MOVE 'STUDENT ID NOT NUMERIC' TO GRJ-REASON-TEXT
               WHEN 03
                   MOVE 'COURSE NOT ON MASTER' TO GRJ-REASON-TEXT
               WHEN 04
                   MOVE 'NOT ENROLLED IN COURSE' TO GRJ-REASON-TEXT
               WHEN 05
                   MOVE 'GRADE NOT RECOGNIZED' TO GRJ-REASON-TEXT
               WHEN 06
                   MOVE 'FILE I/O ERROR' TO GRJ-REASON-TEXT
                   MOVE 8 TO WS-RETURN-CODE
               WHEN 07
                   MOVE 'OUTSIDE A HEADER/TRAILER' TO GRJ-REASON-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN REASON' TO GRJ-REASON-TEXT
           END-EVALUATE.
           MOVE ',' TO GRJ-SEPARATOR1 GRJ-SEPARATOR2
                       GRJ-SEPARATOR3.
           MOVE WS-LOAD-IMAGE TO GRJ-LOAD-IMAGE.
           MOVE WS-TODAY      TO GRJ-REJECT-DATE.
           WRITE GRADE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
       8000-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           WRITE GRADE-LOAD-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * APPEND ONE BEFORE/AFTER IMAGE TO THE AUDIT JOURNAL IN THE SAME *
      * LAYOUT PRGG0024 WRITES FOR A KEYED GRADE - THE OLD/NEW NAME    *
      * FIELDS CARRY THE OLD/NEW GRADE AND BOTH COURSE FIELDS CARRY    *
      * THE GRADED COURSE                                              *
      *---------------------------------------------------------------*
       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF AUD-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN AUDIT JOURNAL, '
                   'FILE STATUS: ' AUD-FILE-STATUS
               GO TO 9500-EXIT
           END-IF.

      *    THE JOURNAL IS STAMPED FROM THE CLOCK, NOT THE BUSINESS
      *    DATE - FORWARD RECOVERY ORDERS IT AGAINST THE ONLINE
      *    ENTRIES AND THE BACKUP'S UNLOAD STAMP.
           ACCEPT WS-TIME-RAW FROM TIME.

           MOVE GL-STUDENT-ID            TO AUD-STUDENT-ID.
           MOVE WS-OPERATOR-ID           TO AUD-OPERATOR-ID.
           ACCEPT AUD-ACTION-DATE FROM DATE YYYYMMDD.
           MOVE WS-TIME-RAW (1:6)        TO AUD-ACTION-TIME.
           MOVE WS-AUDIT-ACTION          TO AUD-ACTION-CODE.
           MOVE SPACES                   TO AUD-OLD-NAME.
           MOVE WS-OLD-GRADE             TO AUD-OLD-NAME (1:2).
           MOVE 0                        TO AUD-OLD-DOB.
           MOVE GL-COURSE                TO AUD-OLD-COURSE.
           MOVE SPACES                   TO AUD-NEW-NAME.
           MOVE WS-NEW-GRADE             TO AUD-NEW-NAME (1:2).
           MOVE 0                        TO AUD-NEW-DOB.
           MOVE GL-COURSE                TO AUD-NEW-COURSE.
           MOVE 0                        TO AUD-MERGED-ID.
           MOVE SPACES                   TO AUD-STUDENT-IMAGE
                                            AUD-ENROLL-IMAGE.
           MOVE ','                      TO AUD-SEPARATOR1
                                            AUD-SEPARATOR2
                                            AUD-SEPARATOR3
                                            AUD-SEPARATOR4
                                            AUD-SEPARATOR5
                                            AUD-SEPARATOR6
                                            AUD-SEPARATOR7
                                            AUD-SEPARATOR8
                                            AUD-SEPARATOR9
                                            AUD-SEPARATOR10
                                            AUD-SEPARATOR11
                                            AUD-SEPARATOR12
                                            AUD-SEPARATOR13.

           WRITE AUDIT-JOURNAL-RECORD.
           IF AUD-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: AUDIT JOURNAL WRITE FAILED, '
                   'FILE STATUS: ' AUD-FILE-STATUS
           END-IF.

           CLOSE AUDIT-JOURNAL-FILE.
       9500-EXIT.
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

           MOVE 'PRGG0038' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGG0038.
