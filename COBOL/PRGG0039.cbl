      ******************************************************************
      * Author:
      * Date:
      * Purpose: Incomplete-grade lapse sweep. Walks GRADE.VSAM for
      *          every 'I ' (incomplete) grade and measures it against
      *          its course's COURSE-MST-TERM-END on the course
      *          master. An incomplete still unresolved more than the
      *          policy number of days after the term end is
      *          rewritten to 'F ' and journaled to AUDIT.JRNL with
      *          its before and after grades, exactly as PRGG0024
      *          journals a keyed grade (action 'G', operator
      *          'INCLAPSE'). Two reports: the incompletes converted
      *          this run (ICLAPSE.RPT), and the incompletes falling
      *          due within the next 30 days (ICDUE.RPT), with the
      *          course instructor, so the registrar can chase them
      *          before they lapse.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGG0039.

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

           SELECT COURSE-MASTER-FILE ASSIGN TO 'COURSE.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-MST-CODE
               FILE STATUS IS CRS-FILE-STATUS.

           SELECT LAPSED-REPORT-FILE ASSIGN TO 'ICLAPSE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICL-FILE-STATUS.

           SELECT DUE-REPORT-FILE ASSIGN TO 'ICDUE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICD-FILE-STATUS.

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

       FD LAPSED-REPORT-FILE.
       01  LAPSED-REPORT-RECORD             PIC X(132).

       FD DUE-REPORT-FILE.
       01  DUE-REPORT-RECORD                PIC X(132).

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
       01  GRD-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  ICL-FILE-STATUS                  PIC XX.
       01  ICD-FILE-STATUS                  PIC XX.
       01  AUD-FILE-STATUS                  PIC XX.

      *---------------------------------------------------------------*
      * LAPSE POLICY - AN INCOMPLETE NOT RESOLVED THIS MANY DAYS AFTER *
      * ITS COURSE'S TERM END BECOMES AN 'F '; ONE FALLING DUE WITHIN  *
      * THE WARNING WINDOW IS LISTED FOR CHASING                       *
      *---------------------------------------------------------------*
       01  WS-LAPSE-POLICY.
           05 WS-LAPSE-DAYS                 PIC 9(4) VALUE 180.
           05 WS-DUE-WINDOW-DAYS            PIC 9(4) VALUE 30.

       01  WS-WORK-AREAS.
           05  WS-TODAY                     PIC 9(8).
           05  WS-TIME-RAW                  PIC 9(8).
           05  WS-OPERATOR-ID               PIC X(8) VALUE 'INCLAPSE'.
           05  WS-AUDIT-ACTION              PIC X.
           05  WS-OLD-GRADE                 PIC X(2).
           05  WS-NEW-GRADE                 PIC X(2).
           05  WS-TODAY-SERIAL              PIC 9(7).
           05  WS-DEADLINE-SERIAL           PIC 9(7).
           05  WS-DAYS-TO-DEADLINE          PIC S9(7).
           05  WS-DAYS-PAST-DEADLINE        PIC 9(7).

       01  WS-GRADE-EOF-SW                  PIC X    VALUE 'N'.
           88 WS-GRADE-EOF                       VALUE 'Y'.

       01  WS-COUNTS.
           05 WS-GRADES-READ                PIC 9(9) VALUE 0.
           05 WS-INCOMPLETE-COUNT           PIC 9(7) VALUE 0.
           05 WS-CONVERTED-COUNT            PIC 9(7) VALUE 0.
           05 WS-DUE-COUNT                  PIC 9(7) VALUE 0.
           05 WS-NO-COURSE-COUNT            PIC 9(7) VALUE 0.
           05 WS-REWRITE-ERROR-COUNT        PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * CCYYMMDD TO A DAY SERIAL FOR DATE ARITHMETIC - SAME RULE AS   *
      * THE REJECT AGING REPORT (PRGY0031)                             *
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

       01  WS-INCOMPLETE-DETAIL.
           05 WS-ID-STUDENT-ID              PIC 9(7).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-ID-NAME                    PIC X(27).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-ID-COURSE                  PIC X(15).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-ID-INSTRUCTOR              PIC X(27).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-ID-TERM-END                PIC 9(8).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-ID-GRADE-DATE              PIC 9(8).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 WS-ID-DAYS                    PIC ZZZZZZ9.

       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '         INCOMPLETE GRADE LAPSE SWEEP              '
           DISPLAY '==================================================='

           MOVE WS-RUN-START-DATE TO WS-TODAY.
           MOVE WS-TODAY TO WS-SERIAL-DATE.
           PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
           MOVE WS-SERIAL-RESULT TO WS-TODAY-SERIAL.

           OPEN I-O GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS = '35'
               DISPLAY 'NO GRADE FILE - NOTHING TO SWEEP.'
               GO TO 0000-EXIT
           END-IF.
           IF GRD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GRADE FILE, '
                   'FILE STATUS: ' GRD-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT COURSE-MASTER-FILE.
           OPEN INPUT STUDENT-VSAM-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               OR FILE-CHECK-KEY NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE / STUDENT FILES, '
                   'FILE STATUS: ' CRS-FILE-STATUS ' / '
                   FILE-CHECK-KEY
               CLOSE GRADE-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT LAPSED-REPORT-FILE.
           OPEN OUTPUT DUE-REPORT-FILE.
           IF ICL-FILE-STATUS NOT = '00'
               OR ICD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SWEEP REPORTS, '
                   'FILE STATUS: ' ICL-FILE-STATUS ' / '
                   ICD-FILE-STATUS
               CLOSE GRADE-VSAM-FILE
               CLOSE COURSE-MASTER-FILE
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1500-WRITE-REPORT-HEADERS THRU 1500-EXIT.

           MOVE LOW-VALUES TO GRADE-VSAM-KEY.
           START GRADE-VSAM-FILE KEY IS NOT LESS THAN GRADE-VSAM-KEY
               INVALID KEY
                   SET WS-GRADE-EOF TO TRUE
           END-START.
           IF NOT WS-GRADE-EOF
               READ GRADE-VSAM-FILE NEXT RECORD
                   AT END SET WS-GRADE-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 2000-SWEEP-ONE-GRADE THRU 2000-EXIT
               UNTIL WS-GRADE-EOF.

           PERFORM 1600-WRITE-REPORT-TRAILERS THRU 1600-EXIT.

           CLOSE DUE-REPORT-FILE.
           CLOSE LAPSED-REPORT-FILE.
           CLOSE STUDENT-VSAM-FILE.
           CLOSE COURSE-MASTER-FILE.
           CLOSE GRADE-VSAM-FILE.

           IF WS-NO-COURSE-COUNT > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-REWRITE-ERROR-COUNT > 0
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

           DISPLAY 'GRADES READ             : ' WS-GRADES-READ
           DISPLAY 'INCOMPLETES FOUND       : ' WS-INCOMPLETE-COUNT
           DISPLAY '  CONVERTED TO F        : ' WS-CONVERTED-COUNT
           DISPLAY '  DUE WITHIN 30 DAYS    : ' WS-DUE-COUNT
           DISPLAY '  COURSE NOT ON MASTER  : ' WS-NO-COURSE-COUNT
           DISPLAY '  REWRITE ERRORS        : ' WS-REWRITE-ERROR-COUNT
           DISPLAY 'LAPSE SWEEP COMPLETE.'.
       0000-EXIT.
           MOVE WS-GRADES-READ TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1500-WRITE-REPORT-HEADERS.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LAPSED-LINE THRU 8100-EXIT.
           MOVE '      INCOMPLETE GRADES CONVERTED TO F THIS RUN      '
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LAPSED-LINE THRU 8100-EXIT.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               '   LAPSE AFTER TERM END (DAYS): ' DELIMITED BY SIZE
               WS-LAPSE-DAYS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-LAPSED-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LAPSED-LINE THRU 8100-EXIT.
           MOVE 'STUDENT  NAME                         COURSE       '
               & '    INSTRUCTOR                   TERM END  I DATED'
               & '   DAYS PAST' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LAPSED-LINE THRU 8100-EXIT.

           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8200-WRITE-DUE-LINE THRU 8200-EXIT.
           MOVE '    INCOMPLETE GRADES FALLING DUE WITHIN 30 DAYS     '
               TO WS-REPORT-LINE.
           PERFORM 8200-WRITE-DUE-LINE THRU 8200-EXIT.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               '   LAPSE AFTER TERM END (DAYS): ' DELIMITED BY SIZE
               WS-LAPSE-DAYS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8200-WRITE-DUE-LINE THRU 8200-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8200-WRITE-DUE-LINE THRU 8200-EXIT.
           MOVE 'STUDENT  NAME                         COURSE       '
               & '    INSTRUCTOR                   TERM END  I DATED'
               & '   DAYS LEFT' TO WS-REPORT-LINE.
           PERFORM 8200-WRITE-DUE-LINE THRU 8200-EXIT.
       1500-EXIT.
           EXIT.

       1600-WRITE-REPORT-TRAILERS.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LAPSED-LINE THRU 8100-EXIT.
           STRING 'CONVERTED TO F        : ' DELIMITED BY SIZE
               WS-CONVERTED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-LAPSED-LINE THRU 8100-EXIT.
           STRING 'COURSE NOT ON MASTER  : ' DELIMITED BY SIZE
               WS-NO-COURSE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-LAPSED-LINE THRU 8100-EXIT.

           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8200-WRITE-DUE-LINE THRU 8200-EXIT.
           STRING 'FALLING DUE           : ' DELIMITED BY SIZE
               WS-DUE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8200-WRITE-DUE-LINE THRU 8200-EXIT.
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ONE GRADE ROW - ONLY AN INCOMPLETE IS LOOKED AT. ITS DEADLINE  *
      * IS THE COURSE TERM END PLUS THE LAPSE DAYS: PAST IT THE GRADE  *
      * BECOMES 'F '; WITHIN THE WARNING WINDOW IT IS LISTED AS DUE    *
      *---------------------------------------------------------------*
       2000-SWEEP-ONE-GRADE.
           ADD 1 TO WS-GRADES-READ.
           IF GRADE-VSAM-GRADE NOT = 'I '
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-INCOMPLETE-COUNT.

           MOVE GRADE-VSAM-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               OR COURSE-MST-TERM-END NOT NUMERIC
               OR COURSE-MST-TERM-END = 0
               DISPLAY 'INCOMPLETE FOR ' GRADE-VSAM-STUDENT-ID
                   ' IN ' GRADE-VSAM-COURSE
                   ' - NO TERM END ON COURSE MASTER, NOT SWEPT'
               ADD 1 TO WS-NO-COURSE-COUNT
               GO TO 2000-NEXT
           END-IF.

           MOVE COURSE-MST-TERM-END TO WS-SERIAL-DATE.
           PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
           COMPUTE WS-DEADLINE-SERIAL =
               WS-SERIAL-RESULT + WS-LAPSE-DAYS.
           COMPUTE WS-DAYS-TO-DEADLINE =
               WS-DEADLINE-SERIAL - WS-TODAY-SERIAL.

           IF WS-DAYS-TO-DEADLINE > WS-DUE-WINDOW-DAYS
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-FILL-DETAIL THRU 2100-EXIT.

           IF WS-DAYS-TO-DEADLINE NOT < 0
               MOVE WS-DAYS-TO-DEADLINE TO WS-ID-DAYS
               MOVE WS-INCOMPLETE-DETAIL TO WS-REPORT-LINE
               PERFORM 8200-WRITE-DUE-LINE THRU 8200-EXIT
               ADD 1 TO WS-DUE-COUNT
               GO TO 2000-NEXT
           END-IF.

           PERFORM 3000-CONVERT-TO-F THRU 3000-EXIT.
       2000-NEXT.
           READ GRADE-VSAM-FILE NEXT RECORD
               AT END SET WS-GRADE-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FILL-DETAIL.
           MOVE GRADE-VSAM-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   MOVE ALL '*' TO STUDENT-VSAM-NAME
           END-READ.
           MOVE GRADE-VSAM-STUDENT-ID TO WS-ID-STUDENT-ID.
           MOVE STUDENT-VSAM-NAME     TO WS-ID-NAME.
           MOVE GRADE-VSAM-COURSE     TO WS-ID-COURSE.
           MOVE COURSE-MST-INSTRUCTOR TO WS-ID-INSTRUCTOR.
           MOVE COURSE-MST-TERM-END   TO WS-ID-TERM-END.
           MOVE GRADE-VSAM-GRADE-DATE TO WS-ID-GRADE-DATE.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * THE INCOMPLETE HAS LAPSED - REWRITE IT AS 'F ' AND JOURNAL THE *
      * BEFORE AND AFTER GRADES                                        *
      *---------------------------------------------------------------*
       3000-CONVERT-TO-F.
           MOVE GRADE-VSAM-GRADE TO WS-OLD-GRADE.
           MOVE 'F '             TO WS-NEW-GRADE.
           MOVE WS-NEW-GRADE     TO GRADE-VSAM-GRADE.
           MOVE WS-TODAY         TO GRADE-VSAM-GRADE-DATE.
           MOVE WS-OPERATOR-ID   TO GRADE-VSAM-OPERATOR-ID.

           REWRITE GRADE-VSAM-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO CONVERT INCOMPLETE FOR '
                       GRADE-VSAM-STUDENT-ID ' IN '
                       GRADE-VSAM-COURSE
                       ', FILE STATUS: ' GRD-FILE-STATUS
                   ADD 1 TO WS-REWRITE-ERROR-COUNT
                   GO TO 3000-EXIT
           END-REWRITE.

           MOVE 'G' TO WS-AUDIT-ACTION.
           PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.

           COMPUTE WS-DAYS-PAST-DEADLINE = 0 - WS-DAYS-TO-DEADLINE.
           MOVE WS-DAYS-PAST-DEADLINE TO WS-ID-DAYS.
           MOVE WS-INCOMPLETE-DETAIL TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LAPSED-LINE THRU 8100-EXIT.
           ADD 1 TO WS-CONVERTED-COUNT.
       3000-EXIT.
           EXIT.

       8100-WRITE-LAPSED-LINE.
           WRITE LAPSED-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       8100-EXIT.
           EXIT.

       8200-WRITE-DUE-LINE.
           WRITE DUE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       8200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: TURN A CCYYMMDD DATE INTO A DAY SERIAL -       *
      * WHOLE YEARS PLUS LEAP DAYS, THE DAYS BEFORE THE MONTH, AND     *
      * THE DAY, LESS THIS YEAR'S LEAP DAY WHEN IT HAS NOT HAPPENED    *
      * YET                                                            *
      *---------------------------------------------------------------*
       9100-DATE-TO-DAYS.
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
       9100-EXIT.
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

           MOVE GRADE-VSAM-STUDENT-ID    TO AUD-STUDENT-ID.
           MOVE WS-OPERATOR-ID           TO AUD-OPERATOR-ID.
           ACCEPT AUD-ACTION-DATE FROM DATE YYYYMMDD.
           MOVE WS-TIME-RAW (1:6)        TO AUD-ACTION-TIME.
           MOVE WS-AUDIT-ACTION          TO AUD-ACTION-CODE.
           MOVE SPACES                   TO AUD-OLD-NAME.
           MOVE WS-OLD-GRADE             TO AUD-OLD-NAME (1:2).
           MOVE 0                        TO AUD-OLD-DOB.
           MOVE GRADE-VSAM-COURSE        TO AUD-OLD-COURSE.
           MOVE SPACES                   TO AUD-NEW-NAME.
           MOVE WS-NEW-GRADE             TO AUD-NEW-NAME (1:2).
           MOVE 0                        TO AUD-NEW-DOB.
           MOVE GRADE-VSAM-COURSE        TO AUD-NEW-COURSE.
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

           MOVE 'PRGG0039' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGG0039.
