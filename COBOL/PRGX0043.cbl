      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of COURSE.MST to the widened
      *          layout carrying each course's credit hours. Reads the
      *          pre-conversion file (renamed COURSE.OLD) and writes
      *          the rebuilt COURSE.MST with every other field,
      *          including the maintained current-enrolled counter,
      *          carried across unchanged. The credit hours are set
      *          on every course to the default given on SYSIN
      *          (DDT, no decimal point - 030 = 3.0); the registrar
      *          then corrects the exceptions through PRGC0013. A
      *          blank or non-numeric card converts with zero credit
      *          hours and ends RC 4 so the gap is not missed. Until
      *          this conversion runs, every program declaring the
      *          widened layout gets a record length mismatch against
      *          the old file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGX0043.

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

       01  FILE-STATUS                      PIC XX.
       01  OLD-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.

       01  WS-CONVERTED-COUNT               PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * DEFAULT CREDIT HOURS FROM SYSIN - THREE DIGITS, ONE IMPLIED    *
      * DECIMAL PLACE                                                  *
      *---------------------------------------------------------------*
       01  WS-PARM-CARD                     PIC X(80).
       01  WS-PARM-CREDIT-TEXT              PIC X(3).
       01  WS-PARM-CREDIT-NUM REDEFINES WS-PARM-CREDIT-TEXT
                                            PIC 9(2)V9.
       01  WS-DEFAULT-CREDIT-HOURS          PIC 9(2)V9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '      COURSE MASTER CREDIT HOURS CONVERSION        '
           DISPLAY '==================================================='

           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD.
           MOVE WS-PARM-CARD (1:3) TO WS-PARM-CREDIT-TEXT.
           IF WS-PARM-CREDIT-TEXT IS NUMERIC
               MOVE WS-PARM-CREDIT-NUM TO WS-DEFAULT-CREDIT-HOURS
           END-IF.
           IF WS-DEFAULT-CREDIT-HOURS = 0
               DISPLAY 'WARNING: NO DEFAULT CREDIT HOURS ON SYSIN - '
                   'EVERY COURSE CONVERTS WITH ZERO CREDIT HOURS.'
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               DISPLAY 'DEFAULT CREDIT HOURS: ' WS-DEFAULT-CREDIT-HOURS
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
      *    CONVERTED FILE WOULD WIPE THE MAINTAINED CREDIT HOURS.
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

           READ OLD-COURSE-FILE NEXT RECORD
               AT END SET OLD-ENDOFFILE TO TRUE
           END-READ.

           PERFORM 1000-CONVERT-ONE-COURSE THRU 1000-EXIT
               UNTIL OLD-ENDOFFILE.

           CLOSE COURSE-MASTER-FILE.
           CLOSE OLD-COURSE-FILE.

           DISPLAY 'COURSES CONVERTED : ' WS-CONVERTED-COUNT
           DISPLAY 'WRITE ERRORS      : ' WS-ERROR-COUNT
           DISPLAY 'CONVERSION COMPLETE. CORRECT ANY COURSE NOT AT '
               'THE DEFAULT THROUGH COURSE MAINTENANCE.'.
       0000-EXIT.
           MOVE WS-CONVERTED-COUNT TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * COPY ONE COURSE INTO THE WIDENED LAYOUT AT THE DEFAULT CREDIT  *
      * HOURS - THE SEAT COUNTER IS CARRIED ACROSS AS MAINTAINED       *
      *---------------------------------------------------------------*
       1000-CONVERT-ONE-COURSE.
           MOVE OLD-COURSE-CODE   TO COURSE-MST-CODE.
           MOVE OLD-COURSE-TITLE  TO COURSE-MST-TITLE.
           MOVE OLD-INSTRUCTOR    TO COURSE-MST-INSTRUCTOR.
           MOVE OLD-TERM-START    TO COURSE-MST-TERM-START.
           MOVE OLD-TERM-END      TO COURSE-MST-TERM-END.
           MOVE OLD-CAPACITY      TO COURSE-MST-CAPACITY.
           MOVE OLD-ENROLLED      TO COURSE-MST-ENROLLED.
           MOVE WS-DEFAULT-CREDIT-HOURS TO COURSE-MST-CREDIT-HOURS.
           MOVE ','               TO CRS-SEPARATOR1
                                     CRS-SEPARATOR2
                                     CRS-SEPARATOR3
                                     CRS-SEPARATOR4
                                     CRS-SEPARATOR5
                                     CRS-SEPARATOR6
                                     CRS-SEPARATOR7.

           WRITE COURSE-MST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR CONVERTING COURSE '
                       OLD-COURSE-CODE ', FILE STATUS: '
                       CRS-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

           READ OLD-COURSE-FILE NEXT RECORD
               AT END SET OLD-ENDOFFILE TO TRUE
           END-READ.
       1000-EXIT.
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

           MOVE 'PRGX0043' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGX0043.
