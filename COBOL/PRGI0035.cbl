      *          WAITLIST.VSAM, with a per-instructor total of seats
      *          taught - so a department head can be handed their
      *          own pages instead of flipping through the class
      *          report course by course. Courses are grouped by the
      *          instructor id from the instructor master, with the
      *          name as copied onto the course, so each instructor
      *          gets exactly one set of pages; courses not yet given
      *          an instructor id are grouped under id 00000.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INS-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           05 COURSE-MST-CAPACITY           PIC 9(4).
           05 CRS-SEPARATOR6                PIC X.
           05 COURSE-MST-ENROLLED           PIC 9(4).
           05 CRS-SEPARATOR7                PIC X.
           05 COURSE-MST-CREDIT-HOURS       PIC 9(2)V9.
           05 CRS-SEPARATOR8                PIC X.
           05 COURSE-MST-INSTRUCTOR-ID      PIC 9(5).

       FD WAITLIST-FILE.
       01  WAITLIST-RECORD.
       FD INSTRUCTOR-REPORT-FILE.
       01  INSTRUCTOR-REPORT-RECORD         PIC X(132).

       FD BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE              PIC 9(8).
           05 FILLER                        PIC X(43).

       FD RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05 RL-PROGRAM-ID                 PIC X(8).

       WORKING-STORAGE SECTION.

       01  BD-FILE-STATUS                   PIC XX.
       01  RL-FILE-STATUS                   PIC XX.
       01  WS-RUN-LOG-WORK.
           05 WS-RUN-START-DATE             PIC 9(8).
           05 WS-CT-COUNT                   PIC 9(4) VALUE 0.
           05 WS-CT-ENTRY OCCURS 200 TIMES.
              10 WS-CT-INSTRUCTOR           PIC X(27).
              10 WS-CT-INSTRUCTOR-ID        PIC 9(5).
              10 WS-CT-CODE                 PIC X(15).
              10 WS-CT-TITLE                PIC X(40).
              10 WS-CT-TERM-START           PIC 9(8).
           88 WS-CT-OVERFLOW                     VALUE 'Y'.
       01  WS-CT-HOLD-ENTRY.
           05 WS-CTH-INSTRUCTOR             PIC X(27).
           05 WS-CTH-INSTRUCTOR-ID          PIC 9(5).
           05 WS-CTH-CODE                   PIC X(15).
           05 WS-CTH-TITLE                  PIC X(40).
           05 WS-CTH-TERM-START             PIC 9(8).
       01  WS-REPORT-WORK.
           05 WS-CT-IDX                     PIC 9(4).
           05 WS-PREV-INSTRUCTOR            PIC X(27) VALUE LOW-VALUES.
           05 WS-PREV-INSTRUCTOR-ID         PIC 9(5)  VALUE 0.
           05 WS-WAIT-DEPTH                 PIC 9(4) VALUE 0.
           05 WS-INS-COURSE-COUNT           PIC 9(4) VALUE 0.
           05 WS-INS-SEAT-TOTAL             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '      INSTRUCTOR SCHEDULE AND WORKLOAD REPORT      '
           DISPLAY '==================================================='.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               ADD 1 TO WS-CT-COUNT
               MOVE COURSE-MST-INSTRUCTOR
                   TO WS-CT-INSTRUCTOR (WS-CT-COUNT)
               MOVE COURSE-MST-INSTRUCTOR-ID
                   TO WS-CT-INSTRUCTOR-ID (WS-CT-COUNT)
               MOVE COURSE-MST-CODE
                   TO WS-CT-CODE (WS-CT-COUNT)
               MOVE COURSE-MST-TITLE
           EXIT.

      *---------------------------------------------------------------*
      * EXCHANGE SORT INTO INSTRUCTOR NAME, THEN INSTRUCTOR ID, THEN   *
      * COURSE CODE SEQUENCE -                                         *
      * THE TABLE IS SMALL ENOUGH THAT SIMPLE BEATS CLEVER             *
      *---------------------------------------------------------------*
       2000-SORT-BY-INSTRUCTOR.
                   > WS-CT-INSTRUCTOR (WS-SORT-OUTER)
               OR (WS-CT-INSTRUCTOR (WS-SORT-INNER)
                       = WS-CT-INSTRUCTOR (WS-SORT-OUTER)
                   AND WS-CT-INSTRUCTOR-ID (WS-SORT-INNER)
                       > WS-CT-INSTRUCTOR-ID (WS-SORT-OUTER))
               OR (WS-CT-INSTRUCTOR (WS-SORT-INNER)
                       = WS-CT-INSTRUCTOR (WS-SORT-OUTER)
                   AND WS-CT-INSTRUCTOR-ID (WS-SORT-INNER)
                       = WS-CT-INSTRUCTOR-ID (WS-SORT-OUTER)
                   AND WS-CT-CODE (WS-SORT-INNER)
                       > WS-CT-CODE (WS-SORT-OUTER))
               MOVE WS-CT-ENTRY (WS-SORT-INNER) TO WS-CT-HOLD-ENTRY
      *---------------------------------------------------------------*
       3000-REPORT-ONE-COURSE.
           IF WS-CT-INSTRUCTOR (WS-CT-IDX) NOT = WS-PREV-INSTRUCTOR
               OR WS-CT-INSTRUCTOR-ID (WS-CT-IDX)
                   NOT = WS-PREV-INSTRUCTOR-ID
               IF NOT WS-FIRST-PAGE
                   PERFORM 3500-INSTRUCTOR-TOTALS THRU 3500-EXIT
               END-IF
               MOVE WS-CT-INSTRUCTOR (WS-CT-IDX)
                   TO WS-PREV-INSTRUCTOR
               MOVE WS-CT-INSTRUCTOR-ID (WS-CT-IDX)
                   TO WS-PREV-INSTRUCTOR-ID
               ADD 1 TO WS-INSTRUCTOR-COUNT
               MOVE 0 TO WS-INS-COURSE-COUNT
               MOVE 0 TO WS-INS-SEAT-TOTAL
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'INSTRUCTOR: '               DELIMITED BY SIZE
               WS-CT-INSTRUCTOR (WS-CT-IDX)    DELIMITED BY SIZE
               '   ID: '                       DELIMITED BY SIZE
               WS-CT-INSTRUCTOR-ID (WS-CT-IDX) DELIMITED BY SIZE
               '   RUN DATE: '                 DELIMITED BY SIZE
               WS-TODAY                        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
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
