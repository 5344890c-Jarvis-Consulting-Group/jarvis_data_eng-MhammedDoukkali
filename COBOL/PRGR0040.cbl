      ******************************************************************
      * Author:
      * Date:
      * Purpose: Room utilization and double-booking report. Gathers
      *          every SECTION.VSAM section whose course (COURSE.MST)
      *          is in term on the report date, counts each section's
      *          assigned students from ENRLSECT.VSAM, sequences the
      *          sections by room, and spools (ROOMRPT.OUT) one page
      *          per room: a weekly grid of the booked sections with
      *          their meeting times under each day, the section's
      *          enrolled count against the course's seat capacity,
      *          and the room's weekly hours used. A closing section
      *          lists every pair of sections booked into the same
      *          room on a shared day at overlapping times, so
      *          facilities can move one of them before term starts.
      *          The report date is read from SYSIN (CCYYMMDD) - a
      *          blank or zero date reports as of today, a future date
      *          lets the next term be checked before it opens.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0040.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

           SELECT ENRLSECT-FILE ASSIGN TO 'ENRLSECT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS ES-FILE-STATUS.

           SELECT ROOM-REPORT-FILE ASSIGN TO 'ROOMRPT.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMR-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SECTION-FILE.
       01  SECTION-RECORD.
           88 SEC-ENDOFFILE                 VALUE HIGH-VALUE.
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

       FD ENRLSECT-FILE.
       01  ENRLSECT-RECORD.
           88 ES-ENDOFFILE                  VALUE HIGH-VALUE.
           05 ES-KEY.
              10 ES-STUDENT-ID              PIC 9(7).
              10 ES-COURSE                  PIC X(15).
           05 ES-SEPARATOR1                 PIC X.
           05 ES-SECTION                    PIC X(3).

       FD ROOM-REPORT-FILE.
       01  ROOM-REPORT-RECORD               PIC X(132).

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
       01  SEC-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  ES-FILE-STATUS                   PIC XX.
       01  RMR-FILE-STATUS                  PIC XX.

       01  WS-TODAY                         PIC 9(8).
       01  WS-REPORT-DATE-INPUT             PIC X(8).
       01  WS-REPORT-DATE                   PIC 9(8).

      *---------------------------------------------------------------*
      * EVERY SECTION IN TERM ON THE REPORT DATE, GATHERED AND THEN    *
      * EXCHANGE-SORTED INTO ROOM / START TIME SEQUENCE SO THE REPORT  *
      * BREAKS CLEANLY PER ROOM AND A ROOM'S BOOKINGS SIT TOGETHER     *
      * FOR THE DOUBLE-BOOKING PASS                                    *
      *---------------------------------------------------------------*
       01  WS-SECTION-TABLE.
           05 WS-ST-COUNT                   PIC 9(4) VALUE 0.
           05 WS-ST-ENTRY OCCURS 500 TIMES.
              10 WS-ST-ROOM                 PIC X(10).
              10 WS-ST-START-TIME           PIC 9(4).
              10 WS-ST-COURSE               PIC X(15).
              10 WS-ST-SECTION              PIC X(3).
              10 WS-ST-END-TIME             PIC 9(4).
              10 WS-ST-MEETING-DAYS         PIC X(7).
              10 WS-ST-TERM-START           PIC 9(8).
              10 WS-ST-TERM-END             PIC 9(8).
              10 WS-ST-CAPACITY             PIC 9(4).
              10 WS-ST-ENROLLED             PIC 9(4).
       01  WS-ST-OVERFLOW-SW                PIC X    VALUE 'N'.
           88 WS-ST-OVERFLOW                     VALUE 'Y'.
       01  WS-ST-HOLD-ENTRY.
           05 WS-STH-ROOM                   PIC X(10).
           05 WS-STH-START-TIME             PIC 9(4).
           05 WS-STH-COURSE                 PIC X(15).
           05 WS-STH-SECTION                PIC X(3).
           05 WS-STH-END-TIME               PIC 9(4).
           05 WS-STH-MEETING-DAYS           PIC X(7).
           05 WS-STH-TERM-START             PIC 9(8).
           05 WS-STH-TERM-END               PIC 9(8).
           05 WS-STH-CAPACITY               PIC 9(4).
           05 WS-STH-ENROLLED               PIC 9(4).
       01  WS-ST-SORT-KEY-1.
           05 WS-SK1-ROOM                   PIC X(10).
           05 WS-SK1-START-TIME             PIC 9(4).
           05 WS-SK1-COURSE                 PIC X(15).
           05 WS-SK1-SECTION                PIC X(3).
       01  WS-ST-SORT-KEY-2.
           05 WS-SK2-ROOM                   PIC X(10).
           05 WS-SK2-START-TIME             PIC 9(4).
           05 WS-SK2-COURSE                 PIC X(15).
           05 WS-SK2-SECTION                PIC X(3).

       01  WS-GATHER-COUNTS.
           05 WS-SECTIONS-READ              PIC 9(6) VALUE 0.
           05 WS-NOT-IN-TERM                PIC 9(6) VALUE 0.
           05 WS-NO-ROOM                    PIC 9(6) VALUE 0.
           05 WS-NO-COURSE                  PIC 9(6) VALUE 0.
           05 WS-ASSIGNMENTS-READ           PIC 9(7) VALUE 0.

       01  WS-SORT-WORK.
           05 WS-SORT-OUTER                 PIC 9(4).
           05 WS-SORT-INNER                 PIC 9(4).
           05 WS-SORT-LIMIT                 PIC 9(4).
           05 WS-SWAP-SW                    PIC X    VALUE 'N'.
               88 WS-SWAPPED                       VALUE 'Y'.

       01  WS-REPORT-WORK.
           05 WS-ST-IDX                     PIC 9(4).
           05 WS-PAIR-IDX                   PIC 9(4).
           05 WS-DAY-IDX                    PIC 9.
           05 WS-CELL-POS                   PIC 9(3).
           05 WS-PREV-ROOM                  PIC X(10) VALUE LOW-VALUES.
           05 WS-ROOM-COUNT                 PIC 9(4) VALUE 0.
           05 WS-ROOM-SECTION-COUNT         PIC 9(4) VALUE 0.
           05 WS-ROOM-MINUTES               PIC 9(6) VALUE 0.
           05 WS-ROOM-ENROLLED              PIC 9(6) VALUE 0.
           05 WS-ROOM-CAPACITY              PIC 9(6) VALUE 0.
           05 WS-SECTION-MINUTES            PIC 9(4).
           05 WS-MEETING-COUNT              PIC 9.
           05 WS-START-MINUTES              PIC 9(4).
           05 WS-END-MINUTES                PIC 9(4).
           05 WS-CONFLICT-COUNT             PIC 9(4) VALUE 0.
           05 WS-FIRST-PAGE-SW              PIC X    VALUE 'Y'.
               88 WS-FIRST-PAGE                    VALUE 'Y'.
           05 WS-FULL-FLAG                  PIC X(4).
           05 WS-DAY-MATCH-SW               PIC X    VALUE 'N'.
               88 WS-DAY-MATCHES                   VALUE 'Y'.
           05 WS-SHARED-DAYS                PIC X(7).

       01  WS-TIME-TO-SPLIT                 PIC 9(4).
       01  WS-TIME-TO-SPLIT-R REDEFINES WS-TIME-TO-SPLIT.
           05 WS-SPLIT-HH                   PIC 9(2).
           05 WS-SPLIT-MM                   PIC 9(2).

       01  WS-HOURS-DISPLAY                 PIC ZZZ9.9.
       01  WS-ROOM-HOURS                    PIC 9(4)V9.

       01  WS-DAY-HEADINGS                  PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-HEADINGS-R REDEFINES WS-DAY-HEADINGS.
           05 WS-DAY-HEADING OCCURS 7 TIMES PIC X(3).

       01  WS-TIME-CELL.
           05 WS-CELL-START                 PIC 9(4).
           05 FILLER                        PIC X    VALUE '-'.
           05 WS-CELL-END                   PIC 9(4).

       01  WS-DATE-TO-FORMAT                PIC 9(8).
       01  WS-FORMATTED-DATE                PIC X(10).
       01  WS-REPORT-DATE-DISPLAY           PIC X(10).

       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '     ROOM UTILIZATION AND DOUBLE-BOOKING REPORT    '
           DISPLAY '==================================================='

           MOVE WS-RUN-START-DATE TO WS-TODAY.

      *    THE REPORT DATE PICKS THE TERM - A BLANK, ZERO, OR
      *    NON-NUMERIC CARD REPORTS AS OF TODAY.
           MOVE SPACES TO WS-REPORT-DATE-INPUT.
           ACCEPT WS-REPORT-DATE-INPUT.
           IF WS-REPORT-DATE-INPUT IS NUMERIC
               MOVE WS-REPORT-DATE-INPUT TO WS-REPORT-DATE
           ELSE
               MOVE 0 TO WS-REPORT-DATE
           END-IF.
           IF WS-REPORT-DATE = 0
               MOVE WS-TODAY TO WS-REPORT-DATE
           END-IF.
           MOVE WS-REPORT-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           MOVE WS-FORMATTED-DATE TO WS-REPORT-DATE-DISPLAY.
           DISPLAY 'SECTIONS IN TERM ON ' WS-REPORT-DATE-DISPLAY.

           OPEN INPUT SECTION-FILE.
           IF SEC-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SECTION FILE, '
                   'FILE STATUS: ' SEC-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE MASTER, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               CLOSE SECTION-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           READ SECTION-FILE NEXT RECORD
               AT END SET SEC-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 1000-GATHER-ONE-SECTION THRU 1000-EXIT
               UNTIL SEC-ENDOFFILE.
           CLOSE SECTION-FILE.
           CLOSE COURSE-MASTER-FILE.

           IF WS-NO-COURSE > 0
               DISPLAY 'WARNING: ' WS-NO-COURSE ' SECTION(S) BELONG '
                   'TO COURSES NOT ON THE MASTER - NOT REPORTED.'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-ST-COUNT = 0
               DISPLAY 'NO ROOMED SECTIONS IN TERM ON '
                   WS-REPORT-DATE-DISPLAY ' - NOTHING TO REPORT.'
               MOVE 4 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           IF WS-ST-OVERFLOW
               DISPLAY 'WARNING: MORE THAN 500 SECTIONS - SOME WERE '
                   'NOT REPORTED.'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           PERFORM 1500-COUNT-SECTION-ROSTERS THRU 1500-EXIT.

           PERFORM 2000-SORT-BY-ROOM THRU 2000-EXIT.

           OPEN OUTPUT ROOM-REPORT-FILE.
           IF RMR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ROOM REPORT, '
                   'FILE STATUS: ' RMR-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           PERFORM 3000-REPORT-ONE-SECTION THRU 3000-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.

           PERFORM 3500-ROOM-TOTALS THRU 3500-EXIT.

           PERFORM 4000-REPORT-CONFLICTS THRU 4000-EXIT.

           CLOSE ROOM-REPORT-FILE.

           IF WS-CONFLICT-COUNT > 0
               DISPLAY 'WARNING: ' WS-CONFLICT-COUNT
                   ' ROOM DOUBLE-BOOKING(S) - SEE CONFLICT SECTION.'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           DISPLAY 'SECTIONS READ       : ' WS-SECTIONS-READ
           DISPLAY 'NOT IN TERM         : ' WS-NOT-IN-TERM
           DISPLAY 'NO ROOM ASSIGNED    : ' WS-NO-ROOM
           DISPLAY 'ROOMS REPORTED      : ' WS-ROOM-COUNT
           DISPLAY 'SECTIONS REPORTED   : ' WS-ST-COUNT
           DISPLAY 'DOUBLE-BOOKINGS     : ' WS-CONFLICT-COUNT
           DISPLAY 'ROOM UTILIZATION REPORT COMPLETE.'.
       0000-EXIT.
           MOVE WS-ST-COUNT TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * KEEP A SECTION WHEN IT HAS A ROOM AND ITS COURSE'S TERM SPANS  *
      * THE REPORT DATE - ROOMS ARE REUSED TERM AFTER TERM, SO ONLY    *
      * SECTIONS RUNNING AT THE SAME TIME OF YEAR CAN COMPETE          *
      *---------------------------------------------------------------*
       1000-GATHER-ONE-SECTION.
           ADD 1 TO WS-SECTIONS-READ.
           IF CSEC-ROOM = SPACES
               ADD 1 TO WS-NO-ROOM
               GO TO 1000-READ-NEXT
           END-IF.

           MOVE CSEC-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'SECTION ' CSEC-SECTION ' OF ' CSEC-COURSE
                   ' - COURSE NOT ON THE MASTER.'
               ADD 1 TO WS-NO-COURSE
               GO TO 1000-READ-NEXT
           END-IF.
           IF COURSE-MST-TERM-START > WS-REPORT-DATE
               OR COURSE-MST-TERM-END < WS-REPORT-DATE
               ADD 1 TO WS-NOT-IN-TERM
               GO TO 1000-READ-NEXT
           END-IF.

           IF WS-ST-COUNT < 500
               ADD 1 TO WS-ST-COUNT
               MOVE CSEC-ROOM
                   TO WS-ST-ROOM (WS-ST-COUNT)
               MOVE CSEC-START-TIME
                   TO WS-ST-START-TIME (WS-ST-COUNT)
               MOVE CSEC-COURSE
                   TO WS-ST-COURSE (WS-ST-COUNT)
               MOVE CSEC-SECTION
                   TO WS-ST-SECTION (WS-ST-COUNT)
               MOVE CSEC-END-TIME
                   TO WS-ST-END-TIME (WS-ST-COUNT)
               MOVE CSEC-MEETING-DAYS
                   TO WS-ST-MEETING-DAYS (WS-ST-COUNT)
               MOVE COURSE-MST-TERM-START
                   TO WS-ST-TERM-START (WS-ST-COUNT)
               MOVE COURSE-MST-TERM-END
                   TO WS-ST-TERM-END (WS-ST-COUNT)
               MOVE COURSE-MST-CAPACITY
                   TO WS-ST-CAPACITY (WS-ST-COUNT)
               MOVE 0
                   TO WS-ST-ENROLLED (WS-ST-COUNT)
           ELSE
               SET WS-ST-OVERFLOW TO TRUE
           END-IF.
       1000-READ-NEXT.
           READ SECTION-FILE NEXT RECORD
               AT END SET SEC-ENDOFFILE TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ONE PASS OF THE SECTION ASSIGNMENT FILE, CREDITING EACH        *
      * ASSIGNED STUDENT TO THEIR SECTION'S ENROLLED COUNT. NO         *
      * ASSIGNMENT FILE YET MEANS EVERY SECTION SHOWS ZERO ENROLLED    *
      *---------------------------------------------------------------*
       1500-COUNT-SECTION-ROSTERS.
           OPEN INPUT ENRLSECT-FILE.
           IF ES-FILE-STATUS NOT = '00'
               GO TO 1500-RETURN
           END-IF.
           READ ENRLSECT-FILE NEXT RECORD
               AT END SET ES-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 1600-COUNT-ONE-ASSIGNMENT THRU 1600-EXIT
               UNTIL ES-ENDOFFILE.
       1500-EXIT.
           CLOSE ENRLSECT-FILE.
       1500-RETURN.
           EXIT.

       1600-COUNT-ONE-ASSIGNMENT.
           ADD 1 TO WS-ASSIGNMENTS-READ.
           PERFORM 1700-MATCH-ONE-ENTRY THRU 1700-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.
           READ ENRLSECT-FILE NEXT RECORD
               AT END SET ES-ENDOFFILE TO TRUE
           END-READ.
       1600-EXIT.
           EXIT.

       1700-MATCH-ONE-ENTRY.
           IF WS-ST-COURSE (WS-ST-IDX) = ES-COURSE
               AND WS-ST-SECTION (WS-ST-IDX) = ES-SECTION
               ADD 1 TO WS-ST-ENROLLED (WS-ST-IDX)
           END-IF.
       1700-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * EXCHANGE SORT INTO ROOM, START TIME, COURSE, SECTION SEQUENCE  *
      *---------------------------------------------------------------*
       2000-SORT-BY-ROOM.
           IF WS-ST-COUNT < 2
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-SORT-LIMIT = WS-ST-COUNT - 1.
           SET WS-SWAPPED TO TRUE.
           PERFORM 2100-ONE-SORT-PASS THRU 2100-EXIT
               UNTIL NOT WS-SWAPPED.
       2000-EXIT.
           EXIT.

       2100-ONE-SORT-PASS.
           MOVE 'N' TO WS-SWAP-SW.
           PERFORM 2200-COMPARE-ONE-PAIR THRU 2200-EXIT
               VARYING WS-SORT-INNER FROM 1 BY 1
               UNTIL WS-SORT-INNER > WS-SORT-LIMIT.
       2100-EXIT.
           EXIT.

       2200-COMPARE-ONE-PAIR.
           COMPUTE WS-SORT-OUTER = WS-SORT-INNER + 1.
           MOVE WS-ST-ENTRY (WS-SORT-INNER) (1:32)
               TO WS-ST-SORT-KEY-1.
           MOVE WS-ST-ENTRY (WS-SORT-OUTER) (1:32)
               TO WS-ST-SORT-KEY-2.
           IF WS-ST-SORT-KEY-1 > WS-ST-SORT-KEY-2
               MOVE WS-ST-ENTRY (WS-SORT-INNER) TO WS-ST-HOLD-ENTRY
               MOVE WS-ST-ENTRY (WS-SORT-OUTER)
                   TO WS-ST-ENTRY (WS-SORT-INNER)
               MOVE WS-ST-HOLD-ENTRY TO WS-ST-ENTRY (WS-SORT-OUTER)
               SET WS-SWAPPED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ONE GRID LINE PER BOOKED SECTION - THE MEETING TIME IS PRINTED *
      * UNDER EACH DAY THE SECTION MEETS. A NEW ROOM CLOSES THE        *
      * PREVIOUS ONE'S TOTALS AND STARTS A FRESH PAGE                  *
      *---------------------------------------------------------------*
       3000-REPORT-ONE-SECTION.
           IF WS-ST-ROOM (WS-ST-IDX) NOT = WS-PREV-ROOM
               IF NOT WS-FIRST-PAGE
                   PERFORM 3500-ROOM-TOTALS THRU 3500-EXIT
               END-IF
               MOVE WS-ST-ROOM (WS-ST-IDX) TO WS-PREV-ROOM
               ADD 1 TO WS-ROOM-COUNT
               MOVE 0 TO WS-ROOM-SECTION-COUNT
               MOVE 0 TO WS-ROOM-MINUTES
               MOVE 0 TO WS-ROOM-ENROLLED
               MOVE 0 TO WS-ROOM-CAPACITY
               PERFORM 3100-ROOM-PAGE-HEADER THRU 3100-EXIT
               MOVE 'N' TO WS-FIRST-PAGE-SW
           END-IF.

           MOVE WS-ST-COURSE (WS-ST-IDX)  TO WS-REPORT-LINE (1:15).
           MOVE WS-ST-SECTION (WS-ST-IDX) TO WS-REPORT-LINE (17:3).
           MOVE WS-ST-START-TIME (WS-ST-IDX) TO WS-CELL-START.
           MOVE WS-ST-END-TIME (WS-ST-IDX)   TO WS-CELL-END.
           MOVE 0 TO WS-MEETING-COUNT.
           PERFORM 3200-FILL-ONE-DAY-CELL THRU 3200-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.

           IF WS-ST-ENROLLED (WS-ST-IDX) > WS-ST-CAPACITY (WS-ST-IDX)
               MOVE 'OVER' TO WS-FULL-FLAG
           ELSE
               MOVE SPACES TO WS-FULL-FLAG
           END-IF.
           STRING WS-ST-ENROLLED (WS-ST-IDX)  DELIMITED BY SIZE
               '/'                            DELIMITED BY SIZE
               WS-ST-CAPACITY (WS-ST-IDX)     DELIMITED BY SIZE
               ' '                            DELIMITED BY SIZE
               WS-FULL-FLAG                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE (93:14)
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

      *    WEEKLY MINUTES = MEETING LENGTH TIMES MEETINGS PER WEEK.
           MOVE WS-ST-START-TIME (WS-ST-IDX) TO WS-TIME-TO-SPLIT.
           COMPUTE WS-START-MINUTES = WS-SPLIT-HH * 60 + WS-SPLIT-MM.
           MOVE WS-ST-END-TIME (WS-ST-IDX) TO WS-TIME-TO-SPLIT.
           COMPUTE WS-END-MINUTES = WS-SPLIT-HH * 60 + WS-SPLIT-MM.
           COMPUTE WS-SECTION-MINUTES =
               WS-END-MINUTES - WS-START-MINUTES.
           COMPUTE WS-ROOM-MINUTES = WS-ROOM-MINUTES
               + WS-SECTION-MINUTES * WS-MEETING-COUNT.

           ADD 1 TO WS-ROOM-SECTION-COUNT.
           ADD WS-ST-ENROLLED (WS-ST-IDX) TO WS-ROOM-ENROLLED.
           ADD WS-ST-CAPACITY (WS-ST-IDX) TO WS-ROOM-CAPACITY.
       3000-EXIT.
           EXIT.

       3100-ROOM-PAGE-HEADER.
           MOVE SPACES TO ROOM-REPORT-RECORD.
           IF WS-FIRST-PAGE
               WRITE ROOM-REPORT-RECORD
           ELSE
               WRITE ROOM-REPORT-RECORD
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'ROOM: '                     DELIMITED BY SIZE
               WS-ST-ROOM (WS-ST-IDX)          DELIMITED BY SIZE
               '   WEEK OF TERM IN SESSION ON ' DELIMITED BY SIZE
               WS-REPORT-DATE-DISPLAY          DELIMITED BY SIZE
               '   RUN DATE: '                 DELIMITED BY SIZE
               WS-TODAY                        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'COURSE          SEC' TO WS-REPORT-LINE.
           PERFORM 3150-HEADING-ONE-DAY THRU 3150-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7.
           MOVE 'ENRL/CAP' TO WS-REPORT-LINE (93:8).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '----------------------------------------------------'
               & '--------------------------------------------------'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      *    DAY COLUMNS ARE TEN WIDE, THE FIRST STARTING IN COLUMN 22.
       3150-HEADING-ONE-DAY.
           COMPUTE WS-CELL-POS = 22 + (WS-DAY-IDX - 1) * 10.
           MOVE WS-DAY-HEADING (WS-DAY-IDX)
               TO WS-REPORT-LINE (WS-CELL-POS:3).
       3150-EXIT.
           EXIT.

       3200-FILL-ONE-DAY-CELL.
           IF WS-ST-MEETING-DAYS (WS-ST-IDX) (WS-DAY-IDX:1)
                   NOT = SPACE
               COMPUTE WS-CELL-POS = 22 + (WS-DAY-IDX - 1) * 10
               MOVE WS-TIME-CELL TO WS-REPORT-LINE (WS-CELL-POS:9)
               ADD 1 TO WS-MEETING-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

       3500-ROOM-TOTALS.
           MOVE '----------------------------------------------------'
               & '--------------------------------------------------'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           COMPUTE WS-ROOM-HOURS ROUNDED = WS-ROOM-MINUTES / 60.
           MOVE WS-ROOM-HOURS TO WS-HOURS-DISPLAY.
           STRING 'SECTIONS: '         DELIMITED BY SIZE
               WS-ROOM-SECTION-COUNT   DELIMITED BY SIZE
               '   HOURS USED PER WEEK: ' DELIMITED BY SIZE
               WS-HOURS-DISPLAY        DELIMITED BY SIZE
               '   SEATS FILLED: '     DELIMITED BY SIZE
               WS-ROOM-ENROLLED        DELIMITED BY SIZE
               ' OF '                  DELIMITED BY SIZE
               WS-ROOM-CAPACITY        DELIMITED BY SIZE
               ' CAPACITY'             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * DOUBLE-BOOKINGS: THE TABLE IS IN ROOM ORDER, SO EACH SECTION   *
      * NEED ONLY BE PAIRED WITH THE SECTIONS AFTER IT IN THE SAME     *
      * ROOM. A PAIR CLASHES WHEN THEY SHARE A MEETING DAY AND THEIR   *
      * TIMES OVERLAP                                                  *
      *---------------------------------------------------------------*
       4000-REPORT-CONFLICTS.
           MOVE SPACES TO ROOM-REPORT-RECORD.
           WRITE ROOM-REPORT-RECORD
               AFTER ADVANCING PAGE.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'ROOM DOUBLE-BOOKING CONFLICTS - TERM IN SESSION ON '
                                               DELIMITED BY SIZE
               WS-REPORT-DATE-DISPLAY          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'ROOM       | COURSE          SEC DAYS    TIME'
               TO WS-REPORT-LINE.
           MOVE ' | COURSE          SEC DAYS    TIME      | SHARED'
               TO WS-REPORT-LINE (57:49).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '----------------------------------------------------'
               & '--------------------------------------------------'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           PERFORM 4100-CHECK-ONE-SECTION THRU 4100-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.

           IF WS-CONFLICT-COUNT = 0
               MOVE 'NO ROOM IS DOUBLE-BOOKED.' TO WS-REPORT-LINE
           ELSE
               STRING 'DOUBLE-BOOKINGS: '  DELIMITED BY SIZE
                   WS-CONFLICT-COUNT       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-SECTION.
           COMPUTE WS-PAIR-IDX = WS-ST-IDX + 1.
           PERFORM 4200-CHECK-ONE-PAIR THRU 4200-EXIT
               UNTIL WS-PAIR-IDX > WS-ST-COUNT
                  OR WS-ST-ROOM (WS-PAIR-IDX)
                      NOT = WS-ST-ROOM (WS-ST-IDX).
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-PAIR.
           IF WS-ST-START-TIME (WS-ST-IDX)
                   < WS-ST-END-TIME (WS-PAIR-IDX)
               AND WS-ST-END-TIME (WS-ST-IDX)
                   > WS-ST-START-TIME (WS-PAIR-IDX)
               MOVE SPACES TO WS-SHARED-DAYS
               MOVE 'N' TO WS-DAY-MATCH-SW
               PERFORM 4300-COMPARE-ONE-DAY THRU 4300-EXIT
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               IF WS-DAY-MATCHES
                   PERFORM 4400-WRITE-CONFLICT-LINE THRU 4400-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-PAIR-IDX.
       4200-EXIT.
           EXIT.

      *    MEETING DAYS ARE POSITIONAL (MTWRFSU, SPACE = NOT MEETING)
      *    SO TWO SECTIONS SHARE A DAY EXACTLY WHEN THE SAME POSITION
      *    IS NON-BLANK IN BOTH.
       4300-COMPARE-ONE-DAY.
           IF WS-ST-MEETING-DAYS (WS-ST-IDX) (WS-DAY-IDX:1)
                   NOT = SPACE
               AND WS-ST-MEETING-DAYS (WS-PAIR-IDX) (WS-DAY-IDX:1)
                   NOT = SPACE
               MOVE WS-ST-MEETING-DAYS (WS-ST-IDX) (WS-DAY-IDX:1)
                   TO WS-SHARED-DAYS (WS-DAY-IDX:1)
               SET WS-DAY-MATCHES TO TRUE
           END-IF.
       4300-EXIT.
           EXIT.

       4400-WRITE-CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-COUNT.
           MOVE WS-ST-ROOM (WS-ST-IDX) TO WS-REPORT-LINE (1:10).
           MOVE '|' TO WS-REPORT-LINE (12:1).
           MOVE WS-ST-COURSE (WS-ST-IDX) TO WS-REPORT-LINE (14:15).
           MOVE WS-ST-SECTION (WS-ST-IDX) TO WS-REPORT-LINE (30:3).
           MOVE WS-ST-MEETING-DAYS (WS-ST-IDX)
               TO WS-REPORT-LINE (34:7).
           MOVE WS-ST-START-TIME (WS-ST-IDX) TO WS-CELL-START.
           MOVE WS-ST-END-TIME (WS-ST-IDX)   TO WS-CELL-END.
           MOVE WS-TIME-CELL TO WS-REPORT-LINE (42:9).
           MOVE '|' TO WS-REPORT-LINE (58:1).
           MOVE WS-ST-COURSE (WS-PAIR-IDX) TO WS-REPORT-LINE (60:15).
           MOVE WS-ST-SECTION (WS-PAIR-IDX) TO WS-REPORT-LINE (76:3).
           MOVE WS-ST-MEETING-DAYS (WS-PAIR-IDX)
               TO WS-REPORT-LINE (80:7).
           MOVE WS-ST-START-TIME (WS-PAIR-IDX) TO WS-CELL-START.
           MOVE WS-ST-END-TIME (WS-PAIR-IDX)   TO WS-CELL-END.
           MOVE WS-TIME-CELL TO WS-REPORT-LINE (88:9).
           MOVE '|' TO WS-REPORT-LINE (98:1).
           MOVE WS-SHARED-DAYS TO WS-REPORT-LINE (100:7).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4400-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           WRITE ROOM-REPORT-RECORD FROM WS-REPORT-LINE.
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

           MOVE 'PRGR0040' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGR0040.
