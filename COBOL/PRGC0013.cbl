      * Date:
      * Purpose: Course master maintenance - add/change/delete of
      *          COURSE.MST (course code, title, instructor, term
      *          start/end dates, capacity, credit hours). The
      *          credit hours are the load value the enrollment status
      *          extract sums per student. The master replaces the
      *          hand-kept COURSE.CAP flat file as the source of both
      *          valid course codes and course capacities. Also
      *          maintains the course section file (SECTION.VSAM,
      *          keyed course code + section id) carrying each
      *          section's meeting days, start/end times, and room -
      *          the schedule data the enrollment paths use for the
      *          time clash check. Also maintains the prerequisite
      *          file (PREREQ.VSAM, keyed course code + required
      *          course) carrying the minimum grade the student must
      *          hold in each required course before enrolling.
      *          Also maintains the term calendar (TERMCAL.VSAM,
      *          keyed by term start date) carrying each term's last
      *          day to add, last day to drop without record, and last
      *          day to withdraw - the deadlines the enrollment paths
      *          enforce for every course starting that term.
      *          A section add or change that books a room already
      *          taken by another section in an overlapping term, on
      *          a shared day at an overlapping time, is listed for
      *          the operator and saved only on confirmation.
      *          A course's instructor is entered as an instructor id,
      *          which must be on the instructor master (INSTRUCT.VSAM,
      *          kept by PRGI0050); the instructor's name is copied
      *          onto the course from the master. A section add or
      *          change that would book the course's instructor into
      *          another section on a shared day at an overlapping
      *          time in an overlapping term is refused, and one that
      *          would take the instructor's credit hours for the
      *          term over the instructor's maximum load is saved
      *          only on confirmation.
      *          A course, or one section of it, can be cancelled
      *          outright: every enrollment in it is dropped with its
      *          section assignment, journaled on AUDIT.JRNL as a drop
      *          and recorded on ENRLHIST.DAT as cancelled by the
      *          institution ('X') so billing (PRGD0021) credits the
      *          full fee and PRGN0029 sends each student a
      *          cancellation letter. Cancelling the whole course also
      *          releases its wait-list (each entry recorded as 'L'
      *          for its own letter), removes its sections, and closes
      *          it to new enrollment. Requires the drop permission as
      *          well as the course permission.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS FEE-KEY
               FILE STATUS IS FEE-FILE-STATUS.

           SELECT PREREQ-FILE ASSIGN TO 'PREREQ.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRQ-KEY
               FILE STATUS IS PRQ-FILE-STATUS.

           SELECT TERM-CALENDAR-FILE ASSIGN TO 'TERMCAL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCAL-TERM-START
               FILE STATUS IS TCL-FILE-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO 'INSTRUCT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS INS-FILE-STATUS.

           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-VSAM-ID
               ALTERNATE KEY IS STUDENT-VSAM-INSERTDATE
                   WITH DUPLICATES
               FILE STATUS IS STU-FILE-STATUS.

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

           SELECT WAITLIST-FILE ASSIGN TO 'WAITLIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WL-FILE-STATUS.

           SELECT ENROLLMENT-HISTORY-FILE ASSIGN TO 'ENRLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EH-FILE-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDIT.JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 COURSE-MST-CAPACITY           PIC 9(4).
           05 CRS-SEPARATOR6                PIC X.
           05 COURSE-MST-ENROLLED           PIC 9(4).
           05 CRS-SEPARATOR7                PIC X.
           05 COURSE-MST-CREDIT-HOURS       PIC 9(2)V9.
           05 CRS-SEPARATOR8                PIC X.
           05 COURSE-MST-INSTRUCTOR-ID      PIC 9(5).

       FD SECTION-FILE.
       01  SECTION-RECORD.
           05 FEE-SEPARATOR1                PIC X.
           05 FEE-AMOUNT                    PIC 9(5)V99.

       FD PREREQ-FILE.
       01  PREREQ-RECORD.
           05 PRQ-KEY.
              10 PRQ-COURSE                 PIC X(15).
              10 PRQ-REQUIRED-COURSE        PIC X(15).
           05 PRQ-SEPARATOR1                PIC X.
           05 PRQ-MIN-GRADE                 PIC X(2).

       FD TERM-CALENDAR-FILE.
       01  TERM-CALENDAR-RECORD.
           05 TCAL-TERM-START               PIC 9(8).
           05 TCAL-SEPARATOR1               PIC X.
           05 TCAL-TERM-END                 PIC 9(8).
           05 TCAL-SEPARATOR2               PIC X.
           05 TCAL-LAST-ADD                 PIC 9(8).
           05 TCAL-SEPARATOR3               PIC X.
           05 TCAL-LAST-DROP                PIC 9(8).
           05 TCAL-SEPARATOR4               PIC X.
           05 TCAL-LAST-WITHDRAW            PIC 9(8).
           05 TCAL-SEPARATOR5               PIC X.
           05 TCAL-UPDATE-DATE              PIC 9(8).
           05 TCAL-SEPARATOR6               PIC X.
           05 TCAL-OPERATOR-ID              PIC X(8).

       FD INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           05 INS-ID                        PIC 9(5).
           05 INS-SEPARATOR1                PIC X.
           05 INS-LAST-NAME                 PIC X(20).
           05 INS-SEPARATOR2                PIC X.
           05 INS-FIRST-NAME                PIC X(15).
           05 INS-SEPARATOR3                PIC X.
           05 INS-DEPARTMENT                PIC X(10).
           05 INS-SEPARATOR4                PIC X.
           05 INS-PHONE                     PIC X(12).
           05 INS-SEPARATOR5                PIC X.
           05 INS-EMAIL                     PIC X(40).
           05 INS-SEPARATOR6                PIC X.
           05 INS-MAX-LOAD                  PIC 9(2)V9.

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

       FD WAITLIST-FILE.
       01  WAITLIST-RECORD.
           05 WL-KEY.
              10 WL-COURSE                  PIC X(15).
              10 WL-REQUEST-DATE            PIC 9(8).
              10 WL-REQUEST-TIME            PIC 9(6).
              10 WL-STUDENT-ID              PIC 9(7).
           05 WL-SEPARATOR1                 PIC X.
           05 WL-NAME                       PIC X(27).
           05 WL-SEPARATOR2                 PIC X.
           05 WL-DOB                        PIC 9(8).
           05 WL-SEPARATOR3                 PIC X.
           05 WL-RE-ENROLL-FLAG             PIC X.

       FD ENROLLMENT-HISTORY-FILE.
       01  ENRLHIST-RECORD.
           05 EH-STUDENT-ID                 PIC 9(7).
           05 EH-SEPARATOR1                 PIC X.
           05 EH-NAME                       PIC X(27).
           05 EH-SEPARATOR2                 PIC X.
           05 EH-PRIOR-COURSE               PIC X(15).
           05 EH-SEPARATOR3                 PIC X.
           05 EH-ACTION-CODE                PIC X.
           05 EH-SEPARATOR4                 PIC X.
           05 EH-EFFECTIVE-DATE             PIC 9(8).

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

       FD OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID                        PIC X(8).
       01  SEC-FILE-STATUS                  PIC XX.
       01  FEE-FILE-STATUS                  PIC XX.
       01  OPR-FILE-STATUS                  PIC XX.
       01  PRQ-FILE-STATUS                  PIC XX.
       01  TCL-FILE-STATUS                  PIC XX.
       01  INS-FILE-STATUS                  PIC XX.
       01  STU-FILE-STATUS                  PIC XX.
       01  ENR-FILE-STATUS                  PIC XX.
       01  ES-FILE-STATUS                   PIC XX.
       01  WL-FILE-STATUS                   PIC XX.
       01  EH-FILE-STATUS                   PIC XX.
       01  AUD-FILE-STATUS                  PIC XX.

       01  WS-SIGNON-WORK.
           05 WS-OPERATOR-ID                PIC X(8).
           05 WS-SIGNON-PASSWORD            PIC X(8).
           05 WS-SIGNED-ON-SW               PIC X    VALUE 'N'.
               88 WS-SIGNED-ON                     VALUE 'Y'.
           05 WS-DROP-AUTH-SW               PIC X    VALUE 'N'.
               88 WS-DROP-AUTHORIZED               VALUE 'Y'.

       01  WS-USERINPUT.
           05 WS-INPUT-COURSE-CODE          PIC X(15).
           05 WS-INPUT-COURSE-TITLE         PIC X(40).
           05 WS-INPUT-INSTRUCTOR-ID        PIC 9(5).
           05 WS-INPUT-TERM-START           PIC 9(8).
           05 WS-INPUT-TERM-END             PIC 9(8).
           05 WS-INPUT-CAPACITY             PIC 9(4).
           05 WS-INPUT-CREDIT-HOURS         PIC 9(2)V9.

       01  WS-WORK-AREAS.
           05  WS-CONFIRM-ANSWER            PIC X.
               88 WS-CONFIRMED                     VALUE 'Y' 'y'.
           05  WS-NEW-TITLE                 PIC X(40).
           05  WS-NEW-INSTRUCTOR-ID         PIC 9(5).

      *---------------------------------------------------------------*
      * INSTRUCTOR LOOKED UP ON THE INSTRUCTOR MASTER - THE NAME IS    *
      * BUILT IN THE 'SURNAME, FIRST' FORM CARRIED ON THE COURSE       *
      *---------------------------------------------------------------*
       01  WS-INSTRUCTOR-LOOKUP.
           05 WS-LOOKUP-INSTRUCTOR-ID       PIC 9(5).
           05 WS-INSTRUCTOR-NAME            PIC X(27).
           05 WS-INSTRUCTOR-MAX-LOAD        PIC 9(2)V9.
           05 WS-INSTRUCTOR-FOUND-SW        PIC X    VALUE 'N'.
               88 WS-INSTRUCTOR-FOUND              VALUE 'Y'.

       01  WS-FEE-INPUT.
           05 WS-INPUT-FEE-DATE             PIC 9(8).
           05 WS-INPUT-FEE-AMOUNT           PIC 9(5)V99.

      *---------------------------------------------------------------*
      * A PREREQUISITE'S MINIMUM GRADE MUST BE A PASSING LETTER GRADE  *
      * - 'I ', 'W ', 'P ' AND 'F ' ARE NOT MINIMUMS. A 'P ' EARNED IN *
      * THE REQUIRED COURSE SATISFIES ANY MINIMUM                      *
      *---------------------------------------------------------------*
       01  WS-PREREQ-INPUT.
           05 WS-INPUT-REQUIRED-COURSE      PIC X(15).
           05 WS-INPUT-MIN-GRADE            PIC X(2).
               88 WS-MIN-GRADE-IS-VALID
                   VALUE 'A+' 'A ' 'A-' 'B+' 'B ' 'B-'
                         'C+' 'C ' 'C-' 'D+' 'D ' 'D-'.
           05 WS-PREREQ-EOF-SW              PIC X    VALUE 'N'.
               88 WS-PREREQ-EOF                    VALUE 'Y'.
           05 WS-PREREQ-COUNT               PIC 9(3) VALUE 0.

      *---------------------------------------------------------------*
      * A TERM'S DEADLINES MUST RUN ADD, THEN DROP, THEN WITHDRAW, ALL *
      * ON OR BEFORE THE TERM END                                      *
      *---------------------------------------------------------------*
       01  WS-CALENDAR-INPUT.
           05 WS-INPUT-LAST-ADD             PIC 9(8).
           05 WS-INPUT-LAST-DROP            PIC 9(8).
           05 WS-INPUT-LAST-WITHDRAW        PIC 9(8).
           05 WS-CAL-TODAY                  PIC 9(8).

       01  WS-SECTION-INPUT.
           05 WS-INPUT-SECTION              PIC X(3).
           05 WS-INPUT-MEETING-DAYS         PIC X(7).
           05 WS-NEW-MEETING-DAYS           PIC X(7).
           05 WS-NEW-ROOM                   PIC X(10).

      *---------------------------------------------------------------*
      * ROOM DOUBLE-BOOKING CHECK - THE SECTION ABOUT TO BE SAVED IS   *
      * HELD HERE WHILE THE SECTION FILE IS SCANNED FOR OTHER          *
      * BOOKINGS OF THE SAME ROOM                                      *
      *---------------------------------------------------------------*
       01  WS-CANDIDATE-SECTION.
           05 WS-CAND-KEY.
              10 WS-CAND-COURSE             PIC X(15).
              10 WS-CAND-SECTION            PIC X(3).
           05 FILLER                        PIC X.
           05 WS-CAND-MEETING-DAYS          PIC X(7).
           05 FILLER                        PIC X.
           05 WS-CAND-START-TIME            PIC 9(4).
           05 FILLER                        PIC X.
           05 WS-CAND-END-TIME              PIC 9(4).
           05 FILLER                        PIC X.
           05 WS-CAND-ROOM                  PIC X(10).

       01  WS-ROOM-CHECK-WORK.
           05 WS-CAND-TERM-START            PIC 9(8).
           05 WS-CAND-TERM-END              PIC 9(8).
           05 WS-OTHER-TERM-START           PIC 9(8).
           05 WS-OTHER-TERM-END             PIC 9(8).
           05 WS-COLLISION-COUNT            PIC 9(3) VALUE 0.
           05 WS-ROOM-SCAN-EOF-SW           PIC X    VALUE 'N'.
               88 WS-ROOM-SCAN-EOF                 VALUE 'Y'.
           05 WS-ROOM-CRS-OPEN-SW           PIC X    VALUE 'N'.
               88 WS-ROOM-CRS-OPEN                 VALUE 'Y'.
           05 WS-BOOKING-CANCEL-SW          PIC X    VALUE 'N'.
               88 WS-BOOKING-CANCELLED             VALUE 'Y'.
           05 WS-DAY-MATCH-SW               PIC X    VALUE 'N'.
               88 WS-DAY-MATCHES                   VALUE 'Y'.
           05 WS-DAY-IDX                    PIC 9.

      *---------------------------------------------------------------*
      * INSTRUCTOR DOUBLE-BOOKING AND LOAD CHECK - THE LOAD IS THE     *
      * CREDIT HOURS OF EVERY SECTION THE INSTRUCTOR TEACHES IN A TERM *
      * OVERLAPPING THE CANDIDATE SECTION'S, PLUS THE CANDIDATE        *
      *---------------------------------------------------------------*
       01  WS-INSTRUCTOR-CHECK-WORK.
           05 WS-CHK-INSTRUCTOR-ID          PIC 9(5).
           05 WS-CHK-CREDIT-HOURS           PIC 9(2)V9.
           05 WS-CHK-LOAD                   PIC 9(3)V9.
           05 WS-CHK-CLASH-COUNT            PIC 9(3) VALUE 0.
           05 WS-CHK-LOAD-DISPLAY           PIC ZZ9.9.
           05 WS-CHK-MAX-DISPLAY            PIC Z9.9.

      *---------------------------------------------------------------*
      * COURSE OR SECTION CANCELLATION - A BLANK SECTION ID CANCELS    *
      * THE WHOLE COURSE. THE STUDENTS TO BE DROPPED ARE GATHERED      *
      * BEFORE THE OPERATOR CONFIRMS, THEN DROPPED BY PRIMARY KEY      *
      *---------------------------------------------------------------*
       01  WS-CANCEL-WORK.
           05 WS-CANCEL-COURSE              PIC X(15).
           05 WS-CANCEL-SECTION             PIC X(3).
           05 WS-CANCEL-SCOPE-SW            PIC X    VALUE 'C'.
               88 WS-CANCEL-WHOLE-COURSE           VALUE 'C'.
               88 WS-CANCEL-ONE-SECTION            VALUE 'S'.
           05 WS-CANCEL-PASS-SW             PIC X    VALUE 'C'.
               88 WS-CANCEL-COUNTING               VALUE 'C'.
               88 WS-CANCEL-RELEASING              VALUE 'R'.
           05 WS-CANCEL-EOF-SW              PIC X    VALUE 'N'.
               88 WS-CANCEL-EOF                    VALUE 'Y'.
           05 WS-CANCEL-OVERFLOW-SW         PIC X    VALUE 'N'.
               88 WS-CANCEL-OVERFLOW               VALUE 'Y'.
           05 WS-CANCEL-SECTION-FOUND-SW    PIC X    VALUE 'N'.
               88 WS-CANCEL-SECTION-FOUND          VALUE 'Y'.
           05 WS-CANCEL-ENROLL-OPEN-SW      PIC X    VALUE 'N'.
               88 WS-CANCEL-ENROLL-OPEN            VALUE 'Y'.
           05 WS-CANCEL-ENRLSECT-OPEN-SW    PIC X    VALUE 'N'.
               88 WS-CANCEL-ENRLSECT-OPEN          VALUE 'Y'.
           05 WS-CANCEL-STUDENT-OPEN-SW     PIC X    VALUE 'N'.
               88 WS-CANCEL-STUDENT-OPEN           VALUE 'Y'.
           05 WS-CANCEL-TITLE               PIC X(40).
           05 WS-CANCEL-TODAY               PIC 9(8).
           05 WS-CANCEL-TIME-RAW            PIC 9(8).
           05 WS-CANCEL-STUDENT-NAME        PIC X(27).
           05 WS-CANCEL-STUDENT-DOB         PIC 9(8).
           05 WS-CANCEL-WAITLIST-COUNT      PIC 9(5) VALUE 0.
           05 WS-CANCEL-DROP-COUNT          PIC 9(5) VALUE 0.
           05 WS-CANCEL-RELEASE-COUNT       PIC 9(5) VALUE 0.
           05 WS-CANCEL-SECTION-COUNT       PIC 9(3) VALUE 0.
           05 WS-CANCEL-ERROR-COUNT         PIC 9(5) VALUE 0.
           05 WS-CANCEL-NEW-COUNT           PIC S9(5).
           05 WS-CANCEL-IDX                 PIC 9(4).

       01  WS-CANCEL-ENROLLMENTS.
           05 WS-CE-COUNT                   PIC 9(4) VALUE 0.
           05 WS-CE-ENTRY OCCURS 2000 TIMES.
              10 WS-CE-STUDENT-ID           PIC 9(7).

       01  WS-TIME-TO-VALIDATE              PIC 9(4).
       01  WS-TIME-TO-VALIDATE-R REDEFINES WS-TIME-TO-VALIDATE.
           05 WS-VAL-HH              PIC 9(2).
           88 WS-CHOICE-DELETE-SECTION          VALUE '6'.
           88 WS-CHOICE-SET-FEE                 VALUE '7'.
           88 WS-CHOICE-DELETE-FEE              VALUE '8'.
           88 WS-CHOICE-SET-PREREQ              VALUE '9'.
           88 WS-CHOICE-DELETE-PREREQ           VALUE 'A' 'a'.
           88 WS-CHOICE-SET-CALENDAR            VALUE 'B' 'b'.
           88 WS-CHOICE-DELETE-CALENDAR         VALUE 'C' 'c'.
           88 WS-CHOICE-CANCEL-COURSE           VALUE 'D' 'd'.

       01  WS-DATE-TO-VALIDATE       PIC 9(8).
       01  WS-DATE-TO-VALIDATE-R REDEFINES WS-DATE-TO-VALIDATE.
                   PERFORM 7500-SET-COURSE-FEE THRU 7500-EXIT
               WHEN WS-CHOICE-DELETE-FEE
                   PERFORM 7800-DELETE-COURSE-FEE THRU 7800-EXIT
               WHEN WS-CHOICE-SET-PREREQ
                   PERFORM 7900-SET-PREREQUISITE THRU 7900-EXIT
               WHEN WS-CHOICE-DELETE-PREREQ
                   PERFORM 7950-DELETE-PREREQUISITE THRU 7950-EXIT
               WHEN WS-CHOICE-SET-CALENDAR
                   PERFORM 7970-SET-TERM-CALENDAR THRU 7970-EXIT
               WHEN WS-CHOICE-DELETE-CALENDAR
                   PERFORM 7990-DELETE-TERM-CALENDAR THRU 7990-EXIT
               WHEN WS-CHOICE-CANCEL-COURSE
                   PERFORM 8000-CANCEL-COURSE THRU 8000-RETURN
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION - ENDING PROGRAM.'
           END-EVALUATE.
           END-IF.

           SET WS-SIGNED-ON TO TRUE.
           IF OPR-SUPERVISOR = 'Y'
               OR OPR-AUTH-DROP = 'Y'
               SET WS-DROP-AUTHORIZED TO TRUE
           END-IF.
           DISPLAY 'SIGNED ON: ' OPR-NAME.
       0500-EXIT.
           CLOSE OPERATOR-FILE.
           DISPLAY '6. DELETE A COURSE SECTION'
           DISPLAY '7. SET A COURSE FEE (WITH EFFECTIVE DATE)'
           DISPLAY '8. DELETE A COURSE FEE'
           DISPLAY '9. SET A COURSE PREREQUISITE (WITH MINIMUM GRADE)'
           DISPLAY 'A. DELETE A COURSE PREREQUISITE'
           DISPLAY 'B. SET A TERM CALENDAR (ADD/DROP/WITHDRAW DATES)'
           DISPLAY 'C. DELETE A TERM CALENDAR'
           DISPLAY 'D. CANCEL A COURSE OR SECTION (DROPS EVERY STUDENT)'
           DISPLAY 'ENTER YOUR SELECTION: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.
       1000-EXIT.
           DISPLAY 'ENTER COURSE TITLE: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-COURSE-TITLE.

           DISPLAY 'ENTER INSTRUCTOR ID: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-INSTRUCTOR-ID.
           MOVE WS-INPUT-INSTRUCTOR-ID TO WS-LOOKUP-INSTRUCTOR-ID.
           PERFORM 2100-GET-INSTRUCTOR THRU 2100-RETURN.
           IF NOT WS-INSTRUCTOR-FOUND
               DISPLAY 'INSTRUCTOR ID ' WS-INPUT-INSTRUCTOR-ID
                   ' IS NOT ON THE INSTRUCTOR MASTER - '
                   'ADD THE INSTRUCTOR FIRST.'
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'INSTRUCTOR: ' WS-INSTRUCTOR-NAME.

           DISPLAY 'ENTER TERM START DATE (CCYYMMDD): '
               WITH NO ADVANCING
               GO TO 2000-EXIT
           END-IF.

           DISPLAY 'ENTER CREDIT HOURS (DDT, NO DECIMAL POINT, '
               '030 = 3.0): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-CREDIT-HOURS.
           IF WS-INPUT-CREDIT-HOURS = 0
               DISPLAY 'CREDIT HOURS MUST BE GREATER THAN ZERO.'
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-INPUT-COURSE-CODE  TO COURSE-MST-CODE.
           MOVE WS-INPUT-COURSE-TITLE TO COURSE-MST-TITLE.
           MOVE WS-INSTRUCTOR-NAME    TO COURSE-MST-INSTRUCTOR.
           MOVE WS-INPUT-TERM-START   TO COURSE-MST-TERM-START.
           MOVE WS-INPUT-TERM-END     TO COURSE-MST-TERM-END.
           MOVE WS-INPUT-CAPACITY     TO COURSE-MST-CAPACITY.
           MOVE 0                     TO COURSE-MST-ENROLLED.
           MOVE WS-INPUT-CREDIT-HOURS TO COURSE-MST-CREDIT-HOURS.
           MOVE WS-INPUT-INSTRUCTOR-ID
                                      TO COURSE-MST-INSTRUCTOR-ID.
           MOVE ','                   TO CRS-SEPARATOR1
                                         CRS-SEPARATOR2
                                         CRS-SEPARATOR3
                                         CRS-SEPARATOR4
                                         CRS-SEPARATOR5
                                         CRS-SEPARATOR6
                                         CRS-SEPARATOR7
                                         CRS-SEPARATOR8.

           WRITE COURSE-MST-RECORD
               INVALID KEY
           EXIT.

      *---------------------------------------------------------------*
      * LOOK UP WS-LOOKUP-INSTRUCTOR-ID ON THE INSTRUCTOR MASTER. A    *
      * MISSING MASTER OR UNKNOWN ID LEAVES THE FOUND SWITCH OFF       *
      *---------------------------------------------------------------*
       2100-GET-INSTRUCTOR.
           MOVE 'N' TO WS-INSTRUCTOR-FOUND-SW.
           MOVE SPACES TO WS-INSTRUCTOR-NAME.
           MOVE 0 TO WS-INSTRUCTOR-MAX-LOAD.
           IF WS-LOOKUP-INSTRUCTOR-ID = 0
               GO TO 2100-RETURN
           END-IF.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN INSTRUCTOR MASTER, '
                   'FILE STATUS: ' INS-FILE-STATUS
               GO TO 2100-RETURN
           END-IF.
           MOVE WS-LOOKUP-INSTRUCTOR-ID TO INS-ID.
           READ INSTRUCTOR-FILE
               KEY IS INS-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF INS-FILE-STATUS NOT = '00'
               GO TO 2100-EXIT
           END-IF.

           SET WS-INSTRUCTOR-FOUND TO TRUE.
           MOVE INS-MAX-LOAD TO WS-INSTRUCTOR-MAX-LOAD.
           IF INS-FIRST-NAME = SPACES
               MOVE INS-LAST-NAME TO WS-INSTRUCTOR-NAME
               GO TO 2100-EXIT
           END-IF.
           STRING INS-LAST-NAME  DELIMITED BY '  '
                  ', '           DELIMITED BY SIZE
                  INS-FIRST-NAME DELIMITED BY '  '
               INTO WS-INSTRUCTOR-NAME
               ON OVERFLOW
                   CONTINUE
           END-STRING.
       2100-EXIT.
           CLOSE INSTRUCTOR-FILE.
       2100-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * CHANGE TITLE / INSTRUCTOR / TERM DATES / CAPACITY / CREDIT     *
      * HOURS ON AN EXISTING COURSE                                    *
      *---------------------------------------------------------------*
       3000-CHANGE-COURSE.
           OPEN I-O COURSE-MASTER-FILE.
               MOVE WS-NEW-TITLE TO COURSE-MST-TITLE
           END-IF.

      *    A COURSE STILL WITHOUT AN INSTRUCTOR ID (ONE THE NAME
      *    CONVERSION COULD NOT MATCH) MUST BE GIVEN ONE HERE.
           DISPLAY 'CURRENT INSTRUCTOR : ' COURSE-MST-INSTRUCTOR
               ' (ID ' COURSE-MST-INSTRUCTOR-ID ')'
           DISPLAY 'NEW INSTRUCTOR ID (ZERO = NO CHANGE): '
               WITH NO ADVANCING
           ACCEPT WS-NEW-INSTRUCTOR-ID.
           IF WS-NEW-INSTRUCTOR-ID = 0
               AND COURSE-MST-INSTRUCTOR-ID = 0
               DISPLAY 'COURSE HAS NO INSTRUCTOR ID - ONE MUST BE '
                   'ENTERED. CHANGE CANCELLED.'
               GO TO 3000-EXIT
           END-IF.
           IF WS-NEW-INSTRUCTOR-ID NOT = 0
               MOVE WS-NEW-INSTRUCTOR-ID TO WS-LOOKUP-INSTRUCTOR-ID
               PERFORM 2100-GET-INSTRUCTOR THRU 2100-RETURN
               IF NOT WS-INSTRUCTOR-FOUND
                   DISPLAY 'INSTRUCTOR ID ' WS-NEW-INSTRUCTOR-ID
                       ' IS NOT ON THE INSTRUCTOR MASTER - '
                       'CHANGE CANCELLED.'
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-NEW-INSTRUCTOR-ID TO COURSE-MST-INSTRUCTOR-ID
               MOVE WS-INSTRUCTOR-NAME   TO COURSE-MST-INSTRUCTOR
               DISPLAY 'INSTRUCTOR: ' WS-INSTRUCTOR-NAME
           END-IF.

           DISPLAY 'CURRENT TERM START : ' COURSE-MST-TERM-START
               MOVE WS-INPUT-CAPACITY TO COURSE-MST-CAPACITY
           END-IF.

           DISPLAY 'CURRENT CREDIT HRS : ' COURSE-MST-CREDIT-HOURS
           DISPLAY 'NEW CREDIT HOURS, DDT (ZERO = NO CHANGE): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-CREDIT-HOURS.
           IF WS-INPUT-CREDIT-HOURS NOT = 0
               MOVE WS-INPUT-CREDIT-HOURS TO COURSE-MST-CREDIT-HOURS
           END-IF.
           MOVE ',' TO CRS-SEPARATOR7
                       CRS-SEPARATOR8.

           REWRITE COURSE-MST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING COURSE RECORD, '
                                          CSEC-SEPARATOR3
                                          CSEC-SEPARATOR4.

           PERFORM 5600-CHECK-ROOM-BOOKING THRU 5600-EXIT.
           IF WS-BOOKING-CANCELLED
               DISPLAY 'ADD CANCELLED.'
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5700-CHECK-INSTRUCTOR-BOOKING THRU 5700-EXIT.
           IF WS-BOOKING-CANCELLED
               DISPLAY 'ADD CANCELLED.'
               GO TO 5000-EXIT
           END-IF.

           WRITE SECTION-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING SECTION RECORD, '
       5500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * BEFORE A SECTION IS SAVED, LIST EVERY OTHER SECTION BOOKED     *
      * INTO THE SAME ROOM ON A SHARED DAY AT AN OVERLAPPING TIME IN   *
      * AN OVERLAPPING TERM, AND LET THE OPERATOR DECIDE WHETHER TO    *
      * SAVE ANYWAY. THE CALLER HAS THE SECTION BUILT IN               *
      * SECTION-RECORD; IT IS PUT BACK THERE FOR THE WRITE/REWRITE     *
      *---------------------------------------------------------------*
       5600-CHECK-ROOM-BOOKING.
           MOVE 'N' TO WS-BOOKING-CANCEL-SW.
           MOVE 0 TO WS-COLLISION-COUNT.
           MOVE SECTION-RECORD TO WS-CANDIDATE-SECTION.
           IF WS-CAND-ROOM = SPACES
               GO TO 5600-RETURN
           END-IF.

      *    A COURSE WHOSE TERM CANNOT BE READ IS TREATED AS RUNNING
      *    ALL YEAR, SO ITS ROOM IS STILL CHECKED.
           MOVE 'N' TO WS-ROOM-CRS-OPEN-SW.
           MOVE 0        TO WS-CAND-TERM-START.
           MOVE 99999999 TO WS-CAND-TERM-END.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS = '00'
               SET WS-ROOM-CRS-OPEN TO TRUE
               MOVE WS-CAND-COURSE TO COURSE-MST-CODE
               READ COURSE-MASTER-FILE
                   KEY IS COURSE-MST-CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CRS-FILE-STATUS = '00'
                   MOVE COURSE-MST-TERM-START TO WS-CAND-TERM-START
                   MOVE COURSE-MST-TERM-END   TO WS-CAND-TERM-END
               END-IF
           END-IF.

           MOVE 'N' TO WS-ROOM-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CSEC-KEY.
           START SECTION-FILE KEY IS NOT LESS THAN CSEC-KEY
               INVALID KEY
                   SET WS-ROOM-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-ROOM-SCAN-EOF
               READ SECTION-FILE NEXT RECORD
                   AT END SET WS-ROOM-SCAN-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 5610-CHECK-ONE-BOOKING THRU 5610-EXIT
               UNTIL WS-ROOM-SCAN-EOF.

           IF WS-COLLISION-COUNT > 0
               DISPLAY 'WARNING: ROOM ' WS-CAND-ROOM ' IS ALREADY '
                   'BOOKED BY ' WS-COLLISION-COUNT
                   ' SECTION(S) AT THESE TIMES.'
               DISPLAY 'SAVE THIS BOOKING ANYWAY (Y/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANSWER
               IF NOT WS-CONFIRMED
                   SET WS-BOOKING-CANCELLED TO TRUE
               END-IF
           END-IF.
       5600-EXIT.
           IF WS-ROOM-CRS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           MOVE WS-CANDIDATE-SECTION TO SECTION-RECORD.
       5600-RETURN.
           EXIT.

      *    THE SECTION BEING SAVED IS SKIPPED BY KEY, SO A CHANGE
      *    NEVER COLLIDES WITH ITS OWN OLD BOOKING.
       5610-CHECK-ONE-BOOKING.
           IF CSEC-ROOM = WS-CAND-ROOM
               AND CSEC-KEY NOT = WS-CAND-KEY
               AND CSEC-START-TIME < WS-CAND-END-TIME
               AND CSEC-END-TIME > WS-CAND-START-TIME
               MOVE 'N' TO WS-DAY-MATCH-SW
               PERFORM 5620-COMPARE-ONE-DAY THRU 5620-EXIT
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
                      OR WS-DAY-MATCHES
               IF WS-DAY-MATCHES
                   PERFORM 5630-CHECK-OTHER-TERM THRU 5630-EXIT
                   IF WS-OTHER-TERM-START NOT > WS-CAND-TERM-END
                       AND WS-OTHER-TERM-END NOT < WS-CAND-TERM-START
                       ADD 1 TO WS-COLLISION-COUNT
                       DISPLAY '  ROOM CLASH: SECTION ' CSEC-SECTION
                           ' OF ' CSEC-COURSE ' DAYS '
                           CSEC-MEETING-DAYS ' ' CSEC-START-TIME
                           '-' CSEC-END-TIME
                   END-IF
               END-IF
           END-IF.
           READ SECTION-FILE NEXT RECORD
               AT END SET WS-ROOM-SCAN-EOF TO TRUE
           END-READ.
       5610-EXIT.
           EXIT.

      *    MEETING DAYS ARE POSITIONAL (MTWRFSU, SPACE = NOT MEETING)
      *    SO TWO SECTIONS SHARE A DAY EXACTLY WHEN THE SAME POSITION
      *    IS NON-BLANK IN BOTH.
       5620-COMPARE-ONE-DAY.
           IF WS-CAND-MEETING-DAYS (WS-DAY-IDX:1) NOT = SPACE
               AND CSEC-MEETING-DAYS (WS-DAY-IDX:1) NOT = SPACE
               SET WS-DAY-MATCHES TO TRUE
           END-IF.
       5620-EXIT.
           EXIT.

       5630-CHECK-OTHER-TERM.
           MOVE 0        TO WS-OTHER-TERM-START.
           MOVE 99999999 TO WS-OTHER-TERM-END.
           IF NOT WS-ROOM-CRS-OPEN
               GO TO 5630-EXIT
           END-IF.
           MOVE CSEC-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS = '00'
               MOVE COURSE-MST-TERM-START TO WS-OTHER-TERM-START
               MOVE COURSE-MST-TERM-END   TO WS-OTHER-TERM-END
           END-IF.
       5630-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * BEFORE A SECTION IS SAVED, REFUSE IT IF THE COURSE'S           *
      * INSTRUCTOR ALREADY TEACHES ANOTHER SECTION ON A SHARED DAY AT  *
      * AN OVERLAPPING TIME IN AN OVERLAPPING TERM, AND WARN WHEN THE  *
      * INSTRUCTOR'S CREDIT HOURS FOR THE TERM WOULD GO OVER THE       *
      * MAXIMUM LOAD. THE CALLER HAS THE SECTION BUILT IN              *
      * SECTION-RECORD; IT IS PUT BACK THERE FOR THE WRITE/REWRITE     *
      *---------------------------------------------------------------*
       5700-CHECK-INSTRUCTOR-BOOKING.
           MOVE 'N' TO WS-BOOKING-CANCEL-SW.
           MOVE 0 TO WS-CHK-CLASH-COUNT.
           MOVE 0 TO WS-CHK-LOAD.
           MOVE SECTION-RECORD TO WS-CANDIDATE-SECTION.

           MOVE 'N' TO WS-ROOM-CRS-OPEN-SW.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE MASTER, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               SET WS-BOOKING-CANCELLED TO TRUE
               GO TO 5700-EXIT
           END-IF.
           SET WS-ROOM-CRS-OPEN TO TRUE.
           MOVE WS-CAND-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'COURSE ' WS-CAND-COURSE
                   ' IS NOT ON THE COURSE MASTER.'
               SET WS-BOOKING-CANCELLED TO TRUE
               GO TO 5700-EXIT
           END-IF.
           IF COURSE-MST-INSTRUCTOR-ID = 0
               DISPLAY 'COURSE ' WS-CAND-COURSE ' HAS NO INSTRUCTOR '
                   'ID - GIVE IT ONE THROUGH THE COURSE CHANGE FIRST.'
               SET WS-BOOKING-CANCELLED TO TRUE
               GO TO 5700-EXIT
           END-IF.
           MOVE COURSE-MST-INSTRUCTOR-ID TO WS-CHK-INSTRUCTOR-ID.
           MOVE COURSE-MST-CREDIT-HOURS  TO WS-CHK-CREDIT-HOURS.
           MOVE COURSE-MST-TERM-START    TO WS-CAND-TERM-START.
           MOVE COURSE-MST-TERM-END      TO WS-CAND-TERM-END.

           MOVE 'N' TO WS-ROOM-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CSEC-KEY.
           START SECTION-FILE KEY IS NOT LESS THAN CSEC-KEY
               INVALID KEY
                   SET WS-ROOM-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-ROOM-SCAN-EOF
               READ SECTION-FILE NEXT RECORD
                   AT END SET WS-ROOM-SCAN-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 5710-CHECK-ONE-TEACHING THRU 5710-EXIT
               UNTIL WS-ROOM-SCAN-EOF.

           MOVE WS-CHK-INSTRUCTOR-ID TO WS-LOOKUP-INSTRUCTOR-ID.
           PERFORM 2100-GET-INSTRUCTOR THRU 2100-RETURN.

           IF WS-CHK-CLASH-COUNT > 0
               DISPLAY 'INSTRUCTOR ' WS-INSTRUCTOR-NAME ' (ID '
                   WS-CHK-INSTRUCTOR-ID ') ALREADY TEACHES '
                   WS-CHK-CLASH-COUNT ' SECTION(S) AT THESE TIMES.'
               SET WS-BOOKING-CANCELLED TO TRUE
               GO TO 5700-EXIT
           END-IF.

      *    AN INSTRUCTOR NO LONGER ON THE MASTER HAS NO LOAD LIMIT TO
      *    CHECK - THE OVERLAP REFUSAL ABOVE STILL APPLIES.
           ADD WS-CHK-CREDIT-HOURS TO WS-CHK-LOAD.
           IF WS-INSTRUCTOR-FOUND
               AND WS-INSTRUCTOR-MAX-LOAD > 0
               AND WS-CHK-LOAD > WS-INSTRUCTOR-MAX-LOAD
               MOVE WS-CHK-LOAD            TO WS-CHK-LOAD-DISPLAY
               MOVE WS-INSTRUCTOR-MAX-LOAD TO WS-CHK-MAX-DISPLAY
               DISPLAY 'WARNING: INSTRUCTOR ' WS-INSTRUCTOR-NAME
                   ' WOULD TEACH ' WS-CHK-LOAD-DISPLAY
                   ' CREDIT HOURS THIS TERM AGAINST A MAXIMUM OF '
                   WS-CHK-MAX-DISPLAY '.'
               DISPLAY 'SAVE THIS SECTION ANYWAY (Y/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANSWER
               IF NOT WS-CONFIRMED
                   SET WS-BOOKING-CANCELLED TO TRUE
               END-IF
           END-IF.
       5700-EXIT.
           IF WS-ROOM-CRS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           MOVE WS-CANDIDATE-SECTION TO SECTION-RECORD.
       5700-RETURN.
           EXIT.

      *    THE SECTION BEING SAVED IS SKIPPED BY KEY, SO A CHANGE
      *    NEITHER CLASHES WITH NOR DOUBLE COUNTS ITS OWN OLD BOOKING.
       5710-CHECK-ONE-TEACHING.
           IF CSEC-KEY = WS-CAND-KEY
               GO TO 5710-READ-NEXT
           END-IF.
           MOVE CSEC-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               OR COURSE-MST-INSTRUCTOR-ID NOT = WS-CHK-INSTRUCTOR-ID
               OR COURSE-MST-TERM-START > WS-CAND-TERM-END
               OR COURSE-MST-TERM-END < WS-CAND-TERM-START
               GO TO 5710-READ-NEXT
           END-IF.

           ADD COURSE-MST-CREDIT-HOURS TO WS-CHK-LOAD.
           IF CSEC-START-TIME < WS-CAND-END-TIME
               AND CSEC-END-TIME > WS-CAND-START-TIME
               MOVE 'N' TO WS-DAY-MATCH-SW
               PERFORM 5620-COMPARE-ONE-DAY THRU 5620-EXIT
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
                      OR WS-DAY-MATCHES
               IF WS-DAY-MATCHES
                   ADD 1 TO WS-CHK-CLASH-COUNT
                   DISPLAY '  INSTRUCTOR CLASH: SECTION ' CSEC-SECTION
                       ' OF ' CSEC-COURSE ' DAYS '
                       CSEC-MEETING-DAYS ' ' CSEC-START-TIME
                       '-' CSEC-END-TIME
               END-IF
           END-IF.
       5710-READ-NEXT.
           READ SECTION-FILE NEXT RECORD
               AT END SET WS-ROOM-SCAN-EOF TO TRUE
           END-READ.
       5710-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * CHANGE THE SCHEDULE OR ROOM OF AN EXISTING SECTION             *
      *---------------------------------------------------------------*
               MOVE WS-NEW-ROOM TO CSEC-ROOM
           END-IF.

           PERFORM 5600-CHECK-ROOM-BOOKING THRU 5600-EXIT.
           IF WS-BOOKING-CANCELLED
               DISPLAY 'CHANGE CANCELLED.'
               GO TO 6000-EXIT
           END-IF.

           PERFORM 5700-CHECK-INSTRUCTOR-BOOKING THRU 5700-EXIT.
           IF WS-BOOKING-CANCELLED
               DISPLAY 'CHANGE CANCELLED.'
               GO TO 6000-EXIT
           END-IF.

           REWRITE SECTION-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING SECTION RECORD, '
       7800-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * SET ONE PREREQUISITE OF A COURSE - THE REQUIRED COURSE AND THE *
      * MINIMUM GRADE THE STUDENT MUST HOLD IN IT ON GRADE.VSAM. THE   *
      * ENROLLMENT PATHS (PRGM0009, PRGB0012) REFUSE A STUDENT WHO IS  *
      * SHORT OF ANY ROW ON FILE FOR THE COURSE                        *
      *---------------------------------------------------------------*
       7900-SET-PREREQUISITE.
           OPEN I-O PREREQ-FILE.
           IF PRQ-FILE-STATUS = '35'
               CLOSE PREREQ-FILE
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE
           END-IF.
           IF PRQ-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PREREQUISITE FILE, '
                   'FILE STATUS: ' PRQ-FILE-STATUS
               GO TO 7900-EXIT
           END-IF.

           DISPLAY 'ENTER COURSE CODE: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-COURSE-CODE.
           DISPLAY 'ENTER REQUIRED COURSE CODE: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-REQUIRED-COURSE.

           IF WS-INPUT-REQUIRED-COURSE = WS-INPUT-COURSE-CODE
               DISPLAY 'A COURSE CANNOT BE ITS OWN PREREQUISITE.'
               GO TO 7900-EXIT
           END-IF.

      *    BOTH CODES MUST BE ON THE COURSE MASTER - AN UNOPENABLE
      *    MASTER FAILS THE PREREQUISITE CLOSED, AS FOR THE FEE.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE MASTER, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               GO TO 7900-EXIT
           END-IF.
           MOVE WS-INPUT-COURSE-CODE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'COURSE ' WS-INPUT-COURSE-CODE
                   ' IS NOT ON THE COURSE MASTER - '
                   'ADD THE COURSE FIRST.'
               CLOSE COURSE-MASTER-FILE
               GO TO 7900-EXIT
           END-IF.
           MOVE WS-INPUT-REQUIRED-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'REQUIRED COURSE ' WS-INPUT-REQUIRED-COURSE
                   ' IS NOT ON THE COURSE MASTER.'
               CLOSE COURSE-MASTER-FILE
               GO TO 7900-EXIT
           END-IF.
           CLOSE COURSE-MASTER-FILE.

           PERFORM 7910-LIST-PREREQUISITES THRU 7910-EXIT.

           DISPLAY 'ENTER MINIMUM GRADE (A+ THRU D-): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-MIN-GRADE.
           IF NOT WS-MIN-GRADE-IS-VALID
               DISPLAY 'MINIMUM GRADE MUST BE A PASSING LETTER GRADE '
                   '(A+ THRU D-).'
               GO TO 7900-EXIT
           END-IF.

           MOVE WS-INPUT-COURSE-CODE     TO PRQ-COURSE.
           MOVE WS-INPUT-REQUIRED-COURSE TO PRQ-REQUIRED-COURSE.
           READ PREREQ-FILE
               KEY IS PRQ-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           IF PRQ-FILE-STATUS = '00'
               DISPLAY 'A MINIMUM GRADE OF ' PRQ-MIN-GRADE
                   ' IS ALREADY ON FILE. REPLACE IT (Y/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANSWER
               IF NOT WS-CONFIRMED
                   DISPLAY 'PREREQUISITE UNCHANGED.'
                   GO TO 7900-EXIT
               END-IF
               MOVE WS-INPUT-MIN-GRADE TO PRQ-MIN-GRADE
               REWRITE PREREQ-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING PREREQUISITE RECORD, '
                           'FILE STATUS: ' PRQ-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'PREREQUISITE ' WS-INPUT-REQUIRED-COURSE
                           ' FOR ' WS-INPUT-COURSE-CODE ' REPLACED.'
               END-REWRITE
           ELSE
               MOVE WS-INPUT-COURSE-CODE     TO PRQ-COURSE
               MOVE WS-INPUT-REQUIRED-COURSE TO PRQ-REQUIRED-COURSE
               MOVE WS-INPUT-MIN-GRADE       TO PRQ-MIN-GRADE
               MOVE ','                      TO PRQ-SEPARATOR1
               WRITE PREREQ-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING PREREQUISITE RECORD, '
                           'FILE STATUS: ' PRQ-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'PREREQUISITE ' WS-INPUT-REQUIRED-COURSE
                           ' FOR ' WS-INPUT-COURSE-CODE ' RECORDED.'
               END-WRITE
           END-IF.
       7900-EXIT.
           CLOSE PREREQ-FILE.
       7900-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * LIST THE PREREQUISITES ALREADY ON FILE FOR WS-INPUT-COURSE-CODE*
      * - THE PREREQUISITE FILE MUST BE OPEN                           *
      *---------------------------------------------------------------*
       7910-LIST-PREREQUISITES.
           MOVE 'N' TO WS-PREREQ-EOF-SW.
           MOVE 0 TO WS-PREREQ-COUNT.
           MOVE WS-INPUT-COURSE-CODE TO PRQ-COURSE.
           MOVE LOW-VALUES           TO PRQ-REQUIRED-COURSE.
           START PREREQ-FILE KEY IS NOT LESS THAN PRQ-KEY
               INVALID KEY
                   SET WS-PREREQ-EOF TO TRUE
           END-START.
           PERFORM 7920-LIST-ONE-PREREQUISITE THRU 7920-EXIT
               UNTIL WS-PREREQ-EOF.
           IF WS-PREREQ-COUNT = 0
               DISPLAY 'NO PREREQUISITES ON FILE FOR '
                   WS-INPUT-COURSE-CODE '.'
           END-IF.
       7910-EXIT.
           EXIT.

       7920-LIST-ONE-PREREQUISITE.
           READ PREREQ-FILE NEXT RECORD
               AT END
                   SET WS-PREREQ-EOF TO TRUE
                   GO TO 7920-EXIT
           END-READ.
           IF PRQ-COURSE NOT = WS-INPUT-COURSE-CODE
               SET WS-PREREQ-EOF TO TRUE
               GO TO 7920-EXIT
           END-IF.
           ADD 1 TO WS-PREREQ-COUNT.
           DISPLAY '  REQUIRES ' PRQ-REQUIRED-COURSE
               ' MINIMUM GRADE ' PRQ-MIN-GRADE.
       7920-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * DELETE ONE PREREQUISITE ROW (COURSE + REQUIRED COURSE)         *
      *---------------------------------------------------------------*
       7950-DELETE-PREREQUISITE.
           OPEN I-O PREREQ-FILE.
           IF PRQ-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PREREQUISITE FILE, '
                   'FILE STATUS: ' PRQ-FILE-STATUS
               GO TO 7950-EXIT
           END-IF.

           DISPLAY 'ENTER COURSE CODE: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-COURSE-CODE.
           PERFORM 7910-LIST-PREREQUISITES THRU 7910-EXIT.
           IF WS-PREREQ-COUNT = 0
               GO TO 7950-EXIT
           END-IF.

           DISPLAY 'ENTER REQUIRED COURSE CODE TO REMOVE: '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-REQUIRED-COURSE.

           MOVE WS-INPUT-COURSE-CODE     TO PRQ-COURSE.
           MOVE WS-INPUT-REQUIRED-COURSE TO PRQ-REQUIRED-COURSE.
           READ PREREQ-FILE
               KEY IS PRQ-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PRQ-FILE-STATUS NOT = '00'
               DISPLAY WS-INPUT-REQUIRED-COURSE
                   ' IS NOT A PREREQUISITE OF '
                   WS-INPUT-COURSE-CODE '.'
               GO TO 7950-EXIT
           END-IF.

           DISPLAY 'DELETE PREREQUISITE ' WS-INPUT-REQUIRED-COURSE
               ' FOR ' WS-INPUT-COURSE-CODE '? CONFIRM (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER.

           IF WS-CONFIRMED
               DELETE PREREQ-FILE RECORD
                   INVALID KEY
                       DISPLAY 'ERROR DELETING PREREQUISITE RECORD, '
                           'FILE STATUS: ' PRQ-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'PREREQUISITE DELETED.'
               END-DELETE
           ELSE
               DISPLAY 'DELETE CANCELLED.'
           END-IF.
       7950-EXIT.
           CLOSE PREREQ-FILE.
       7950-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * SET THE CALENDAR OF ONE TERM, KEYED BY ITS START DATE - EVERY  *
      * COURSE WHOSE COURSE-MST-TERM-START MATCHES FOLLOWS IT. THE     *
      * ENROLLMENT PATHS (PRGM0009, PRGB0012) REFUSE AN ADD AFTER THE  *
      * LAST ADD DATE UNLESS A SUPERVISOR OVERRIDES, POST A 'W ' GRADE *
      * FOR A DROP AFTER THE LAST DROP DATE, AND REFUSE A DROP AFTER   *
      * THE LAST WITHDRAW DATE                                         *
      *---------------------------------------------------------------*
       7970-SET-TERM-CALENDAR.
           OPEN I-O TERM-CALENDAR-FILE.
           IF TCL-FILE-STATUS = '35'
               CLOSE TERM-CALENDAR-FILE
               OPEN OUTPUT TERM-CALENDAR-FILE
               CLOSE TERM-CALENDAR-FILE
               OPEN I-O TERM-CALENDAR-FILE
           END-IF.
           IF TCL-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TERM CALENDAR, '
                   'FILE STATUS: ' TCL-FILE-STATUS
               GO TO 7970-EXIT
           END-IF.

           DISPLAY 'ENTER TERM START DATE (CCYYMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-TERM-START.
           MOVE WS-INPUT-TERM-START TO WS-DATE-TO-VALIDATE.
           PERFORM 9100-VALIDATE-DATE THRU 9100-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY 'TERM START IS NOT A VALID CALENDAR DATE.'
               GO TO 7970-EXIT
           END-IF.

           MOVE WS-INPUT-TERM-START TO TCAL-TERM-START.
           READ TERM-CALENDAR-FILE
               KEY IS TCAL-TERM-START
               INVALID KEY
                   CONTINUE
           END-READ.
           IF TCL-FILE-STATUS = '00'
               DISPLAY 'CURRENT CALENDAR FOR TERM ' TCAL-TERM-START
                   ' - ' TCAL-TERM-END
               DISPLAY '  LAST DAY TO ADD      : ' TCAL-LAST-ADD
               DISPLAY '  LAST DAY TO DROP     : ' TCAL-LAST-DROP
               DISPLAY '  LAST DAY TO WITHDRAW : ' TCAL-LAST-WITHDRAW
           END-IF.

           DISPLAY 'ENTER TERM END DATE (CCYYMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-TERM-END.
           MOVE WS-INPUT-TERM-END TO WS-DATE-TO-VALIDATE.
           PERFORM 9100-VALIDATE-DATE THRU 9100-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY 'TERM END IS NOT A VALID CALENDAR DATE.'
               GO TO 7970-EXIT
           END-IF.
           IF WS-INPUT-TERM-END < WS-INPUT-TERM-START
               DISPLAY 'TERM END CANNOT BE BEFORE TERM START.'
               GO TO 7970-EXIT
           END-IF.

           DISPLAY 'ENTER LAST DAY TO ADD (CCYYMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-LAST-ADD.
           MOVE WS-INPUT-LAST-ADD TO WS-DATE-TO-VALIDATE.
           PERFORM 9100-VALIDATE-DATE THRU 9100-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY 'LAST ADD DATE IS NOT A VALID CALENDAR DATE.'
               GO TO 7970-EXIT
           END-IF.

           DISPLAY 'ENTER LAST DAY TO DROP WITHOUT RECORD (CCYYMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-LAST-DROP.
           MOVE WS-INPUT-LAST-DROP TO WS-DATE-TO-VALIDATE.
           PERFORM 9100-VALIDATE-DATE THRU 9100-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY 'LAST DROP DATE IS NOT A VALID CALENDAR DATE.'
               GO TO 7970-EXIT
           END-IF.

           DISPLAY 'ENTER LAST DAY TO WITHDRAW (CCYYMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-LAST-WITHDRAW.
           MOVE WS-INPUT-LAST-WITHDRAW TO WS-DATE-TO-VALIDATE.
           PERFORM 9100-VALIDATE-DATE THRU 9100-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY 'LAST WITHDRAW DATE IS NOT A VALID CALENDAR '
                   'DATE.'
               GO TO 7970-EXIT
           END-IF.

           IF WS-INPUT-LAST-DROP < WS-INPUT-LAST-ADD
               OR WS-INPUT-LAST-WITHDRAW < WS-INPUT-LAST-DROP
               DISPLAY 'DEADLINES MUST RUN ADD, THEN DROP, THEN '
                   'WITHDRAW.'
               GO TO 7970-EXIT
           END-IF.
           IF WS-INPUT-LAST-WITHDRAW > WS-INPUT-TERM-END
               DISPLAY 'LAST WITHDRAW DATE CANNOT BE AFTER THE TERM '
                   'END.'
               GO TO 7970-EXIT
           END-IF.

           ACCEPT WS-CAL-TODAY FROM DATE YYYYMMDD.

           IF TCL-FILE-STATUS = '00'
               DISPLAY 'REPLACE THE CALENDAR FOR TERM '
                   WS-INPUT-TERM-START ' (Y/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANSWER
               IF NOT WS-CONFIRMED
                   DISPLAY 'TERM CALENDAR UNCHANGED.'
                   GO TO 7970-EXIT
               END-IF
               PERFORM 7980-LOAD-CALENDAR-RECORD THRU 7980-EXIT
               REWRITE TERM-CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING TERM CALENDAR, '
                           'FILE STATUS: ' TCL-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'CALENDAR FOR TERM '
                           WS-INPUT-TERM-START ' REPLACED.'
               END-REWRITE
           ELSE
               PERFORM 7980-LOAD-CALENDAR-RECORD THRU 7980-EXIT
               WRITE TERM-CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING TERM CALENDAR, '
                           'FILE STATUS: ' TCL-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'CALENDAR FOR TERM '
                           WS-INPUT-TERM-START ' RECORDED.'
               END-WRITE
           END-IF.
       7970-EXIT.
           CLOSE TERM-CALENDAR-FILE.
       7970-RETURN.
           EXIT.

       7980-LOAD-CALENDAR-RECORD.
           MOVE WS-INPUT-TERM-START    TO TCAL-TERM-START.
           MOVE WS-INPUT-TERM-END      TO TCAL-TERM-END.
           MOVE WS-INPUT-LAST-ADD      TO TCAL-LAST-ADD.
           MOVE WS-INPUT-LAST-DROP     TO TCAL-LAST-DROP.
           MOVE WS-INPUT-LAST-WITHDRAW TO TCAL-LAST-WITHDRAW.
           MOVE WS-CAL-TODAY           TO TCAL-UPDATE-DATE.
           MOVE WS-OPERATOR-ID         TO TCAL-OPERATOR-ID.
           MOVE ','                    TO TCAL-SEPARATOR1
                                          TCAL-SEPARATOR2
                                          TCAL-SEPARATOR3
                                          TCAL-SEPARATOR4
                                          TCAL-SEPARATOR5
                                          TCAL-SEPARATOR6.
       7980-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * DELETE ONE TERM'S CALENDAR - ITS COURSES GO BACK TO HAVING NO  *
      * ADD/DROP/WITHDRAW DEADLINES                                    *
      *---------------------------------------------------------------*
       7990-DELETE-TERM-CALENDAR.
           OPEN I-O TERM-CALENDAR-FILE.
           IF TCL-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TERM CALENDAR, '
                   'FILE STATUS: ' TCL-FILE-STATUS
               GO TO 7990-EXIT
           END-IF.

           DISPLAY 'ENTER TERM START DATE (CCYYMMDD): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-TERM-START.

           MOVE WS-INPUT-TERM-START TO TCAL-TERM-START.
           READ TERM-CALENDAR-FILE
               KEY IS TCAL-TERM-START
               INVALID KEY
                   CONTINUE
           END-READ.
           IF TCL-FILE-STATUS NOT = '00'
               DISPLAY 'NO CALENDAR ON FILE FOR TERM '
                   WS-INPUT-TERM-START '.'
               GO TO 7990-EXIT
           END-IF.

           DISPLAY 'DELETE THE CALENDAR FOR TERM ' TCAL-TERM-START
               ' - ' TCAL-TERM-END '? CONFIRM (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER.

           IF WS-CONFIRMED
               DELETE TERM-CALENDAR-FILE RECORD
                   INVALID KEY
                       DISPLAY 'ERROR DELETING TERM CALENDAR, '
                           'FILE STATUS: ' TCL-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'TERM CALENDAR DELETED.'
               END-DELETE
           ELSE
               DISPLAY 'DELETE CANCELLED.'
           END-IF.
       7990-EXIT.
           CLOSE TERM-CALENDAR-FILE.
       7990-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * CANCEL A WHOLE COURSE, OR ONE SECTION OF IT, FOR THE           *
      * INSTITUTION. EVERY ENROLLMENT IN THE CANCELLED COURSE OR       *
      * SECTION IS DROPPED WITH ITS SECTION ASSIGNMENT, JOURNALED AS A *
      * DROP ('D') FOR FORWARD RECOVERY, AND RECORDED ON THE           *
      * ENROLLMENT HISTORY AS 'X' (CANCELLED BY THE INSTITUTION) SO    *
      * THE BILLING EXTRACT CREDITS THE FULL FEE AND THE NIGHTLY       *
      * LETTERS OFFER THE COURSE'S OTHER OPEN SECTIONS. NO DEADLINE    *
      * APPLIES AND NO W GRADE IS POSTED - THE STUDENT DID NOT CHOOSE  *
      * TO LEAVE. A WHOLE-COURSE CANCEL ALSO RELEASES THE WAIT-LIST    *
      * (EACH ENTRY RECORDED AS 'L'), REMOVES THE COURSE'S SECTIONS,   *
      * AND SETS THE CAPACITY TO ZERO - THE MASTER RECORD IS KEPT FOR  *
      * THE HISTORY, BILLING, AND LETTERS THAT STILL NAME IT. A        *
      * SECTION CANCEL LEAVES THE WAIT-LIST FOR THE OTHER SECTIONS.    *
      * NOTHING IS CHANGED UNTIL THE OPERATOR HAS SEEN THE COUNTS AND  *
      * CONFIRMED, AND NOTHING IS CHANGED IF THE HISTORY OR THE        *
      * JOURNAL CANNOT BE WRITTEN                                      *
      *---------------------------------------------------------------*
       8000-CANCEL-COURSE.
           IF NOT WS-DROP-AUTHORIZED
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT '
                   'AUTHORIZED TO DROP ENROLLMENTS.'
               GO TO 8000-RETURN
           END-IF.

           OPEN I-O COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE MASTER, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               GO TO 8000-RETURN
           END-IF.

           DISPLAY 'ENTER COURSE CODE TO CANCEL: ' WITH NO ADVANCING
           ACCEPT WS-CANCEL-COURSE.

           MOVE WS-CANCEL-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'COURSE ' WS-CANCEL-COURSE ' NOT FOUND.'
               GO TO 8000-EXIT
           END-IF.
           MOVE COURSE-MST-TITLE TO WS-CANCEL-TITLE.

           MOVE SPACES TO WS-CANCEL-SECTION.
           DISPLAY 'ENTER SECTION ID (BLANK = WHOLE COURSE): '
               WITH NO ADVANCING
           ACCEPT WS-CANCEL-SECTION.
           IF WS-CANCEL-SECTION = SPACES
               SET WS-CANCEL-WHOLE-COURSE TO TRUE
           ELSE
               SET WS-CANCEL-ONE-SECTION TO TRUE
               PERFORM 8050-CHECK-SECTION-EXISTS THRU 8050-RETURN
               IF NOT WS-CANCEL-SECTION-FOUND
                   DISPLAY 'SECTION ' WS-CANCEL-SECTION ' OF '
                       WS-CANCEL-COURSE ' NOT FOUND.'
                   GO TO 8000-EXIT
               END-IF
           END-IF.

           PERFORM 8100-OPEN-ENROLLMENT-FILES THRU 8100-EXIT.
           IF WS-CANCEL-ERROR-COUNT > 0
               GO TO 8000-EXIT
           END-IF.

           PERFORM 8200-GATHER-ENROLLMENTS THRU 8200-EXIT.
           IF WS-CANCEL-OVERFLOW
               DISPLAY 'MORE THAN 2000 ENROLLMENTS IN '
                   WS-CANCEL-COURSE ' - NOTHING CANCELLED.'
               GO TO 8000-EXIT
           END-IF.

           MOVE 0 TO WS-CANCEL-WAITLIST-COUNT.
           IF WS-CANCEL-WHOLE-COURSE
               SET WS-CANCEL-COUNTING TO TRUE
               PERFORM 8400-WALK-WAITLIST THRU 8400-RETURN
           END-IF.

           IF WS-CANCEL-WHOLE-COURSE
               DISPLAY 'CANCEL COURSE ' WS-CANCEL-COURSE ' '
                   WS-CANCEL-TITLE
           ELSE
               DISPLAY 'CANCEL SECTION ' WS-CANCEL-SECTION ' OF '
                   WS-CANCEL-COURSE ' ' WS-CANCEL-TITLE
           END-IF.
           DISPLAY '  STUDENTS TO BE DROPPED     : ' WS-CE-COUNT.
           IF WS-CANCEL-WHOLE-COURSE
               DISPLAY '  WAIT-LIST ENTRIES RELEASED : '
                   WS-CANCEL-WAITLIST-COUNT
               DISPLAY '  THE COURSE''S SECTIONS ARE REMOVED AND IT '
                   'IS CLOSED TO NEW ENROLLMENT.'
           END-IF.
           DISPLAY 'THIS CANNOT BE UNDONE. CONFIRM (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER.
           IF NOT WS-CONFIRMED
               DISPLAY 'NOTHING CANCELLED.'
               GO TO 8000-EXIT
           END-IF.

           PERFORM 8150-OPEN-JOURNALS THRU 8150-EXIT.
           IF WS-CANCEL-ERROR-COUNT > 0
               DISPLAY 'NOTHING CANCELLED.'
               GO TO 8000-EXIT
           END-IF.

           ACCEPT WS-CANCEL-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-CANCEL-DROP-COUNT
                     WS-CANCEL-RELEASE-COUNT
                     WS-CANCEL-SECTION-COUNT.
           PERFORM 8300-DROP-ONE-ENROLLMENT THRU 8300-EXIT
               VARYING WS-CANCEL-IDX FROM 1 BY 1
               UNTIL WS-CANCEL-IDX > WS-CE-COUNT.

           IF WS-CANCEL-WHOLE-COURSE
               SET WS-CANCEL-RELEASING TO TRUE
               PERFORM 8400-WALK-WAITLIST THRU 8400-RETURN
           END-IF.

           CLOSE ENROLLMENT-HISTORY-FILE.
           CLOSE AUDIT-JOURNAL-FILE.

           PERFORM 8500-REMOVE-SECTIONS THRU 8500-RETURN.
           PERFORM 8600-UPDATE-COURSE-MASTER THRU 8600-EXIT.

           DISPLAY 'STUDENTS DROPPED          : ' WS-CANCEL-DROP-COUNT.
           DISPLAY 'WAIT-LIST ENTRIES RELEASED: '
               WS-CANCEL-RELEASE-COUNT.
           DISPLAY 'SECTIONS REMOVED          : '
               WS-CANCEL-SECTION-COUNT.
           IF WS-CANCEL-ERROR-COUNT > 0
               DISPLAY 'WARNING: ' WS-CANCEL-ERROR-COUNT
                   ' RECORD(S) COULD NOT BE UPDATED - SEE ABOVE.'
           END-IF.
           IF WS-CANCEL-ONE-SECTION
               DISPLAY 'REVIEW THE CAPACITY OF ' WS-CANCEL-COURSE
                   ' NOW THAT THE SECTION IS GONE.'
           END-IF.
           DISPLAY 'CANCELLATION LETTERS GO OUT WITH THE NIGHTLY '
               'NOTIFICATION RUN.'.
       8000-EXIT.
           PERFORM 8900-CLOSE-ENROLLMENT-FILES THRU 8900-EXIT.
           CLOSE COURSE-MASTER-FILE.
       8000-RETURN.
           EXIT.

       8050-CHECK-SECTION-EXISTS.
           MOVE 'N' TO WS-CANCEL-SECTION-FOUND-SW.
           OPEN INPUT SECTION-FILE.
           IF SEC-FILE-STATUS NOT = '00'
               GO TO 8050-RETURN
           END-IF.
           MOVE WS-CANCEL-COURSE  TO CSEC-COURSE.
           MOVE WS-CANCEL-SECTION TO CSEC-SECTION.
           READ SECTION-FILE
               KEY IS CSEC-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF SEC-FILE-STATUS = '00'
               SET WS-CANCEL-SECTION-FOUND TO TRUE
           END-IF.
       8050-EXIT.
           CLOSE SECTION-FILE.
       8050-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * NO ENROLLMENT FILE MEANS NO ONE TO DROP, AND NO SECTION        *
      * ASSIGNMENT FILE MEANS NO ONE IS IN ANY SECTION. THE STUDENT    *
      * MASTER ONLY SUPPLIES THE NAME FOR THE HISTORY AND JOURNAL      *
      *---------------------------------------------------------------*
       8100-OPEN-ENROLLMENT-FILES.
           MOVE 0   TO WS-CANCEL-ERROR-COUNT.
           MOVE 'N' TO WS-CANCEL-ENROLL-OPEN-SW
                       WS-CANCEL-ENRLSECT-OPEN-SW
                       WS-CANCEL-STUDENT-OPEN-SW.

           OPEN I-O ENROLL-VSAM-FILE.
           IF ENR-FILE-STATUS = '00'
               SET WS-CANCEL-ENROLL-OPEN TO TRUE
           ELSE
               IF ENR-FILE-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN ENROLLMENT FILE, '
                       'FILE STATUS: ' ENR-FILE-STATUS
                   ADD 1 TO WS-CANCEL-ERROR-COUNT
                   GO TO 8100-EXIT
               END-IF
           END-IF.

           OPEN I-O ENRLSECT-FILE.
           IF ES-FILE-STATUS = '00'
               SET WS-CANCEL-ENRLSECT-OPEN TO TRUE
           ELSE
               IF ES-FILE-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN SECTION ASSIGNMENTS, '
                       'FILE STATUS: ' ES-FILE-STATUS
                   ADD 1 TO WS-CANCEL-ERROR-COUNT
                   GO TO 8100-EXIT
               END-IF
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF STU-FILE-STATUS = '00'
               SET WS-CANCEL-STUDENT-OPEN TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * THE HISTORY AND THE JOURNAL ARE OPENED BEFORE THE FIRST DROP - *
      * A DROP THAT CANNOT BE RECORDED WOULD NEVER BE CREDITED OR      *
      * RECOVERED. EITHER FILE IS CREATED ON FIRST USE                 *
      *---------------------------------------------------------------*
       8150-OPEN-JOURNALS.
           OPEN EXTEND ENROLLMENT-HISTORY-FILE.
           IF EH-FILE-STATUS = '35'
               OPEN OUTPUT ENROLLMENT-HISTORY-FILE
               CLOSE ENROLLMENT-HISTORY-FILE
               OPEN EXTEND ENROLLMENT-HISTORY-FILE
           END-IF.
           IF EH-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ENROLLMENT HISTORY, '
                   'FILE STATUS: ' EH-FILE-STATUS
               ADD 1 TO WS-CANCEL-ERROR-COUNT
               GO TO 8150-EXIT
           END-IF.

           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-JOURNAL-FILE
               CLOSE AUDIT-JOURNAL-FILE
               OPEN EXTEND AUDIT-JOURNAL-FILE
           END-IF.
           IF AUD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUDIT JOURNAL, '
                   'FILE STATUS: ' AUD-FILE-STATUS
               CLOSE ENROLLMENT-HISTORY-FILE
               ADD 1 TO WS-CANCEL-ERROR-COUNT
           END-IF.
       8150-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * WALK THE COURSE'S ENROLLMENTS ON THE COURSE ALTERNATE KEY AND  *
      * NOTE EVERY STUDENT TO BE DROPPED. FOR A SECTION CANCEL ONLY    *
      * STUDENTS ASSIGNED TO THAT SECTION ARE TAKEN - A STUDENT WITH   *
      * NO SECTION ASSIGNMENT STAYS ENROLLED IN THE COURSE             *
      *---------------------------------------------------------------*
       8200-GATHER-ENROLLMENTS.
           MOVE 0   TO WS-CE-COUNT.
           MOVE 'N' TO WS-CANCEL-EOF-SW.
           MOVE 'N' TO WS-CANCEL-OVERFLOW-SW.
           IF NOT WS-CANCEL-ENROLL-OPEN
               GO TO 8200-EXIT
           END-IF.

           MOVE WS-CANCEL-COURSE TO ENROLL-VSAM-COURSE.
           START ENROLL-VSAM-FILE KEY IS NOT LESS THAN
               ENROLL-VSAM-COURSE
               INVALID KEY
                   SET WS-CANCEL-EOF TO TRUE
           END-START.
           IF NOT WS-CANCEL-EOF
               READ ENROLL-VSAM-FILE NEXT RECORD
                   AT END SET WS-CANCEL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 8210-GATHER-ONE-ENROLLMENT THRU 8210-EXIT
               UNTIL WS-CANCEL-EOF
                  OR ENROLL-VSAM-COURSE NOT = WS-CANCEL-COURSE.
       8200-EXIT.
           EXIT.

       8210-GATHER-ONE-ENROLLMENT.
           IF WS-CANCEL-WHOLE-COURSE
               GO TO 8210-TAKE
           END-IF.
           IF NOT WS-CANCEL-ENRLSECT-OPEN
               GO TO 8210-READ-NEXT
           END-IF.
           MOVE ENROLL-VSAM-STUDENT-ID TO ES-STUDENT-ID.
           MOVE WS-CANCEL-COURSE       TO ES-COURSE.
           READ ENRLSECT-FILE
               KEY IS ES-KEY
               INVALID KEY
                   GO TO 8210-READ-NEXT
           END-READ.
           IF ES-SECTION NOT = WS-CANCEL-SECTION
               GO TO 8210-READ-NEXT
           END-IF.
       8210-TAKE.
           IF WS-CE-COUNT NOT < 2000
               SET WS-CANCEL-OVERFLOW TO TRUE
               SET WS-CANCEL-EOF TO TRUE
               GO TO 8210-EXIT
           END-IF.
           ADD 1 TO WS-CE-COUNT.
           MOVE ENROLL-VSAM-STUDENT-ID
               TO WS-CE-STUDENT-ID (WS-CE-COUNT).
       8210-READ-NEXT.
           READ ENROLL-VSAM-FILE NEXT RECORD
               AT END SET WS-CANCEL-EOF TO TRUE
           END-READ.
       8210-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * DROP ONE GATHERED ENROLLMENT - THE ENROLLMENT, ITS SECTION     *
      * ASSIGNMENT, THE 'D' JOURNAL ENTRY AND THE 'X' HISTORY ENTRY    *
      *---------------------------------------------------------------*
       8300-DROP-ONE-ENROLLMENT.
           MOVE WS-CE-STUDENT-ID (WS-CANCEL-IDX)
               TO ENROLL-VSAM-STUDENT-ID.
           MOVE WS-CANCEL-COURSE TO ENROLL-VSAM-COURSE.
           DELETE ENROLL-VSAM-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERROR REMOVING ENROLLMENT OF STUDENT '
                       ENROLL-VSAM-STUDENT-ID ', FILE STATUS: '
                       ENR-FILE-STATUS
                   ADD 1 TO WS-CANCEL-ERROR-COUNT
                   GO TO 8300-EXIT
           END-DELETE.
           ADD 1 TO WS-CANCEL-DROP-COUNT.

           MOVE SPACES TO WS-CANCEL-STUDENT-NAME.
           MOVE 0      TO WS-CANCEL-STUDENT-DOB.
           IF WS-CANCEL-STUDENT-OPEN
               MOVE WS-CE-STUDENT-ID (WS-CANCEL-IDX) TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-VSAM-NAME TO WS-CANCEL-STUDENT-NAME
                       MOVE STUDENT-VSAM-DOB  TO WS-CANCEL-STUDENT-DOB
               END-READ
           END-IF.

           IF WS-CANCEL-ENRLSECT-OPEN
               MOVE WS-CE-STUDENT-ID (WS-CANCEL-IDX) TO ES-STUDENT-ID
               MOVE WS-CANCEL-COURSE                 TO ES-COURSE
               DELETE ENRLSECT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

           ACCEPT WS-CANCEL-TIME-RAW FROM TIME.
           MOVE SPACES TO AUDIT-JOURNAL-RECORD.
           MOVE WS-CE-STUDENT-ID (WS-CANCEL-IDX) TO AUD-STUDENT-ID.
           MOVE WS-OPERATOR-ID                   TO AUD-OPERATOR-ID.
           MOVE WS-CANCEL-TODAY                  TO AUD-ACTION-DATE.
           MOVE WS-CANCEL-TIME-RAW (1:6)         TO AUD-ACTION-TIME.
           MOVE 'D'                              TO AUD-ACTION-CODE.
           MOVE WS-CANCEL-STUDENT-NAME           TO AUD-OLD-NAME.
           MOVE WS-CANCEL-STUDENT-DOB            TO AUD-OLD-DOB.
           MOVE WS-CANCEL-COURSE                 TO AUD-OLD-COURSE.
           MOVE 0                                TO AUD-NEW-DOB
                                                    AUD-MERGED-ID.
           MOVE ','                              TO AUD-SEPARATOR1
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
               ADD 1 TO WS-CANCEL-ERROR-COUNT
           END-IF.

           MOVE WS-CE-STUDENT-ID (WS-CANCEL-IDX) TO EH-STUDENT-ID.
           MOVE WS-CANCEL-STUDENT-NAME           TO EH-NAME.
           MOVE WS-CANCEL-COURSE                 TO EH-PRIOR-COURSE.
           MOVE 'X'                              TO EH-ACTION-CODE.
           MOVE WS-CANCEL-TODAY                  TO EH-EFFECTIVE-DATE.
           PERFORM 8700-WRITE-CANCEL-HISTORY THRU 8700-EXIT.
       8300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * WALK THE COURSE'S WAIT-LIST (KEYED COURSE FIRST). THE COUNTING *
      * PASS ONLY COUNTS; THE RELEASING PASS REMOVES EACH ENTRY AND    *
      * RECORDS IT AS 'L' SO THE STUDENT IS TOLD THE COURSE IS GONE    *
      *---------------------------------------------------------------*
       8400-WALK-WAITLIST.
           MOVE 'N' TO WS-CANCEL-EOF-SW.
           OPEN I-O WAITLIST-FILE.
           IF WL-FILE-STATUS NOT = '00'
               IF WL-FILE-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN WAIT-LIST, '
                       'FILE STATUS: ' WL-FILE-STATUS
                   ADD 1 TO WS-CANCEL-ERROR-COUNT
               END-IF
               GO TO 8400-RETURN
           END-IF.

           MOVE WS-CANCEL-COURSE TO WL-COURSE.
           MOVE 0                TO WL-REQUEST-DATE
                                    WL-REQUEST-TIME
                                    WL-STUDENT-ID.
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   SET WS-CANCEL-EOF TO TRUE
           END-START.
           IF NOT WS-CANCEL-EOF
               READ WAITLIST-FILE NEXT RECORD
                   AT END SET WS-CANCEL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 8410-WALK-ONE-WL-ENTRY THRU 8410-EXIT
               UNTIL WS-CANCEL-EOF
                  OR WL-COURSE NOT = WS-CANCEL-COURSE.
       8400-EXIT.
           CLOSE WAITLIST-FILE.
       8400-RETURN.
           EXIT.

       8410-WALK-ONE-WL-ENTRY.
           IF WS-CANCEL-COUNTING
               ADD 1 TO WS-CANCEL-WAITLIST-COUNT
               GO TO 8410-READ-NEXT
           END-IF.

           MOVE WL-STUDENT-ID    TO EH-STUDENT-ID.
           MOVE WL-NAME          TO EH-NAME.
           MOVE WS-CANCEL-COURSE TO EH-PRIOR-COURSE.
           MOVE 'L'              TO EH-ACTION-CODE.
           MOVE WS-CANCEL-TODAY  TO EH-EFFECTIVE-DATE.
           DELETE WAITLIST-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERROR REMOVING WAIT-LIST ENTRY OF STUDENT '
                       WL-STUDENT-ID ', FILE STATUS: ' WL-FILE-STATUS
                   ADD 1 TO WS-CANCEL-ERROR-COUNT
                   GO TO 8410-READ-NEXT
           END-DELETE.
           ADD 1 TO WS-CANCEL-RELEASE-COUNT.
           PERFORM 8700-WRITE-CANCEL-HISTORY THRU 8700-EXIT.
       8410-READ-NEXT.
           READ WAITLIST-FILE NEXT RECORD
               AT END SET WS-CANCEL-EOF TO TRUE
           END-READ.
       8410-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A CANCELLED SECTION IS REMOVED; A CANCELLED COURSE LOSES EVERY *
      * SECTION, WHICH ALSO FREES THE ROOMS AND THE INSTRUCTOR'S TIME  *
      *---------------------------------------------------------------*
       8500-REMOVE-SECTIONS.
           MOVE 'N' TO WS-CANCEL-EOF-SW.
           OPEN I-O SECTION-FILE.
           IF SEC-FILE-STATUS NOT = '00'
               GO TO 8500-RETURN
           END-IF.

           IF WS-CANCEL-ONE-SECTION
               MOVE WS-CANCEL-COURSE  TO CSEC-COURSE
               MOVE WS-CANCEL-SECTION TO CSEC-SECTION
               DELETE SECTION-FILE RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REMOVING SECTION, '
                           'FILE STATUS: ' SEC-FILE-STATUS
                       ADD 1 TO WS-CANCEL-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-CANCEL-SECTION-COUNT
               END-DELETE
               GO TO 8500-EXIT
           END-IF.

           MOVE WS-CANCEL-COURSE TO CSEC-COURSE.
           MOVE LOW-VALUES       TO CSEC-SECTION.
           START SECTION-FILE KEY IS NOT LESS THAN CSEC-KEY
               INVALID KEY
                   SET WS-CANCEL-EOF TO TRUE
           END-START.
           IF NOT WS-CANCEL-EOF
               READ SECTION-FILE NEXT RECORD
                   AT END SET WS-CANCEL-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 8510-REMOVE-ONE-SECTION THRU 8510-EXIT
               UNTIL WS-CANCEL-EOF
                  OR CSEC-COURSE NOT = WS-CANCEL-COURSE.
       8500-EXIT.
           CLOSE SECTION-FILE.
       8500-RETURN.
           EXIT.

       8510-REMOVE-ONE-SECTION.
           DELETE SECTION-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERROR REMOVING SECTION ' CSEC-SECTION
                       ', FILE STATUS: ' SEC-FILE-STATUS
                   ADD 1 TO WS-CANCEL-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CANCEL-SECTION-COUNT
           END-DELETE.
           READ SECTION-FILE NEXT RECORD
               AT END SET WS-CANCEL-EOF TO TRUE
           END-READ.
       8510-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * GIVE THE DROPPED SEATS BACK ON THE MAINTAINED COUNTER - NEVER  *
      * BELOW ZERO, AS IN PRGM0009. A CANCELLED COURSE IS LEFT WITH NO *
      * ENROLLMENT AND ZERO CAPACITY. COURSE MAINTENANCE NEVER SETS A  *
      * ZERO CAPACITY, SO PRGM0009 AND PRGB0012 TREAT ZERO AS          *
      * CANCELLED AND REFUSE THE ENROLLMENT OUTRIGHT - NO WAIT-LIST    *
      * OFFER. ITS WAIT-LIST HAS ALREADY BEEN RELEASED BY 8400.        *
      *---------------------------------------------------------------*
       8600-UPDATE-COURSE-MASTER.
           MOVE WS-CANCEL-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   GO TO 8600-EXIT
           END-READ.

           IF WS-CANCEL-WHOLE-COURSE
               MOVE 0 TO COURSE-MST-ENROLLED
               MOVE 0 TO COURSE-MST-CAPACITY
           ELSE
               COMPUTE WS-CANCEL-NEW-COUNT =
                   COURSE-MST-ENROLLED - WS-CANCEL-DROP-COUNT
               IF WS-CANCEL-NEW-COUNT < 0
                   MOVE 0 TO WS-CANCEL-NEW-COUNT
               END-IF
               MOVE WS-CANCEL-NEW-COUNT TO COURSE-MST-ENROLLED
           END-IF.
           MOVE ',' TO CRS-SEPARATOR5
                       CRS-SEPARATOR6.

           REWRITE COURSE-MST-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: UNABLE TO UPDATE SEAT COUNT '
                       'FOR ' WS-CANCEL-COURSE ', FILE STATUS: '
                       CRS-FILE-STATUS
                   ADD 1 TO WS-CANCEL-ERROR-COUNT
           END-REWRITE.
       8600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * APPEND THE HISTORY ENTRY LOADED BY THE CALLER                  *
      *---------------------------------------------------------------*
       8700-WRITE-CANCEL-HISTORY.
           MOVE ',' TO EH-SEPARATOR1
                       EH-SEPARATOR2
                       EH-SEPARATOR3
                       EH-SEPARATOR4.
           WRITE ENRLHIST-RECORD.
           IF EH-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ENROLLMENT HISTORY WRITE FAILED FOR '
                   'STUDENT ' EH-STUDENT-ID ', FILE STATUS: '
                   EH-FILE-STATUS
               ADD 1 TO WS-CANCEL-ERROR-COUNT
           END-IF.
       8700-EXIT.
           EXIT.

       8900-CLOSE-ENROLLMENT-FILES.
           IF WS-CANCEL-ENROLL-OPEN
               CLOSE ENROLL-VSAM-FILE
           END-IF.
           IF WS-CANCEL-ENRLSECT-OPEN
               CLOSE ENRLSECT-FILE
           END-IF.
           IF WS-CANCEL-STUDENT-OPEN
               CLOSE STUDENT-VSAM-FILE
           END-IF.
           MOVE 'N' TO WS-CANCEL-ENROLL-OPEN-SW
                       WS-CANCEL-ENRLSECT-OPEN-SW
                       WS-CANCEL-STUDENT-OPEN-SW.
       8900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: VALIDATE A CCYYMMDD DATE IS A REAL CALENDAR   *
      * DATE - REJECTS BAD MONTHS, BAD DAYS, AND BAD LEAP-DAY DATES    *
