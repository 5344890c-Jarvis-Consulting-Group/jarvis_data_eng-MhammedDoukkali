      *          next free id automatically, every action is journaled
      *          to AUDIT.JRNL, course changes and drops are recorded
      *          on ENRLHIST.DAT, and a full course offers the
      *          wait-list instead of a forced seat. An enrollment is
      *          refused when the student has not passed a course's
      *          prerequisites (PREREQ.VSAM) at the minimum grade.
      *          The term calendar (TERMCAL.VSAM) is honoured: an add
      *          after the last add date needs a supervisor override,
      *          a drop after the last drop date posts a 'W ' grade,
      *          and a drop after the last withdraw date is refused.
      *          A course change is held to the drop rules for the
      *          course left and the add rules for the course taken.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS FH-STUDENT-ID
               FILE STATUS IS FH-FILE-STATUS.

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

       FD AUDIT-JOURNAL-FILE.
       01  AUDIT-JOURNAL-RECORD.
           05 AUD-NEW-DOB                   PIC 9(8).
           05 AUD-SEPARATOR10               PIC X.
           05 AUD-NEW-COURSE                PIC X(15).
           05 AUD-SEPARATOR11               PIC X.
           05 AUD-MERGED-ID                 PIC 9(7).
           05 AUD-SEPARATOR12               PIC X.
           05 AUD-STUDENT-IMAGE             PIC X(72).
           05 AUD-SEPARATOR13               PIC X.
           05 AUD-ENROLL-IMAGE              PIC X(49).

       FD WAITLIST-FILE.
       01  WAITLIST-RECORD.
           05 FH-SEPARATOR2                 PIC X.
           05 FH-HOLD-DATE                  PIC 9(8).

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

       FD OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID                        PIC X(8).
       01  SEC-FILE-STATUS                  PIC XX.
       01  ES-FILE-STATUS                   PIC XX.
       01  FH-FILE-STATUS                   PIC XX.
       01  PRQ-FILE-STATUS                  PIC XX.
       01  TCL-FILE-STATUS                  PIC XX.
       01  OPR-FILE-STATUS                  PIC XX.
       01  CNT-FILE-STATUS                  PIC XX.
       01  GRD-FILE-STATUS                  PIC XX.
       01  WS-HOLD-FOUND-SW                 PIC X    VALUE 'N'.
           88 WS-HOLD-FOUND                      VALUE 'Y'.

      *---------------------------------------------------------------*
      * PREREQUISITE CHECK - THE LETTER GRADES IN DESCENDING ORDER.    *
      * AN EARNED GRADE MEETS A MINIMUM WHEN IT STANDS AT OR ABOVE IT  *
      * IN THE TABLE; 'P ' MEETS ANY MINIMUM, 'I ' AND 'W ' MEET NONE  *
      *---------------------------------------------------------------*
       01  WS-GRADE-RANK-TABLE.
           05 FILLER                 PIC X(26)
               VALUE 'A+A A-B+B B-C+C C-D+D D-F '.
       01  WS-GRADE-RANK-R REDEFINES WS-GRADE-RANK-TABLE.
           05 WS-GRADE-RANK          PIC X(2)  OCCURS 13 TIMES.

       01  WS-PREREQ-WORK.
           05 WS-PREREQ-MISSING-SW          PIC X    VALUE 'N'.
               88 WS-PREREQ-MISSING                VALUE 'Y'.
           05 WS-PREREQ-EOF-SW              PIC X    VALUE 'N'.
               88 WS-PREREQ-EOF                    VALUE 'Y'.
           05 WS-PREREQ-GRADES-OPEN-SW      PIC X    VALUE 'N'.
               88 WS-PREREQ-GRADES-OPEN            VALUE 'Y'.
           05 WS-PREREQ-COURSE              PIC X(15).
           05 WS-PREREQ-MIN-GRADE           PIC X(2).
           05 WS-PREREQ-EARNED-GRADE        PIC X(2).
           05 WS-RANK-GRADE                 PIC X(2).
           05 WS-RANK-IDX                   PIC 9(2).
           05 WS-RANK-POSITION              PIC 9(2).
           05 WS-EARNED-POSITION            PIC 9(2).

      *---------------------------------------------------------------*
      * TERM CALENDAR CHECK - WHICH OF THE COURSE'S TERM DEADLINES     *
      * (TERMCAL.VSAM) HAVE PASSED. A DROP AFTER THE LAST DROP DATE    *
      * POSTS A 'W ' GRADE; NOTHING IS ACCEPTED AFTER THE LAST         *
      * WITHDRAW DATE                                                  *
      *---------------------------------------------------------------*
       01  WS-CALENDAR-WORK.
           05 WS-CAL-FOUND-SW               PIC X    VALUE 'N'.
               88 WS-CAL-FOUND                     VALUE 'Y'.
           05 WS-CAL-ADD-CLOSED-SW          PIC X    VALUE 'N'.
               88 WS-CAL-ADD-CLOSED                VALUE 'Y'.
           05 WS-CAL-DROP-CLOSED-SW         PIC X    VALUE 'N'.
               88 WS-CAL-DROP-CLOSED               VALUE 'Y'.
           05 WS-CAL-WITHDRAW-CLOSED-SW     PIC X    VALUE 'N'.
               88 WS-CAL-WITHDRAW-CLOSED           VALUE 'Y'.
           05 WS-CAL-GRADE-EXISTS-SW        PIC X    VALUE 'N'.
               88 WS-CAL-GRADE-EXISTS              VALUE 'Y'.
           05 WS-CAL-TERM-START             PIC 9(8).
           05 WS-CAL-LAST-ADD               PIC 9(8).
           05 WS-CAL-LAST-DROP              PIC 9(8).
           05 WS-CAL-LAST-WITHDRAW          PIC 9(8).
           05 WS-CAL-OLD-GRADE              PIC X(2).
           05 WS-CAL-MOVE-W-GRADE-SW        PIC X    VALUE 'N'.
               88 WS-CAL-MOVE-W-GRADE              VALUE 'Y'.
           05 WS-CAL-SAVE-COURSE            PIC X(15).

      *---------------------------------------------------------------*
      * SIGN-ON STATE - THE AUTHENTICATED OPERATOR'S PROFILE, COPIED   *
      * FROM OPERATOR.VSAM AT SIGN-ON AND CHECKED BEFORE EACH          *
           05  WS-OPERATOR-ID               PIC X(8).
           05  WS-TIME-RAW                  PIC 9(8).
           05  WS-AUDIT-ACTION              PIC X.
           05  WS-AUDIT-MERGED-ID           PIC 9(7)  VALUE 0.
           05  WS-AUDIT-STUDENT-IMAGE       PIC X(72) VALUE SPACES.
           05  WS-AUDIT-ENROLL-IMAGE        PIC X(49) VALUE SPACES.
           05  WS-MAINT-OK-SW               PIC X    VALUE 'N'.
               88 WS-MAINT-OK                      VALUE 'Y'.
           05  WS-WL-NAME                   PIC X(27).

       01  WS-CAPACITY-WORK-AREAS.
           05  WS-CAP-COURSE-LIMIT          PIC 9(4) VALUE 0.
               88 WS-CAP-COURSE-CANCELLED        VALUE 0.
           05  WS-CAP-COURSE-FOUND-SW       PIC X    VALUE 'N'.
               88 WS-CAP-COURSE-FOUND            VALUE 'Y'.
           05  WS-CAP-CURRENT-ENROLLMENT    PIC 9(4) VALUE 0.
                   ' IS NOT ON THE COURSE MASTER - CANNOT ADD.'
               GO TO 2000-EXIT
           END-IF.
      *    A CANCELLED COURSE IS LEFT AT ZERO CAPACITY (PRGC0013) -
      *    REFUSE IT OUTRIGHT RATHER THAN OFFER THE WAIT-LIST.
           IF WS-CAP-COURSE-CANCELLED
               DISPLAY 'COURSE ' WS-INPUT-STUDENT-VSAM-COURSE
                   ' HAS BEEN CANCELLED - CANNOT ADD.'
               GO TO 2000-EXIT
           END-IF.

      *    A NEW ID HAS NO GRADE HISTORY, SO ANY PREREQUISITE REFUSES.
           PERFORM 9350-CHECK-PREREQUISITES THRU 9350-RETURN.
           IF WS-PREREQ-MISSING
               DISPLAY 'ADD REFUSED - STUDENT '
                   WS-INPUT-STUDENT-VSAM-ID
                   ' HAS NOT MET PREREQUISITE ' WS-PREREQ-COURSE
                   ' FOR ' WS-INPUT-STUDENT-VSAM-COURSE '.'
               DISPLAY 'MINIMUM GRADE ' WS-PREREQ-MIN-GRADE
                   ', GRADE ON FILE ''' WS-PREREQ-EARNED-GRADE ''''
                   ' (BLANK = NO GRADE).'
               GO TO 2000-EXIT
           END-IF.

           PERFORM 9250-CHECK-TERM-CALENDAR THRU 9250-RETURN.
           IF WS-CAL-ADD-CLOSED
               DISPLAY 'THE LAST DAY TO ADD '
                   WS-INPUT-STUDENT-VSAM-COURSE ' WAS '
                   WS-CAL-LAST-ADD '.'
               IF WS-OPR-SUPERVISOR NOT = 'Y'
                   DISPLAY 'ADD REFUSED - A LATE ADD NEEDS A '
                       'SUPERVISOR OVERRIDE.'
                   GO TO 2000-EXIT
               END-IF
               DISPLAY 'OVERRIDE THE ADD DEADLINE (Y/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANSWER
               IF NOT WS-CONFIRMED
                   DISPLAY 'ADD CANCELLED.'
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           DISPLAY 'IS THIS A RE-ENROLLMENT OF A WITHDRAWN STUDENT '
               '(Y/N)? ' WITH NO ADVANCING
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   SET WS-MAINT-OK TO TRUE
                   MOVE STUDENT-VSAM-RECORD TO WS-AUDIT-STUDENT-IMAGE
           END-WRITE.

           IF NOT WS-MAINT-OK
                           FILE-CHECK-KEY
                       MOVE 8 TO WS-RETURN-CODE
               END-DELETE
               PERFORM 9500-CLEAR-IMAGES THRU 9500-EXIT
               DISPLAY 'ADD CANCELLED.'
           END-IF.


           IF WS-MAINT-OK
               MOVE 'C' TO WS-AUDIT-ACTION
               MOVE STUDENT-VSAM-RECORD TO WS-AUDIT-STUDENT-IMAGE
               PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
           END-IF.

      * MOVE ONE ENROLLMENT FROM ITS CURRENT COURSE TO A NEW COURSE:   *
      * THE OLD ENROLLMENT RECORD IS DELETED AND A NEW ONE WRITTEN     *
      * UNDER THE NEW COURSE, KEEPING THE ORIGINAL ENROLLMENT DATES.   *
      * A FULL TARGET COURSE OFFERS THE WAIT-LIST INSTEAD. THE MOVE IS *
      * A DROP PLUS AN ADD, SO THE OLD COURSE IS HELD TO THE DROP AND  *
      * WITHDRAW DEADLINES AND THE NEW ONE TO ITS PREREQUISITES AND    *
      * THE ADD DEADLINE                                               *
      *---------------------------------------------------------------*
       3500-MOVE-ENROLLMENT.
           DISPLAY 'COURSE TO MOVE FROM: ' WITH NO ADVANCING
           MOVE ENROLL-VSAM-INSERTDATE      TO WS-SAVED-INSERTDATE.
           MOVE ENROLL-VSAM-INCLUSION-DATE  TO WS-SAVED-INCLUSION-DATE.

      *    THE CALENDAR CHECK READS WS-INPUT-STUDENT-VSAM-COURSE - THE
      *    NEW COURSE IS ACCEPTED INTO IT BELOW.
           MOVE WS-OLD-COURSE TO WS-INPUT-STUDENT-VSAM-COURSE.
           PERFORM 9250-CHECK-TERM-CALENDAR THRU 9250-RETURN.
           IF WS-CAL-WITHDRAW-CLOSED
               DISPLAY 'COURSE CHANGE REFUSED - THE LAST DAY TO '
                   'WITHDRAW FROM ' WS-OLD-COURSE ' WAS '
                   WS-CAL-LAST-WITHDRAW '.'
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-CAL-DROP-CLOSED-SW TO WS-CAL-MOVE-W-GRADE-SW.
           IF WS-CAL-MOVE-W-GRADE
               DISPLAY 'THE LAST DAY TO DROP ' WS-OLD-COURSE
                   ' WITHOUT RECORD WAS ' WS-CAL-LAST-DROP
                   ' - A W GRADE WILL BE POSTED.'
           END-IF.

           DISPLAY 'NEW COURSE: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-STUDENT-VSAM-COURSE.

                   'COURSE CHANGE CANCELLED.'
               GO TO 3500-EXIT
           END-IF.
      *    A CANCELLED COURSE IS LEFT AT ZERO CAPACITY (PRGC0013) -
      *    REFUSE IT OUTRIGHT RATHER THAN OFFER THE WAIT-LIST.
           IF WS-CAP-COURSE-CANCELLED
               DISPLAY 'COURSE ' WS-INPUT-STUDENT-VSAM-COURSE
                   ' HAS BEEN CANCELLED - COURSE CHANGE CANCELLED.'
               GO TO 3500-EXIT
           END-IF.

           PERFORM 9350-CHECK-PREREQUISITES THRU 9350-RETURN.
           IF WS-PREREQ-MISSING
               DISPLAY 'COURSE CHANGE REFUSED - STUDENT '
                   WS-INPUT-STUDENT-VSAM-ID
                   ' HAS NOT MET PREREQUISITE ' WS-PREREQ-COURSE
                   ' FOR ' WS-INPUT-STUDENT-VSAM-COURSE '.'
               DISPLAY 'MINIMUM GRADE ' WS-PREREQ-MIN-GRADE
                   ', GRADE ON FILE ''' WS-PREREQ-EARNED-GRADE ''''
                   ' (BLANK = NO GRADE).'
               GO TO 3500-EXIT
           END-IF.

           PERFORM 9250-CHECK-TERM-CALENDAR THRU 9250-RETURN.
           IF WS-CAL-ADD-CLOSED
               DISPLAY 'THE LAST DAY TO ADD '
                   WS-INPUT-STUDENT-VSAM-COURSE ' WAS '
                   WS-CAL-LAST-ADD '.'
               IF WS-OPR-SUPERVISOR NOT = 'Y'
                   DISPLAY 'COURSE CHANGE REFUSED - A LATE ADD NEEDS '
                       'A SUPERVISOR OVERRIDE.'
                   GO TO 3500-EXIT
               END-IF
               DISPLAY 'OVERRIDE THE ADD DEADLINE (Y/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANSWER
               IF NOT WS-CONFIRMED
                   DISPLAY 'COURSE CHANGE CANCELLED.'
                   GO TO 3500-EXIT
               END-IF
           END-IF.
           IF WS-CAP-IS-EXCEEDED
               DISPLAY 'COURSE ' WS-INPUT-STUDENT-VSAM-COURSE
                   ' IS AT OR OVER ITS CONFIGURED CAPACITY OF '
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 3500-EXIT
           END-WRITE.
           MOVE ENROLL-VSAM-RECORD TO WS-AUDIT-ENROLL-IMAGE.

           DISPLAY 'ENROLLMENT MOVED FROM ' WS-OLD-COURSE
               ' TO ' WS-INPUT-STUDENT-VSAM-COURSE '.'.

           MOVE 'C' TO WS-HIST-ACTION.
           PERFORM 9600-WRITE-HISTORY-RECORD THRU 9600-EXIT.

      *    THE W GRADE GOES ON THE COURSE LEFT - 9260 READS IT FROM
      *    WS-INPUT-STUDENT-VSAM-COURSE.
           IF WS-CAL-MOVE-W-GRADE
               MOVE WS-INPUT-STUDENT-VSAM-COURSE TO WS-CAL-SAVE-COURSE
               MOVE WS-OLD-COURSE TO WS-INPUT-STUDENT-VSAM-COURSE
               PERFORM 9260-POST-WITHDRAW-GRADE THRU 9260-RETURN
               MOVE WS-CAL-SAVE-COURSE TO WS-INPUT-STUDENT-VSAM-COURSE
           END-IF.
       3500-EXIT.
           EXIT.


           IF WS-MAINT-OK
               MOVE 'W' TO WS-AUDIT-ACTION
               MOVE STUDENT-VSAM-RECORD TO WS-AUDIT-STUDENT-IMAGE
               MOVE WS-CURRENT-NAME TO WS-FINAL-NAME
               MOVE WS-CURRENT-DOB  TO WS-FINAL-DOB
               MOVE SPACES TO WS-CURRENT-COURSE
           IF WS-MAINT-OK
               PERFORM 6600-STAMP-ALL-INCLUSIONS THRU 6600-EXIT
               MOVE 'R' TO WS-AUDIT-ACTION
               MOVE STUDENT-VSAM-RECORD TO WS-AUDIT-STUDENT-IMAGE
               MOVE WS-CURRENT-NAME TO WS-FINAL-NAME
               MOVE WS-CURRENT-DOB  TO WS-FINAL-DOB
               MOVE SPACES TO WS-CURRENT-COURSE

           MOVE WS-SURVIVOR-ID     TO WS-INPUT-STUDENT-VSAM-ID.
           MOVE 'M'                TO WS-AUDIT-ACTION.
           MOVE WS-DUPLICATE-ID    TO WS-AUDIT-MERGED-ID.
           MOVE WS-DUPLICATE-NAME  TO WS-CURRENT-NAME.
           MOVE WS-DUPLICATE-DOB   TO WS-CURRENT-DOB.
           MOVE SPACES             TO WS-CURRENT-COURSE.
                   ' IS NOT ON THE COURSE MASTER - CANNOT ENROLL.'
               GO TO 5000-EXIT
           END-IF.
      *    A CANCELLED COURSE IS LEFT AT ZERO CAPACITY (PRGC0013) -
      *    REFUSE IT OUTRIGHT RATHER THAN OFFER THE WAIT-LIST.
           IF WS-CAP-COURSE-CANCELLED
               DISPLAY 'COURSE ' WS-INPUT-STUDENT-VSAM-COURSE
                   ' HAS BEEN CANCELLED - CANNOT ENROLL.'
               GO TO 5000-EXIT
           END-IF.

           PERFORM 9350-CHECK-PREREQUISITES THRU 9350-RETURN.
           IF WS-PREREQ-MISSING
               DISPLAY 'ENROLLMENT REFUSED - STUDENT '
                   WS-INPUT-STUDENT-VSAM-ID
                   ' HAS NOT MET PREREQUISITE ' WS-PREREQ-COURSE
                   ' FOR ' WS-INPUT-STUDENT-VSAM-COURSE '.'
               DISPLAY 'MINIMUM GRADE ' WS-PREREQ-MIN-GRADE
                   ', GRADE ON FILE ''' WS-PREREQ-EARNED-GRADE ''''
                   ' (BLANK = NO GRADE).'
               GO TO 5000-EXIT
           END-IF.

           PERFORM 9250-CHECK-TERM-CALENDAR THRU 9250-RETURN.
           IF WS-CAL-ADD-CLOSED
               DISPLAY 'THE LAST DAY TO ADD '
                   WS-INPUT-STUDENT-VSAM-COURSE ' WAS '
                   WS-CAL-LAST-ADD '.'
               IF WS-OPR-SUPERVISOR NOT = 'Y'
                   DISPLAY 'ENROLLMENT REFUSED - A LATE ADD NEEDS A '
                       'SUPERVISOR OVERRIDE.'
                   GO TO 5000-EXIT
               END-IF
               DISPLAY 'OVERRIDE THE ADD DEADLINE (Y/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANSWER
               IF NOT WS-CONFIRMED
                   DISPLAY 'ENROLLMENT CANCELLED.'
                   GO TO 5000-EXIT
               END-IF
           END-IF.

           DISPLAY 'IS THIS A RE-ENROLLMENT OF A WITHDRAWN STUDENT '
               '(Y/N)? ' WITH NO ADVANCING
               GO TO 6000-EXIT
           END-IF.

           PERFORM 9250-CHECK-TERM-CALENDAR THRU 9250-RETURN.
           IF WS-CAL-WITHDRAW-CLOSED
               DISPLAY 'DROP REFUSED - THE LAST DAY TO WITHDRAW FROM '
                   WS-INPUT-STUDENT-VSAM-COURSE ' WAS '
                   WS-CAL-LAST-WITHDRAW '.'
               GO TO 6000-EXIT
           END-IF.
           IF WS-CAL-DROP-CLOSED
               DISPLAY 'THE LAST DAY TO DROP WITHOUT RECORD WAS '
                   WS-CAL-LAST-DROP ' - A W GRADE WILL BE POSTED.'
           END-IF.

           DISPLAY 'DROP ' WS-CURRENT-NAME ' FROM '
               WS-INPUT-STUDENT-VSAM-COURSE '? CONFIRM (Y/N): '
               WITH NO ADVANCING
                       TO WS-ES-DELETE-COURSE
                   PERFORM 8800-DELETE-SECTION-ASSIGNMENT
                       THRU 8800-RETURN
                   IF WS-CAL-DROP-CLOSED
                       PERFORM 9260-POST-WITHDRAW-GRADE
                           THRU 9260-RETURN
                   END-IF
           END-DELETE.
       6000-EXIT.
           CLOSE ENROLL-VSAM-FILE.
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   SET WS-MAINT-OK TO TRUE
                   MOVE ENROLL-VSAM-RECORD TO WS-AUDIT-ENROLL-IMAGE
           END-WRITE.
       8000-EXIT.
           EXIT.
       9400-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: LOOK UP THE TERM CALENDAR (TERMCAL.VSAM, KEPT  *
      * THROUGH PRGC0013) FOR THE TERM THE COURSE IN                   *
      * WS-INPUT-STUDENT-VSAM-COURSE STARTS, AND SET WHICH OF ITS ADD, *
      * DROP AND WITHDRAW DEADLINES HAVE PASSED. A COURSE OFF THE      *
      * MASTER, A MISSING CALENDAR FILE, OR A TERM WITH NO CALENDAR    *
      * MEANS NO DEADLINES                                             *
      *---------------------------------------------------------------*
       9250-CHECK-TERM-CALENDAR.
           MOVE 'N' TO WS-CAL-FOUND-SW.
           MOVE 'N' TO WS-CAL-ADD-CLOSED-SW.
           MOVE 'N' TO WS-CAL-DROP-CLOSED-SW.
           MOVE 'N' TO WS-CAL-WITHDRAW-CLOSED-SW.
           MOVE 0 TO WS-CAL-TERM-START.

           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               GO TO 9250-RETURN
           END-IF.
           MOVE WS-INPUT-STUDENT-VSAM-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS = '00'
               MOVE COURSE-MST-TERM-START TO WS-CAL-TERM-START
           END-IF.
           CLOSE COURSE-MASTER-FILE.
           IF WS-CAL-TERM-START = 0
               GO TO 9250-RETURN
           END-IF.

           OPEN INPUT TERM-CALENDAR-FILE.
           IF TCL-FILE-STATUS NOT = '00'
               GO TO 9250-RETURN
           END-IF.
           MOVE WS-CAL-TERM-START TO TCAL-TERM-START.
           READ TERM-CALENDAR-FILE
               KEY IS TCAL-TERM-START
               INVALID KEY
                   CONTINUE
           END-READ.
           IF TCL-FILE-STATUS NOT = '00'
               GO TO 9250-EXIT
           END-IF.

           SET WS-CAL-FOUND TO TRUE.
           MOVE TCAL-LAST-ADD      TO WS-CAL-LAST-ADD.
           MOVE TCAL-LAST-DROP     TO WS-CAL-LAST-DROP.
           MOVE TCAL-LAST-WITHDRAW TO WS-CAL-LAST-WITHDRAW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-TODAY > WS-CAL-LAST-ADD
               SET WS-CAL-ADD-CLOSED TO TRUE
           END-IF.
           IF WS-TODAY > WS-CAL-LAST-DROP
               SET WS-CAL-DROP-CLOSED TO TRUE
           END-IF.
           IF WS-TODAY > WS-CAL-LAST-WITHDRAW
               SET WS-CAL-WITHDRAW-CLOSED TO TRUE
           END-IF.
       9250-EXIT.
           CLOSE TERM-CALENDAR-FILE.
       9250-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: A DROP BETWEEN THE LAST DROP AND LAST WITHDRAW *
      * DATES LEAVES A 'W ' GRADE ON GRADE.VSAM FOR THE DROPPED COURSE *
      * (WS-INPUT-STUDENT-VSAM-COURSE), JOURNALED AS A GRADE CHANGE IN *
      * THE LAYOUT PRGG0024 WRITES - OLD/NEW GRADE IN THE NAME FIELDS  *
      *---------------------------------------------------------------*
       9260-POST-WITHDRAW-GRADE.
           OPEN I-O GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS = '35'
               CLOSE GRADE-VSAM-FILE
               OPEN OUTPUT GRADE-VSAM-FILE
               CLOSE GRADE-VSAM-FILE
               OPEN I-O GRADE-VSAM-FILE
           END-IF.
           IF GRD-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN GRADE FILE - W GRADE '
                   'NOT POSTED, FILE STATUS: ' GRD-FILE-STATUS
               GO TO 9260-RETURN
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-CAL-GRADE-EXISTS-SW.
           MOVE SPACES TO WS-CAL-OLD-GRADE.
           MOVE WS-INPUT-STUDENT-VSAM-ID TO GRADE-VSAM-STUDENT-ID.
           MOVE WS-INPUT-STUDENT-VSAM-COURSE TO GRADE-VSAM-COURSE.
           READ GRADE-VSAM-FILE
               KEY IS GRADE-VSAM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF GRD-FILE-STATUS = '00'
               SET WS-CAL-GRADE-EXISTS TO TRUE
               MOVE GRADE-VSAM-GRADE TO WS-CAL-OLD-GRADE
           END-IF.

           MOVE WS-INPUT-STUDENT-VSAM-ID TO GRADE-VSAM-STUDENT-ID.
           MOVE WS-INPUT-STUDENT-VSAM-COURSE TO GRADE-VSAM-COURSE.
           MOVE 'W '     TO GRADE-VSAM-GRADE.
           MOVE WS-TODAY TO GRADE-VSAM-GRADE-DATE.
           MOVE WS-OPERATOR-ID TO GRADE-VSAM-OPERATOR-ID.
           MOVE ','      TO GRADE-SEPARATOR1
                            GRADE-SEPARATOR2
                            GRADE-SEPARATOR3.
           IF WS-CAL-GRADE-EXISTS
               REWRITE GRADE-VSAM-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: W GRADE NOT POSTED, '
                           'FILE STATUS: ' GRD-FILE-STATUS
                       GO TO 9260-EXIT
               END-REWRITE
           ELSE
               WRITE GRADE-VSAM-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: W GRADE NOT POSTED, '
                           'FILE STATUS: ' GRD-FILE-STATUS
                       GO TO 9260-EXIT
               END-WRITE
           END-IF.

           MOVE 'G' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-CURRENT-NAME.
           MOVE WS-CAL-OLD-GRADE TO WS-CURRENT-NAME (1:2).
           MOVE 0 TO WS-CURRENT-DOB.
           MOVE WS-INPUT-STUDENT-VSAM-COURSE TO WS-CURRENT-COURSE.
           MOVE SPACES TO WS-FINAL-NAME.
           MOVE 'W ' TO WS-FINAL-NAME (1:2).
           MOVE 0 TO WS-FINAL-DOB.
           MOVE WS-INPUT-STUDENT-VSAM-COURSE TO WS-FINAL-COURSE.
           PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
       9260-EXIT.
           CLOSE GRADE-VSAM-FILE.
       9260-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: A STUDENT WITH A RECORD ON THE FINANCIAL HOLD  *
      * FILE (FINHOLD.VSAM, MAINTAINED FROM THE BURSAR'S RETURN FILE   *
       9300-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: A STUDENT MUST HOLD A GRADE ON GRADE.VSAM AT   *
      * OR ABOVE THE MINIMUM FOR EVERY PREREQUISITE OF THE COURSE ON   *
      * THE PREREQUISITE FILE (PREREQ.VSAM, MAINTAINED THROUGH         *
      * PRGC0013). THE FIRST SHORTFALL SETS WS-PREREQ-MISSING AND IS   *
      * LEFT IN WS-PREREQ-COURSE / -MIN-GRADE / -EARNED-GRADE FOR THE  *
      * CALLER'S MESSAGE. A MISSING PREREQUISITE FILE MEANS NO         *
      * PREREQUISITES; A MISSING GRADE FILE MEANS NO GRADES            *
      *---------------------------------------------------------------*
       9350-CHECK-PREREQUISITES.
           MOVE 'N' TO WS-PREREQ-MISSING-SW.
           MOVE 'N' TO WS-PREREQ-EOF-SW.
           MOVE 'N' TO WS-PREREQ-GRADES-OPEN-SW.
           OPEN INPUT PREREQ-FILE.
           IF PRQ-FILE-STATUS NOT = '00'
               GO TO 9350-RETURN
           END-IF.
           OPEN INPUT GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS = '00'
               SET WS-PREREQ-GRADES-OPEN TO TRUE
           END-IF.

           MOVE WS-INPUT-STUDENT-VSAM-COURSE TO PRQ-COURSE.
           MOVE LOW-VALUES                   TO PRQ-REQUIRED-COURSE.
           START PREREQ-FILE KEY IS NOT LESS THAN PRQ-KEY
               INVALID KEY
                   SET WS-PREREQ-EOF TO TRUE
           END-START.
           PERFORM 9360-CHECK-ONE-PREREQUISITE THRU 9360-EXIT
               UNTIL WS-PREREQ-EOF
                  OR WS-PREREQ-MISSING.
       9350-EXIT.
           IF WS-PREREQ-GRADES-OPEN
               CLOSE GRADE-VSAM-FILE
           END-IF.
           CLOSE PREREQ-FILE.
       9350-RETURN.
           EXIT.

       9360-CHECK-ONE-PREREQUISITE.
           READ PREREQ-FILE NEXT RECORD
               AT END
                   SET WS-PREREQ-EOF TO TRUE
                   GO TO 9360-EXIT
           END-READ.
           IF PRQ-COURSE NOT = WS-INPUT-STUDENT-VSAM-COURSE
               SET WS-PREREQ-EOF TO TRUE
               GO TO 9360-EXIT
           END-IF.

           MOVE PRQ-REQUIRED-COURSE TO WS-PREREQ-COURSE.
           MOVE PRQ-MIN-GRADE       TO WS-PREREQ-MIN-GRADE.
           MOVE SPACES              TO WS-PREREQ-EARNED-GRADE.

           IF WS-PREREQ-GRADES-OPEN
               MOVE WS-INPUT-STUDENT-VSAM-ID TO GRADE-VSAM-STUDENT-ID
               MOVE PRQ-REQUIRED-COURSE      TO GRADE-VSAM-COURSE
               READ GRADE-VSAM-FILE
                   KEY IS GRADE-VSAM-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF GRD-FILE-STATUS = '00'
                   MOVE GRADE-VSAM-GRADE TO WS-PREREQ-EARNED-GRADE
               END-IF
           END-IF.

           IF WS-PREREQ-EARNED-GRADE = 'P '
               GO TO 9360-EXIT
           END-IF.

           MOVE WS-PREREQ-EARNED-GRADE TO WS-RANK-GRADE.
           PERFORM 9370-RANK-GRADE THRU 9370-EXIT.
           MOVE WS-RANK-POSITION TO WS-EARNED-POSITION.
           MOVE WS-PREREQ-MIN-GRADE TO WS-RANK-GRADE.
           PERFORM 9370-RANK-GRADE THRU 9370-EXIT.

           IF WS-EARNED-POSITION = 0
               OR WS-EARNED-POSITION > WS-RANK-POSITION
               SET WS-PREREQ-MISSING TO TRUE
           END-IF.
       9360-EXIT.
           EXIT.

      *    POSITION OF WS-RANK-GRADE IN THE GRADE ORDER, ZERO WHEN IT
      *    IS NOT A LETTER GRADE ('I ', 'W ', BLANK)
       9370-RANK-GRADE.
           MOVE 0 TO WS-RANK-POSITION.
           PERFORM 9371-RANK-ONE-GRADE THRU 9371-EXIT
               VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > 13
                  OR WS-RANK-POSITION NOT = 0.
       9370-EXIT.
           EXIT.

       9371-RANK-ONE-GRADE.
           IF WS-GRADE-RANK (WS-RANK-IDX) = WS-RANK-GRADE
               MOVE WS-RANK-IDX TO WS-RANK-POSITION
           END-IF.
       9371-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: APPEND ONE BEFORE/AFTER IMAGE TO THE AUDIT     *
      * JOURNAL. THE CALLER SETS WS-AUDIT-ACTION (A/C/D) AND LOADS THE *
      * OLD IMAGE IN WS-CURRENT-* AND THE NEW IMAGE IN WS-FINAL-*      *
      * PLUS, FOR FORWARD RECOVERY, THE RECORD AFTER-IMAGES IN         *
      * WS-AUDIT-STUDENT-IMAGE/WS-AUDIT-ENROLL-IMAGE AND THE MERGED-   *
      * AWAY ID IN WS-AUDIT-MERGED-ID.                                 *
      *---------------------------------------------------------------*
       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF AUD-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN AUDIT JOURNAL, '
                   'FILE STATUS: ' AUD-FILE-STATUS
               GO TO 9500-CLEAR-IMAGES
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-FINAL-NAME            TO AUD-NEW-NAME.
           MOVE WS-FINAL-DOB             TO AUD-NEW-DOB.
           MOVE WS-FINAL-COURSE          TO AUD-NEW-COURSE.
           MOVE WS-AUDIT-MERGED-ID       TO AUD-MERGED-ID.
           MOVE WS-AUDIT-STUDENT-IMAGE   TO AUD-STUDENT-IMAGE.
           MOVE WS-AUDIT-ENROLL-IMAGE    TO AUD-ENROLL-IMAGE.
           MOVE ','                      TO AUD-SEPARATOR1
                                            AUD-SEPARATOR2
                                            AUD-SEPARATOR3
                                            AUD-SEPARATOR7
                                            AUD-SEPARATOR8
                                            AUD-SEPARATOR9
                                            AUD-SEPARATOR10
                                            AUD-SEPARATOR11
                                            AUD-SEPARATOR12
                                            AUD-SEPARATOR13.

           WRITE AUDIT-JOURNAL-RECORD.
           IF AUD-FILE-STATUS NOT = '00'
           END-IF.

           CLOSE AUDIT-JOURNAL-FILE.
       9500-CLEAR-IMAGES.
      *    THE AFTER-IMAGES ARE LOADED PER ENTRY - NEVER CARRY ONE
      *    OVER INTO THE NEXT JOURNAL RECORD.
           MOVE 0      TO WS-AUDIT-MERGED-ID.
           MOVE SPACES TO WS-AUDIT-STUDENT-IMAGE
                          WS-AUDIT-ENROLL-IMAGE.
       9500-EXIT.
           EXIT.

