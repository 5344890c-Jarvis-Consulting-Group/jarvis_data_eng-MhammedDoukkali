      *            E  ENROLL EXISTING STUDENT IN A COURSE
      *            X  DROP ONE COURSE ENROLLMENT
      *            R  REINSTATE A WITHDRAWN STUDENT
      *          with the same date validation, course master /
      *          capacity, prerequisite (PREREQ.VSAM against
      *          GRADE.VSAM) and term calendar (TERMCAL.VSAM) rules
      *          enforced by PRGM0009 - a late add has no supervisor
      *          at hand here, so it rejects and is keyed online
      *          under an override; a drop after the last drop date
      *          posts a 'W ' grade. Every failed
      *          transaction goes to STUDTRAN.REJ with a reason code,
      *          every transaction is acknowledged back to admissions
      *          on STUDTRAN.ACK, and the run is restartable: each
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

           SELECT GRADE-VSAM-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-VSAM-KEY
               FILE STATUS IS GRD-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO 'STUXREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XRF-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RST-FILE-STATUS.

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

       FD TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 AUD-NEW-DOB                   PIC 9(8).
           05 AUD-SEPARATOR10               PIC X.
           05 AUD-NEW-COURSE                PIC X(15).
           05 AUD-SEPARATOR11               PIC X.
           05 AUD-MERGED-ID                 PIC 9(7).
           05 AUD-SEPARATOR12               PIC X.
           05 AUD-STUDENT-IMAGE             PIC X(72).
           05 AUD-SEPARATOR13               PIC X.
           05 AUD-ENROLL-IMAGE              PIC X(49).

       FD ENROLLMENT-HISTORY-FILE.
       01  ENRLHIST-RECORD.
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

       FD XREF-FILE.
       01  XREF-RECORD.
           05 XRF-OLD-ID                    PIC 9(7).
           05 RST-SEPARATOR3                PIC X.
           05 RST-RUN-DATE                  PIC 9(8).

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
       01  SEC-FILE-STATUS                  PIC XX.
       01  ES-FILE-STATUS                   PIC XX.
       01  FH-FILE-STATUS                   PIC XX.
       01  PRQ-FILE-STATUS                  PIC XX.
       01  TCL-FILE-STATUS                  PIC XX.
       01  GRD-FILE-STATUS                  PIC XX.
       01  XRF-FILE-STATUS                  PIC XX.
       01  ACK-FILE-STATUS                  PIC XX.

           88 WS-HOLD-FOUND                      VALUE 'Y'.
       01  WS-HOLD-STUDENT-ID               PIC 9(7).

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
           05 WS-PREREQ-STUDENT-ID          PIC 9(7).
           05 WS-PREREQ-MISSING-SW          PIC X    VALUE 'N'.
               88 WS-PREREQ-MISSING                VALUE 'Y'.
           05 WS-PREREQ-EOF-SW              PIC X    VALUE 'N'.
               88 WS-PREREQ-EOF                    VALUE 'Y'.
           05 WS-PREREQ-GRADES-OPEN-SW      PIC X    VALUE 'N'.
               88 WS-PREREQ-GRADES-OPEN            VALUE 'Y'.
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

       01  WS-XREF-WORK.
           05 WS-XRF-EOF-SW                 PIC X    VALUE 'N'.
               88 WS-XRF-EOF                       VALUE 'Y'.
           05  WS-TODAY                     PIC 9(8).
           05  WS-TIME-RAW                  PIC 9(8).
           05  WS-AUDIT-ACTION              PIC X.
           05  WS-AUDIT-MERGED-ID           PIC 9(7)  VALUE 0.
           05  WS-AUDIT-STUDENT-IMAGE       PIC X(72) VALUE SPACES.
           05  WS-AUDIT-ENROLL-IMAGE        PIC X(49) VALUE SPACES.
           05  WS-CURRENT-NAME              PIC X(27).
           05  WS-CURRENT-COURSE            PIC X(15).
           05  WS-CURRENT-DOB               PIC 9(8).

       01  WS-CAPACITY-WORK-AREAS.
           05  WS-CAP-COURSE-LIMIT          PIC 9(4) VALUE 0.
               88 WS-CAP-COURSE-CANCELLED        VALUE 0.
           05  WS-CAP-COURSE-FOUND-SW       PIC X    VALUE 'N'.
               88 WS-CAP-COURSE-FOUND            VALUE 'Y'.
           05  WS-CAP-CURRENT-ENROLLMENT    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '        STUDENT BATCH TRANSACTION APPLY            '
           DISPLAY '==================================================='.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           OPEN INPUT TRANSACTION-FILE.
           IF TRAN-FILE-STATUS NOT = '00'
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
      *    A CANCELLED COURSE IS LEFT AT ZERO CAPACITY (PRGC0013).
           IF WS-CAP-COURSE-CANCELLED
               MOVE 19 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

      *    A RE-ADMISSION IS CHECKED AGAINST ITS GRADE HISTORY; A NEW
      *    STUDENT (ZERO ID) HAS NONE, SO ANY PREREQUISITE REJECTS.
           MOVE TRAN-STUDENT-ID TO WS-PREREQ-STUDENT-ID.
           PERFORM 9350-CHECK-PREREQUISITES THRU 9350-RETURN.
           IF WS-PREREQ-MISSING
               MOVE 16 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 9250-CHECK-TERM-CALENDAR THRU 9250-RETURN.
           IF WS-CAL-ADD-CLOSED
               MOVE 17 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-CAP-IS-EXCEEDED
               MOVE 05 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
           MOVE TRAN-NAME   TO WS-FINAL-NAME.
           MOVE TRAN-DOB    TO WS-FINAL-DOB.
           MOVE TRAN-COURSE TO WS-FINAL-COURSE.
           MOVE STUDENT-VSAM-RECORD TO WS-AUDIT-STUDENT-IMAGE.
           PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
       2000-EXIT.
           EXIT.
                   ADD 1 TO WS-TRAN-APPLIED-COUNT
                   MOVE 'C' TO WS-AUDIT-ACTION
                   MOVE TRAN-STUDENT-ID TO WS-AUDIT-ID
                   MOVE STUDENT-VSAM-RECORD TO WS-AUDIT-STUDENT-IMAGE
                   PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
           END-REWRITE.
       3000-EXIT.

           ADD 1 TO WS-TRAN-APPLIED-COUNT.
           MOVE 'W' TO WS-AUDIT-ACTION.
           MOVE STUDENT-VSAM-RECORD TO WS-AUDIT-STUDENT-IMAGE.
           MOVE WS-CURRENT-NAME TO WS-FINAL-NAME.
           MOVE WS-CURRENT-DOB  TO WS-FINAL-DOB.
           MOVE SPACES TO WS-CURRENT-COURSE.

           ADD 1 TO WS-TRAN-APPLIED-COUNT.
           MOVE 'R' TO WS-AUDIT-ACTION.
           MOVE STUDENT-VSAM-RECORD TO WS-AUDIT-STUDENT-IMAGE.
           MOVE WS-CURRENT-NAME TO WS-FINAL-NAME.
           MOVE WS-CURRENT-DOB  TO WS-FINAL-DOB.
           MOVE SPACES TO WS-CURRENT-COURSE.
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
      *    A CANCELLED COURSE IS LEFT AT ZERO CAPACITY (PRGC0013).
           IF WS-CAP-COURSE-CANCELLED
               MOVE 19 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.

           MOVE TRAN-STUDENT-ID TO WS-PREREQ-STUDENT-ID.
           PERFORM 9350-CHECK-PREREQUISITES THRU 9350-RETURN.
           IF WS-PREREQ-MISSING
               MOVE 16 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 9250-CHECK-TERM-CALENDAR THRU 9250-RETURN.
           IF WS-CAL-ADD-CLOSED
               MOVE 17 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF WS-CAP-IS-EXCEEDED
               MOVE 05 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 6000-EXIT
           END-IF.

           MOVE TRAN-COURSE TO WS-INPUT-STUDENT-VSAM-COURSE.
           PERFORM 9250-CHECK-TERM-CALENDAR THRU 9250-RETURN.
           IF WS-CAL-WITHDRAW-CLOSED
               MOVE 18 TO WS-REJECT-REASON
               PERFORM 8000-WRITE-REJECT-RECORD THRU 8000-EXIT
               GO TO 6000-EXIT
           END-IF.

           MOVE TRAN-COURSE TO WS-CURRENT-COURSE.

           DELETE ENROLL-VSAM-FILE RECORD
                   PERFORM 9400-ADJUST-COURSE-COUNT THRU 9400-RETURN
                   PERFORM 8800-DELETE-SECTION-ASSIGNMENT
                       THRU 8800-RETURN
                   IF WS-CAL-DROP-CLOSED
                       PERFORM 9260-POST-WITHDRAW-GRADE
                           THRU 9260-RETURN
                   END-IF
           END-DELETE.
       6000-EXIT.
           EXIT.
           WRITE ENROLL-VSAM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENROLL-VSAM-RECORD TO WS-AUDIT-ENROLL-IMAGE
           END-WRITE.
       7000-EXIT.
           EXIT.
      *   10 NOT WITHDRAWN              11 ALREADY WITHDRAWN           *
      *   12 SECTION NOT ON COURSE      13 SECTION TIME CLASH          *
      *   14 FINANCIAL HOLD              15 MISSING/BAD SEQUENCE       *
      *   16 PREREQUISITE NOT MET       17 ADD DEADLINE PASSED         *
      *   18 WITHDRAW DEADLINE PASSED   19 COURSE CANCELLED            *
      *---------------------------------------------------------------*
       8000-WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE.
                   MOVE 'FINANCIAL HOLD' TO REJ-REASON-TEXT
               WHEN 15
                   MOVE 'MISSING/BAD SEQUENCE' TO REJ-REASON-TEXT
               WHEN 16
                   MOVE 'PREREQUISITE NOT MET' TO REJ-REASON-TEXT
               WHEN 17
                   MOVE 'ADD DEADLINE PASSED' TO REJ-REASON-TEXT
               WHEN 18
                   MOVE 'WITHDRAW DEADLINE PASSED' TO REJ-REASON-TEXT
               WHEN 19
                   MOVE 'COURSE CANCELLED' TO REJ-REASON-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN REASON' TO REJ-REASON-TEXT
           END-EVALUATE.
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

           MOVE 'N' TO WS-CAL-GRADE-EXISTS-SW.
           MOVE SPACES TO WS-CAL-OLD-GRADE.
           MOVE TRAN-STUDENT-ID TO GRADE-VSAM-STUDENT-ID.
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

           MOVE TRAN-STUDENT-ID TO GRADE-VSAM-STUDENT-ID.
           MOVE WS-INPUT-STUDENT-VSAM-COURSE TO GRADE-VSAM-COURSE.
           MOVE 'W '     TO GRADE-VSAM-GRADE.
           MOVE WS-TODAY TO GRADE-VSAM-GRADE-DATE.
           MOVE 'BATCH' TO GRADE-VSAM-OPERATOR-ID.
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
           MOVE TRAN-STUDENT-ID TO WS-AUDIT-ID.
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
      * PRGC0013). A MISSING PREREQUISITE FILE MEANS NO                *
      * PREREQUISITES; A MISSING GRADE FILE MEANS NO GRADES. THE       *
      * CALLER LOADS WS-PREREQ-STUDENT-ID AND                          *
      * WS-INPUT-STUDENT-VSAM-COURSE                                   *
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

           MOVE SPACES TO WS-PREREQ-EARNED-GRADE.
           IF WS-PREREQ-GRADES-OPEN
               MOVE WS-PREREQ-STUDENT-ID TO GRADE-VSAM-STUDENT-ID
               MOVE PRQ-REQUIRED-COURSE  TO GRADE-VSAM-COURSE
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
           MOVE PRQ-MIN-GRADE TO WS-RANK-GRADE.
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
      * JOURNAL IN THE SAME LAYOUT PRGM0009 WRITES, WITH THE OPERATOR  *
           IF AUD-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN AUDIT JOURNAL, '
                   'FILE STATUS: ' AUD-FILE-STATUS
               GO TO 9500-CLEAR-IMAGES
           END-IF.

      *    THE JOURNAL IS STAMPED FROM THE CLOCK, NOT THE BUSINESS
      *    DATE - FORWARD RECOVERY ORDERS IT AGAINST THE ONLINE
      *    ENTRIES AND THE BACKUP'S UNLOAD STAMP.
           ACCEPT WS-TIME-RAW FROM TIME.

           MOVE WS-AUDIT-ID       TO AUD-STUDENT-ID.
           MOVE 'BATCH'           TO AUD-OPERATOR-ID.
           ACCEPT AUD-ACTION-DATE FROM DATE YYYYMMDD.
           MOVE WS-TIME-RAW (1:6) TO AUD-ACTION-TIME.
           MOVE WS-AUDIT-ACTION   TO AUD-ACTION-CODE.
           MOVE WS-CURRENT-NAME   TO AUD-OLD-NAME.
           MOVE WS-FINAL-NAME     TO AUD-NEW-NAME.
           MOVE WS-FINAL-DOB      TO AUD-NEW-DOB.
           MOVE WS-FINAL-COURSE   TO AUD-NEW-COURSE.
           MOVE WS-AUDIT-MERGED-ID     TO AUD-MERGED-ID.
           MOVE WS-AUDIT-STUDENT-IMAGE TO AUD-STUDENT-IMAGE.
           MOVE WS-AUDIT-ENROLL-IMAGE  TO AUD-ENROLL-IMAGE.
           MOVE ','               TO AUD-SEPARATOR1
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
