      *          is kept on LETTERS.CTL and advanced at the end of a
      *          successful run - the same cycle control discipline
      *          as PRGD0021's extract.
      *          Absence warnings recorded by the weekly absence report
      *          (PRGA0049) on ABSWARN.VSAM are also turned into
      *          letters; each is marked sent on the warning file so
      *          it goes out once, whatever day the report ran.
      *          A student dropped because the institution cancelled
      *          the course or section (history action 'X', from
      *          PRGC0013) gets a cancellation letter, and a student
      *          whose wait-list request was released by a course
      *          cancellation ('L') is told the course is gone. Both
      *          list the other sections of the course still open -
      *          read from SECTION.VSAM, with the course's seats on
      *          COURSE.MST deciding whether any are open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EH-FILE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO 'COURSE.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-MST-CODE
               FILE STATUS IS CRS-FILE-STATUS.

           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSEC-KEY
               FILE STATUS IS SEC-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO 'LETTERS.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTR-FILE-STATUS.

           SELECT ABSENCE-WARNING-FILE ASSIGN TO 'ABSWARN.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AW-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO 'LETTERS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYC-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           05 EH-SEPARATOR4                 PIC X.
           05 EH-EFFECTIVE-DATE             PIC 9(8).

       FD ABSENCE-WARNING-FILE.
       01  ABSENCE-WARNING-RECORD.
           05 AW-KEY.
              10 AW-STUDENT-ID              PIC 9(7).
              10 AW-COURSE                  PIC X(15).
           05 AW-SEPARATOR1                 PIC X.
           05 AW-NAME                       PIC X(27).
           05 AW-SEPARATOR2                 PIC X.
           05 AW-TERM-START                 PIC 9(8).
           05 AW-SEPARATOR3                 PIC X.
           05 AW-ABSENCE-PCT                PIC 9(3).
           05 AW-SEPARATOR4                 PIC X.
           05 AW-ABSENT-COUNT               PIC 9(3).
           05 AW-SEPARATOR5                 PIC X.
           05 AW-RECORDED-COUNT             PIC 9(3).
           05 AW-SEPARATOR6                 PIC X.
           05 AW-LAST-ATTENDED              PIC 9(8).
           05 AW-SEPARATOR7                 PIC X.
           05 AW-WARNED-DATE                PIC 9(8).
           05 AW-SEPARATOR8                 PIC X.
           05 AW-LETTER-SW                  PIC X.
               88 AW-LETTER-PENDING                VALUE 'N'.
               88 AW-LETTER-SENT                   VALUE 'Y'.

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

       FD SECTION-FILE.
       01  SECTION-RECORD.
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

       FD LETTER-FILE.
       01  LETTER-RECORD                    PIC X(132).

       01  CYCLE-CONTROL-RECORD.
           05 CYC-LAST-LETTER-DATE          PIC 9(8).

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
       01  EH-FILE-STATUS                   PIC XX.
       01  LTR-FILE-STATUS                  PIC XX.
       01  CYC-FILE-STATUS                  PIC XX.
       01  AW-FILE-STATUS                   PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  SEC-FILE-STATUS                  PIC XX.

       01  WS-PRM-EOF-SW                    PIC X    VALUE 'N'.
           88 WS-PRM-EOF                         VALUE 'Y'.
       01  WS-HIST-EOF-SW                   PIC X    VALUE 'N'.
           88 WS-HIST-EOF                        VALUE 'Y'.
       01  WS-AW-EOF-SW                     PIC X    VALUE 'N'.
           88 WS-AW-EOF                          VALUE 'Y'.
       01  WS-NO-CONTACT-FILE-SW            PIC X    VALUE 'N'.
           88 WS-NO-CONTACT-FILE                 VALUE 'Y'.
       01  WS-NO-COURSE-FILE-SW             PIC X    VALUE 'N'.
           88 WS-NO-COURSE-FILE                  VALUE 'Y'.
       01  WS-NO-SECTION-FILE-SW            PIC X    VALUE 'N'.
           88 WS-NO-SECTION-FILE                 VALUE 'Y'.
       01  WS-SEC-EOF-SW                    PIC X    VALUE 'N'.
           88 WS-SEC-EOF                         VALUE 'Y'.

       01  WS-TODAY                         PIC 9(8).
       01  WS-LAST-LETTER-DATE              PIC 9(8) VALUE 0.
               88 WS-LTR-PROMOTION               VALUE 'P'.
               88 WS-LTR-WITHDRAWAL              VALUE 'W'.
               88 WS-LTR-DROP                    VALUE 'D'.
               88 WS-LTR-ABSENCE                 VALUE 'A'.
               88 WS-LTR-CANCELLED               VALUE 'X'.
               88 WS-LTR-WAITLIST-RELEASED       VALUE 'L'.
           05 WS-LTR-STUDENT-ID             PIC 9(7).
           05 WS-LTR-NAME                   PIC X(27).
           05 WS-LTR-COURSE                 PIC X(15).
           05 WS-LTR-EFFECTIVE-DATE         PIC 9(8).
           05 WS-LTR-ABSENCE-PCT            PIC 9(3).

       01  WS-DATE-TO-FORMAT                PIC 9(8).
       01  WS-FORMATTED-DATE                PIC X(10).

       01  WS-PCT-DISPLAY                   PIC ZZ9.

       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '        STUDENT NOTIFICATION LETTERS               '
           DISPLAY '==================================================='.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           PERFORM 1000-READ-CYCLE-CONTROL THRU 1000-EXIT.

               GO TO 0000-EXIT
           END-IF.

      *    THE COURSE MASTER AND SECTION FILE ONLY FEED THE LIST OF
      *    OPEN SECTIONS IN A CANCELLATION LETTER - WITHOUT THEM THE
      *    LETTER SAYS NO OTHER SECTION IS OPEN.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               SET WS-NO-COURSE-FILE TO TRUE
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF SEC-FILE-STATUS NOT = '00'
               SET WS-NO-SECTION-FILE TO TRUE
           END-IF.

           PERFORM 2000-LETTERS-FROM-PROMOTIONS THRU 2000-EXIT.
           PERFORM 3000-LETTERS-FROM-HISTORY THRU 3000-EXIT.
           PERFORM 4000-LETTERS-FROM-ABSENCES THRU 4000-RETURN.

           CLOSE LETTER-FILE.
           IF NOT WS-NO-CONTACT-FILE
               CLOSE CONTACT-FILE
           END-IF.
           IF NOT WS-NO-COURSE-FILE
               CLOSE COURSE-MASTER-FILE
           END-IF.
           IF NOT WS-NO-SECTION-FILE
               CLOSE SECTION-FILE
           END-IF.

           PERFORM 6000-ADVANCE-CYCLE-CONTROL THRU 6000-EXIT.


      *---------------------------------------------------------------*
      * EVERY WITHDRAWAL (W) OR DROP (D) RECORDED ON THE ENROLLMENT    *
      * HISTORY SINCE THE LAST RUN GETS A LETTER, AS DOES EVERY DROP   *
      * FORCED BY A COURSE OR SECTION CANCELLATION (X) AND EVERY       *
      * WAIT-LIST REQUEST RELEASED BY ONE (L). COURSE MOVES (C) ARE    *
      * OPERATOR-DRIVEN AND THE STUDENT IS PRESENT - NO LETTER         *
      *---------------------------------------------------------------*
       3000-LETTERS-FROM-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW.

       3100-SCAN-ONE-HISTORY.
           IF EH-EFFECTIVE-DATE > WS-LAST-LETTER-DATE
               AND (EH-ACTION-CODE = 'W' OR EH-ACTION-CODE = 'D'
                   OR EH-ACTION-CODE = 'X' OR EH-ACTION-CODE = 'L')
               EVALUATE EH-ACTION-CODE
                   WHEN 'W'
                       SET WS-LTR-WITHDRAWAL TO TRUE
                   WHEN 'X'
                       SET WS-LTR-CANCELLED TO TRUE
                   WHEN 'L'
                       SET WS-LTR-WAITLIST-RELEASED TO TRUE
                   WHEN OTHER
                       SET WS-LTR-DROP TO TRUE
               END-EVALUATE
               MOVE EH-STUDENT-ID     TO WS-LTR-STUDENT-ID
               MOVE EH-NAME           TO WS-LTR-NAME
               MOVE EH-PRIOR-COURSE   TO WS-LTR-COURSE
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * EVERY ABSENCE WARNING STILL WAITING FOR ITS LETTER GETS ONE    *
      * AND IS MARKED SENT. THE WARNING FILE, NOT LETTERS.CTL, DECIDES *
      * WHAT IS NEW - THE REPORT RUNS OUTSIDE THE NIGHTLY CYCLE        *
      *---------------------------------------------------------------*
       4000-LETTERS-FROM-ABSENCES.
           MOVE 'N' TO WS-AW-EOF-SW.
           OPEN I-O ABSENCE-WARNING-FILE.
           IF AW-FILE-STATUS NOT = '00'
               IF AW-FILE-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN ABSENCE WARNING FILE, '
                       'FILE STATUS: ' AW-FILE-STATUS
               END-IF
               GO TO 4000-RETURN
           END-IF.

           READ ABSENCE-WARNING-FILE NEXT RECORD
               AT END SET WS-AW-EOF TO TRUE
           END-READ.

           PERFORM 4100-SCAN-ONE-WARNING THRU 4100-EXIT
               UNTIL WS-AW-EOF.
       4000-EXIT.
           CLOSE ABSENCE-WARNING-FILE.
       4000-RETURN.
           EXIT.

       4100-SCAN-ONE-WARNING.
           IF AW-LETTER-PENDING
               SET WS-LTR-ABSENCE  TO TRUE
               MOVE AW-STUDENT-ID    TO WS-LTR-STUDENT-ID
               MOVE AW-NAME          TO WS-LTR-NAME
               MOVE AW-COURSE        TO WS-LTR-COURSE
               MOVE AW-LAST-ATTENDED TO WS-LTR-EFFECTIVE-DATE
               MOVE AW-ABSENCE-PCT   TO WS-LTR-ABSENCE-PCT
               PERFORM 8000-WRITE-ONE-LETTER THRU 8000-EXIT
               SET AW-LETTER-SENT TO TRUE
               REWRITE ABSENCE-WARNING-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO MARK ABSENCE LETTER SENT '
                           AW-STUDENT-ID ' ' AW-COURSE
                           ', FILE STATUS: ' AW-FILE-STATUS
                       MOVE 4 TO WS-RETURN-CODE
               END-REWRITE
           END-IF.
           READ ABSENCE-WARNING-FILE NEXT RECORD
               AT END SET WS-AW-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       6000-ADVANCE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-CONTROL-FILE.
           MOVE WS-TODAY TO CYC-LAST-LETTER-DATE.
                   MOVE 'PLEASE CONTACT THE REGISTRAR IF THIS IS '
                       & 'NOT WHAT YOU EXPECTED.' TO WS-REPORT-LINE
                   PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
               WHEN WS-LTR-ABSENCE
                   MOVE WS-LTR-ABSENCE-PCT TO WS-PCT-DISPLAY
                   STRING 'YOU HAVE MISSED ' DELIMITED BY SIZE
                       WS-PCT-DISPLAY        DELIMITED BY SIZE
                       '% OF THE RECORDED MEETINGS OF '
                                             DELIMITED BY SIZE
                       WS-LTR-COURSE         DELIMITED BY SIZE
                       '.'                   DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
                   IF WS-LTR-EFFECTIVE-DATE = 0
                       MOVE 'NO ATTENDANCE HAS BEEN RECORDED FOR YOU '
                           & 'IN THIS COURSE.' TO WS-REPORT-LINE
                   ELSE
                       STRING 'YOUR LAST RECORDED ATTENDANCE WAS ON '
                           DELIMITED BY SIZE
                           WS-FORMATTED-DATE DELIMITED BY SIZE
                           '.'               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   END-IF
                   PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
                   MOVE 'CONTINUED ABSENCE MAY AFFECT YOUR GRADE AND '
                       & 'YOUR FINANCIAL AID.' TO WS-REPORT-LINE
                   PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
                   MOVE 'PLEASE CONTACT YOUR INSTRUCTOR OR THE '
                       & 'REGISTRAR.' TO WS-REPORT-LINE
                   PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
               WHEN WS-LTR-CANCELLED
                   STRING 'WE REGRET THAT YOUR CLASS IN '
                                         DELIMITED BY SIZE
                       WS-LTR-COURSE     DELIMITED BY SIZE
                       ' HAS BEEN CANCELLED BY THE COLLEGE.'
                                         DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
                   STRING 'YOUR ENROLLMENT WAS DROPPED EFFECTIVE '
                       DELIMITED BY SIZE
                       WS-FORMATTED-DATE DELIMITED BY SIZE
                       ' AND THE FULL COURSE FEE WILL BE CREDITED.'
                                         DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
                   PERFORM 8300-LIST-OPEN-SECTIONS THRU 8300-EXIT
               WHEN WS-LTR-WAITLIST-RELEASED
                   STRING 'WE REGRET THAT ' DELIMITED BY SIZE
                       WS-LTR-COURSE        DELIMITED BY SIZE
                       ' HAS BEEN CANCELLED BY THE COLLEGE.'
                                            DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
                   STRING 'YOUR PLACE ON ITS WAIT-LIST WAS RELEASED '
                       'EFFECTIVE '      DELIMITED BY SIZE
                       WS-FORMATTED-DATE DELIMITED BY SIZE
                       '.'               DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
                   PERFORM 8300-LIST-OPEN-SECTIONS THRU 8300-EXIT
           END-EVALUATE.

           MOVE SPACES TO WS-REPORT-LINE.
       8200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * THE ALTERNATIVES FOR A CANCELLATION LETTER - EVERY SECTION OF  *
      * THE COURSE STILL ON THE SECTION FILE, PROVIDED THE COURSE HAS  *
      * SEATS LEFT (SEATS ARE HELD AT COURSE LEVEL). A CANCELLED       *
      * COURSE HAS NO SECTIONS AND NO CAPACITY, SO IT LISTS NONE       *
      *---------------------------------------------------------------*
       8300-LIST-OPEN-SECTIONS.
           MOVE 'N' TO WS-SEC-EOF-SW.
           IF WS-NO-COURSE-FILE OR WS-NO-SECTION-FILE
               GO TO 8300-NONE-OPEN
           END-IF.

           MOVE WS-LTR-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   GO TO 8300-NONE-OPEN
           END-READ.
           IF COURSE-MST-ENROLLED NOT < COURSE-MST-CAPACITY
               GO TO 8300-NONE-OPEN
           END-IF.

           MOVE WS-LTR-COURSE TO CSEC-COURSE.
           MOVE LOW-VALUES    TO CSEC-SECTION.
           START SECTION-FILE KEY IS NOT LESS THAN CSEC-KEY
               INVALID KEY
                   SET WS-SEC-EOF TO TRUE
           END-START.
           IF NOT WS-SEC-EOF
               READ SECTION-FILE NEXT RECORD
                   AT END SET WS-SEC-EOF TO TRUE
               END-READ
           END-IF.
           IF WS-SEC-EOF
               OR CSEC-COURSE NOT = WS-LTR-COURSE
               GO TO 8300-NONE-OPEN
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT.
           STRING 'THESE SECTIONS OF ' DELIMITED BY SIZE
               WS-LTR-COURSE          DELIMITED BY SIZE
               ' STILL HAVE SEATS:'   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT.
           PERFORM 8310-LIST-ONE-SECTION THRU 8310-EXIT
               UNTIL WS-SEC-EOF
                  OR CSEC-COURSE NOT = WS-LTR-COURSE.
           MOVE 'PLEASE CONTACT THE REGISTRAR TO ENROLL IN ONE OF '
               & 'THEM.' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT.
           GO TO 8300-EXIT.
       8300-NONE-OPEN.
           MOVE 'NO OTHER SECTION OF THIS COURSE IS OPEN. PLEASE '
               & 'CONTACT THE REGISTRAR TO CHOOSE' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT.
           MOVE 'ANOTHER COURSE.' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT.
       8300-EXIT.
           EXIT.

       8310-LIST-ONE-SECTION.
           STRING '    SECTION '   DELIMITED BY SIZE
               CSEC-SECTION        DELIMITED BY SIZE
               '  DAYS '           DELIMITED BY SIZE
               CSEC-MEETING-DAYS   DELIMITED BY SIZE
               '  '                DELIMITED BY SIZE
               CSEC-START-TIME     DELIMITED BY SIZE
               '-'                 DELIMITED BY SIZE
               CSEC-END-TIME       DELIMITED BY SIZE
               '  ROOM '           DELIMITED BY SIZE
               CSEC-ROOM           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT.
           READ SECTION-FILE NEXT RECORD
               AT END SET WS-SEC-EOF TO TRUE
           END-READ.
       8310-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED UTILITY: FORMAT A CCYYMMDD DATE AS MM/DD/CCYY           *
      *---------------------------------------------------------------*
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
