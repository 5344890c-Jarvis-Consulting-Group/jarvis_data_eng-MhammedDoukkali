      *          demographics into a transcript block per student on
      *          TRNSCRPT.OUT. Students with no recorded grades are
      *          shown with a no-grades note so the registrar can see
      *          who is still outstanding at term end. Under each
      *          grade block the term and cumulative GPA and the
      *          academic standing are printed from the standing file
      *          (STANDING.DAT, written in student id order by the
      *          standing run PRGG0037), matched to the student as
      *          both files are walked in id order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRS-FILE-STATUS.

           SELECT STANDING-FILE ASSIGN TO 'STANDING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STD-FILE-STATUS.

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

       FD TRANSCRIPT-REPORT-FILE.
       01  TRANSCRIPT-REPORT-RECORD         PIC X(132).

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

       WORKING-STORAGE SECTION.

       01  BD-FILE-STATUS                   PIC XX.
       01  RL-FILE-STATUS                   PIC XX.
       01  WS-RUN-LOG-WORK.
           05 WS-RUN-START-DATE             PIC 9(8).
       01  GRD-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  TRS-FILE-STATUS                  PIC XX.
       01  STD-FILE-STATUS                  PIC XX.

       01  WS-TODAY                         PIC 9(8).
       01  WS-GRADE-EOF-SW                  PIC X    VALUE 'N'.
       01  WS-NO-GRADE-FILE-SW              PIC X    VALUE 'N'.
           88 WS-NO-GRADE-FILE                   VALUE 'Y'.

       01  WS-STANDING-EOF-SW               PIC X    VALUE 'N'.
           88 WS-STANDING-EOF                    VALUE 'Y'.
       01  WS-STANDING-OPEN-SW              PIC X    VALUE 'N'.
           88 WS-STANDING-OPEN                   VALUE 'Y'.

       01  WS-GPA-DISPLAY-WORK.
           05 WS-TERM-GPA-DISPLAY           PIC 9.99.
           05 WS-CUM-GPA-DISPLAY            PIC 9.99.
           05 WS-TERM-COURSES-DISPLAY       PIC ZZ9.
           05 WS-CUM-COURSES-DISPLAY        PIC ZZ9.
           05 WS-STANDING-DESC              PIC X(16).
           05 WS-STANDING-DATE-DISPLAY      PIC X(10).

       01  WS-COUNTS.
           05 WS-STUDENT-COUNT              PIC 9(6) VALUE 0.
           05 WS-GRADE-LINE-COUNT           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '           STUDENT TRANSCRIPT REPORT               '
           DISPLAY '==================================================='.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = '00'
               END-IF
           END-IF.

      *    NO STANDING FILE YET (THE STANDING RUN HAS NOT BEEN MADE)
      *    SIMPLY LEAVES THE GPA LINES OFF.
           OPEN INPUT STANDING-FILE.
           IF STD-FILE-STATUS = '00'
               SET WS-STANDING-OPEN TO TRUE
               READ STANDING-FILE
                   AT END SET WS-STANDING-EOF TO TRUE
               END-READ
           ELSE
               SET WS-STANDING-EOF TO TRUE
           END-IF.

           OPEN OUTPUT TRANSCRIPT-REPORT-FILE.
           IF TRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TRANSCRIPT REPORT, '
               IF NOT WS-NO-GRADE-FILE
                   CLOSE GRADE-VSAM-FILE
               END-IF
               IF WS-STANDING-OPEN
                   CLOSE STANDING-FILE
               END-IF
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           PERFORM 1100-WRITE-REPORT-TRAILER THRU 1100-EXIT.

           CLOSE TRANSCRIPT-REPORT-FILE.
           IF WS-STANDING-OPEN
               CLOSE STANDING-FILE
           END-IF.
           IF NOT WS-NO-GRADE-FILE
               CLOSE GRADE-VSAM-FILE
           END-IF.
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.

           PERFORM 4000-PRINT-STANDING THRU 4000-EXIT.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * PRINT THE STUDENT'S GPA FIGURES FROM THE STANDING FILE. BOTH   *
      * FILES ARE IN STUDENT ID ORDER, SO THE STANDING FILE IS         *
      * ADVANCED PAST LOWER IDS AND A MATCH IS PRINTED. A STUDENT THE  *
      * STANDING RUN DID NOT CLASS (NO GRADE CARRYING GRADE POINTS)    *
      * HAS NO MATCH AND GETS NO GPA LINES                             *
      *---------------------------------------------------------------*
       4000-PRINT-STANDING.
           PERFORM 4100-ADVANCE-STANDING THRU 4100-EXIT
               UNTIL WS-STANDING-EOF
                  OR STD-STUDENT-ID NOT < STUDENT-VSAM-ID.
           IF WS-STANDING-EOF
               OR STD-STUDENT-ID NOT = STUDENT-VSAM-ID
               GO TO 4000-EXIT
           END-IF.

           MOVE STD-TERM-GPA     TO WS-TERM-GPA-DISPLAY.
           MOVE STD-CUM-GPA      TO WS-CUM-GPA-DISPLAY.
           MOVE STD-TERM-COURSES TO WS-TERM-COURSES-DISPLAY.
           MOVE STD-CUM-COURSES  TO WS-CUM-COURSES-DISPLAY.
           EVALUATE STD-STANDING
               WHEN 'D'
                   MOVE 'DEAN''S LIST' TO WS-STANDING-DESC
               WHEN 'W'
                   MOVE 'ACADEMIC WARNING' TO WS-STANDING-DESC
               WHEN 'P'
                   MOVE 'PROBATION' TO WS-STANDING-DESC
               WHEN OTHER
                   MOVE 'GOOD STANDING' TO WS-STANDING-DESC
           END-EVALUATE.
           MOVE STD-RUN-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           MOVE WS-FORMATTED-DATE TO WS-STANDING-DATE-DISPLAY.

           STRING '  TERM GPA '            DELIMITED BY SIZE
               WS-TERM-GPA-DISPLAY         DELIMITED BY SIZE
               ' ('                        DELIMITED BY SIZE
               WS-TERM-COURSES-DISPLAY     DELIMITED BY SIZE
               ' COURSES)   CUMULATIVE GPA ' DELIMITED BY SIZE
               WS-CUM-GPA-DISPLAY          DELIMITED BY SIZE
               ' ('                        DELIMITED BY SIZE
               WS-CUM-COURSES-DISPLAY      DELIMITED BY SIZE
               ' COURSES)'                 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING '  STANDING: '           DELIMITED BY SIZE
               WS-STANDING-DESC            DELIMITED BY SIZE
               '  (AS OF '                 DELIMITED BY SIZE
               WS-STANDING-DATE-DISPLAY    DELIMITED BY SIZE
               ')'                         DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4000-EXIT.
           EXIT.

       4100-ADVANCE-STANDING.
           READ STANDING-FILE
               AT END SET WS-STANDING-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
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
