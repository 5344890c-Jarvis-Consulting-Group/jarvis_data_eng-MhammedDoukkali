               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-FILE-STATUS.

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

       FD EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD               PIC X(132).
           05 ERR-SEPARATOR2                PIC X.
           05 ERR-EXCEPTION-COUNT           PIC 9(2).

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

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = '00'
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
