               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

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

       WORKING-STORAGE SECTION.

       01  BD-FILE-STATUS                   PIC XX.
       01  RL-FILE-STATUS                   PIC XX.
       01  WS-RUN-LOG-WORK.
           05 WS-RUN-START-DATE             PIC 9(8).
           05  WS-TODAY                     PIC 9(8).
           05  WS-TIME-RAW                  PIC 9(8).
           05  WS-AUDIT-ACTION              PIC X.
           05  WS-AUDIT-MERGED-ID           PIC 9(7)  VALUE 0.
           05  WS-AUDIT-STUDENT-IMAGE       PIC X(72) VALUE SPACES.
           05  WS-AUDIT-ENROLL-IMAGE        PIC X(49) VALUE SPACES.
           05  WS-PREV-COURSE               PIC X(15) VALUE LOW-VALUES.
           05  WS-OPEN-SEATS                PIC S9(4) VALUE 0.
           05  WS-CURRENT-NAME              PIC X(27).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           OPEN I-O WAITLIST-FILE.
           IF WL-FILE-STATUS = '35'
                           'FILE STATUS: ' FILE-CHECK-KEY
                       ADD 1 TO WS-REMAINING-COUNT
                       GO TO 4000-EXIT
                   NOT INVALID KEY
                       MOVE STUDENT-VSAM-RECORD
                                     TO WS-AUDIT-STUDENT-IMAGE
               END-WRITE
           END-IF.


           WRITE ENROLL-VSAM-RECORD
               INVALID KEY
                   PERFORM 9500-CLEAR-IMAGES THRU 9500-EXIT
                   IF ENR-FILE-STATUS = '22'
                       DISPLAY 'STUDENT ' WL-STUDENT-ID
                           ' ALREADY ENROLLED IN ' WL-COURSE
                   PERFORM 3500-TAKE-ONE-SEAT THRU 3500-RETURN
                   ADD 1 TO WS-PROMOTED-COUNT
                   MOVE 'A' TO WS-AUDIT-ACTION
                   MOVE ENROLL-VSAM-RECORD TO WS-AUDIT-ENROLL-IMAGE
                   MOVE SPACES TO WS-CURRENT-NAME
                   MOVE SPACES TO WS-CURRENT-COURSE
                   MOVE 0      TO WS-CURRENT-DOB
           IF AUD-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN AUDIT JOURNAL, '
                   'FILE STATUS: ' AUD-FILE-STATUS
               GO TO 9500-CLEAR-IMAGES
           END-IF.

      *    THE JOURNAL IS STAMPED FROM THE CLOCK, NOT THE BUSINESS
      *    DATE - FORWARD RECOVERY ORDERS IT AGAINST THE ONLINE
      *    ENTRIES AND THE BACKUP'S UNLOAD STAMP.
           ACCEPT WS-TIME-RAW FROM TIME.

           MOVE WS-AUD-STUDENT-ID TO AUD-STUDENT-ID.
           MOVE 'PROMOTE'         TO AUD-OPERATOR-ID.
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
