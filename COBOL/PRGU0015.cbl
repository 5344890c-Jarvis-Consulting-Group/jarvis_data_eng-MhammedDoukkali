               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           05 BKP-TRL-ENROLL-COUNT          PIC 9(9).
           05 BKP-TRL-SEPARATOR4            PIC X.
           05 BKP-TRL-ID-HASH               PIC 9(12).
           05 BKP-TRL-SEPARATOR5            PIC X.
           05 BKP-TRL-UNLOAD-TIME           PIC 9(6).
           05 BKP-TRL-SEPARATOR6            PIC X.
           05 BKP-TRL-BUSINESS-DATE         PIC 9(8).
           05 FILLER                        PIC X(15).

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

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '            STUDENT FILE UNLOAD                    '
           DISPLAY '==================================================='.

      *    THE TRAILER'S UNLOAD STAMP STAYS ON THE CLOCK - FORWARD
      *    RECOVERY COMPARES IT WITH THE AUDIT JOURNAL'S CLOCK STAMPS.
      *    THE CYCLE'S BUSINESS DATE IS CARRIED BESIDE IT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT STUDENT-VSAM-FILE.
           MOVE ','                TO BKP-TRL-SEPARATOR1
                                      BKP-TRL-SEPARATOR2
                                      BKP-TRL-SEPARATOR3
                                      BKP-TRL-SEPARATOR4
                                      BKP-TRL-SEPARATOR5
                                      BKP-TRL-SEPARATOR6.
           MOVE WS-TODAY           TO BKP-TRL-UNLOAD-DATE.
           MOVE WS-RUN-START-TIME  TO BKP-TRL-UNLOAD-TIME.
           MOVE WS-RUN-START-DATE  TO BKP-TRL-BUSINESS-DATE.
           MOVE WS-STUDENT-COUNT   TO BKP-TRL-STUDENT-COUNT.
           MOVE WS-ENROLL-COUNT    TO BKP-TRL-ENROLL-COUNT.
           MOVE WS-ID-HASH-TOTAL   TO BKP-TRL-ID-HASH.
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
