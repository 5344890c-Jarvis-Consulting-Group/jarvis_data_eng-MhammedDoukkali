               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIA-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           05 AUD-OPERATOR-ID               PIC X(8).
           05 AUD-SEPARATOR2                PIC X.
           05 AUD-ACTION-DATE               PIC 9(8).
           05 AUD-REST-OF-RECORD            PIC X(246).

      *    THE ARCHIVE KEEPS THE 140-BYTE BEFORE/AFTER LAYOUT - THE
      *    RECORD AFTER-IMAGES ON THE LIVE JOURNAL ARE ONLY NEEDED
      *    FOR FORWARD RECOVERY FROM THE LAST BACKUP AND ARE DROPPED
      *    WHEN AN ENTRY IS ARCHIVED.
       FD AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD             PIC X(140).

       FD HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD           PIC X(140).

       FD BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE              PIC 9(8).
           05 FILLER                        PIC X(43).

       FD RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05 RL-PROGRAM-ID                 PIC X(8).
           05 REJ-SEPARATOR5                PIC X.
           05 REJ-ABANDON-REASON            PIC X(20).

      *    THE REJECT RECORD IS THE WIDEST ARCHIVED RECORD AT 141
      *    BYTES - THE ARCHIVE BUFFER MUST CARRY IT WITHOUT CLIPPING
      *    THE LAST BYTE OF THE ABANDON REASON. THE WORK BUFFER ALSO
      *    CARRIES THE 271-BYTE LIVE JOURNAL ENTRY WITH ITS IMAGES.
       FD REJECT-ARCHIVE-FILE.
       01  REJECT-ARCHIVE-RECORD            PIC X(141).

       FD HOUSEKEEP-WORK-FILE.
       01  HOUSEKEEP-WORK-RECORD            PIC X(271).

       WORKING-STORAGE SECTION.

       01  AUA-FILE-STATUS                  PIC XX.
       01  EH-FILE-STATUS                   PIC XX.
       01  HIA-FILE-STATUS                  PIC XX.
       01  BD-FILE-STATUS                   PIC XX.
       01  RL-FILE-STATUS                   PIC XX.
       01  LGA-FILE-STATUS                  PIC XX.
       01  REJ-FILE-STATUS                  PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '        JOURNAL RETENTION HOUSEKEEPING             '
           DISPLAY '==================================================='.

           MOVE WS-RUN-START-DATE TO WS-TODAY.
           PERFORM 1000-COMPUTE-CUTOFF THRU 1000-EXIT.
           DISPLAY 'RETENTION BOUNDARY: RECORDS BEFORE '
               WS-CUTOFF-DATE ' ARE ARCHIVED.'.
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
      * APPEND ONE RUN-LOG RECORD TO THE (FRESHLY TRIMMED) RUN         *
      * HISTORY FILE - PROGRAM, START/END TIMESTAMPS, RECORDS          *
