      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cycle business-date control. Keeps the one-record
      *          control file BUSDATE.CTL carrying the business date
      *          the nightly cycle is processing, which every batch
      *          program reads in place of the system clock, so a
      *          cycle that runs past midnight, or is rerun the next
      *          morning, stamps one date throughout - insert dates,
      *          extract header and trailer dates, letter dates,
      *          report headings, and run log start dates alike.
      *          Mode 'A' is the first step of the cycle (RUNRPT08):
      *          it advances the business date to the date on the
      *          SYSIN card, or to today's date when none is given,
      *          and marks the cycle in flight. A business date that
      *          is not later than the one already on the control is
      *          refused (RC 8) so the same date can never be
      *          processed twice - except that a cycle still in
      *          flight (a rerun after a failure) resumes on its own
      *          date. Mode 'E' is the last step of the cycle and
      *          marks the business date complete.
      *          SYSIN card:
      *            col  1     mode, A = advance, E = end of cycle
      *            cols 2-9   business date, CCYYMMDD (mode A only,
      *                       blank = today's date)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGK0047.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE              PIC 9(8).
           05 BD-SEPARATOR1                 PIC X.
           05 BD-CYCLE-STATUS               PIC X.
           05 BD-SEPARATOR2                 PIC X.
           05 BD-PRIOR-DATE                 PIC 9(8).
           05 BD-SEPARATOR3                 PIC X.
           05 BD-ADVANCED-DATE              PIC 9(8).
           05 BD-SEPARATOR4                 PIC X.
           05 BD-ADVANCED-TIME              PIC 9(6).
           05 BD-SEPARATOR5                 PIC X.
           05 BD-COMPLETED-DATE             PIC 9(8).
           05 BD-SEPARATOR6                 PIC X.
           05 BD-COMPLETED-TIME             PIC 9(6).

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

       01  RL-FILE-STATUS                   PIC XX.
       01  WS-RUN-LOG-WORK.
           05 WS-RUN-START-DATE             PIC 9(8).
           05 WS-RUN-START-TIME             PIC 9(6).
           05 WS-RUN-TIME-RAW               PIC 9(8).
           05 WS-RUN-RECORDS                PIC 9(9) VALUE 0.
           05 WS-RETURN-CODE                PIC 9(4) VALUE 0.

       01  BD-FILE-STATUS                   PIC XX.

       01  WS-TODAY                         PIC 9(8).
       01  WS-NOW-RAW                       PIC 9(8).

       01  WS-PARM-CARD.
           05 WS-PARM-MODE                  PIC X.
               88 WS-MODE-ADVANCE                  VALUE 'A'.
               88 WS-MODE-END-CYCLE                VALUE 'E'.
           05 WS-PARM-DATE-TEXT             PIC X(8).
           05 WS-PARM-DATE-NUM REDEFINES WS-PARM-DATE-TEXT
                                            PIC 9(8).
           05 FILLER                        PIC X(71).

      *---------------------------------------------------------------*
      * THE CONTROL RECORD AS READ - A MISSING OR EMPTY CONTROL LEAVES *
      * WS-CONTROL-FOUND OFF                                           *
      *---------------------------------------------------------------*
       01  WS-CONTROL-FOUND-SW              PIC X    VALUE 'N'.
           88 WS-CONTROL-FOUND                   VALUE 'Y'.

       01  WS-CONTROL-WORK.
           05 WS-CTL-BUSINESS-DATE          PIC 9(8) VALUE 0.
           05 WS-CTL-CYCLE-STATUS           PIC X    VALUE SPACE.
               88 WS-CTL-IN-FLIGHT                 VALUE 'I'.
               88 WS-CTL-COMPLETE                  VALUE 'C'.
           05 WS-CTL-PRIOR-DATE             PIC 9(8) VALUE 0.
           05 WS-CTL-ADVANCED-DATE          PIC 9(8) VALUE 0.
           05 WS-CTL-ADVANCED-TIME          PIC 9(6) VALUE 0.
           05 WS-CTL-COMPLETED-DATE         PIC 9(8) VALUE 0.
           05 WS-CTL-COMPLETED-TIME         PIC 9(6) VALUE 0.

       01  WS-TARGET-DATE                   PIC 9(8) VALUE 0.

       01  WS-DATE-TO-VALIDATE       PIC 9(8).
       01  WS-DATE-TO-VALIDATE-R REDEFINES WS-DATE-TO-VALIDATE.
           05 WS-VAL-CCYY            PIC 9(4).
           05 WS-VAL-MM              PIC 9(2).
           05 WS-VAL-DD              PIC 9(2).

       01  WS-VALID-DATE-SWITCH      PIC X     VALUE 'Y'.
           88 WS-DATE-IS-VALID                 VALUE 'Y'.
           88 WS-DATE-IS-INVALID               VALUE 'N'.

       01  WS-LEAP-YEAR-WORK.
           05 WS-LEAP-QUOTIENT       PIC 9(4).
           05 WS-LEAP-REM-4          PIC 9(4).
           05 WS-LEAP-REM-100        PIC 9(4).
           05 WS-LEAP-REM-400        PIC 9(4).

       01  WS-DAYS-IN-MONTH-TABLE.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 28.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 30.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 30.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 30.
           05 FILLER                 PIC 9(2)  VALUE 31.
           05 FILLER                 PIC 9(2)  VALUE 30.
           05 FILLER                 PIC 9(2)  VALUE 31.
       01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05 WS-DAYS-IN-MONTH       PIC 9(2)  OCCURS 12 TIMES.

       01  WS-DATE-TO-FORMAT                PIC 9(8).
       01  WS-FORMATTED-DATE                PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '        CYCLE BUSINESS DATE CONTROL                '
           DISPLAY '==================================================='.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
           IF WS-RETURN-CODE >= 8
               GO TO 0000-EXIT
           END-IF.

           PERFORM 2000-READ-CONTROL THRU 2000-RETURN.
           IF WS-CONTROL-FOUND
               MOVE WS-CTL-BUSINESS-DATE TO WS-DATE-TO-FORMAT
               PERFORM 9000-FORMAT-DATE THRU 9000-EXIT
               IF WS-CTL-IN-FLIGHT
                   DISPLAY 'CURRENT BUSINESS DATE : ' WS-FORMATTED-DATE
                       ' (IN FLIGHT)'
               ELSE
                   DISPLAY 'CURRENT BUSINESS DATE : ' WS-FORMATTED-DATE
                       ' (COMPLETE)'
               END-IF
           ELSE
               DISPLAY 'NO BUSINESS DATE CONTROL ON FILE.'
           END-IF.

           IF WS-MODE-ADVANCE
               PERFORM 3000-ADVANCE-DATE THRU 3000-EXIT
           ELSE
               PERFORM 4000-END-CYCLE THRU 4000-EXIT
           END-IF.
       0000-EXIT.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * MODE FROM SYSIN, AND FOR AN ADVANCE AN OPTIONAL BUSINESS DATE  *
      * - BLANK MEANS TODAY'S DATE                                     *
      *---------------------------------------------------------------*
       1000-READ-PARAMETERS.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD.
           IF NOT WS-MODE-ADVANCE AND NOT WS-MODE-END-CYCLE
               DISPLAY 'SYSIN MODE MUST BE A (ADVANCE) OR '
                   'E (END OF CYCLE): ' WS-PARM-MODE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           IF WS-MODE-END-CYCLE
               DISPLAY 'MODE                  : END OF CYCLE'
               GO TO 1000-EXIT
           END-IF.

           DISPLAY 'MODE                  : ADVANCE'.
           IF WS-PARM-DATE-TEXT = SPACES
               MOVE WS-TODAY TO WS-TARGET-DATE
               GO TO 1000-EXIT
           END-IF.

           IF WS-PARM-DATE-TEXT NOT NUMERIC
               DISPLAY 'SYSIN BUSINESS DATE IS NOT A CCYYMMDD DATE: '
                   WS-PARM-DATE-TEXT
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-DATE-NUM TO WS-DATE-TO-VALIDATE.
           PERFORM 9100-VALIDATE-DATE THRU 9100-EXIT.
           IF WS-DATE-IS-INVALID
               DISPLAY 'SYSIN BUSINESS DATE IS NOT A CALENDAR DATE: '
                   WS-PARM-DATE-TEXT
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-DATE-NUM TO WS-TARGET-DATE.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * READ THE BUSINESS DATE CONTROL (BUSDATE.CTL) INTO WORKING      *
      * STORAGE. A MISSING OR EMPTY CONTROL IS THE FIRST CYCLE EVER    *
      *---------------------------------------------------------------*
       2000-READ-CONTROL.
           MOVE 'N' TO WS-CONTROL-FOUND-SW.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BD-FILE-STATUS NOT = '00'
               GO TO 2000-RETURN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-BUSINESS-DATE IS NUMERIC
                       SET WS-CONTROL-FOUND TO TRUE
                       MOVE BD-BUSINESS-DATE  TO WS-CTL-BUSINESS-DATE
                       MOVE BD-CYCLE-STATUS   TO WS-CTL-CYCLE-STATUS
                       MOVE BD-PRIOR-DATE     TO WS-CTL-PRIOR-DATE
                       MOVE BD-ADVANCED-DATE  TO WS-CTL-ADVANCED-DATE
                       MOVE BD-ADVANCED-TIME  TO WS-CTL-ADVANCED-TIME
                       MOVE BD-COMPLETED-DATE TO WS-CTL-COMPLETED-DATE
                       MOVE BD-COMPLETED-TIME TO WS-CTL-COMPLETED-TIME
                   END-IF
           END-READ.
       2000-EXIT.
           CLOSE BUSINESS-DATE-FILE.
       2000-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * ADVANCE TO THE TARGET DATE. A CYCLE STILL IN FLIGHT IS BEING   *
      * RERUN AND KEEPS ITS OWN DATE; OTHERWISE THE TARGET MUST BE     *
      * LATER THAN THE DATE ALREADY PROCESSED                          *
      *---------------------------------------------------------------*
       3000-ADVANCE-DATE.
           IF WS-CONTROL-FOUND AND WS-CTL-IN-FLIGHT
               IF WS-PARM-DATE-TEXT NOT = SPACES
                   AND WS-TARGET-DATE NOT = WS-CTL-BUSINESS-DATE
                   MOVE WS-CTL-BUSINESS-DATE TO WS-DATE-TO-FORMAT
                   PERFORM 9000-FORMAT-DATE THRU 9000-EXIT
                   DISPLAY 'REFUSED: THE CYCLE FOR ' WS-FORMATTED-DATE
                       ' HAS NOT ENDED - RERUN IT TO COMPLETION '
                       'BEFORE ADVANCING.'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-CTL-BUSINESS-DATE TO WS-DATE-TO-FORMAT
               PERFORM 9000-FORMAT-DATE THRU 9000-EXIT
               DISPLAY 'CYCLE RESUMED FOR BUSINESS DATE '
                   WS-FORMATTED-DATE ' - NOT ADVANCED.'
               GO TO 3000-EXIT
           END-IF.

           IF WS-CONTROL-FOUND
               AND WS-TARGET-DATE NOT > WS-CTL-BUSINESS-DATE
               MOVE WS-TARGET-DATE TO WS-DATE-TO-FORMAT
               PERFORM 9000-FORMAT-DATE THRU 9000-EXIT
               DISPLAY 'REFUSED: BUSINESS DATE ' WS-FORMATTED-DATE
                   ' IS NOT LATER THAN THE DATE ALREADY PROCESSED.'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-CTL-BUSINESS-DATE TO WS-CTL-PRIOR-DATE.
           MOVE WS-TARGET-DATE       TO WS-CTL-BUSINESS-DATE.
           MOVE 'I'                  TO WS-CTL-CYCLE-STATUS.
           ACCEPT WS-CTL-ADVANCED-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-RAW FROM TIME.
           MOVE WS-NOW-RAW (1:6)     TO WS-CTL-ADVANCED-TIME.
           MOVE 0                    TO WS-CTL-COMPLETED-DATE
                                        WS-CTL-COMPLETED-TIME.
           PERFORM 9850-WRITE-CONTROL THRU 9850-EXIT.
           IF WS-RETURN-CODE < 8
               MOVE 1 TO WS-RUN-RECORDS
               MOVE WS-CTL-BUSINESS-DATE TO WS-DATE-TO-FORMAT
               PERFORM 9000-FORMAT-DATE THRU 9000-EXIT
               DISPLAY 'BUSINESS DATE ADVANCED TO '
                   WS-FORMATTED-DATE '.'
           END-IF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * MARK THE BUSINESS DATE COMPLETE. ENDING A CYCLE THAT IS NOT IN *
      * FLIGHT CHANGES NOTHING AND IS FLAGGED FOR OPERATIONS           *
      *---------------------------------------------------------------*
       4000-END-CYCLE.
           IF NOT WS-CONTROL-FOUND
               DISPLAY 'WARNING: NO BUSINESS DATE TO END.'
               MOVE 4 TO WS-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-CTL-IN-FLIGHT
               DISPLAY 'WARNING: THE CYCLE FOR THIS BUSINESS DATE HAS '
                   'ALREADY ENDED.'
               MOVE 4 TO WS-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           MOVE 'C' TO WS-CTL-CYCLE-STATUS.
           ACCEPT WS-CTL-COMPLETED-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-RAW FROM TIME.
           MOVE WS-NOW-RAW (1:6) TO WS-CTL-COMPLETED-TIME.
           PERFORM 9850-WRITE-CONTROL THRU 9850-EXIT.
           IF WS-RETURN-CODE < 8
               MOVE 1 TO WS-RUN-RECORDS
               MOVE WS-CTL-BUSINESS-DATE TO WS-DATE-TO-FORMAT
               PERFORM 9000-FORMAT-DATE THRU 9000-EXIT
               DISPLAY 'CYCLE FOR BUSINESS DATE ' WS-FORMATTED-DATE
                   ' MARKED COMPLETE.'
           END-IF.
       4000-EXIT.
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
      * SHARED UTILITY: VALIDATE A CCYYMMDD DATE IS A REAL CALENDAR   *
      * DATE - REJECTS BAD MONTHS, BAD DAYS, AND BAD LEAP-DAY DATES    *
      *---------------------------------------------------------------*
       9100-VALIDATE-DATE.
           SET WS-DATE-IS-VALID TO TRUE.

           IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
               SET WS-DATE-IS-INVALID TO TRUE
           END-IF.

           IF WS-DATE-IS-VALID
               IF WS-VAL-DD < 1
                   OR WS-VAL-DD > WS-DAYS-IN-MONTH (WS-VAL-MM)
                   SET WS-DATE-IS-INVALID TO TRUE
               END-IF
           END-IF.

           IF WS-DATE-IS-VALID AND WS-VAL-MM = 02 AND WS-VAL-DD = 29
               DIVIDE WS-VAL-CCYY BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-VAL-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-VAL-CCYY BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 NOT = 0
                   SET WS-DATE-IS-INVALID TO TRUE
               ELSE
                   IF WS-LEAP-REM-100 = 0 AND WS-LEAP-REM-400 NOT = 0
                       SET WS-DATE-IS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * APPEND ONE RUN-LOG RECORD TO THE PERSISTENT RUN HISTORY FILE   *
      * (RUNLOG.DAT) - PROGRAM, START/END TIMESTAMPS, RECORDS          *
      * PROCESSED, AND THE FINAL STATUS THE SCHEDULER WILL SEE. THIS   *
      * STEP SETS THE BUSINESS DATE, SO ITS OWN START IS STAMPED WITH  *
      * THE DATE IT ADVANCED TO (OR RESUMED OR ENDED)                  *
      *---------------------------------------------------------------*
       9800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN RUN LOG, '
                   'FILE STATUS: ' RL-FILE-STATUS
               GO TO 9800-EXIT
           END-IF.

           MOVE 'PRGK0047' TO RL-PROGRAM-ID.
           IF WS-CTL-BUSINESS-DATE > 0
               MOVE WS-CTL-BUSINESS-DATE TO RL-START-DATE
           ELSE
               MOVE WS-RUN-START-DATE TO RL-START-DATE
           END-IF.
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

      *---------------------------------------------------------------*
      * REWRITE THE BUSINESS DATE CONTROL FROM WORKING STORAGE         *
      *---------------------------------------------------------------*
       9850-WRITE-CONTROL.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF BD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO WRITE BUSINESS DATE CONTROL, '
                   'FILE STATUS: ' BD-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 9850-EXIT
           END-IF.
           MOVE WS-CTL-BUSINESS-DATE  TO BD-BUSINESS-DATE.
           MOVE WS-CTL-CYCLE-STATUS   TO BD-CYCLE-STATUS.
           MOVE WS-CTL-PRIOR-DATE     TO BD-PRIOR-DATE.
           MOVE WS-CTL-ADVANCED-DATE  TO BD-ADVANCED-DATE.
           MOVE WS-CTL-ADVANCED-TIME  TO BD-ADVANCED-TIME.
           MOVE WS-CTL-COMPLETED-DATE TO BD-COMPLETED-DATE.
           MOVE WS-CTL-COMPLETED-TIME TO BD-COMPLETED-TIME.
           MOVE ','                   TO BD-SEPARATOR1
                                         BD-SEPARATOR2
                                         BD-SEPARATOR3
                                         BD-SEPARATOR4
                                         BD-SEPARATOR5
                                         BD-SEPARATOR6.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.
       9850-EXIT.
           EXIT.
