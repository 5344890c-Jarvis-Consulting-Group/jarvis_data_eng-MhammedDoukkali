      *          ended in error, or never wrote its end stamp at all.
      *          Spools to CYCLERPT.OUT so operations sees a
      *          half-finished cycle before the registrar calls about
      *          a missing CLASSRPT.OUT. The cycle under review is the
      *          business date on the cycle's date control
      *          (BUSDATE.CTL, kept by PRGK0047), reported with its
      *          status, the date it followed, and when it was
      *          advanced and completed - a business date never
      *          marked complete is flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       WORKING-STORAGE SECTION.

       01  FILE-STATUS                      PIC XX.
       01  BD-FILE-STATUS                   PIC XX.
       01  RL-FILE-STATUS                   PIC XX.
       01  CYC-FILE-STATUS                  PIC XX.

       01  WS-TODAY                         PIC 9(8).
       01  WS-CYCLE-DATE                    PIC 9(8) VALUE 0.

      *---------------------------------------------------------------*
      * THE CYCLE'S BUSINESS DATE CONTROL AS READ                      *
      *---------------------------------------------------------------*
       01  WS-BD-FOUND-SW                   PIC X    VALUE 'N'.
           88 WS-BD-FOUND                        VALUE 'Y'.
       01  WS-BD-WORK.
           05 WS-BD-BUSINESS-DATE           PIC 9(8) VALUE 0.
           05 WS-BD-CYCLE-STATUS            PIC X    VALUE SPACE.
               88 WS-BD-IN-FLIGHT                  VALUE 'I'.
               88 WS-BD-COMPLETE                   VALUE 'C'.
           05 WS-BD-PRIOR-DATE              PIC 9(8) VALUE 0.
           05 WS-BD-ADVANCED-DATE           PIC 9(8) VALUE 0.
           05 WS-BD-ADVANCED-TIME           PIC 9(6) VALUE 0.
           05 WS-BD-COMPLETED-DATE          PIC 9(8) VALUE 0.
           05 WS-BD-COMPLETED-TIME          PIC 9(6) VALUE 0.
       01  WS-BD-STATUS-TEXT                PIC X(24).

       01  WS-DATE-TO-FORMAT                PIC 9(8).
       01  WS-FORMATTED-DATE                PIC X(10).

       01  WS-COUNTS.
           05 WS-LOG-READ-COUNT             PIC 9(9) VALUE 0.
           05 WS-FLAG-COUNT                 PIC 9(4) VALUE 0.
      * STARTED OR DIED BEFORE ITS END STAMP                           *
      *---------------------------------------------------------------*
       01  WS-EXPECTED-STEP-NAMES.
           05 FILLER                 PIC X(8)  VALUE 'PRGK0047'.
           05 FILLER                 PIC X(8)  VALUE 'PRGU0015'.
           05 FILLER                 PIC X(8)  VALUE 'PRGF0027'.
           05 FILLER                 PIC X(8)  VALUE 'PRGB0012'.
           05 FILLER                 PIC X(8)  VALUE 'PRGN0029'.
           05 FILLER                 PIC X(8)  VALUE 'PRGZ0032'.
           05 FILLER                 PIC X(8)  VALUE 'PRGE0017'.
           05 FILLER                 PIC X(8)  VALUE 'PRGE0042'.
           05 FILLER                 PIC X(8)  VALUE 'PRGD0021'.
           05 FILLER                 PIC X(8)  VALUE 'PRGT0022'.
           05 FILLER                 PIC X(8)  VALUE 'PRGR0008'.
       01  WS-EXPECTED-STEP-NAMES-R REDEFINES WS-EXPECTED-STEP-NAMES.
           05 WS-EXP-PROGRAM         PIC X(8)  OCCURS 12 TIMES.

       01  WS-STEP-DATA.
           05 WS-STEP-ENTRY OCCURS 12 TIMES.
              10 WS-STP-FOUND-SW            PIC X.
              10 WS-STP-START-TIME          PIC 9(6).
              10 WS-STP-ELAPSED-MIN         PIC S9(7).
           05 WS-RUN-RECORDS                PIC 9(9) VALUE 0.
           05 WS-RETURN-CODE                PIC 9(4) VALUE 0.

       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           DISPLAY '==================================================='
           DISPLAY '        NIGHTLY CYCLE HEALTH REPORT                '

           PERFORM 1000-CLEAR-STEP-TABLE THRU 1000-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 12.

      *    THE CYCLE UNDER REVIEW IS THE BUSINESS DATE ON THE DATE
      *    CONTROL. WITHOUT ONE, PASS 1 TAKES THE LATEST START DATE
      *    STAMPED BY ANY EXPECTED STEP.
           PERFORM 1500-READ-BUSINESS-DATE THRU 1500-RETURN.
           IF WS-BD-FOUND
               MOVE WS-BD-BUSINESS-DATE TO WS-CYCLE-DATE
           ELSE
               PERFORM 2000-FIND-CYCLE-DATE THRU 2000-RETURN
           END-IF.
           IF WS-CYCLE-DATE = 0
               DISPLAY 'NO CYCLE STEP ENTRIES ON THE RUN LOG - '
                   'NOTHING TO REPORT.'
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * READ THE CYCLE'S BUSINESS DATE CONTROL (BUSDATE.CTL)           *
      *---------------------------------------------------------------*
       1500-READ-BUSINESS-DATE.
           MOVE 'N' TO WS-BD-FOUND-SW.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BD-FILE-STATUS NOT = '00'
               GO TO 1500-RETURN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-BUSINESS-DATE IS NUMERIC
                       AND BD-BUSINESS-DATE > 0
                       SET WS-BD-FOUND TO TRUE
                       MOVE BD-BUSINESS-DATE  TO WS-BD-BUSINESS-DATE
                       MOVE BD-CYCLE-STATUS   TO WS-BD-CYCLE-STATUS
                       MOVE BD-PRIOR-DATE     TO WS-BD-PRIOR-DATE
                       MOVE BD-ADVANCED-DATE  TO WS-BD-ADVANCED-DATE
                       MOVE BD-ADVANCED-TIME  TO WS-BD-ADVANCED-TIME
                       MOVE BD-COMPLETED-DATE TO WS-BD-COMPLETED-DATE
                       MOVE BD-COMPLETED-TIME TO WS-BD-COMPLETED-TIME
                   END-IF
           END-READ.
       1500-EXIT.
           CLOSE BUSINESS-DATE-FILE.
       1500-RETURN.
           EXIT.

       2000-FIND-CYCLE-DATE.
           MOVE 'N' TO WS-RL-EOF-SW.
           OPEN INPUT RUN-LOG-FILE.
       2100-TEST-ONE-START-DATE.
           ADD 1 TO WS-LOG-READ-COUNT.
           PERFORM 3200-MATCH-EXPECTED-STEP THRU 3200-EXIT.
           IF WS-STEP-IDX NOT > 12
               AND RL-START-DATE IS NUMERIC
               AND RL-START-DATE > WS-CYCLE-DATE
               MOVE RL-START-DATE TO WS-CYCLE-DATE

       3100-GATHER-ONE-STAMP.
           PERFORM 3200-MATCH-EXPECTED-STEP THRU 3200-EXIT.
           IF WS-STEP-IDX NOT > 12
               PERFORM 9200-COMPUTE-ELAPSED THRU 9200-EXIT
               IF RL-START-DATE = WS-CYCLE-DATE
                   MOVE 'Y' TO WS-STP-FOUND-SW (WS-STEP-IDX)
       3200-MATCH-EXPECTED-STEP.
           PERFORM 3210-TEST-ONE-STEP-NAME THRU 3210-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 12
                  OR RL-PROGRAM-ID = WS-EXP-PROGRAM (WS-STEP-IDX).
       3200-EXIT.
           EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 4050-REPORT-BUSINESS-DATE THRU 4050-EXIT.
           MOVE 'STEP     | START  | ELAPSED | RECORDS   | RC   |'
               & ' CONDITION' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           PERFORM 4100-REPORT-ONE-STEP THRU 4100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 12.

           MOVE '----------------------------------------------------'
               & '----------------------------' TO WS-REPORT-LINE.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * THE BUSINESS DATE CONTROL - A CYCLE STILL IN FLIGHT HAS NOT    *
      * REACHED ITS CYCLEEND STEP AND IS FLAGGED                       *
      *---------------------------------------------------------------*
       4050-REPORT-BUSINESS-DATE.
           IF NOT WS-BD-FOUND
               MOVE 'BUSINESS DATE CONTROL: NOT ON FILE'
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               ADD 1 TO WS-FLAG-COUNT
               GO TO 4050-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-BD-COMPLETE
                   MOVE 'COMPLETE' TO WS-BD-STATUS-TEXT
               WHEN WS-BD-IN-FLIGHT
                   MOVE 'IN FLIGHT - NOT ENDED' TO WS-BD-STATUS-TEXT
                   ADD 1 TO WS-FLAG-COUNT
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS' TO WS-BD-STATUS-TEXT
                   ADD 1 TO WS-FLAG-COUNT
           END-EVALUATE.

           MOVE WS-BD-BUSINESS-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           STRING 'BUSINESS DATE: '  DELIMITED BY SIZE
               WS-FORMATTED-DATE     DELIMITED BY SIZE
               '   STATUS: '         DELIMITED BY SIZE
               WS-BD-STATUS-TEXT     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           MOVE WS-BD-PRIOR-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           STRING 'PRIOR BUSINESS DATE: ' DELIMITED BY SIZE
               WS-FORMATTED-DATE          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           MOVE WS-BD-ADVANCED-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           STRING 'ADVANCED: '       DELIMITED BY SIZE
               WS-FORMATTED-DATE     DELIMITED BY SIZE
               ' '                   DELIMITED BY SIZE
               WS-BD-ADVANCED-TIME   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-BD-COMPLETE
               MOVE WS-BD-COMPLETED-DATE TO WS-DATE-TO-FORMAT
               PERFORM 9000-FORMAT-DATE THRU 9000-EXIT
               STRING 'COMPLETED: '      DELIMITED BY SIZE
                   WS-FORMATTED-DATE     DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-BD-COMPLETED-TIME  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
           MOVE '----------------------------------------------------'
               & '----------------------------' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ONE REPORT LINE PER EXPECTED STEP. THE CONDITION COMPARES THE  *
      * NIGHT'S FIGURES AGAINST THE PROGRAM'S OWN AVERAGES: ELAPSED    *

      *---------------------------------------------------------------*
      * ELAPSED MINUTES FROM THE CURRENT RUN-LOG RECORD'S START AND    *
      * END CLOCK TIMES. THE START DATE IS THE CYCLE'S BUSINESS DATE,  *
      * NOT THE DAY THE STEP RAN, SO ONLY THE TIMES ARE USED - AN END  *
      * BEFORE THE START MEANS THE STEP RAN THROUGH MIDNIGHT           *
      *---------------------------------------------------------------*
       9200-COMPUTE-ELAPSED.
           MOVE 0 TO WS-ELAPSED-MINUTES.
           IF RL-START-TIME IS NOT NUMERIC
               OR RL-END-TIME IS NOT NUMERIC
               GO TO 9200-EXIT
           END-IF.
           MOVE RL-START-TIME TO WS-TIME-SPLIT.
           COMPUTE WS-START-MINUTES = WS-TIM-HH * 60 + WS-TIM-MM.
           MOVE RL-END-TIME TO WS-TIME-SPLIT.
           COMPUTE WS-END-MINUTES = WS-TIM-HH * 60 + WS-TIM-MM.
           COMPUTE WS-ELAPSED-MINUTES =
               WS-END-MINUTES - WS-START-MINUTES.
           IF WS-ELAPSED-MINUTES < 0
               ADD 1440 TO WS-ELAPSED-MINUTES
           END-IF.
       9200-EXIT.
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
