      *          as well as counts. The previous cycle date is kept on
      *          BILLEXT.CTL and advanced at the end of a successful
      *          run.
      *          An enrollment dropped because the institution
      *          cancelled the course or section (history action 'X',
      *          from PRGC0013) goes to billing as its own 'X' detail
      *          carrying the full fee as a credit, so the bursar
      *          refunds it in full instead of applying the drop
      *          rules. It is counted with the drops on the trailer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYC-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
       01  CYCLE-CONTROL-RECORD.
           05 CYC-LAST-EXTRACT-DATE         PIC 9(8).

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

           DISPLAY '        BURSAR BILLING DELTA EXTRACT               '
           DISPLAY '==================================================='.

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           PERFORM 1000-READ-CYCLE-CONTROL THRU 1000-EXIT.

      * WITHDRAWALS CARRY THE CREDIT; A COURSE MOVE'S DELETE IS        *
      * ZERO-AMOUNT (BILLING-NEUTRAL, MATCHING ITS ZERO-AMOUNT 'C'     *
      * DETAIL FROM THE ENROLLMENT SCAN) AND ONLY TELLS BILLING WHICH  *
      * COURSE WAS LEFT BEHIND. A DROP FORCED BY A COURSE OR SECTION   *
      * CANCELLATION (X) BECOMES AN 'X' DETAIL - THE FULL FEE CREDITED *
      * WITH NO DROP RULES APPLIED ON THE BILLING SIDE                 *
      *---------------------------------------------------------------*
       4000-EXTRACT-DROPS-FROM-HISTORY.
           OPEN INPUT ENROLLMENT-HISTORY-FILE.
       4100-EXTRACT-ONE-HISTORY.
           IF EH-EFFECTIVE-DATE > WS-LAST-CYCLE-DATE
               AND (EH-ACTION-CODE = 'D' OR EH-ACTION-CODE = 'W'
                   OR EH-ACTION-CODE = 'C' OR EH-ACTION-CODE = 'X')
               MOVE 'D'               TO WS-DET-ACTION
               IF EH-ACTION-CODE = 'X'
                   MOVE 'X'           TO WS-DET-ACTION
               END-IF
               MOVE EH-STUDENT-ID     TO WS-DET-STUDENT-ID
               MOVE EH-NAME           TO WS-DET-NAME
               MOVE EH-PRIOR-COURSE   TO WS-DET-COURSE
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN 'D'
                   ADD 1 TO WS-DELETE-COUNT
               WHEN 'X'
                   ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE.
       8000-EXIT.
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
