      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward recovery of the student data model after a
      *          reload from backup (PRGL0016). The reload puts
      *          STUDENT.VSAM and ENROLL.VSAM back as they stood when
      *          the backup generation was unloaded (PRGU0015); this
      *          run rolls both files forward to the point of failure
      *          by reapplying, in time order, every change recorded
      *          since the backup:
      *            - AUDIT.JRNL entries stamped at or after the
      *              backup's unload date and time - adds, changes,
      *              course moves, withdrawals, reinstatements,
      *              enrollments, drops and merges - using the record
      *              after-images the maintenance programs journal
      *            - ENRLARCH.DAT detail rows closed out on or after
      *              the backup's cycle business date, whose
      *              enrollments the term close-out (PRGK0026)
      *              removed without a journal entry
      *          Both sources are merged into a keyed work file
      *          (RECOVWRK.VSAM) in date/time order and replayed.
      *          Every action is safe to reapply. A report
      *          (RECOVERY.RPT) lists each entry that could not be
      *          reapplied and reconciles the recovered record counts
      *          against the journal: reloaded counts plus the net
      *          adds and deletes applied must equal a recount of
      *          both files.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0046.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STUDENT-VSAM-FILE ASSIGN TO 'STUDENT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-VSAM-ID
               ALTERNATE KEY IS STUDENT-VSAM-INSERTDATE
                   WITH DUPLICATES
               FILE STATUS IS FILE-CHECK-KEY.

           SELECT ENROLL-VSAM-FILE ASSIGN TO 'ENROLL.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENROLL-VSAM-KEY
               ALTERNATE KEY IS ENROLL-VSAM-COURSE
                   WITH DUPLICATES
               ALTERNATE KEY IS ENROLL-VSAM-INSERTDATE
                   WITH DUPLICATES
               FILE STATUS IS ENR-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO 'STUBACKUP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-FILE-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDIT.JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

           SELECT ENROLL-ARCHIVE-FILE ASSIGN TO 'ENRLARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.

           SELECT RECOVERY-WORK-FILE ASSIGN TO 'RECOVWRK.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-KEY
               FILE STATUS IS RW-FILE-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO 'RECOVERY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.
       01  STUDENT-VSAM-RECORD.
           05 STUDENT-VSAM-ID               PIC 9(7).
           05 SEPARATOR1-VSAM               PIC X.
           05 STUDENT-VSAM-NAME             PIC X(27).
           05 SEPARATOR2-VSAM               PIC X.
           05 STUDENT-VSAM-DOB              PIC 9(8).
           05 SEPARATOR3-VSAM               PIC X.
           05 STUDENT-VSAM-INSERTDATE       PIC 9(8).
           05 SEPARATOR4-VSAM               PIC X.
           05 STUDENT-VSAM-UPDATEDATE       PIC 9(8).
           05 SEPARATOR5-VSAM               PIC X.
           05 STUDENT-VSAM-STATUS           PIC X.
           05 STUDENT-VSAM-STATUS-DATE      PIC 9(8).

       FD ENROLL-VSAM-FILE.
       01  ENROLL-VSAM-RECORD.
           05 ENROLL-VSAM-KEY.
              10 ENROLL-VSAM-STUDENT-ID     PIC 9(7).
              10 ENROLL-VSAM-COURSE         PIC X(15).
           05 ENROLL-SEPARATOR1             PIC X.
           05 ENROLL-VSAM-INSERTDATE        PIC 9(8).
           05 ENROLL-SEPARATOR2             PIC X.
           05 ENROLL-VSAM-UPDATEDATE        PIC 9(8).
           05 ENROLL-SEPARATOR3             PIC X.
           05 ENROLL-VSAM-INCLUSION-DATE    PIC 9(8).

       FD BACKUP-FILE.
       01  BACKUP-RECORD.
           05 BKP-RECORD-TYPE               PIC X.
           05 BKP-SEPARATOR1                PIC X.
           05 BKP-RECORD-BODY               PIC X(72).
       01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-RECORD.
           05 BKP-TRL-TYPE                  PIC X.
           05 BKP-TRL-SEPARATOR1            PIC X.
           05 BKP-TRL-UNLOAD-DATE           PIC 9(8).
           05 BKP-TRL-SEPARATOR2            PIC X.
           05 BKP-TRL-STUDENT-COUNT         PIC 9(9).
           05 BKP-TRL-SEPARATOR3            PIC X.
           05 BKP-TRL-ENROLL-COUNT          PIC 9(9).
           05 BKP-TRL-SEPARATOR4            PIC X.
           05 BKP-TRL-ID-HASH               PIC 9(12).
           05 BKP-TRL-SEPARATOR5            PIC X.
           05 BKP-TRL-UNLOAD-TIME           PIC 9(6).
           05 BKP-TRL-SEPARATOR6            PIC X.
           05 BKP-TRL-BUSINESS-DATE         PIC 9(8).
           05 FILLER                        PIC X(15).

       FD AUDIT-JOURNAL-FILE.
       01  AUDIT-JOURNAL-RECORD.
           05 AUD-STUDENT-ID                PIC 9(7).
           05 AUD-SEPARATOR1                PIC X.
           05 AUD-OPERATOR-ID               PIC X(8).
           05 AUD-SEPARATOR2                PIC X.
           05 AUD-ACTION-DATE               PIC 9(8).
           05 AUD-SEPARATOR3                PIC X.
           05 AUD-ACTION-TIME               PIC 9(6).
           05 AUD-SEPARATOR4                PIC X.
           05 AUD-ACTION-CODE               PIC X.
           05 AUD-SEPARATOR5                PIC X.
           05 AUD-OLD-NAME                  PIC X(27).
           05 AUD-SEPARATOR6                PIC X.
           05 AUD-OLD-DOB                   PIC 9(8).
           05 AUD-SEPARATOR7                PIC X.
           05 AUD-OLD-COURSE                PIC X(15).
           05 AUD-SEPARATOR8                PIC X.
           05 AUD-NEW-NAME                  PIC X(27).
           05 AUD-SEPARATOR9                PIC X.
           05 AUD-NEW-DOB                   PIC 9(8).
           05 AUD-SEPARATOR10               PIC X.
           05 AUD-NEW-COURSE                PIC X(15).
           05 AUD-SEPARATOR11               PIC X.
           05 AUD-MERGED-ID                 PIC 9(7).
           05 AUD-SEPARATOR12               PIC X.
           05 AUD-STUDENT-IMAGE             PIC X(72).
           05 AUD-SEPARATOR13               PIC X.
           05 AUD-ENROLL-IMAGE              PIC X(49).

       FD ENROLL-ARCHIVE-FILE.
       01  ENROLL-ARCHIVE-RECORD.
           05 ARCH-RECORD-TYPE              PIC X.
           05 ARCH-SEPARATOR1               PIC X.
           05 ARCH-STUDENT-ID               PIC 9(7).
           05 ARCH-SEPARATOR2               PIC X.
           05 ARCH-COURSE                   PIC X(15).
           05 ARCH-SEPARATOR3               PIC X.
           05 ARCH-INSERTDATE               PIC 9(8).
           05 ARCH-SEPARATOR4               PIC X.
           05 ARCH-TERM-END                 PIC 9(8).
           05 ARCH-SEPARATOR5               PIC X.
           05 ARCH-CLOSE-DATE               PIC 9(8).

      *---------------------------------------------------------------*
      * REPLAY WORK FILE - ONE ROW PER CHANGE TO REAPPLY, KEYED BY     *
      * WHEN IT HAPPENED PLUS A LOAD SEQUENCE SO ENTRIES STAMPED IN    *
      * THE SAME SECOND KEEP THEIR JOURNAL ORDER. SOURCE 'J' ROWS      *
      * CARRY THE JOURNAL ENTRY AS WRITTEN; SOURCE 'A' ROWS CARRY A    *
      * CLOSE-OUT REMOVAL BUILT IN THE SAME LAYOUT WITH ACTION 'X'     *
      *---------------------------------------------------------------*
       FD RECOVERY-WORK-FILE.
       01  RECOVERY-WORK-RECORD.
           05 RW-KEY.
              10 RW-ACTION-DATE             PIC 9(8).
              10 RW-ACTION-TIME             PIC 9(6).
              10 RW-SEQUENCE                PIC 9(7).
           05 RW-SEPARATOR1                 PIC X.
           05 RW-SOURCE                     PIC X.
           05 RW-SEPARATOR2                 PIC X.
           05 RW-JOURNAL-ENTRY              PIC X(271).

       FD RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD           PIC X(132).

       FD BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE              PIC 9(8).
           05 FILLER                        PIC X(43).

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

       01  BD-FILE-STATUS                   PIC XX.
       01  RL-FILE-STATUS                   PIC XX.
       01  WS-RUN-LOG-WORK.
           05 WS-RUN-START-DATE             PIC 9(8).
           05 WS-RUN-START-TIME             PIC 9(6).
           05 WS-RUN-TIME-RAW               PIC 9(8).
           05 WS-RUN-RECORDS                PIC 9(9) VALUE 0.
           05 WS-RETURN-CODE                PIC 9(4) VALUE 0.

       01  FILE-STATUS                      PIC XX.
       01  FILE-CHECK-KEY                   PIC XX.
       01  ENR-FILE-STATUS                  PIC XX.
       01  BKP-FILE-STATUS                  PIC XX.
       01  AUD-FILE-STATUS                  PIC XX.
       01  ARC-FILE-STATUS                  PIC XX.
       01  RW-FILE-STATUS                   PIC XX.
       01  RPT-FILE-STATUS                  PIC XX.

       01  WS-LOAD-EOF-SW                   PIC X    VALUE 'N'.
           88 WS-LOAD-EOF                        VALUE 'Y'.
       01  WS-REPLAY-EOF-SW                 PIC X    VALUE 'N'.
           88 WS-REPLAY-EOF                      VALUE 'Y'.
       01  WS-SCAN-EOF-SW                   PIC X    VALUE 'N'.
           88 WS-SCAN-EOF                        VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW               PIC X    VALUE 'N'.
           88 WS-TRAILER-SEEN                    VALUE 'Y'.
       01  WS-MERGE-OVERFLOW-SW             PIC X    VALUE 'N'.
           88 WS-MERGE-OVERFLOW                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE BACKUP'S UNLOAD STAMP - EVERY JOURNAL ENTRY AT OR AFTER    *
      * IT IS A CHANGE THE RELOADED FILES DO NOT YET CARRY             *
      *---------------------------------------------------------------*
       01  WS-CUTOFF-STAMP.
           05 WS-CUTOFF-DATE                PIC 9(8) VALUE 0.
           05 WS-CUTOFF-TIME                PIC 9(6) VALUE 0.
      *---------------------------------------------------------------*
      * THE CYCLE BUSINESS DATE THE BACKUP WAS TAKEN UNDER - TERM      *
      * CLOSE-OUTS ARE DATED BY BUSINESS DATE, SO THEIRS IS THE        *
      * CUTOFF FOR THE ARCHIVE                                         *
      *---------------------------------------------------------------*
       01  WS-CUTOFF-BUSINESS-DATE          PIC 9(8) VALUE 0.
       01  WS-ENTRY-STAMP.
           05 WS-ENTRY-DATE                 PIC 9(8).
           05 WS-ENTRY-TIME                 PIC 9(6).

       01  WS-LOAD-SEQUENCE                 PIC 9(7) VALUE 0.

       01  WS-COUNTS.
           05 WS-JOURNAL-READ               PIC 9(7) VALUE 0.
           05 WS-JOURNAL-BEFORE-CUTOFF      PIC 9(7) VALUE 0.
           05 WS-JOURNAL-LOADED             PIC 9(7) VALUE 0.
           05 WS-ARCHIVE-LOADED             PIC 9(7) VALUE 0.
           05 WS-ENTRIES-REPLAYED           PIC 9(7) VALUE 0.
           05 WS-EXCEPTION-COUNT            PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * RECORD COUNTS - AS RELOADED, THE NET EFFECT OF THE REPLAY, AND *
      * A RECOUNT OF EACH FILE ONCE THE REPLAY IS DONE                 *
      *---------------------------------------------------------------*
       01  WS-RECORD-COUNTS.
           05 WS-START-STUDENTS             PIC 9(9) VALUE 0.
           05 WS-START-ENROLLS              PIC 9(9) VALUE 0.
           05 WS-STUDENTS-ADDED             PIC 9(9) VALUE 0.
           05 WS-STUDENTS-DELETED           PIC 9(9) VALUE 0.
           05 WS-ENROLLS-ADDED              PIC 9(9) VALUE 0.
           05 WS-ENROLLS-DELETED            PIC 9(9) VALUE 0.
           05 WS-EXPECTED-STUDENTS          PIC S9(9) VALUE 0.
           05 WS-EXPECTED-ENROLLS           PIC S9(9) VALUE 0.
           05 WS-FINAL-STUDENTS             PIC 9(9) VALUE 0.
           05 WS-FINAL-ENROLLS              PIC 9(9) VALUE 0.
           05 WS-COUNTED-STUDENTS           PIC 9(9) VALUE 0.
           05 WS-COUNTED-ENROLLS            PIC 9(9) VALUE 0.

      *---------------------------------------------------------------*
      * PER-ACTION TALLIES FOR THE RECONCILIATION. THE SLOT NUMBER IS  *
      * SET BY THE DISPATCH IN 2100-REPLAY-ONE-ENTRY                   *
      *---------------------------------------------------------------*
       01  WS-ACTION-NAME-VALUES.
           05 FILLER            PIC X(20) VALUE 'A ADD / ENROLL      '.
           05 FILLER            PIC X(20) VALUE 'C CHANGE / MOVE     '.
           05 FILLER            PIC X(20) VALUE 'W WITHDRAW          '.
           05 FILLER            PIC X(20) VALUE 'R REINSTATE         '.
           05 FILLER            PIC X(20) VALUE 'D DROP              '.
           05 FILLER            PIC X(20) VALUE 'M MERGE             '.
           05 FILLER            PIC X(20) VALUE 'X TERM CLOSE-OUT    '.
           05 FILLER            PIC X(20) VALUE 'G GRADE (NOT USED)  '.
           05 FILLER            PIC X(20) VALUE '? UNKNOWN ACTION    '.
       01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-VALUES.
           05 WS-ACTION-NAME                PIC X(20) OCCURS 9 TIMES.

       01  WS-ACTION-TALLIES.
           05 WS-ACTION-TALLY OCCURS 9 TIMES.
              10 WS-AT-READ                 PIC 9(7).
              10 WS-AT-APPLIED              PIC 9(7).
              10 WS-AT-EXCEPTIONS           PIC 9(7).

       01  WS-ACT-IDX                       PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      * THE JOURNAL ENTRY BEING REPLAYED - SAME LAYOUT AS AUDIT.JRNL   *
      *---------------------------------------------------------------*
       01  WS-REPLAY-ENTRY.
           05 RP-STUDENT-ID                 PIC 9(7).
           05 RP-SEPARATOR1                 PIC X.
           05 RP-OPERATOR-ID                PIC X(8).
           05 RP-SEPARATOR2                 PIC X.
           05 RP-ACTION-DATE                PIC 9(8).
           05 RP-SEPARATOR3                 PIC X.
           05 RP-ACTION-TIME                PIC 9(6).
           05 RP-SEPARATOR4                 PIC X.
           05 RP-ACTION-CODE                PIC X.
           05 RP-SEPARATOR5                 PIC X.
           05 RP-OLD-NAME                   PIC X(27).
           05 RP-SEPARATOR6                 PIC X.
           05 RP-OLD-DOB                    PIC 9(8).
           05 RP-SEPARATOR7                 PIC X.
           05 RP-OLD-COURSE                 PIC X(15).
           05 RP-SEPARATOR8                 PIC X.
           05 RP-NEW-NAME                   PIC X(27).
           05 RP-SEPARATOR9                 PIC X.
           05 RP-NEW-DOB                    PIC 9(8).
           05 RP-SEPARATOR10                PIC X.
           05 RP-NEW-COURSE                 PIC X(15).
           05 RP-SEPARATOR11                PIC X.
           05 RP-MERGED-ID                  PIC 9(7).
           05 RP-SEPARATOR12                PIC X.
           05 RP-STUDENT-IMAGE              PIC X(72).
           05 RP-SEPARATOR13                PIC X.
           05 RP-ENROLL-IMAGE               PIC X(49).

      *---------------------------------------------------------------*
      * A MERGED-AWAY ID'S ENROLLMENTS, GATHERED BEFORE ANY ARE        *
      * RE-KEYED - SAME LIMIT AS PRGM0009'S MERGE                      *
      *---------------------------------------------------------------*
       01  WS-MERGE-TABLE.
           05 WS-ME-COUNT                   PIC 9(3) VALUE 0.
           05 WS-ME-ENTRY OCCURS 100 TIMES.
              10 WS-ME-COURSE               PIC X(15).
              10 WS-ME-INSERTDATE           PIC 9(8).
              10 WS-ME-INCLUSION-DATE       PIC 9(8).
       01  WS-MERGE-IDX                     PIC 9(3) VALUE 0.

       01  WS-STAMP-ID                      PIC 9(7).
       01  WS-STAMP-DATE                    PIC 9(8).

       01  WS-EXCEPTION-TEXT                PIC X(50).

       01  WS-DATE-TO-FORMAT                PIC 9(8).
       01  WS-FORMATTED-DATE                PIC X(10).
       01  WS-CUTOFF-DISPLAY                PIC X(10).
       01  WS-COUNT-DISPLAY                 PIC Z(8)9.
       01  WS-COUNT-DISPLAY-2               PIC Z(8)9.
       01  WS-COUNT-DISPLAY-3               PIC Z(8)9.
       01  WS-SIGNED-DISPLAY                PIC -(8)9.
       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '       STUDENT FILE FORWARD RECOVERY               '
           DISPLAY '==================================================='.

           MOVE ZEROS TO WS-ACTION-TALLIES.

           PERFORM 1000-READ-BACKUP-TRAILER THRU 1000-RETURN.
           IF NOT WS-TRAILER-SEEN
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = '00'
               DISPLAY 'UNABLE TO OPEN STUDENT.VSAM, '
                   'FILE STATUS: ' FILE-CHECK-KEY
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           OPEN I-O ENROLL-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ENROLL.VSAM, '
                   'FILE STATUS: ' ENR-FILE-STATUS
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT RECOVERY-WORK-FILE.
           CLOSE RECOVERY-WORK-FILE.
           OPEN I-O RECOVERY-WORK-FILE.
           IF RW-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RECOVERY WORK FILE, '
                   'FILE STATUS: ' RW-FILE-STATUS
               CLOSE ENROLL-VSAM-FILE
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT RECOVERY-REPORT-FILE.

           PERFORM 1100-COUNT-FILES THRU 1100-EXIT.
           MOVE WS-COUNTED-STUDENTS TO WS-START-STUDENTS.
           MOVE WS-COUNTED-ENROLLS  TO WS-START-ENROLLS.

           PERFORM 1900-WRITE-REPORT-HEADER THRU 1900-EXIT.

           PERFORM 1200-LOAD-JOURNAL THRU 1200-RETURN.
           IF WS-RETURN-CODE = 8
               GO TO 0000-CLOSE
           END-IF.
           PERFORM 1400-LOAD-ARCHIVE THRU 1400-RETURN.

           PERFORM 2000-REPLAY-CHANGES THRU 2000-EXIT.

           PERFORM 1100-COUNT-FILES THRU 1100-EXIT.
           MOVE WS-COUNTED-STUDENTS TO WS-FINAL-STUDENTS.
           MOVE WS-COUNTED-ENROLLS  TO WS-FINAL-ENROLLS.

           PERFORM 5000-WRITE-RECONCILIATION THRU 5000-EXIT.

           IF WS-RETURN-CODE = 0
               AND WS-EXCEPTION-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           DISPLAY 'FORWARD RECOVERY COMPLETE.'
           DISPLAY 'JOURNAL ENTRIES REPLAYED : ' WS-JOURNAL-LOADED
           DISPLAY 'CLOSE-OUT ROWS REPLAYED  : ' WS-ARCHIVE-LOADED
           DISPLAY 'EXCEPTIONS               : ' WS-EXCEPTION-COUNT
           DISPLAY 'STUDENTS ON FILE         : ' WS-FINAL-STUDENTS
           DISPLAY 'ENROLLMENTS ON FILE      : ' WS-FINAL-ENROLLS.
       0000-CLOSE.
           CLOSE RECOVERY-REPORT-FILE.
           CLOSE RECOVERY-WORK-FILE.
           CLOSE ENROLL-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.
       0000-EXIT.
           MOVE WS-ENTRIES-REPLAYED TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * READ THE BACKUP GENERATION THE FILES WERE RELOADED FROM DOWN   *
      * TO ITS TRAILER - THE UNLOAD DATE AND TIME ARE THE CUTOFF FOR   *
      * THE REPLAY                                                     *
      *---------------------------------------------------------------*
       1000-READ-BACKUP-TRAILER.
           OPEN INPUT BACKUP-FILE.
           IF BKP-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKUP FILE, '
                   'FILE STATUS: ' BKP-FILE-STATUS
               GO TO 1000-RETURN
           END-IF.
           MOVE 'N' TO WS-LOAD-EOF-SW.
           READ BACKUP-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
           PERFORM 1050-SCAN-ONE-BACKUP-RECORD THRU 1050-EXIT
               UNTIL WS-LOAD-EOF.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'NO TRAILER RECORD ON BACKUP - THE RECOVERY '
                   'CUTOFF CANNOT BE ESTABLISHED'
           END-IF.
       1000-EXIT.
           CLOSE BACKUP-FILE.
       1000-RETURN.
           EXIT.

       1050-SCAN-ONE-BACKUP-RECORD.
           IF BKP-RECORD-TYPE = 'T'
               SET WS-TRAILER-SEEN TO TRUE
               MOVE BKP-TRL-UNLOAD-DATE TO WS-CUTOFF-DATE
               IF BKP-TRL-UNLOAD-TIME NUMERIC
                   MOVE BKP-TRL-UNLOAD-TIME TO WS-CUTOFF-TIME
               ELSE
      *            A GENERATION UNLOADED BEFORE THE TRAILER CARRIED A
      *            TIME - REPLAY THE WHOLE UNLOAD DAY.
                   MOVE 0 TO WS-CUTOFF-TIME
               END-IF
               IF BKP-TRL-BUSINESS-DATE NUMERIC
                   AND BKP-TRL-BUSINESS-DATE > 0
                   MOVE BKP-TRL-BUSINESS-DATE
                     TO WS-CUTOFF-BUSINESS-DATE
               ELSE
                   MOVE BKP-TRL-UNLOAD-DATE TO WS-CUTOFF-BUSINESS-DATE
               END-IF
           END-IF.
           READ BACKUP-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * COUNT THE RECORDS ON BOTH FILES - ONCE AS RELOADED, AGAIN      *
      * WHEN THE REPLAY IS DONE                                        *
      *---------------------------------------------------------------*
       1100-COUNT-FILES.
           MOVE 0 TO WS-COUNTED-STUDENTS.
           MOVE 0 TO WS-COUNTED-ENROLLS.

           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE 0 TO STUDENT-VSAM-ID.
           START STUDENT-VSAM-FILE KEY IS NOT LESS THAN
               STUDENT-VSAM-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               READ STUDENT-VSAM-FILE NEXT RECORD
                   AT END SET WS-SCAN-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1110-COUNT-ONE-STUDENT THRU 1110-EXIT
               UNTIL WS-SCAN-EOF.

           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO ENROLL-VSAM-KEY.
           START ENROLL-VSAM-FILE KEY IS NOT LESS THAN
               ENROLL-VSAM-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               READ ENROLL-VSAM-FILE NEXT RECORD
                   AT END SET WS-SCAN-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 1120-COUNT-ONE-ENROLLMENT THRU 1120-EXIT
               UNTIL WS-SCAN-EOF.
       1100-EXIT.
           EXIT.

       1110-COUNT-ONE-STUDENT.
           ADD 1 TO WS-COUNTED-STUDENTS.
           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-COUNT-ONE-ENROLLMENT.
           ADD 1 TO WS-COUNTED-ENROLLS.
           READ ENROLL-VSAM-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       1120-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * EVERY JOURNAL ENTRY AT OR AFTER THE CUTOFF GOES TO THE WORK    *
      * FILE. THE JOURNAL IS APPENDED IN TIME ORDER, SO THE LOAD       *
      * SEQUENCE KEEPS ENTRIES FROM THE SAME SECOND IN THEIR ORDER     *
      *---------------------------------------------------------------*
       1200-LOAD-JOURNAL.
           OPEN INPUT AUDIT-JOURNAL-FILE.
           IF AUD-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUDIT JOURNAL, '
                   'FILE STATUS: ' AUD-FILE-STATUS
               MOVE 'AUDIT JOURNAL COULD NOT BE OPENED - NOTHING WAS '
                   & 'REPLAYED' TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE 8 TO WS-RETURN-CODE
               GO TO 1200-RETURN
           END-IF.
           MOVE 'N' TO WS-LOAD-EOF-SW.
           READ AUDIT-JOURNAL-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
           PERFORM 1300-LOAD-ONE-JOURNAL-ENTRY THRU 1300-EXIT
               UNTIL WS-LOAD-EOF.
       1200-EXIT.
           CLOSE AUDIT-JOURNAL-FILE.
       1200-RETURN.
           EXIT.

       1300-LOAD-ONE-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-READ.
           MOVE AUD-ACTION-DATE TO WS-ENTRY-DATE.
           MOVE AUD-ACTION-TIME TO WS-ENTRY-TIME.
           IF WS-ENTRY-STAMP < WS-CUTOFF-STAMP
               ADD 1 TO WS-JOURNAL-BEFORE-CUTOFF
               GO TO 1300-READ-NEXT
           END-IF.

           ADD 1 TO WS-LOAD-SEQUENCE.
           MOVE AUD-ACTION-DATE      TO RW-ACTION-DATE.
           MOVE AUD-ACTION-TIME      TO RW-ACTION-TIME.
           MOVE WS-LOAD-SEQUENCE     TO RW-SEQUENCE.
           MOVE 'J'                  TO RW-SOURCE.
           MOVE AUDIT-JOURNAL-RECORD TO RW-JOURNAL-ENTRY.
           MOVE ','                  TO RW-SEPARATOR1
                                        RW-SEPARATOR2.
           WRITE RECOVERY-WORK-RECORD
               INVALID KEY
                   DISPLAY 'ERROR LOADING JOURNAL ENTRY FOR '
                       AUD-STUDENT-ID ', FILE STATUS: '
                       RW-FILE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-JOURNAL-LOADED
           END-WRITE.
       1300-READ-NEXT.
           READ AUDIT-JOURNAL-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * TERM CLOSE-OUT REMOVALS ON OR AFTER THE BACKUP DATE. THE       *
      * ARCHIVE CARRIES NO TIME, SO EACH IS PLACED AT THE START OF ITS *
      * CLOSE DATE; A REMOVAL ALREADY IN THE BACKUP IS HARMLESS TO     *
      * REPEAT. NO ARCHIVE ON FILE MEANS NO CLOSE-OUT HAS RUN          *
      *---------------------------------------------------------------*
       1400-LOAD-ARCHIVE.
           OPEN INPUT ENROLL-ARCHIVE-FILE.
           IF ARC-FILE-STATUS NOT = '00'
               GO TO 1400-RETURN
           END-IF.
           MOVE 'N' TO WS-LOAD-EOF-SW.
           READ ENROLL-ARCHIVE-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
           PERFORM 1500-LOAD-ONE-ARCHIVE-LINE THRU 1500-EXIT
               UNTIL WS-LOAD-EOF.
       1400-EXIT.
           CLOSE ENROLL-ARCHIVE-FILE.
       1400-RETURN.
           EXIT.

       1500-LOAD-ONE-ARCHIVE-LINE.
           IF ARCH-RECORD-TYPE NOT = 'E'
               OR ARCH-CLOSE-DATE < WS-CUTOFF-BUSINESS-DATE
               GO TO 1500-READ-NEXT
           END-IF.

           MOVE SPACES          TO WS-REPLAY-ENTRY.
           MOVE ARCH-STUDENT-ID TO RP-STUDENT-ID.
           MOVE 'TERMCLOS'      TO RP-OPERATOR-ID.
           MOVE ARCH-CLOSE-DATE TO RP-ACTION-DATE.
           MOVE 0               TO RP-ACTION-TIME
                                   RP-OLD-DOB
                                   RP-NEW-DOB
                                   RP-MERGED-ID.
           MOVE 'X'             TO RP-ACTION-CODE.
           MOVE ARCH-COURSE     TO RP-OLD-COURSE.

           ADD 1 TO WS-LOAD-SEQUENCE.
           MOVE ARCH-CLOSE-DATE  TO RW-ACTION-DATE.
           MOVE 0                TO RW-ACTION-TIME.
           MOVE WS-LOAD-SEQUENCE TO RW-SEQUENCE.
           MOVE 'A'              TO RW-SOURCE.
           MOVE WS-REPLAY-ENTRY  TO RW-JOURNAL-ENTRY.
           MOVE ','              TO RW-SEPARATOR1
                                    RW-SEPARATOR2.
           WRITE RECOVERY-WORK-RECORD
               INVALID KEY
                   DISPLAY 'ERROR LOADING CLOSE-OUT ROW FOR '
                       ARCH-STUDENT-ID ', FILE STATUS: '
                       RW-FILE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVE-LOADED
           END-WRITE.
       1500-READ-NEXT.
           READ ENROLL-ARCHIVE-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1500-EXIT.
           EXIT.

       1900-WRITE-REPORT-HEADER.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '       STUDENT FILE FORWARD RECOVERY                '
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-RUN-START-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           STRING 'RUN DATE: '      DELIMITED BY SIZE
               WS-FORMATTED-DATE    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-CUTOFF-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           MOVE WS-FORMATTED-DATE TO WS-CUTOFF-DISPLAY.
           STRING 'BACKUP UNLOADED: '  DELIMITED BY SIZE
               WS-CUTOFF-DISPLAY       DELIMITED BY SIZE
               ' AT '                  DELIMITED BY SIZE
               WS-CUTOFF-TIME          DELIMITED BY SIZE
               ' - CHANGES FROM THEN ON ARE REAPPLIED'
                                       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'EXCEPTIONS - ENTRIES NOT REAPPLIED AS JOURNALED'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'DATE       TIME   STUDENT ACT COURSE          REASON'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * REPLAY THE WORK FILE IN KEY ORDER - OLDEST CHANGE FIRST        *
      *---------------------------------------------------------------*
       2000-REPLAY-CHANGES.
           MOVE 'N' TO WS-REPLAY-EOF-SW.
           MOVE LOW-VALUES TO RW-KEY.
           START RECOVERY-WORK-FILE KEY IS NOT LESS THAN RW-KEY
               INVALID KEY
                   SET WS-REPLAY-EOF TO TRUE
           END-START.
           IF NOT WS-REPLAY-EOF
               READ RECOVERY-WORK-FILE NEXT RECORD
                   AT END SET WS-REPLAY-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 2100-REPLAY-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-REPLAY-EOF.
       2000-EXIT.
           EXIT.

       2100-REPLAY-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-REPLAYED.
           MOVE RW-JOURNAL-ENTRY TO WS-REPLAY-ENTRY.

           EVALUATE RP-ACTION-CODE
               WHEN 'A'
                   MOVE 1 TO WS-ACT-IDX
                   ADD 1 TO WS-AT-READ (WS-ACT-IDX)
                   PERFORM 3000-REPLAY-ADD THRU 3000-EXIT
               WHEN 'C'
                   MOVE 2 TO WS-ACT-IDX
                   ADD 1 TO WS-AT-READ (WS-ACT-IDX)
                   PERFORM 3100-REPLAY-CHANGE THRU 3100-EXIT
               WHEN 'W'
                   MOVE 3 TO WS-ACT-IDX
                   ADD 1 TO WS-AT-READ (WS-ACT-IDX)
                   PERFORM 3200-REPLAY-STATUS THRU 3200-EXIT
               WHEN 'R'
                   MOVE 4 TO WS-ACT-IDX
                   ADD 1 TO WS-AT-READ (WS-ACT-IDX)
                   PERFORM 3200-REPLAY-STATUS THRU 3200-EXIT
               WHEN 'D'
                   MOVE 5 TO WS-ACT-IDX
                   ADD 1 TO WS-AT-READ (WS-ACT-IDX)
                   PERFORM 3400-REPLAY-DROP THRU 3400-EXIT
               WHEN 'M'
                   MOVE 6 TO WS-ACT-IDX
                   ADD 1 TO WS-AT-READ (WS-ACT-IDX)
                   PERFORM 3500-REPLAY-MERGE THRU 3500-EXIT
               WHEN 'X'
                   MOVE 7 TO WS-ACT-IDX
                   ADD 1 TO WS-AT-READ (WS-ACT-IDX)
                   PERFORM 3600-REPLAY-CLOSEOUT THRU 3600-EXIT
               WHEN 'G'
      *            GRADES LIVE ON GRADE.VSAM, WHICH THE RELOAD DOES
      *            NOT TOUCH - COUNTED ONLY.
                   MOVE 8 TO WS-ACT-IDX
                   ADD 1 TO WS-AT-READ (WS-ACT-IDX)
               WHEN OTHER
                   MOVE 9 TO WS-ACT-IDX
                   ADD 1 TO WS-AT-READ (WS-ACT-IDX)
                   MOVE 'UNKNOWN ACTION CODE - NOT REAPPLIED'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-EVALUATE.

           READ RECOVERY-WORK-FILE NEXT RECORD
               AT END SET WS-REPLAY-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ONE EXCEPTION LINE FOR THE ENTRY BEING REPLAYED                *
      *---------------------------------------------------------------*
       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-AT-EXCEPTIONS (WS-ACT-IDX).
           MOVE RP-ACTION-DATE TO WS-DATE-TO-FORMAT.
           PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
           STRING WS-FORMATTED-DATE DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               RP-ACTION-TIME       DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               RP-STUDENT-ID        DELIMITED BY SIZE
               '  '                 DELIMITED BY SIZE
               RP-ACTION-CODE       DELIMITED BY SIZE
               '  '                 DELIMITED BY SIZE
               RP-OLD-COURSE        DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WS-EXCEPTION-TEXT    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ADD - A NEW STUDENT CARRIES BOTH AFTER-IMAGES, AN ENROLLMENT   *
      * OR A WAIT-LIST PROMOTION OF A KNOWN STUDENT ONLY THE           *
      * ENROLLMENT. A RECORD ALREADY ON FILE IS REWRITTEN FROM THE     *
      * IMAGE                                                          *
      *---------------------------------------------------------------*
       3000-REPLAY-ADD.
           IF RP-STUDENT-IMAGE = SPACES
               AND RP-ENROLL-IMAGE = SPACES
               MOVE 'NO AFTER-IMAGE JOURNALED - REKEY THE ADD'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF RP-STUDENT-IMAGE NOT = SPACES
               PERFORM 3010-PUT-STUDENT-IMAGE THRU 3010-EXIT
           END-IF.
           IF RP-ENROLL-IMAGE NOT = SPACES
               PERFORM 3020-PUT-ENROLL-IMAGE THRU 3020-EXIT
           END-IF.
           ADD 1 TO WS-AT-APPLIED (WS-ACT-IDX).
       3000-EXIT.
           EXIT.

       3010-PUT-STUDENT-IMAGE.
           MOVE RP-STUDENT-IMAGE TO STUDENT-VSAM-RECORD.
           WRITE STUDENT-VSAM-RECORD
               INVALID KEY
                   REWRITE STUDENT-VSAM-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR RESTORING STUDENT '
                               STUDENT-VSAM-ID ', FILE STATUS: '
                               FILE-CHECK-KEY
                           MOVE 8 TO WS-RETURN-CODE
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-STUDENTS-ADDED
           END-WRITE.
       3010-EXIT.
           EXIT.

       3020-PUT-ENROLL-IMAGE.
           MOVE RP-ENROLL-IMAGE TO ENROLL-VSAM-RECORD.
           WRITE ENROLL-VSAM-RECORD
               INVALID KEY
                   REWRITE ENROLL-VSAM-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR RESTORING ENROLLMENT '
                               ENROLL-VSAM-STUDENT-ID ' '
                               ENROLL-VSAM-COURSE ', FILE STATUS: '
                               ENR-FILE-STATUS
                           MOVE 8 TO WS-RETURN-CODE
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-ENROLLS-ADDED
           END-WRITE.
       3020-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * CHANGE - A DEMOGRAPHICS CHANGE CARRIES THE STUDENT IMAGE; A    *
      * COURSE MOVE CARRIES THE NEW ENROLLMENT, AND THE OLD COURSE     *
      * NAMES THE ENROLLMENT IT REPLACED                               *
      *---------------------------------------------------------------*
       3100-REPLAY-CHANGE.
           IF RP-STUDENT-IMAGE = SPACES
               AND RP-ENROLL-IMAGE = SPACES
               MOVE 'NO AFTER-IMAGE JOURNALED - REKEY THE CHANGE'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF RP-STUDENT-IMAGE NOT = SPACES
               PERFORM 3010-PUT-STUDENT-IMAGE THRU 3010-EXIT
           END-IF.

           IF RP-ENROLL-IMAGE NOT = SPACES
               IF RP-OLD-COURSE NOT = SPACES
                   MOVE RP-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID
                   MOVE RP-OLD-COURSE TO ENROLL-VSAM-COURSE
                   DELETE ENROLL-VSAM-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ENROLLS-DELETED
                   END-DELETE
               END-IF
               PERFORM 3020-PUT-ENROLL-IMAGE THRU 3020-EXIT
           END-IF.
           ADD 1 TO WS-AT-APPLIED (WS-ACT-IDX).
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * WITHDRAW / REINSTATE - THE STUDENT IS REWRITTEN FROM ITS       *
      * IMAGE. A REINSTATEMENT ALSO RESTAMPS EVERY ENROLLMENT'S        *
      * INCLUSION AND UPDATE DATES, AS THE ORIGINAL RUN DID            *
      *---------------------------------------------------------------*
       3200-REPLAY-STATUS.
           IF RP-STUDENT-IMAGE = SPACES
               MOVE 'NO AFTER-IMAGE JOURNALED - REKEY THE STATUS'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 3200-EXIT
           END-IF.

           MOVE RP-STUDENT-IMAGE TO STUDENT-VSAM-RECORD.
           REWRITE STUDENT-VSAM-RECORD
               INVALID KEY
                   MOVE 'STUDENT NOT ON FILE - STATUS NOT REAPPLIED'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
                   GO TO 3200-EXIT
           END-REWRITE.

           IF RP-ACTION-CODE = 'R'
               MOVE STUDENT-VSAM-ID          TO WS-STAMP-ID
               MOVE STUDENT-VSAM-STATUS-DATE TO WS-STAMP-DATE
               PERFORM 3300-STAMP-INCLUSIONS THRU 3300-EXIT
           END-IF.
           ADD 1 TO WS-AT-APPLIED (WS-ACT-IDX).
       3200-EXIT.
           EXIT.

       3300-STAMP-INCLUSIONS.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE WS-STAMP-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE LOW-VALUES TO ENROLL-VSAM-COURSE.
           START ENROLL-VSAM-FILE KEY IS NOT LESS THAN
               ENROLL-VSAM-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               READ ENROLL-VSAM-FILE NEXT RECORD
                   AT END SET WS-SCAN-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 3310-STAMP-ONE-INCLUSION THRU 3310-EXIT
               UNTIL WS-SCAN-EOF
                  OR ENROLL-VSAM-STUDENT-ID NOT = WS-STAMP-ID.
       3300-EXIT.
           EXIT.

       3310-STAMP-ONE-INCLUSION.
           MOVE WS-STAMP-DATE TO ENROLL-VSAM-INCLUSION-DATE.
           MOVE WS-STAMP-DATE TO ENROLL-VSAM-UPDATEDATE.
           REWRITE ENROLL-VSAM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR STAMPING INCLUSION DATE ON '
                       ENROLL-VSAM-COURSE ', FILE STATUS: '
                       ENR-FILE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
           READ ENROLL-VSAM-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       3310-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * DROP - REMOVE THE ENROLLMENT NAMED BY THE OLD COURSE           *
      *---------------------------------------------------------------*
       3400-REPLAY-DROP.
           MOVE RP-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE RP-OLD-COURSE TO ENROLL-VSAM-COURSE.
           DELETE ENROLL-VSAM-FILE RECORD
               INVALID KEY
                   MOVE 'ENROLLMENT NOT ON FILE - NOTHING TO DROP'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ENROLLS-DELETED
                   ADD 1 TO WS-AT-APPLIED (WS-ACT-IDX)
           END-DELETE.
       3400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * MERGE - THE MERGED-AWAY ID'S ENROLLMENTS MOVE TO THE SURVIVOR  *
      * (THE JOURNALED STUDENT ID) KEEPING THEIR DATES, OR ARE REMOVED *
      * WHERE THE SURVIVOR ALREADY HOLDS THE COURSE; THEN THE MERGED-  *
      * AWAY STUDENT IS DELETED                                        *
      *---------------------------------------------------------------*
       3500-REPLAY-MERGE.
           IF RP-MERGED-ID NOT NUMERIC
               OR RP-MERGED-ID = 0
               MOVE 'NO MERGED-AWAY ID JOURNALED - REKEY THE MERGE'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 3500-EXIT
           END-IF.

           PERFORM 3510-GATHER-MERGED-ENROLLMENTS THRU 3510-EXIT.
           IF WS-MERGE-OVERFLOW
               MOVE 'OVER 100 ENROLLMENTS ON MERGED ID - NOT MERGED'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3520-MOVE-ONE-ENROLLMENT THRU 3520-EXIT
               VARYING WS-MERGE-IDX FROM 1 BY 1
               UNTIL WS-MERGE-IDX > WS-ME-COUNT.

           MOVE RP-MERGED-ID TO STUDENT-VSAM-ID.
           DELETE STUDENT-VSAM-FILE RECORD
               INVALID KEY
                   MOVE 'MERGED-AWAY STUDENT NOT ON FILE'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
                   GO TO 3500-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-STUDENTS-DELETED
           END-DELETE.
           ADD 1 TO WS-AT-APPLIED (WS-ACT-IDX).
       3500-EXIT.
           EXIT.

       3510-GATHER-MERGED-ENROLLMENTS.
           MOVE 0 TO WS-ME-COUNT.
           MOVE 'N' TO WS-MERGE-OVERFLOW-SW.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE RP-MERGED-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE LOW-VALUES TO ENROLL-VSAM-COURSE.
           START ENROLL-VSAM-FILE KEY IS NOT LESS THAN
               ENROLL-VSAM-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-SCAN-EOF
               READ ENROLL-VSAM-FILE NEXT RECORD
                   AT END SET WS-SCAN-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 3511-GATHER-ONE-ENROLLMENT THRU 3511-EXIT
               UNTIL WS-SCAN-EOF
                  OR ENROLL-VSAM-STUDENT-ID NOT = RP-MERGED-ID.
       3510-EXIT.
           EXIT.

       3511-GATHER-ONE-ENROLLMENT.
           IF WS-ME-COUNT < 100
               ADD 1 TO WS-ME-COUNT
               MOVE ENROLL-VSAM-COURSE
                   TO WS-ME-COURSE (WS-ME-COUNT)
               MOVE ENROLL-VSAM-INSERTDATE
                   TO WS-ME-INSERTDATE (WS-ME-COUNT)
               MOVE ENROLL-VSAM-INCLUSION-DATE
                   TO WS-ME-INCLUSION-DATE (WS-ME-COUNT)
           ELSE
               SET WS-MERGE-OVERFLOW TO TRUE
           END-IF.
           READ ENROLL-VSAM-FILE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       3511-EXIT.
           EXIT.

       3520-MOVE-ONE-ENROLLMENT.
           MOVE RP-MERGED-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE WS-ME-COURSE (WS-MERGE-IDX) TO ENROLL-VSAM-COURSE.
           DELETE ENROLL-VSAM-FILE RECORD
               INVALID KEY
                   GO TO 3520-EXIT
           END-DELETE.
           ADD 1 TO WS-ENROLLS-DELETED.

           MOVE RP-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE WS-ME-COURSE (WS-MERGE-IDX) TO ENROLL-VSAM-COURSE.
           MOVE WS-ME-INSERTDATE (WS-MERGE-IDX)
               TO ENROLL-VSAM-INSERTDATE.
           MOVE RP-ACTION-DATE TO ENROLL-VSAM-UPDATEDATE.
           MOVE WS-ME-INCLUSION-DATE (WS-MERGE-IDX)
               TO ENROLL-VSAM-INCLUSION-DATE.
           MOVE ',' TO ENROLL-SEPARATOR1
                       ENROLL-SEPARATOR2
                       ENROLL-SEPARATOR3.
      *    THE SURVIVOR ALREADY HOLDING THE COURSE KEEPS ITS OWN
      *    ENROLLMENT - THE DUPLICATE'S IS SIMPLY GONE.
           WRITE ENROLL-VSAM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ENROLLS-ADDED
           END-WRITE.
       3520-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * TERM CLOSE-OUT - REMOVE THE ARCHIVED ENROLLMENT IF THE RELOAD  *
      * BROUGHT IT BACK                                                *
      *---------------------------------------------------------------*
       3600-REPLAY-CLOSEOUT.
           MOVE RP-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE RP-OLD-COURSE TO ENROLL-VSAM-COURSE.
           DELETE ENROLL-VSAM-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ENROLLS-DELETED
           END-DELETE.
           ADD 1 TO WS-AT-APPLIED (WS-ACT-IDX).
       3600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * RECONCILE - PER-ACTION TALLIES, THEN THE RELOADED COUNTS PLUS  *
      * THE NET CHANGE REAPPLIED AGAINST A RECOUNT OF EACH FILE        *
      *---------------------------------------------------------------*
       5000-WRITE-RECONCILIATION.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'JOURNAL RECONCILIATION' TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-JOURNAL-READ TO WS-COUNT-DISPLAY.
           MOVE WS-JOURNAL-BEFORE-CUTOFF TO WS-COUNT-DISPLAY-2.
           MOVE WS-JOURNAL-LOADED TO WS-COUNT-DISPLAY-3.
           STRING 'JOURNAL ENTRIES READ: ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY            DELIMITED BY SIZE
               '  BEFORE BACKUP: '         DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2          DELIMITED BY SIZE
               '  TO REPLAY: '             DELIMITED BY SIZE
               WS-COUNT-DISPLAY-3          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-ARCHIVE-LOADED TO WS-COUNT-DISPLAY.
           STRING 'CLOSE-OUT ROWS TO REPLAY: ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY                DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'ACTION                     READ   APPLIED EXCEPTIONS'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 5100-WRITE-ACTION-LINE THRU 5100-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > 9.

           COMPUTE WS-EXPECTED-STUDENTS = WS-START-STUDENTS
               + WS-STUDENTS-ADDED - WS-STUDENTS-DELETED.
           COMPUTE WS-EXPECTED-ENROLLS = WS-START-ENROLLS
               + WS-ENROLLS-ADDED - WS-ENROLLS-DELETED.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE 'RECORD COUNTS                STUDENTS  ENROLLMENTS'
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-START-STUDENTS TO WS-COUNT-DISPLAY.
           MOVE WS-START-ENROLLS  TO WS-COUNT-DISPLAY-2.
           STRING 'AS RELOADED            '    DELIMITED BY SIZE
               WS-COUNT-DISPLAY                DELIMITED BY SIZE
               '    '                          DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-STUDENTS-ADDED TO WS-COUNT-DISPLAY.
           MOVE WS-ENROLLS-ADDED  TO WS-COUNT-DISPLAY-2.
           STRING 'PLUS RECORDS ADDED     '    DELIMITED BY SIZE
               WS-COUNT-DISPLAY                DELIMITED BY SIZE
               '    '                          DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-STUDENTS-DELETED TO WS-COUNT-DISPLAY.
           MOVE WS-ENROLLS-DELETED  TO WS-COUNT-DISPLAY-2.
           STRING 'LESS RECORDS DELETED   '    DELIMITED BY SIZE
               WS-COUNT-DISPLAY                DELIMITED BY SIZE
               '    '                          DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-EXPECTED-STUDENTS TO WS-SIGNED-DISPLAY.
           MOVE WS-EXPECTED-ENROLLS  TO WS-COUNT-DISPLAY-2.
           STRING 'EXPECTED ON FILE       '    DELIMITED BY SIZE
               WS-SIGNED-DISPLAY               DELIMITED BY SIZE
               '    '                          DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-FINAL-STUDENTS TO WS-COUNT-DISPLAY.
           MOVE WS-FINAL-ENROLLS  TO WS-COUNT-DISPLAY-2.
           STRING 'COUNTED ON FILE        '    DELIMITED BY SIZE
               WS-COUNT-DISPLAY                DELIMITED BY SIZE
               '    '                          DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2              DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           IF WS-EXPECTED-STUDENTS = WS-FINAL-STUDENTS
               AND WS-EXPECTED-ENROLLS = WS-FINAL-ENROLLS
               MOVE 'RECOVERED COUNTS RECONCILE - OK'
                   TO WS-REPORT-LINE
           ELSE
               MOVE 'RECOVERED COUNTS DO NOT RECONCILE - REVIEW RUN'
                   TO WS-REPORT-LINE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           DISPLAY WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           STRING 'ENTRIES NOT REAPPLIED: ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ACTION-LINE.
           MOVE WS-AT-READ (WS-ACT-IDX)       TO WS-COUNT-DISPLAY.
           MOVE WS-AT-APPLIED (WS-ACT-IDX)    TO WS-COUNT-DISPLAY-2.
           MOVE WS-AT-EXCEPTIONS (WS-ACT-IDX) TO WS-COUNT-DISPLAY-3.
           STRING WS-ACTION-NAME (WS-ACT-IDX) DELIMITED BY SIZE
               WS-COUNT-DISPLAY               DELIMITED BY SIZE
               ' '                            DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2             DELIMITED BY SIZE
               ' '                            DELIMITED BY SIZE
               WS-COUNT-DISPLAY-3             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5100-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           WRITE RECOVERY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * CCYYMMDD TO MM/DD/CCYY FOR THE REPORT                          *
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
      * APPEND ONE RUN-LOG RECORD TO THE PERSISTENT RUN HISTORY FILE   *
      * (RUNLOG.DAT) - PROGRAM, START/END TIMESTAMPS, RECORDS          *
      * PROCESSED, AND THE FINAL STATUS THE SCHEDULER WILL SEE         *
      *---------------------------------------------------------------*
       9800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RL-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO OPEN RUN LOG, '
                   'FILE STATUS: ' RL-FILE-STATUS
               GO TO 9800-EXIT
           END-IF.

           MOVE 'PRGL0046' TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
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

       END PROGRAM PRGL0046.
