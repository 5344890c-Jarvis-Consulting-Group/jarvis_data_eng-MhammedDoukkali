      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cross-file referential integrity sweep over the
      *          satellite files built up around STUDENT.VSAM and
      *          ENROLL.VSAM, which the field-level edit scan
      *          (PRGE0017) never checks against each other:
      *            - GRADE.VSAM grades with neither a current
      *              enrollment nor an ENRLARCH.DAT archive record
      *              (a 'W ' late-drop grade is exempt)
      *            - ENRLSECT.VSAM section assignments whose
      *              enrollment is gone or whose SECTION.VSAM section
      *              was deleted
      *            - WAITLIST.VSAM entries for students already
      *              enrolled in the course
      *            - FINHOLD.VSAM and CONTACT.VSAM records for ids
      *              merged away (STUXREF.DAT) or never on file
      *            - COURSE.FEE rows for courses no longer on the
      *              course master
      *          Exceptions are graded E (ERROR) or W (WARNING) on a
      *          report (INTEGRTY.RPT) and every offending key is
      *          written to a correction file (INTEGERR.DAT) naming
      *          the file, severity, and reason. The archive and the
      *          merge cross-reference are loaded into a keyed work
      *          file (INTEGWRK.VSAM) rebuilt at the top of every run.
      *          A satellite file that does not exist yet is noted
      *          and its check skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGE0042.

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

           SELECT COURSE-MASTER-FILE ASSIGN TO 'COURSE.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-MST-CODE
               FILE STATUS IS CRS-FILE-STATUS.

           SELECT GRADE-VSAM-FILE ASSIGN TO 'GRADE.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-VSAM-KEY
               FILE STATUS IS GRD-FILE-STATUS.

           SELECT ENRLSECT-FILE ASSIGN TO 'ENRLSECT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS ES-FILE-STATUS.

           SELECT SECTION-FILE ASSIGN TO 'SECTION.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSEC-KEY
               FILE STATUS IS SEC-FILE-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO 'WAITLIST.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WL-FILE-STATUS.

           SELECT FINHOLD-FILE ASSIGN TO 'FINHOLD.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-STUDENT-ID
               FILE STATUS IS FH-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'CONTACT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-STUDENT-ID
               FILE STATUS IS CNT-FILE-STATUS.

           SELECT COURSE-FEE-FILE ASSIGN TO 'COURSE.FEE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS FEE-FILE-STATUS.

           SELECT ENROLL-ARCHIVE-FILE ASSIGN TO 'ENRLARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO 'STUXREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XRF-FILE-STATUS.

           SELECT INTEGRITY-WORK-FILE ASSIGN TO 'INTEGWRK.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IW-KEY
               FILE STATUS IS IW-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'INTEGRTY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT INTEGRITY-ERROR-FILE ASSIGN TO 'INTEGERR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-FILE-STATUS.

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

       FD GRADE-VSAM-FILE.
       01  GRADE-VSAM-RECORD.
           88 GRADE-ENDOFFILE               VALUE HIGH-VALUE.
           05 GRADE-VSAM-KEY.
              10 GRADE-VSAM-STUDENT-ID      PIC 9(7).
              10 GRADE-VSAM-COURSE          PIC X(15).
           05 GRADE-SEPARATOR1              PIC X.
           05 GRADE-VSAM-GRADE              PIC X(2).
           05 GRADE-SEPARATOR2              PIC X.
           05 GRADE-VSAM-GRADE-DATE         PIC 9(8).
           05 GRADE-SEPARATOR3              PIC X.
           05 GRADE-VSAM-OPERATOR-ID        PIC X(8).

       FD ENRLSECT-FILE.
       01  ENRLSECT-RECORD.
           88 ES-ENDOFFILE                  VALUE HIGH-VALUE.
           05 ES-KEY.
              10 ES-STUDENT-ID              PIC 9(7).
              10 ES-COURSE                  PIC X(15).
           05 ES-SEPARATOR1                 PIC X.
           05 ES-SECTION                    PIC X(3).

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

       FD WAITLIST-FILE.
       01  WAITLIST-RECORD.
           88 WL-ENDOFFILE                  VALUE HIGH-VALUE.
           05 WL-KEY.
              10 WL-COURSE                  PIC X(15).
              10 WL-REQUEST-DATE            PIC 9(8).
              10 WL-REQUEST-TIME            PIC 9(6).
              10 WL-STUDENT-ID              PIC 9(7).
           05 WL-SEPARATOR1                 PIC X.
           05 WL-NAME                       PIC X(27).
           05 WL-SEPARATOR2                 PIC X.
           05 WL-DOB                        PIC 9(8).
           05 WL-SEPARATOR3                 PIC X.
           05 WL-RE-ENROLL-FLAG             PIC X.

       FD FINHOLD-FILE.
       01  FINHOLD-RECORD.
           88 FH-ENDOFFILE                  VALUE HIGH-VALUE.
           05 FH-STUDENT-ID                 PIC 9(7).
           05 FH-SEPARATOR1                 PIC X.
           05 FH-BALANCE                    PIC 9(5)V99.
           05 FH-SEPARATOR2                 PIC X.
           05 FH-HOLD-DATE                  PIC 9(8).

       FD CONTACT-FILE.
       01  CONTACT-RECORD.
           88 CNT-ENDOFFILE                 VALUE HIGH-VALUE.
           05 CNT-STUDENT-ID                PIC 9(7).
           05 CNT-SEPARATOR1                PIC X.
           05 CNT-ADDRESS-1                 PIC X(30).
           05 CNT-SEPARATOR2                PIC X.
           05 CNT-ADDRESS-2                 PIC X(30).
           05 CNT-SEPARATOR3                PIC X.
           05 CNT-CITY                      PIC X(20).
           05 CNT-SEPARATOR4                PIC X.
           05 CNT-STATE                     PIC X(2).
           05 CNT-SEPARATOR5                PIC X.
           05 CNT-ZIP                       PIC X(10).
           05 CNT-SEPARATOR6                PIC X.
           05 CNT-PHONE                     PIC X(12).

       FD COURSE-FEE-FILE.
       01  COURSE-FEE-RECORD.
           88 FEE-ENDOFFILE                 VALUE HIGH-VALUE.
           05 FEE-KEY.
              10 FEE-COURSE                 PIC X(15).
              10 FEE-EFFECTIVE-DATE         PIC 9(8).
           05 FEE-SEPARATOR1                PIC X.
           05 FEE-AMOUNT                    PIC 9(5)V99.

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

       FD XREF-FILE.
       01  XREF-RECORD.
           05 XRF-OLD-ID                    PIC 9(7).
           05 XRF-SEPARATOR1                PIC X.
           05 XRF-NEW-ID                    PIC 9(7).
           05 XRF-SEPARATOR2                PIC X.
           05 XRF-MERGE-DATE                PIC 9(8).

      *---------------------------------------------------------------*
      * LOOKUP WORK FILE - TYPE 'A' ROWS ARE ARCHIVED STUDENT + COURSE *
      * PAIRS FROM ENRLARCH.DAT, TYPE 'M' ROWS ARE MERGED-AWAY IDS     *
      * FROM STUXREF.DAT (COURSE BLANK) CARRYING THE SURVIVING ID      *
      *---------------------------------------------------------------*
       FD INTEGRITY-WORK-FILE.
       01  INTEGRITY-WORK-RECORD.
           05 IW-KEY.
              10 IW-TYPE                    PIC X.
              10 IW-STUDENT-ID              PIC 9(7).
              10 IW-COURSE                  PIC X(15).
           05 IW-SEPARATOR1                 PIC X.
           05 IW-NEW-ID                     PIC 9(7).
           05 IW-SEPARATOR2                 PIC X.
           05 IW-DATE                       PIC 9(8).

       FD INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD          PIC X(132).

      *---------------------------------------------------------------*
      * ONE CORRECTION ROW PER OFFENDING RECORD: WHICH FILE, THE WORST *
      * SEVERITY, THE REASON CODE, AND THE RECORD'S KEY AS STORED      *
      *---------------------------------------------------------------*
       FD INTEGRITY-ERROR-FILE.
       01  INTEGRITY-ERROR-RECORD.
           05 IE-FILE-ID                    PIC X(8).
           05 IE-SEPARATOR1                 PIC X.
           05 IE-SEVERITY                   PIC X.
           05 IE-SEPARATOR2                 PIC X.
           05 IE-REASON-CODE                PIC 9(2).
           05 IE-SEPARATOR3                 PIC X.
           05 IE-RECORD-KEY                 PIC X(36).

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
       01  CRS-FILE-STATUS                  PIC XX.
       01  GRD-FILE-STATUS                  PIC XX.
       01  ES-FILE-STATUS                   PIC XX.
       01  SEC-FILE-STATUS                  PIC XX.
       01  WL-FILE-STATUS                   PIC XX.
       01  FH-FILE-STATUS                   PIC XX.
       01  CNT-FILE-STATUS                  PIC XX.
       01  FEE-FILE-STATUS                  PIC XX.
       01  ARC-FILE-STATUS                  PIC XX.
       01  XRF-FILE-STATUS                  PIC XX.
       01  IW-FILE-STATUS                   PIC XX.
       01  RPT-FILE-STATUS                  PIC XX.
       01  ERR-FILE-STATUS                  PIC XX.

       01  WS-LOAD-EOF-SW                   PIC X    VALUE 'N'.
           88 WS-LOAD-EOF                        VALUE 'Y'.
       01  WS-NO-SECTION-FILE-SW            PIC X    VALUE 'N'.
           88 WS-NO-SECTION-FILE                 VALUE 'Y'.
       01  WS-NO-COURSE-FILE-SW             PIC X    VALUE 'N'.
           88 WS-NO-COURSE-FILE                  VALUE 'Y'.

       01  WS-TODAY                         PIC 9(8).

       01  WS-COUNTS.
           05 WS-ARCHIVE-LOADED             PIC 9(7) VALUE 0.
           05 WS-MERGES-LOADED              PIC 9(7) VALUE 0.
           05 WS-GRADES-SCANNED             PIC 9(7) VALUE 0.
           05 WS-ASSIGNMENTS-SCANNED        PIC 9(7) VALUE 0.
           05 WS-WAITS-SCANNED              PIC 9(7) VALUE 0.
           05 WS-HOLDS-SCANNED              PIC 9(7) VALUE 0.
           05 WS-CONTACTS-SCANNED           PIC 9(7) VALUE 0.
           05 WS-FEES-SCANNED               PIC 9(7) VALUE 0.
           05 WS-RECORDS-SCANNED            PIC 9(9) VALUE 0.
           05 WS-RECORDS-IN-ERROR           PIC 9(7) VALUE 0.
           05 WS-ERROR-COUNT                PIC 9(7) VALUE 0.
           05 WS-WARNING-COUNT              PIC 9(7) VALUE 0.

      *---------------------------------------------------------------*
      * THE RECORD UNDER CHECK - LOADED BY EACH FILE'S SCAN BEFORE THE *
      * SHARED EXCEPTION WRITER RUNS                                   *
      *---------------------------------------------------------------*
       01  WS-SCAN-WORK.
           05 WS-SCAN-FILE-ID               PIC X(8).
           05 WS-SCAN-KEY                   PIC X(36).
           05 WS-SCAN-KEY-DISPLAY           PIC X(40).
           05 WS-RECORD-EXCEPTIONS          PIC 9(2) VALUE 0.
           05 WS-RECORD-SEVERITY            PIC X    VALUE SPACE.
           05 WS-RECORD-REASON              PIC 9(2) VALUE 0.
           05 WS-MERGED-TO-ID               PIC 9(7).
           05 WS-CHECK-ID                   PIC 9(7).

       01  WS-EXCEPTION-SEVERITY            PIC X.
       01  WS-EXCEPTION-REASON              PIC 9(2).
       01  WS-EXCEPTION-TEXT                PIC X(50).

      *---------------------------------------------------------------*
      * REASON CODES CARRIED ON THE CORRECTION FILE                    *
      *   01 GRADE WITH NO ENROLLMENT AND NO ARCHIVE RECORD     (E)    *
      *   02 SECTION ASSIGNMENT WITH NO ENROLLMENT              (E)    *
      *   03 SECTION ASSIGNMENT TO A SECTION NOT ON FILE        (E)    *
      *   04 WAIT-LIST ENTRY FOR A STUDENT ALREADY ENROLLED     (W)    *
      *   05 FINANCIAL HOLD ON A MERGED-AWAY ID                 (E)    *
      *   06 FINANCIAL HOLD FOR AN ID NOT ON THE STUDENT FILE   (E)    *
      *   07 CONTACT RECORD ON A MERGED-AWAY ID                 (W)    *
      *   08 CONTACT RECORD FOR AN ID NOT ON THE STUDENT FILE   (W)    *
      *   09 COURSE FEE FOR A COURSE NOT ON THE COURSE MASTER   (W)    *
      *---------------------------------------------------------------*

       01  WS-ID-DISPLAY                    PIC 9(7).
       01  WS-REPORT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 9750-GET-BUSINESS-DATE THRU 9750-RETURN.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-START-TIME.

           DISPLAY '==================================================='
           DISPLAY '      CROSS-FILE REFERENTIAL INTEGRITY SWEEP       '
           DISPLAY '==================================================='

           MOVE WS-RUN-START-DATE TO WS-TODAY.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = '00'
               DISPLAY 'UNABLE TO OPEN STUDENT.VSAM, '
                   'FILE STATUS: ' FILE-CHECK-KEY
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.
           OPEN INPUT ENROLL-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN ENROLL.VSAM, '
                   'FILE STATUS: ' ENR-FILE-STATUS
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT INTEGRITY-WORK-FILE.
           CLOSE INTEGRITY-WORK-FILE.
           OPEN I-O INTEGRITY-WORK-FILE.
           IF IW-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN INTEGRITY WORK FILE, '
                   'FILE STATUS: ' IW-FILE-STATUS
               CLOSE STUDENT-VSAM-FILE
               CLOSE ENROLL-VSAM-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           OPEN OUTPUT INTEGRITY-ERROR-FILE.

           PERFORM 1000-WRITE-REPORT-HEADER THRU 1000-EXIT.

           PERFORM 1200-LOAD-ARCHIVE THRU 1200-RETURN.
           PERFORM 1400-LOAD-MERGES THRU 1400-RETURN.

           OPEN INPUT SECTION-FILE.
           IF SEC-FILE-STATUS NOT = '00'
               SET WS-NO-SECTION-FILE TO TRUE
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS NOT = '00'
               SET WS-NO-COURSE-FILE TO TRUE
           END-IF.

           PERFORM 2000-CHECK-GRADES THRU 2000-RETURN.
           PERFORM 3000-CHECK-SECTION-ASSIGNMENTS THRU 3000-RETURN.
           PERFORM 4000-CHECK-WAITLIST THRU 4000-RETURN.
           PERFORM 5000-CHECK-FINANCIAL-HOLDS THRU 5000-RETURN.
           PERFORM 6000-CHECK-CONTACTS THRU 6000-RETURN.
           PERFORM 7000-CHECK-COURSE-FEES THRU 7000-RETURN.

           PERFORM 1100-WRITE-REPORT-TRAILER THRU 1100-EXIT.

           IF NOT WS-NO-SECTION-FILE
               CLOSE SECTION-FILE
           END-IF.
           IF NOT WS-NO-COURSE-FILE
               CLOSE COURSE-MASTER-FILE
           END-IF.
           CLOSE INTEGRITY-ERROR-FILE.
           CLOSE INTEGRITY-REPORT-FILE.
           CLOSE INTEGRITY-WORK-FILE.
           CLOSE ENROLL-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.

           IF WS-RETURN-CODE = 0
               AND (WS-ERROR-COUNT > 0 OR WS-WARNING-COUNT > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           DISPLAY 'INTEGRITY SWEEP COMPLETE.'
           DISPLAY 'GRADES SCANNED      : ' WS-GRADES-SCANNED
           DISPLAY 'ASSIGNMENTS SCANNED : ' WS-ASSIGNMENTS-SCANNED
           DISPLAY 'WAIT-LIST SCANNED   : ' WS-WAITS-SCANNED
           DISPLAY 'HOLDS SCANNED       : ' WS-HOLDS-SCANNED
           DISPLAY 'CONTACTS SCANNED    : ' WS-CONTACTS-SCANNED
           DISPLAY 'FEES SCANNED        : ' WS-FEES-SCANNED
           DISPLAY 'RECORDS IN ERROR    : ' WS-RECORDS-IN-ERROR
           DISPLAY 'ERRORS  (E)         : ' WS-ERROR-COUNT
           DISPLAY 'WARNINGS (W)        : ' WS-WARNING-COUNT.
       0000-EXIT.
           MOVE WS-RECORDS-SCANNED TO WS-RUN-RECORDS.
           PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-WRITE-REPORT-HEADER.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '      CROSS-FILE REFERENTIAL INTEGRITY SWEEP        '
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
               WS-TODAY        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

       1100-WRITE-REPORT-TRAILER.
           MOVE '===================================================='
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'GRADES: '         DELIMITED BY SIZE
               WS-GRADES-SCANNED     DELIMITED BY SIZE
               '  ASSIGNMENTS: '     DELIMITED BY SIZE
               WS-ASSIGNMENTS-SCANNED DELIMITED BY SIZE
               '  WAIT-LIST: '       DELIMITED BY SIZE
               WS-WAITS-SCANNED      DELIMITED BY SIZE
               '  HOLDS: '           DELIMITED BY SIZE
               WS-HOLDS-SCANNED      DELIMITED BY SIZE
               '  CONTACTS: '        DELIMITED BY SIZE
               WS-CONTACTS-SCANNED   DELIMITED BY SIZE
               '  FEES: '            DELIMITED BY SIZE
               WS-FEES-SCANNED       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           STRING 'IN ERROR: '       DELIMITED BY SIZE
               WS-RECORDS-IN-ERROR   DELIMITED BY SIZE
               '  E: '               DELIMITED BY SIZE
               WS-ERROR-COUNT        DELIMITED BY SIZE
               '  W: '               DELIMITED BY SIZE
               WS-WARNING-COUNT      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * EVERY ARCHIVED ENROLLMENT DETAIL ON ENRLARCH.DAT GOES TO THE   *
      * WORK FILE AS A TYPE 'A' ROW - A GRADE FOR A CLOSED TERM IS     *
      * ACCOUNTED FOR BY ITS ARCHIVE RECORD. TRAILERS ARE SKIPPED      *
      *---------------------------------------------------------------*
       1200-LOAD-ARCHIVE.
           OPEN INPUT ENROLL-ARCHIVE-FILE.
           IF ARC-FILE-STATUS NOT = '00'
               MOVE 'NOTE: NO TERM ARCHIVE ON FILE - GRADES ARE '
                   & 'CHECKED AGAINST CURRENT ENROLLMENTS ONLY'
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 1200-RETURN
           END-IF.
           MOVE 'N' TO WS-LOAD-EOF-SW.
           READ ENROLL-ARCHIVE-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
           PERFORM 1300-LOAD-ONE-ARCHIVE-LINE THRU 1300-EXIT
               UNTIL WS-LOAD-EOF.
       1200-EXIT.
           CLOSE ENROLL-ARCHIVE-FILE.
       1200-RETURN.
           EXIT.

       1300-LOAD-ONE-ARCHIVE-LINE.
           IF ARCH-RECORD-TYPE = 'E'
               MOVE 'A'             TO IW-TYPE
               MOVE ARCH-STUDENT-ID TO IW-STUDENT-ID
               MOVE ARCH-COURSE     TO IW-COURSE
               MOVE 0               TO IW-NEW-ID
               MOVE ARCH-TERM-END   TO IW-DATE
               MOVE ','             TO IW-SEPARATOR1
                                       IW-SEPARATOR2
               WRITE INTEGRITY-WORK-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ARCHIVE-LOADED
               END-WRITE
           END-IF.
           READ ENROLL-ARCHIVE-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * EVERY MERGED-AWAY ID ON STUXREF.DAT GOES TO THE WORK FILE AS A *
      * TYPE 'M' ROW CARRYING THE ID IT WAS MERGED INTO                *
      *---------------------------------------------------------------*
       1400-LOAD-MERGES.
           OPEN INPUT XREF-FILE.
           IF XRF-FILE-STATUS NOT = '00'
               GO TO 1400-RETURN
           END-IF.
           MOVE 'N' TO WS-LOAD-EOF-SW.
           READ XREF-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
           PERFORM 1500-LOAD-ONE-MERGE THRU 1500-EXIT
               UNTIL WS-LOAD-EOF.
       1400-EXIT.
           CLOSE XREF-FILE.
       1400-RETURN.
           EXIT.

       1500-LOAD-ONE-MERGE.
           MOVE 'M'            TO IW-TYPE.
           MOVE XRF-OLD-ID     TO IW-STUDENT-ID.
           MOVE SPACES         TO IW-COURSE.
           MOVE XRF-NEW-ID     TO IW-NEW-ID.
           MOVE XRF-MERGE-DATE TO IW-DATE.
           MOVE ','            TO IW-SEPARATOR1
                                  IW-SEPARATOR2.
           WRITE INTEGRITY-WORK-RECORD
               INVALID KEY
                   REWRITE INTEGRITY-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-MERGES-LOADED
           END-WRITE.
           READ XREF-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A GRADE MUST BELONG TO A CURRENT ENROLLMENT OR TO A CLOSED     *
      * TERM ON THE ARCHIVE                                            *
      *---------------------------------------------------------------*
       2000-CHECK-GRADES.
           OPEN INPUT GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS NOT = '00'
               MOVE 'NOTE: NO GRADE FILE - GRADE CHECK SKIPPED'
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 2000-RETURN
           END-IF.
           READ GRADE-VSAM-FILE NEXT RECORD
               AT END SET GRADE-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 2100-CHECK-ONE-GRADE THRU 2100-EXIT
               UNTIL GRADE-ENDOFFILE.
       2000-EXIT.
           CLOSE GRADE-VSAM-FILE.
       2000-RETURN.
           EXIT.

       2100-CHECK-ONE-GRADE.
           ADD 1 TO WS-GRADES-SCANNED.
           ADD 1 TO WS-RECORDS-SCANNED.
           PERFORM 3900-START-RECORD THRU 3900-EXIT.
           MOVE 'GRADE   '     TO WS-SCAN-FILE-ID.
           MOVE GRADE-VSAM-KEY TO WS-SCAN-KEY.
           MOVE GRADE-VSAM-STUDENT-ID TO WS-ID-DISPLAY.
           STRING WS-ID-DISPLAY    DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               GRADE-VSAM-COURSE   DELIMITED BY SIZE
               INTO WS-SCAN-KEY-DISPLAY
           END-STRING.

           MOVE GRADE-VSAM-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE GRADE-VSAM-COURSE     TO ENROLL-VSAM-COURSE.
           READ ENROLL-VSAM-FILE
               KEY IS ENROLL-VSAM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
      *    A 'W ' IS POSTED AS THE ENROLLMENT IS DROPPED AFTER THE LAST
      *    DROP DATE, SO IT NEVER HAS AN ENROLLMENT BEHIND IT.
           IF ENR-FILE-STATUS NOT = '00'
               AND GRADE-VSAM-GRADE NOT = 'W '
               MOVE 'A'                   TO IW-TYPE
               MOVE GRADE-VSAM-STUDENT-ID TO IW-STUDENT-ID
               MOVE GRADE-VSAM-COURSE     TO IW-COURSE
               READ INTEGRITY-WORK-FILE
                   KEY IS IW-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF IW-FILE-STATUS NOT = '00'
                   MOVE 'E' TO WS-EXCEPTION-SEVERITY
                   MOVE 01  TO WS-EXCEPTION-REASON
                   MOVE 'GRADE HAS NO ENROLLMENT AND NO ARCHIVE RECORD'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 3800-RECORD-EXCEPTION THRU 3800-EXIT
               END-IF
           END-IF.

           PERFORM 3950-FINISH-RECORD THRU 3950-EXIT.
           READ GRADE-VSAM-FILE NEXT RECORD
               AT END SET GRADE-ENDOFFILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A SECTION ASSIGNMENT MUST HAVE ITS ENROLLMENT AND POINT AT A   *
      * SECTION STILL ON THE SECTION FILE                              *
      *---------------------------------------------------------------*
       3000-CHECK-SECTION-ASSIGNMENTS.
           OPEN INPUT ENRLSECT-FILE.
           IF ES-FILE-STATUS NOT = '00'
               MOVE 'NOTE: NO SECTION ASSIGNMENT FILE - ASSIGNMENT '
                   & 'CHECK SKIPPED' TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 3000-RETURN
           END-IF.
           READ ENRLSECT-FILE NEXT RECORD
               AT END SET ES-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 3100-CHECK-ONE-ASSIGNMENT THRU 3100-EXIT
               UNTIL ES-ENDOFFILE.
       3000-EXIT.
           CLOSE ENRLSECT-FILE.
       3000-RETURN.
           EXIT.

       3100-CHECK-ONE-ASSIGNMENT.
           ADD 1 TO WS-ASSIGNMENTS-SCANNED.
           ADD 1 TO WS-RECORDS-SCANNED.
           PERFORM 3900-START-RECORD THRU 3900-EXIT.
           MOVE 'ENRLSECT' TO WS-SCAN-FILE-ID.
           MOVE ES-KEY     TO WS-SCAN-KEY.
           MOVE ES-STUDENT-ID TO WS-ID-DISPLAY.
           STRING WS-ID-DISPLAY    DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               ES-COURSE           DELIMITED BY SIZE
               ' SEC '             DELIMITED BY SIZE
               ES-SECTION          DELIMITED BY SIZE
               INTO WS-SCAN-KEY-DISPLAY
           END-STRING.

           MOVE ES-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE ES-COURSE     TO ENROLL-VSAM-COURSE.
           READ ENROLL-VSAM-FILE
               KEY IS ENROLL-VSAM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ENR-FILE-STATUS NOT = '00'
               MOVE 'E' TO WS-EXCEPTION-SEVERITY
               MOVE 02  TO WS-EXCEPTION-REASON
               MOVE 'SECTION ASSIGNMENT HAS NO ENROLLMENT'
                   TO WS-EXCEPTION-TEXT
               PERFORM 3800-RECORD-EXCEPTION THRU 3800-EXIT
           END-IF.

           IF WS-NO-SECTION-FILE
               MOVE '23' TO SEC-FILE-STATUS
           ELSE
               MOVE ES-COURSE  TO CSEC-COURSE
               MOVE ES-SECTION TO CSEC-SECTION
               READ SECTION-FILE
                   KEY IS CSEC-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF SEC-FILE-STATUS NOT = '00'
               MOVE 'E' TO WS-EXCEPTION-SEVERITY
               MOVE 03  TO WS-EXCEPTION-REASON
               MOVE 'ASSIGNED SECTION IS NOT ON THE SECTION FILE'
                   TO WS-EXCEPTION-TEXT
               PERFORM 3800-RECORD-EXCEPTION THRU 3800-EXIT
           END-IF.

           PERFORM 3950-FINISH-RECORD THRU 3950-EXIT.
           READ ENRLSECT-FILE NEXT RECORD
               AT END SET ES-ENDOFFILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ONE GRADED EXCEPTION LINE ON THE REPORT, AND TRACK THE WORST   *
      * SEVERITY SEEN ON THIS RECORD (E OUTRANKS W) - THE FIRST        *
      * EXCEPTION OF THE WORST SEVERITY NAMES THE REASON CODE          *
      *---------------------------------------------------------------*
       3800-RECORD-EXCEPTION.
           ADD 1 TO WS-RECORD-EXCEPTIONS.
           IF WS-EXCEPTION-SEVERITY = 'E'
               ADD 1 TO WS-ERROR-COUNT
               IF WS-RECORD-SEVERITY NOT = 'E'
                   MOVE WS-EXCEPTION-REASON TO WS-RECORD-REASON
               END-IF
               MOVE 'E' TO WS-RECORD-SEVERITY
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               IF WS-RECORD-SEVERITY = SPACE
                   MOVE 'W' TO WS-RECORD-SEVERITY
                   MOVE WS-EXCEPTION-REASON TO WS-RECORD-REASON
               END-IF
           END-IF.

           STRING WS-EXCEPTION-SEVERITY DELIMITED BY SIZE
               ' | '                    DELIMITED BY SIZE
               WS-SCAN-FILE-ID          DELIMITED BY SIZE
               ' | '                    DELIMITED BY SIZE
               WS-SCAN-KEY-DISPLAY      DELIMITED BY SIZE
               ' | '                    DELIMITED BY SIZE
               WS-EXCEPTION-TEXT        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3800-EXIT.
           EXIT.

       3900-START-RECORD.
           MOVE 0      TO WS-RECORD-EXCEPTIONS.
           MOVE SPACE  TO WS-RECORD-SEVERITY.
           MOVE 0      TO WS-RECORD-REASON.
           MOVE SPACES TO WS-SCAN-KEY
                          WS-SCAN-KEY-DISPLAY.
       3900-EXIT.
           EXIT.

      *    A RECORD WITH AT LEAST ONE EXCEPTION GETS ONE KEY RECORD ON
      *    THE CORRECTION FILE CARRYING ITS WORST SEVERITY.
       3950-FINISH-RECORD.
           IF WS-RECORD-EXCEPTIONS = 0
               GO TO 3950-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-IN-ERROR.
           MOVE WS-SCAN-FILE-ID    TO IE-FILE-ID.
           MOVE WS-RECORD-SEVERITY TO IE-SEVERITY.
           MOVE WS-RECORD-REASON   TO IE-REASON-CODE.
           MOVE WS-SCAN-KEY        TO IE-RECORD-KEY.
           MOVE ','                TO IE-SEPARATOR1
                                      IE-SEPARATOR2
                                      IE-SEPARATOR3.
           WRITE INTEGRITY-ERROR-RECORD.
       3950-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A WAIT-LIST ENTRY FOR A STUDENT ALREADY ENROLLED IN THE COURSE *
      * WOULD PROMOTE THEM INTO A SEAT THEY ALREADY HOLD               *
      *---------------------------------------------------------------*
       4000-CHECK-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WL-FILE-STATUS NOT = '00'
               MOVE 'NOTE: NO WAIT-LIST FILE - WAIT-LIST CHECK SKIPPED'
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 4000-RETURN
           END-IF.
           READ WAITLIST-FILE NEXT RECORD
               AT END SET WL-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 4100-CHECK-ONE-WAIT-ENTRY THRU 4100-EXIT
               UNTIL WL-ENDOFFILE.
       4000-EXIT.
           CLOSE WAITLIST-FILE.
       4000-RETURN.
           EXIT.

       4100-CHECK-ONE-WAIT-ENTRY.
           ADD 1 TO WS-WAITS-SCANNED.
           ADD 1 TO WS-RECORDS-SCANNED.
           PERFORM 3900-START-RECORD THRU 3900-EXIT.
           MOVE 'WAITLIST' TO WS-SCAN-FILE-ID.
           MOVE WL-KEY     TO WS-SCAN-KEY.
           MOVE WL-STUDENT-ID TO WS-ID-DISPLAY.
           STRING WS-ID-DISPLAY    DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WL-COURSE           DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               WL-REQUEST-DATE     DELIMITED BY SIZE
               INTO WS-SCAN-KEY-DISPLAY
           END-STRING.

           MOVE WL-STUDENT-ID TO ENROLL-VSAM-STUDENT-ID.
           MOVE WL-COURSE     TO ENROLL-VSAM-COURSE.
           READ ENROLL-VSAM-FILE
               KEY IS ENROLL-VSAM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ENR-FILE-STATUS = '00'
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE 04  TO WS-EXCEPTION-REASON
               MOVE 'WAIT-LISTED BUT ALREADY ENROLLED IN THE COURSE'
                   TO WS-EXCEPTION-TEXT
               PERFORM 3800-RECORD-EXCEPTION THRU 3800-EXIT
           END-IF.

           PERFORM 3950-FINISH-RECORD THRU 3950-EXIT.
           READ WAITLIST-FILE NEXT RECORD
               AT END SET WL-ENDOFFILE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A HOLD LEFT ON A MERGED-AWAY ID NO LONGER BLOCKS THE STUDENT - *
      * IT BELONGS ON THE SURVIVING ID. A HOLD ON AN ID NEVER ON FILE  *
      * BLOCKS NOBODY                                                  *
      *---------------------------------------------------------------*
       5000-CHECK-FINANCIAL-HOLDS.
           OPEN INPUT FINHOLD-FILE.
           IF FH-FILE-STATUS NOT = '00'
               MOVE 'NOTE: NO FINANCIAL HOLD FILE - HOLD CHECK SKIPPED'
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 5000-RETURN
           END-IF.
           READ FINHOLD-FILE NEXT RECORD
               AT END SET FH-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 5100-CHECK-ONE-HOLD THRU 5100-EXIT
               UNTIL FH-ENDOFFILE.
       5000-EXIT.
           CLOSE FINHOLD-FILE.
       5000-RETURN.
           EXIT.

       5100-CHECK-ONE-HOLD.
           ADD 1 TO WS-HOLDS-SCANNED.
           ADD 1 TO WS-RECORDS-SCANNED.
           PERFORM 3900-START-RECORD THRU 3900-EXIT.
           MOVE 'FINHOLD ' TO WS-SCAN-FILE-ID.
           MOVE FH-STUDENT-ID TO WS-SCAN-KEY.
           MOVE FH-STUDENT-ID TO WS-SCAN-KEY-DISPLAY.
           MOVE FH-STUDENT-ID TO WS-CHECK-ID.

           PERFORM 5500-CHECK-STUDENT-ID THRU 5500-EXIT.
           IF WS-MERGED-TO-ID NOT = 0
               MOVE 'E' TO WS-EXCEPTION-SEVERITY
               MOVE 05  TO WS-EXCEPTION-REASON
               MOVE WS-MERGED-TO-ID TO WS-ID-DISPLAY
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'HOLD ON AN ID MERGED INTO ' DELIMITED BY SIZE
                   WS-ID-DISPLAY                  DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               END-STRING
               PERFORM 3800-RECORD-EXCEPTION THRU 3800-EXIT
           ELSE
               IF FILE-CHECK-KEY NOT = '00'
                   MOVE 'E' TO WS-EXCEPTION-SEVERITY
                   MOVE 06  TO WS-EXCEPTION-REASON
                   MOVE 'HOLD FOR AN ID NOT ON THE STUDENT FILE'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 3800-RECORD-EXCEPTION THRU 3800-EXIT
               END-IF
           END-IF.

           PERFORM 3950-FINISH-RECORD THRU 3950-EXIT.
           READ FINHOLD-FILE NEXT RECORD
               AT END SET FH-ENDOFFILE TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SHARED BY THE HOLD AND CONTACT CHECKS: IS WS-CHECK-ID A        *
      * MERGED-AWAY ID (WS-MERGED-TO-ID SET TO THE SURVIVOR), AND IS   *
      * IT ON THE STUDENT FILE (FILE-CHECK-KEY '00')                   *
      *---------------------------------------------------------------*
       5500-CHECK-STUDENT-ID.
           MOVE 0 TO WS-MERGED-TO-ID.
           MOVE 'M'         TO IW-TYPE.
           MOVE WS-CHECK-ID TO IW-STUDENT-ID.
           MOVE SPACES      TO IW-COURSE.
           READ INTEGRITY-WORK-FILE
               KEY IS IW-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF IW-FILE-STATUS = '00'
               MOVE IW-NEW-ID TO WS-MERGED-TO-ID
           END-IF.

           MOVE WS-CHECK-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   CONTINUE
           END-READ.
       5500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * CONTACT DETAILS ON A MERGED-AWAY OR UNKNOWN ID ARE NEVER USED  *
      * FOR MAILING - A WARNING, SINCE NOTHING IS BLOCKED              *
      *---------------------------------------------------------------*
       6000-CHECK-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF CNT-FILE-STATUS NOT = '00'
               MOVE 'NOTE: NO CONTACT FILE - CONTACT CHECK SKIPPED'
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 6000-RETURN
           END-IF.
           READ CONTACT-FILE NEXT RECORD
               AT END SET CNT-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 6100-CHECK-ONE-CONTACT THRU 6100-EXIT
               UNTIL CNT-ENDOFFILE.
       6000-EXIT.
           CLOSE CONTACT-FILE.
       6000-RETURN.
           EXIT.

       6100-CHECK-ONE-CONTACT.
           ADD 1 TO WS-CONTACTS-SCANNED.
           ADD 1 TO WS-RECORDS-SCANNED.
           PERFORM 3900-START-RECORD THRU 3900-EXIT.
           MOVE 'CONTACT ' TO WS-SCAN-FILE-ID.
           MOVE CNT-STUDENT-ID TO WS-SCAN-KEY.
           MOVE CNT-STUDENT-ID TO WS-SCAN-KEY-DISPLAY.
           MOVE CNT-STUDENT-ID TO WS-CHECK-ID.

           PERFORM 5500-CHECK-STUDENT-ID THRU 5500-EXIT.
           IF WS-MERGED-TO-ID NOT = 0
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE 07  TO WS-EXCEPTION-REASON
               MOVE WS-MERGED-TO-ID TO WS-ID-DISPLAY
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'CONTACT ON AN ID MERGED INTO ' DELIMITED BY SIZE
                   WS-ID-DISPLAY                     DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               END-STRING
               PERFORM 3800-RECORD-EXCEPTION THRU 3800-EXIT
           ELSE
               IF FILE-CHECK-KEY NOT = '00'
                   MOVE 'W' TO WS-EXCEPTION-SEVERITY
                   MOVE 08  TO WS-EXCEPTION-REASON
                   MOVE 'CONTACT FOR AN ID NOT ON THE STUDENT FILE'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 3800-RECORD-EXCEPTION THRU 3800-EXIT
               END-IF
           END-IF.

           PERFORM 3950-FINISH-RECORD THRU 3950-EXIT.
           READ CONTACT-FILE NEXT RECORD
               AT END SET CNT-ENDOFFILE TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A FEE ROW FOR A COURSE DELETED FROM THE MASTER IS DEAD WEIGHT  *
      * IN THE BILLING EXTRACT'S FEE LOOKUP                            *
      *---------------------------------------------------------------*
       7000-CHECK-COURSE-FEES.
           IF WS-NO-COURSE-FILE
               MOVE 'NOTE: NO COURSE MASTER - FEE CHECK SKIPPED'
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 7000-RETURN
           END-IF.
           OPEN INPUT COURSE-FEE-FILE.
           IF FEE-FILE-STATUS NOT = '00'
               MOVE 'NOTE: NO COURSE FEE FILE - FEE CHECK SKIPPED'
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 7000-RETURN
           END-IF.
           READ COURSE-FEE-FILE NEXT RECORD
               AT END SET FEE-ENDOFFILE TO TRUE
           END-READ.
           PERFORM 7100-CHECK-ONE-FEE THRU 7100-EXIT
               UNTIL FEE-ENDOFFILE.
       7000-EXIT.
           CLOSE COURSE-FEE-FILE.
       7000-RETURN.
           EXIT.

       7100-CHECK-ONE-FEE.
           ADD 1 TO WS-FEES-SCANNED.
           ADD 1 TO WS-RECORDS-SCANNED.
           PERFORM 3900-START-RECORD THRU 3900-EXIT.
           MOVE 'COURSFEE' TO WS-SCAN-FILE-ID.
           MOVE FEE-KEY    TO WS-SCAN-KEY.
           STRING FEE-COURSE       DELIMITED BY SIZE
               ' '                 DELIMITED BY SIZE
               FEE-EFFECTIVE-DATE  DELIMITED BY SIZE
               INTO WS-SCAN-KEY-DISPLAY
           END-STRING.

           MOVE FEE-COURSE TO COURSE-MST-CODE.
           READ COURSE-MASTER-FILE
               KEY IS COURSE-MST-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CRS-FILE-STATUS NOT = '00'
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE 09  TO WS-EXCEPTION-REASON
               MOVE 'FEE FOR A COURSE NOT ON THE COURSE MASTER'
                   TO WS-EXCEPTION-TEXT
               PERFORM 3800-RECORD-EXCEPTION THRU 3800-EXIT
           END-IF.

           PERFORM 3950-FINISH-RECORD THRU 3950-EXIT.
           READ COURSE-FEE-FILE NEXT RECORD
               AT END SET FEE-ENDOFFILE TO TRUE
           END-READ.
       7100-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       8100-EXIT.
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

           MOVE 'PRGE0042' TO RL-PROGRAM-ID.
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

       END PROGRAM PRGE0042.
