      ******************************************************************
      * Author:
      * Date:
      * Purpose: Instructor master maintenance. INSTRUCT.VSAM (keyed
      *          five-digit instructor id) carries each instructor's
      *          surname and first name, department, telephone and
      *          e-mail contact, and the maximum teaching load in
      *          credit hours per term. A course carries the
      *          instructor id (COURSE-MST-INSTRUCTOR-ID) and a copy
      *          of the instructor's name in the form 'SURNAME, FIRST'
      *          so the reports keep one spelling per person; a name
      *          change here is carried onto every course the
      *          instructor teaches. An instructor still assigned to
      *          a course cannot be deleted. Signs on against the
      *          operator master with the same course permission as
      *          course maintenance (PRGC0013).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGI0050.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INSTRUCTOR-FILE ASSIGN TO 'INSTRUCT.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS INS-FILE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO 'COURSE.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-MST-CODE
               FILE STATUS IS CRS-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.VSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS OPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           05 INS-ID                        PIC 9(5).
           05 INS-SEPARATOR1                PIC X.
           05 INS-LAST-NAME                 PIC X(20).
           05 INS-SEPARATOR2                PIC X.
           05 INS-FIRST-NAME                PIC X(15).
           05 INS-SEPARATOR3                PIC X.
           05 INS-DEPARTMENT                PIC X(10).
           05 INS-SEPARATOR4                PIC X.
           05 INS-PHONE                     PIC X(12).
           05 INS-SEPARATOR5                PIC X.
           05 INS-EMAIL                     PIC X(40).
           05 INS-SEPARATOR6                PIC X.
           05 INS-MAX-LOAD                  PIC 9(2)V9.

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

       FD OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID                        PIC X(8).
           05 OPR-SEPARATOR1                PIC X.
           05 OPR-NAME                      PIC X(27).
           05 OPR-SEPARATOR2                PIC X.
           05 OPR-PASSWORD                  PIC X(8).
           05 OPR-SEPARATOR3                PIC X.
           05 OPR-SUPERVISOR                PIC X.
           05 OPR-SEPARATOR4                PIC X.
           05 OPR-AUTH-FLAGS.
              10 OPR-AUTH-ADD               PIC X.
              10 OPR-AUTH-CHANGE            PIC X.
              10 OPR-AUTH-WITHDRAW          PIC X.
              10 OPR-AUTH-ENROLL            PIC X.
              10 OPR-AUTH-DROP              PIC X.
              10 OPR-AUTH-REINSTATE         PIC X.
              10 OPR-AUTH-COURSE            PIC X.
              10 OPR-AUTH-GRADE             PIC X.

       WORKING-STORAGE SECTION.

       01  FILE-STATUS                      PIC XX.
       01  INS-FILE-STATUS                  PIC XX.
       01  CRS-FILE-STATUS                  PIC XX.
       01  OPR-FILE-STATUS                  PIC XX.

       01  WS-SIGNON-WORK.
           05 WS-OPERATOR-ID                PIC X(8).
           05 WS-SIGNON-PASSWORD            PIC X(8).
           05 WS-SIGNED-ON-SW               PIC X    VALUE 'N'.
               88 WS-SIGNED-ON                     VALUE 'Y'.

       01  WS-USERINPUT.
           05 WS-INPUT-INSTRUCTOR-ID        PIC 9(5).
           05 WS-INPUT-LAST-NAME            PIC X(20).
           05 WS-INPUT-FIRST-NAME           PIC X(15).
           05 WS-INPUT-DEPARTMENT           PIC X(10).
           05 WS-INPUT-PHONE                PIC X(12).
           05 WS-INPUT-EMAIL                PIC X(40).
           05 WS-INPUT-MAX-LOAD             PIC 9(2)V9.

       01  WS-WORK-AREAS.
           05  WS-CONFIRM-ANSWER            PIC X.
               88 WS-CONFIRMED                     VALUE 'Y' 'y'.
           05  WS-LIST-COUNT                PIC 9(4) VALUE 0.
           05  WS-NAME-CHANGED-SW           PIC X    VALUE 'N'.
               88 WS-NAME-CHANGED                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * COURSE MASTER SCAN - COURSES CARRYING ONE INSTRUCTOR ID ARE    *
      * COUNTED (DELETE) OR HAVE THEIR NAME COPY REFRESHED (CHANGE)    *
      *---------------------------------------------------------------*
       01  WS-COURSE-SCAN-WORK.
           05 WS-COURSE-SCAN-EOF-SW         PIC X    VALUE 'N'.
               88 WS-COURSE-SCAN-EOF               VALUE 'Y'.
           05 WS-COURSE-USE-COUNT           PIC 9(4) VALUE 0.
           05 WS-COURSE-REFRESH-COUNT       PIC 9(4) VALUE 0.

      *---------------------------------------------------------------*
      * THE NAME AS COPIED ONTO THE COURSE MASTER - 'SURNAME, FIRST',  *
      * CUT AT 27 CHARACTERS                                           *
      *---------------------------------------------------------------*
       01  WS-INSTRUCTOR-NAME               PIC X(27).
       01  WS-MAX-LOAD-DISPLAY              PIC Z9.9.

       01  WS-MENU-CHOICE                   PIC X.
           88 WS-CHOICE-ADD                     VALUE '1'.
           88 WS-CHOICE-CHANGE                  VALUE '2'.
           88 WS-CHOICE-DELETE                  VALUE '3'.
           88 WS-CHOICE-LIST                    VALUE '4'.

       01  INSMNT-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 46 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  INSMNT-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 TITRE1      PIC X(27) VALUE 'I N S T R U C T O R   M A '.
           05 TITRE2      PIC X(14) VALUE 'I N T .       '.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY INSMNT-HEADER
           DISPLAY INSMNT-HEADER2
           DISPLAY INSMNT-HEADER.

           PERFORM 0500-SIGN-ON THRU 0500-RETURN.
           IF NOT WS-SIGNED-ON
               DISPLAY 'SIGN-ON FAILED - ENDING PROGRAM.'
               STOP RUN
           END-IF.

           PERFORM 1000-DISPLAY-MENU THRU 1000-EXIT.

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 2000-ADD-INSTRUCTOR THRU 2000-RETURN
               WHEN WS-CHOICE-CHANGE
                   PERFORM 3000-CHANGE-INSTRUCTOR THRU 3000-RETURN
               WHEN WS-CHOICE-DELETE
                   PERFORM 4000-DELETE-INSTRUCTOR THRU 4000-RETURN
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-INSTRUCTORS THRU 5000-RETURN
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION - ENDING PROGRAM.'
           END-EVALUATE.

           STOP RUN.
       0000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * SIGN ON AGAINST THE OPERATOR MASTER (OPERATOR.VSAM, KEPT BY    *
      * PRGO0028). INSTRUCTORS ARE PART OF COURSE MAINTENANCE, SO THE  *
      * COURSE PERMISSION ON THE OPERATOR'S PROFILE IS REQUIRED        *
      *---------------------------------------------------------------*
       0500-SIGN-ON.
           OPEN INPUT OPERATOR-FILE.
           IF OPR-FILE-STATUS = '35'
               DISPLAY 'NO OPERATOR MASTER ON FILE - SET UP '
                   'OPERATORS THROUGH PRGO0028 FIRST.'
               GO TO 0500-RETURN
           END-IF.
           IF OPR-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN OPERATOR MASTER, '
                   'FILE STATUS: ' OPR-FILE-STATUS
               GO TO 0500-RETURN
           END-IF.

           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID.
           DISPLAY 'PASSWORD   : ' WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD.

           MOVE WS-OPERATOR-ID TO OPR-ID.
           READ OPERATOR-FILE
               KEY IS OPR-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF OPR-FILE-STATUS NOT = '00'
               OR OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
               DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNIZED.'
               GO TO 0500-EXIT
           END-IF.

           IF OPR-SUPERVISOR NOT = 'Y'
               AND OPR-AUTH-COURSE NOT = 'Y'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT '
                   'AUTHORIZED FOR INSTRUCTOR MAINTENANCE.'
               GO TO 0500-EXIT
           END-IF.

           SET WS-SIGNED-ON TO TRUE.
           DISPLAY 'SIGNED ON: ' OPR-NAME.
       0500-EXIT.
           CLOSE OPERATOR-FILE.
       0500-RETURN.
           EXIT.

       1000-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY '1. ADD AN INSTRUCTOR'
           DISPLAY '2. CHANGE AN INSTRUCTOR'
           DISPLAY '3. DELETE AN INSTRUCTOR'
           DISPLAY '4. LIST INSTRUCTORS'
           DISPLAY 'ENTER YOUR SELECTION: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ADD AN INSTRUCTOR - THE ID MUST BE NON-ZERO AND NOT ALREADY    *
      * ON FILE, AND A SURNAME AND A MAXIMUM LOAD ARE REQUIRED         *
      *---------------------------------------------------------------*
       2000-ADD-INSTRUCTOR.
           OPEN I-O INSTRUCTOR-FILE.
           IF INS-FILE-STATUS = '35'
               CLOSE INSTRUCTOR-FILE
               OPEN OUTPUT INSTRUCTOR-FILE
               CLOSE INSTRUCTOR-FILE
               OPEN I-O INSTRUCTOR-FILE
           END-IF.
           IF INS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN INSTRUCTOR MASTER, '
                   'FILE STATUS: ' INS-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.

           DISPLAY 'ENTER NEW INSTRUCTOR ID (5 DIGITS): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-INSTRUCTOR-ID.
           IF WS-INPUT-INSTRUCTOR-ID = 0
               DISPLAY 'INSTRUCTOR ID MUST NOT BE ZERO.'
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-INPUT-INSTRUCTOR-ID TO INS-ID.
           READ INSTRUCTOR-FILE
               KEY IS INS-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF INS-FILE-STATUS = '00'
               DISPLAY 'INSTRUCTOR ' WS-INPUT-INSTRUCTOR-ID
                   ' ALREADY EXISTS - CANNOT ADD.'
               GO TO 2000-EXIT
           END-IF.

           DISPLAY 'ENTER SURNAME: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-LAST-NAME.
           IF WS-INPUT-LAST-NAME = SPACES
               DISPLAY 'SURNAME MUST NOT BE BLANK.'
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'ENTER FIRST NAME: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-FIRST-NAME.
           DISPLAY 'ENTER DEPARTMENT: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-DEPARTMENT.
           DISPLAY 'ENTER TELEPHONE: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-PHONE.
           DISPLAY 'ENTER E-MAIL: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-EMAIL.

           DISPLAY 'ENTER MAXIMUM LOAD, CREDIT HOURS PER TERM (DDT, '
               'NO DECIMAL POINT, 120 = 12.0): ' WITH NO ADVANCING
           ACCEPT WS-INPUT-MAX-LOAD.
           IF WS-INPUT-MAX-LOAD = 0
               DISPLAY 'MAXIMUM LOAD MUST BE GREATER THAN ZERO.'
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-INPUT-INSTRUCTOR-ID TO INS-ID.
           MOVE WS-INPUT-LAST-NAME     TO INS-LAST-NAME.
           MOVE WS-INPUT-FIRST-NAME    TO INS-FIRST-NAME.
           MOVE WS-INPUT-DEPARTMENT    TO INS-DEPARTMENT.
           MOVE WS-INPUT-PHONE         TO INS-PHONE.
           MOVE WS-INPUT-EMAIL         TO INS-EMAIL.
           MOVE WS-INPUT-MAX-LOAD      TO INS-MAX-LOAD.
           MOVE ','                    TO INS-SEPARATOR1
                                          INS-SEPARATOR2
                                          INS-SEPARATOR3
                                          INS-SEPARATOR4
                                          INS-SEPARATOR5
                                          INS-SEPARATOR6.

           WRITE INSTRUCTOR-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING INSTRUCTOR RECORD, '
                       'FILE STATUS: ' INS-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY 'INSTRUCTOR ' WS-INPUT-INSTRUCTOR-ID
                       ' ADDED SUCCESSFULLY.'
           END-WRITE.
       2000-EXIT.
           CLOSE INSTRUCTOR-FILE.
       2000-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * CHANGE ANY DETAIL OF AN INSTRUCTOR. A CHANGED NAME IS COPIED   *
      * ONTO EVERY COURSE CARRYING THE INSTRUCTOR ID                   *
      *---------------------------------------------------------------*
       3000-CHANGE-INSTRUCTOR.
           OPEN I-O INSTRUCTOR-FILE.
           IF INS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN INSTRUCTOR MASTER, '
                   'FILE STATUS: ' INS-FILE-STATUS
               GO TO 3000-EXIT
           END-IF.

           DISPLAY 'ENTER INSTRUCTOR ID TO CHANGE: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-INSTRUCTOR-ID.

           MOVE WS-INPUT-INSTRUCTOR-ID TO INS-ID.
           READ INSTRUCTOR-FILE
               KEY IS INS-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF INS-FILE-STATUS NOT = '00'
               DISPLAY 'INSTRUCTOR ' WS-INPUT-INSTRUCTOR-ID
                   ' NOT FOUND - NOTHING TO CHANGE.'
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO WS-NAME-CHANGED-SW.
           DISPLAY 'CURRENT SURNAME   : ' INS-LAST-NAME
           DISPLAY 'NEW SURNAME (BLANK = NO CHANGE): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-LAST-NAME.
           IF WS-INPUT-LAST-NAME NOT = SPACES
               MOVE WS-INPUT-LAST-NAME TO INS-LAST-NAME
               SET WS-NAME-CHANGED TO TRUE
           END-IF.

           DISPLAY 'CURRENT FIRST NAME: ' INS-FIRST-NAME
           DISPLAY 'NEW FIRST NAME (BLANK = NO CHANGE): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-FIRST-NAME.
           IF WS-INPUT-FIRST-NAME NOT = SPACES
               MOVE WS-INPUT-FIRST-NAME TO INS-FIRST-NAME
               SET WS-NAME-CHANGED TO TRUE
           END-IF.

           DISPLAY 'CURRENT DEPARTMENT: ' INS-DEPARTMENT
           DISPLAY 'NEW DEPARTMENT (BLANK = NO CHANGE): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DEPARTMENT.
           IF WS-INPUT-DEPARTMENT NOT = SPACES
               MOVE WS-INPUT-DEPARTMENT TO INS-DEPARTMENT
           END-IF.

           DISPLAY 'CURRENT TELEPHONE : ' INS-PHONE
           DISPLAY 'NEW TELEPHONE (BLANK = NO CHANGE): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-PHONE.
           IF WS-INPUT-PHONE NOT = SPACES
               MOVE WS-INPUT-PHONE TO INS-PHONE
           END-IF.

           DISPLAY 'CURRENT E-MAIL    : ' INS-EMAIL
           DISPLAY 'NEW E-MAIL (BLANK = NO CHANGE): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-EMAIL.
           IF WS-INPUT-EMAIL NOT = SPACES
               MOVE WS-INPUT-EMAIL TO INS-EMAIL
           END-IF.

           MOVE INS-MAX-LOAD TO WS-MAX-LOAD-DISPLAY.
           DISPLAY 'CURRENT MAX LOAD  : ' WS-MAX-LOAD-DISPLAY
           DISPLAY 'NEW MAXIMUM LOAD, DDT (ZERO = NO CHANGE): '
               WITH NO ADVANCING
           ACCEPT WS-INPUT-MAX-LOAD.
           IF WS-INPUT-MAX-LOAD NOT = 0
               MOVE WS-INPUT-MAX-LOAD TO INS-MAX-LOAD
           END-IF.

           REWRITE INSTRUCTOR-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING INSTRUCTOR RECORD, '
                       'FILE STATUS: ' INS-FILE-STATUS
                   GO TO 3000-EXIT
               NOT INVALID KEY
                   DISPLAY 'INSTRUCTOR ' WS-INPUT-INSTRUCTOR-ID
                       ' UPDATED SUCCESSFULLY.'
           END-REWRITE.

           IF WS-NAME-CHANGED
               PERFORM 9000-BUILD-INSTRUCTOR-NAME THRU 9000-EXIT
               PERFORM 3500-REFRESH-COURSE-NAMES THRU 3500-RETURN
           END-IF.
       3000-EXIT.
           CLOSE INSTRUCTOR-FILE.
       3000-RETURN.
           EXIT.

      *---------------------------------------------------------------*
      * COPY THE CHANGED NAME ONTO EVERY COURSE CARRYING THE ID        *
      *---------------------------------------------------------------*
       3500-REFRESH-COURSE-NAMES.
           MOVE 0 TO WS-COURSE-REFRESH-COUNT.
           OPEN I-O COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS = '35'
               GO TO 3500-RETURN
           END-IF.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE MASTER, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               DISPLAY 'COURSES STILL CARRY THE OLD NAME - RERUN '
                   'THE CHANGE WHEN THE COURSE MASTER IS AVAILABLE.'
               GO TO 3500-RETURN
           END-IF.

           PERFORM 8000-START-COURSE-SCAN THRU 8000-EXIT.
           PERFORM 3510-REFRESH-ONE-COURSE THRU 3510-EXIT
               UNTIL WS-COURSE-SCAN-EOF.

           DISPLAY 'COURSES RENAMED: ' WS-COURSE-REFRESH-COUNT.
       3500-EXIT.
           CLOSE COURSE-MASTER-FILE.
       3500-RETURN.
           EXIT.

       3510-REFRESH-ONE-COURSE.
           IF COURSE-MST-INSTRUCTOR-ID = INS-ID
               MOVE WS-INSTRUCTOR-NAME TO COURSE-MST-INSTRUCTOR
               REWRITE COURSE-MST-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING COURSE '
                           COURSE-MST-CODE ', FILE STATUS: '
                           CRS-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-COURSE-REFRESH-COUNT
               END-REWRITE
           END-IF.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END SET WS-COURSE-SCAN-EOF TO TRUE
           END-READ.
       3510-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * DELETE AN INSTRUCTOR - REFUSED WHILE ANY COURSE STILL CARRIES  *
      * THE ID, SO NO COURSE IS LEFT POINTING AT A MISSING INSTRUCTOR  *
      *---------------------------------------------------------------*
       4000-DELETE-INSTRUCTOR.
           OPEN I-O INSTRUCTOR-FILE.
           IF INS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN INSTRUCTOR MASTER, '
                   'FILE STATUS: ' INS-FILE-STATUS
               GO TO 4000-EXIT
           END-IF.

           DISPLAY 'ENTER INSTRUCTOR ID TO DELETE: ' WITH NO ADVANCING
           ACCEPT WS-INPUT-INSTRUCTOR-ID.

           MOVE WS-INPUT-INSTRUCTOR-ID TO INS-ID.
           READ INSTRUCTOR-FILE
               KEY IS INS-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF INS-FILE-STATUS NOT = '00'
               DISPLAY 'INSTRUCTOR ' WS-INPUT-INSTRUCTOR-ID
                   ' NOT FOUND - NOTHING TO DELETE.'
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-COUNT-COURSES-TAUGHT THRU 4100-RETURN.
           IF WS-COURSE-USE-COUNT > 0
               DISPLAY 'INSTRUCTOR ' WS-INPUT-INSTRUCTOR-ID
                   ' IS STILL ASSIGNED TO ' WS-COURSE-USE-COUNT
                   ' COURSE(S) - REASSIGN THEM THROUGH COURSE '
                   'MAINTENANCE FIRST.'
               GO TO 4000-EXIT
           END-IF.

           PERFORM 9000-BUILD-INSTRUCTOR-NAME THRU 9000-EXIT.
           DISPLAY 'DELETE ' WS-INSTRUCTOR-NAME ' ('
               WS-INPUT-INSTRUCTOR-ID ')? CONFIRM (Y/N): '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER.

           IF WS-CONFIRMED
               DELETE INSTRUCTOR-FILE RECORD
                   INVALID KEY
                       DISPLAY 'ERROR DELETING INSTRUCTOR RECORD, '
                           'FILE STATUS: ' INS-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'INSTRUCTOR ' WS-INPUT-INSTRUCTOR-ID
                           ' DELETED SUCCESSFULLY.'
               END-DELETE
           ELSE
               DISPLAY 'DELETE CANCELLED.'
           END-IF.
       4000-EXIT.
           CLOSE INSTRUCTOR-FILE.
       4000-RETURN.
           EXIT.

      *    AN UNREADABLE COURSE MASTER COUNTS AS ONE USE SO THE DELETE
      *    FAILS CLOSED.
       4100-COUNT-COURSES-TAUGHT.
           MOVE 0 TO WS-COURSE-USE-COUNT.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS = '35'
               GO TO 4100-RETURN
           END-IF.
           IF CRS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN COURSE MASTER, '
                   'FILE STATUS: ' CRS-FILE-STATUS
               MOVE 1 TO WS-COURSE-USE-COUNT
               GO TO 4100-RETURN
           END-IF.

           PERFORM 8000-START-COURSE-SCAN THRU 8000-EXIT.
           PERFORM 4110-COUNT-ONE-COURSE THRU 4110-EXIT
               UNTIL WS-COURSE-SCAN-EOF.
       4100-EXIT.
           CLOSE COURSE-MASTER-FILE.
       4100-RETURN.
           EXIT.

       4110-COUNT-ONE-COURSE.
           IF COURSE-MST-INSTRUCTOR-ID = INS-ID
               ADD 1 TO WS-COURSE-USE-COUNT
               DISPLAY '  ASSIGNED TO COURSE ' COURSE-MST-CODE
                   ' ' COURSE-MST-TITLE
           END-IF.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END SET WS-COURSE-SCAN-EOF TO TRUE
           END-READ.
       4110-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * LIST EVERY INSTRUCTOR WITH DEPARTMENT, LOAD LIMIT AND CONTACT  *
      *---------------------------------------------------------------*
       5000-LIST-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN INSTRUCTOR MASTER, '
                   'FILE STATUS: ' INS-FILE-STATUS
               GO TO 5000-RETURN
           END-IF.

           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY ' '
           DISPLAY 'ID    | NAME                        | DEPARTMENT |'
               ' MAX  | TELEPHONE    | E-MAIL'
           DISPLAY '--------------------------------------------------'
               '------------------------------'.

           MOVE 'N' TO WS-COURSE-SCAN-EOF-SW.
           MOVE 0 TO INS-ID.
           START INSTRUCTOR-FILE KEY IS NOT LESS THAN INS-ID
               INVALID KEY
                   SET WS-COURSE-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-COURSE-SCAN-EOF
               READ INSTRUCTOR-FILE NEXT RECORD
                   AT END SET WS-COURSE-SCAN-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 5100-LIST-ONE-INSTRUCTOR THRU 5100-EXIT
               UNTIL WS-COURSE-SCAN-EOF.

           DISPLAY '--------------------------------------------------'
               '------------------------------'
           DISPLAY 'INSTRUCTORS ON FILE: ' WS-LIST-COUNT.
       5000-EXIT.
           CLOSE INSTRUCTOR-FILE.
       5000-RETURN.
           EXIT.

       5100-LIST-ONE-INSTRUCTOR.
           PERFORM 9000-BUILD-INSTRUCTOR-NAME THRU 9000-EXIT.
           MOVE INS-MAX-LOAD TO WS-MAX-LOAD-DISPLAY.
           DISPLAY INS-ID
               ' | ' WS-INSTRUCTOR-NAME
               ' | ' INS-DEPARTMENT
               ' | ' WS-MAX-LOAD-DISPLAY
               ' | ' INS-PHONE
               ' | ' INS-EMAIL.
           ADD 1 TO WS-LIST-COUNT.
           READ INSTRUCTOR-FILE NEXT RECORD
               AT END SET WS-COURSE-SCAN-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * POSITION AT THE FIRST COURSE AND READ IT                       *
      *---------------------------------------------------------------*
       8000-START-COURSE-SCAN.
           MOVE 'N' TO WS-COURSE-SCAN-EOF-SW.
           MOVE LOW-VALUES TO COURSE-MST-CODE.
           START COURSE-MASTER-FILE KEY IS NOT LESS THAN COURSE-MST-CODE
               INVALID KEY
                   SET WS-COURSE-SCAN-EOF TO TRUE
           END-START.
           IF NOT WS-COURSE-SCAN-EOF
               READ COURSE-MASTER-FILE NEXT RECORD
                   AT END SET WS-COURSE-SCAN-EOF TO TRUE
               END-READ
           END-IF.
       8000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * BUILD 'SURNAME, FIRST' FROM THE INSTRUCTOR RECORD - THE FORM   *
      * CARRIED ON THE COURSE MASTER. A SURNAME OF SEVERAL WORDS IS    *
      * KEPT WHOLE; ONLY A DOUBLE SPACE ENDS IT                        *
      *---------------------------------------------------------------*
       9000-BUILD-INSTRUCTOR-NAME.
           MOVE SPACES TO WS-INSTRUCTOR-NAME.
           IF INS-FIRST-NAME = SPACES
               MOVE INS-LAST-NAME TO WS-INSTRUCTOR-NAME
               GO TO 9000-EXIT
           END-IF.
           STRING INS-LAST-NAME  DELIMITED BY '  '
                  ', '           DELIMITED BY SIZE
                  INS-FIRST-NAME DELIMITED BY '  '
               INTO WS-INSTRUCTOR-NAME
               ON OVERFLOW
                   CONTINUE
           END-STRING.
       9000-EXIT.
           EXIT.

       END PROGRAM PRGI0050.
