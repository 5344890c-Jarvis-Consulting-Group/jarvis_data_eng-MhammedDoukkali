           05 COURSE-MST-CAPACITY           PIC 9(4).
           05 CRS-SEPARATOR6                PIC X.
           05 COURSE-MST-ENROLLED           PIC 9(4).
           05 CRS-SEPARATOR7                PIC X.
           05 COURSE-MST-CREDIT-HOURS       PIC 9(2)V9.
           05 CRS-SEPARATOR8                PIC X.
           05 COURSE-MST-INSTRUCTOR-ID      PIC 9(5).

       FD AUDIT-JOURNAL-FILE.
       01  AUDIT-JOURNAL-RECORD.
           05 AUD-NEW-DOB                   PIC 9(8).
           05 AUD-SEPARATOR10               PIC X.
           05 AUD-NEW-COURSE                PIC X(15).
           05 AUD-SEPARATOR11               PIC X.
           05 AUD-MERGED-ID                 PIC 9(7).
           05 AUD-SEPARATOR12               PIC X.
           05 AUD-STUDENT-IMAGE             PIC X(72).
           05 AUD-SEPARATOR13               PIC X.
           05 AUD-ENROLL-IMAGE              PIC X(49).

       FD OPERATOR-FILE.
       01  OPERATOR-RECORD.
           MOVE WS-NEW-GRADE             TO AUD-NEW-NAME (1:2).
           MOVE 0                        TO AUD-NEW-DOB.
           MOVE WS-INPUT-COURSE          TO AUD-NEW-COURSE.
           MOVE 0                        TO AUD-MERGED-ID.
           MOVE SPACES                   TO AUD-STUDENT-IMAGE
                                            AUD-ENROLL-IMAGE.
           MOVE ','                      TO AUD-SEPARATOR1
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
