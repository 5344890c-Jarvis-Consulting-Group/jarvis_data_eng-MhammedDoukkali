           05 AUD-NEW-DOB                   PIC 9(8).
           05 AUD-SEPARATOR10               PIC X.
           05 AUD-NEW-COURSE                PIC X(15).
           05 AUD-SEPARATOR11               PIC X.
           05 AUD-MERGED-ID                 PIC 9(7).
           05 AUD-SEPARATOR12               PIC X.
           05 AUD-STUDENT-IMAGE             PIC X(72).
           05 AUD-SEPARATOR13               PIC X.
           05 AUD-ENROLL-IMAGE              PIC X(49).

       FD AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD             PIC X(140).
