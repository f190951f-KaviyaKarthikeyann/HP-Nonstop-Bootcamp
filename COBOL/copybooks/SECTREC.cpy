      ******************************************************************
      * SECTREC   - COURSE-SECTION record.  Indexed file keyed on
      *             term + subject code + section number, one record
      *             per class section the school runs in a term,
      *             loaded by SECTLOAD from the timetable extract.
      *             ENRLLOAD seats each enrolling student in the
      *             section of the subject with the most open seats
      *             and keeps SE-ENROLLED current as students add
      *             and drop; when every section is full the student
      *             goes to the WAITLIST file instead.
      *
      * Mod history:
      *   2026-10-15  RJP  Course section record layout created.
      ******************************************************************
       01  COURSE-SECTION-RECORD.
           05  SE-KEY.
               10  SE-TERM               PIC 9(06).
               10  SE-SUBJ-CODE          PIC X(03).
               10  SE-SECTION-NO         PIC 9(02).
           05  SE-TEACHER-ID             PIC X(06).
           05  SE-TEACHER-NAME           PIC X(20).
           05  SE-ROOM                   PIC X(06).
           05  SE-CAPACITY               PIC 9(03).
           05  SE-ENROLLED               PIC 9(03).
           05  FILLER                    PIC X(10).
