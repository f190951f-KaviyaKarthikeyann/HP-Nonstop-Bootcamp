      ******************************************************************
      * WAITREC   - COURSE-WAITLIST record.  Indexed file keyed on
      *             term + subject code + priority + the date, time
      *             and extract line the student was waitlisted on,
      *             so reading a subject's entries in key order is
      *             reading them in the order seats are offered:
      *             priority 1 first, then first come first served
      *             within a priority.  Written by ENRLLOAD when
      *             every section of the subject is full; the first
      *             entry is promoted into the section a drop frees.
      *
      * Mod history:
      *   2026-10-15  RJP  Course waitlist record layout created.
      ******************************************************************
       01  COURSE-WAITLIST-RECORD.
           05  WL-KEY.
               10  WL-TERM               PIC 9(06).
               10  WL-SUBJ-CODE          PIC X(03).
               10  WL-PRIORITY           PIC 9(01).
               10  WL-QUEUED-DATE        PIC 9(08).
               10  WL-QUEUED-TIME        PIC 9(08).
               10  WL-QUEUED-SEQ         PIC 9(06).
           05  WL-STU-ID                 PIC 9(10).
           05  FILLER                    PIC X(08).
