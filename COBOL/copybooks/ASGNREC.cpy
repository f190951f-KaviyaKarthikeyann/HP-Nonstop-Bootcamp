      ******************************************************************
      * ASGNREC   - ASSIGNMENT-SCORE record.  Indexed file keyed on
      *             term + subject code + student id + assignment
      *             id, one record per piece of work a teacher marks
      *             (homework, quiz, exam - the category codes are
      *             the subject's GRDWTREC categories), posted by
      *             ASGNPOST from the teachers' gradebook extracts.
      *             GRDBOOK rolls a student's work up to the term
      *             mark at term end.
      *
      * Mod history:
      *   2026-10-15  RJP  Assignment score record layout created.
      ******************************************************************
       01  ASSIGNMENT-SCORE-RECORD.
           05  GA-KEY.
               10  GA-TERM               PIC 9(06).
               10  GA-SUBJ-CODE          PIC X(03).
               10  GA-STU-ID             PIC 9(10).
               10  GA-ASSIGNMENT-ID      PIC X(06).
           05  GA-CATEGORY               PIC X(01).
           05  GA-POINTS-EARNED          PIC 9(03)V9.
           05  GA-POINTS-POSSIBLE        PIC 9(03)V9.
           05  GA-WORK-STATUS            PIC X(01).
               88  GA-SCORED                    VALUE "S".
               88  GA-EXCUSED                   VALUE "X".
               88  GA-MISSING                   VALUE "M".
           05  GA-POSTED-DATE            PIC 9(08).
           05  FILLER                    PIC X(10).
