      *
      * Mod history:
      *   2026-09-01  RJP  Course enrollment record layout created.
      *   2026-10-15  RJP  Added EN-SECTION-NO out of the FILLER -
      *                    the SECTREC section ENRLLOAD seated the
      *                    student in (spaces on a seat loaded
      *                    before sections were scheduled).
      ******************************************************************
       01  COURSE-ENROLLMENT-RECORD.
           05  EN-KEY.
               10  EN-TERM               PIC 9(06).
               10  EN-SUBJ-CODE          PIC X(03).
           05  EN-ENROLL-DATE            PIC 9(08).
           05  EN-SECTION-NO             PIC 9(02).
           05  FILLER                    PIC X(03).
