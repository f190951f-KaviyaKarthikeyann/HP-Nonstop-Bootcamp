      ******************************************************************
      * GRDWTREC  - GRADE-WEIGHT record.  Indexed file keyed on the
      *             subject code, one record per subject graded from
      *             the assignment gradebook, loaded by GRDWLOAD.
      *             Up to five categories (homework, quiz, exam ...),
      *             each with the percentage of the term mark it
      *             carries - the weights on file always total 100 -
      *             and its missing-work policy: Z scores missing
      *             work as zero against the points possible, E
      *             treats it as excused and leaves it out.  Excused
      *             work is always left out.
      *
      * Mod history:
      *   2026-10-15  RJP  Grade category weighting record created.
      ******************************************************************
       01  GRADE-WEIGHT-RECORD.
           05  GW-SUBJ-CODE              PIC X(03).
           05  GW-CATEGORY-COUNT         PIC 9(01).
           05  GW-CATEGORY OCCURS 5 TIMES.
               10  GW-CAT-CODE           PIC X(01).
               10  GW-CAT-NAME           PIC X(10).
               10  GW-CAT-WEIGHT-PCT     PIC 9(03).
               10  GW-CAT-MISSING-POLICY PIC X(01).
                   88  GW-MISSING-SCORES-ZERO   VALUE "Z".
                   88  GW-MISSING-EXCUSED       VALUE "E".
           05  FILLER                    PIC X(06).
