      *                    transcript derivations weight by.  A
      *                    zero (pre-conversion) subject weighs as
      *                    one credit hour.
      *   2026-10-15  RJP  Added the subject area (MTH, SCI, ENG
      *                    ...) the graduation requirements count
      *                    credits by.  Spaces - no area - counts
      *                    toward total credits only.
      ******************************************************************
       01  SUBJECT-MASTER-RECORD.
           05  SUB-CODE                  PIC X(03).
               88  SUB-ACTIVE                   VALUE "A".
               88  SUB-INACTIVE                 VALUE "I".
           05  SUB-CREDIT-HOURS          PIC 9(02).
           05  SUB-AREA-CODE             PIC X(03).
