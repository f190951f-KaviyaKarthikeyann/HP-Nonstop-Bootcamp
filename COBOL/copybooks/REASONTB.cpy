      *                    DUPLICATE APPLICATION so existing code
      *                    indices (VOTMERGE's SET RC-IDX TO 5, among
      *                    others) stay pointed at the same entries.
      *   2026-10-15  RJP  Added UNRECOGNIZED PARTY for the party
      *                    affiliation edit, appended last for the
      *                    same reason.
      ******************************************************************
       01  REASON-CODE-TABLE.
           05  FILLER PIC X(23) VALUE "01AGE BELOW MINIMUM    ".
           05  FILLER PIC X(23) VALUE "04UNRECOGNIZED GENDER  ".
           05  FILLER PIC X(23) VALUE "05DUPLICATE APPLICATION".
           05  FILLER PIC X(23) VALUE "06INVALID AGE INPUT    ".
           05  FILLER PIC X(23) VALUE "07UNRECOGNIZED PARTY   ".
       01  REASON-CODE-TABLE-R REDEFINES REASON-CODE-TABLE.
           05  REASON-CODE-ENTRY OCCURS 7 TIMES
                                 INDEXED BY RC-IDX.
               10  RC-CODE                PIC X(02).
               10  RC-DESCRIPTION         PIC X(21).
