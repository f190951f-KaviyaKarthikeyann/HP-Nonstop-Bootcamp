      ******************************************************************
      * PARTYTB   - Recognized party-affiliation codes.  A voter with
      *             no party (spaces) is unaffiliated and is not in
      *             the table; any other code must be found here or
      *             the registration is rejected as UNRECOGNIZED
      *             PARTY, the way an unknown gender code is.  The
      *             closed-primary poll book and the registration
      *             statistics print the description.
      *
      * Mod history:
      *   2026-10-15  RJP  Table created for party affiliation at
      *                    registration.
      ******************************************************************
       01  PARTY-CODE-TABLE.
           05  FILLER PIC X(17) VALUE "DEMDEMOCRATIC    ".
           05  FILLER PIC X(17) VALUE "REPREPUBLICAN    ".
           05  FILLER PIC X(17) VALUE "LIBLIBERTARIAN   ".
           05  FILLER PIC X(17) VALUE "GRNGREEN         ".
           05  FILLER PIC X(17) VALUE "CONCONSTITUTION  ".
       01  PARTY-CODE-TABLE-R REDEFINES PARTY-CODE-TABLE.
           05  PARTY-CODE-ENTRY OCCURS 5 TIMES
                                INDEXED BY PT-IDX.
               10  PT-CODE               PIC X(03).
               10  PT-DESCRIPTION        PIC X(14).
