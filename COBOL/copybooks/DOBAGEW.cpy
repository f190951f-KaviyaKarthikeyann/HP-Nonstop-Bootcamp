      ******************************************************************
      * DOBAGEW   - Working storage for the shared date-of-birth edit
      *             and age derivation.  A keyed age is wrong the
      *             first birthday after it is keyed; a date of birth
      *             never is, so anywhere a voter's age matters it is
      *             derived from the birth date as of the date that
      *             matters (the election, the application, today).
      *             COPY into WORKING-STORAGE and DOBAGEP into the
      *             PROCEDURE DIVISION.  Move the birth date as keyed
      *             to DA-BIRTH-DATE-X (DA-BIRTH-DATE-NOT-GIVEN is a
      *             blank or zero date - a record from before birth
      *             dates were captured), the as-of date to
      *             DA-AS-OF-DATE, PERFORM 7100-EDIT-BIRTH-DATE, and
      *             test DA-BIRTH-DATE-VALID.  A valid date comes
      *             back with DA-AGE set; an invalid one with
      *             DA-REASON saying why.
      *
      * Mod history:
      *   2026-10-15  RJP  Shared birth-date edit copybook created.
      ******************************************************************
       01  DA-MONTH-DAYS-VALUES          PIC X(24) VALUE
           "312831303130313130313031".
       01  DA-MONTH-DAYS-TABLE REDEFINES DA-MONTH-DAYS-VALUES.
           05  DA-MONTH-DAYS OCCURS 12 TIMES
                             PIC 9(02).

       01  DA-WORK-AREA.
           05  DA-BIRTH-DATE-X           PIC X(08).
               88  DA-BIRTH-DATE-NOT-GIVEN      VALUE SPACES
                                                      "00000000".
           05  DA-BIRTH-DATE REDEFINES DA-BIRTH-DATE-X
                                         PIC 9(08).
           05  DA-BIRTH-PARTS REDEFINES DA-BIRTH-DATE-X.
               10  DA-BIRTH-YYYY         PIC 9(04).
               10  DA-BIRTH-MMDD         PIC 9(04).
               10  DA-BIRTH-MMDD-PARTS REDEFINES DA-BIRTH-MMDD.
                   15  DA-BIRTH-MM       PIC 9(02).
                   15  DA-BIRTH-DD       PIC 9(02).
           05  DA-AS-OF-DATE             PIC 9(08).
           05  DA-AS-OF-PARTS REDEFINES DA-AS-OF-DATE.
               10  DA-AS-OF-YYYY         PIC 9(04).
               10  DA-AS-OF-MMDD         PIC 9(04).
           05  DA-AGE                    PIC 9(03).
           05  DA-VALID-SWITCH           PIC X(01).
               88  DA-BIRTH-DATE-VALID          VALUE "Y".
               88  DA-BIRTH-DATE-INVALID        VALUE "N".
           05  DA-REASON                 PIC X(30).
           05  DA-MONTH-LIMIT            PIC 9(02).
           05  DA-QUOTIENT-DROPPED       PIC 9(04).
           05  DA-REMAINDER-4            PIC 9(03).
           05  DA-REMAINDER-100          PIC 9(03).
           05  DA-REMAINDER-400          PIC 9(03).
