      ******************************************************************
      * GRADREQ   - GRADUATION-REQUIREMENT record.  Indexed file keyed
      *             on the program code (academic, vocational ...),
      *             one record per program, loaded by GRQLOAD.  A
      *             student graduates the program on: the total
      *             passed credit hours, the minimum passed credits
      *             in each listed SUBJCAT subject area, a pass in
      *             every core subject, and a cumulative credit-
      *             weighted average (the GPA the transcript prints,
      *             on the 0-100 mark scale) no lower than the
      *             minimum.  GRADAUD audits every student against
      *             the program on their STUPGREC record.
      *
      * Mod history:
      *   2026-10-15  RJP  Graduation requirement record created.
      ******************************************************************
       01  GRADUATION-REQUIREMENT-RECORD.
           05  GQ-PROGRAM-CODE           PIC X(04).
           05  GQ-PROGRAM-NAME           PIC X(20).
           05  GQ-TOTAL-CREDITS          PIC 9(03).
           05  GQ-MIN-GPA                PIC 9(03)V99.
           05  GQ-AREA-COUNT             PIC 9(01).
           05  GQ-AREA OCCURS 6 TIMES.
               10  GQ-AREA-CODE          PIC X(03).
               10  GQ-AREA-CREDITS       PIC 9(03).
           05  GQ-CORE-COUNT             PIC 9(01).
           05  GQ-CORE-SUBJ-CODE OCCURS 8 TIMES
                                         PIC X(03).
           05  FILLER                    PIC X(10).
