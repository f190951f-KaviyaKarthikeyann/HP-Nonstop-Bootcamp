      ******************************************************************
      * JURYHREC  - JURY-SELECTION-HISTORY record.  Indexed file
      *             keyed on the voter id, one record per voter ever
      *             drawn for the court's jury source list, written
      *             and updated by JURYSEL.  The court exempts a
      *             voter drawn within its exemption window from the
      *             next draw; JH-LAST-SELECTED is the draw date that
      *             window is measured from.
      *
      * Mod history:
      *   2026-10-15  RJP  Jury selection history record created.
      ******************************************************************
       01  JURY-HISTORY-RECORD.
           05  JH-VOTER-ID               PIC 9(10).
           05  JH-LAST-SELECTED          PIC 9(08).
           05  JH-FIRST-SELECTED         PIC 9(08).
           05  JH-TIMES-SELECTED         PIC 9(03).
           05  JH-LAST-SEED              PIC 9(10).
           05  FILLER                    PIC X(11).
