      *                    cannot be read under this one and must
      *                    be converted (or started fresh at year
      *                    start) before the register runs.
      *   2026-10-09  RJP  Carries three work-state slots, each with
      *                    the state code and the state wages paid
      *                    and state tax withheld there this year,
      *                    so an employee who moves states mid-year
      *                    keeps each state's figures apart for the
      *                    withholding statement.  A slot with a
      *                    blank code is unused.  The record grows
      *                    again: a YTDCTL built under the old
      *                    layout must be converted (or started
      *                    fresh at year start) before the register
      *                    runs.
      ******************************************************************
       01  YTD-TAX-CONTROL-RECORD.
           05  YTD-EMP-ID                PIC 9(10).
               10  YTD-LAST-RUN-YYYY     PIC 9(4).
               10  YTD-LAST-RUN-MM       PIC 9(2).
               10  YTD-LAST-RUN-DD       PIC 9(2).
           05  YTD-STATE-ENTRY OCCURS 3 TIMES.
               10  YTD-ST-CODE           PIC X(02).
               10  YTD-ST-WAGES          COPY AMTFLD.
               10  YTD-ST-TAX            COPY AMTFLD.
