      ******************************************************************
      * QTRWAGE   - QUARTER-WAGE snapshot record.  Indexed file keyed
      *             on QW-KEY (employee + tax year + quarter), one
      *             record per employee per quarter, written by the
      *             quarterly employer tax return.  YTD-CONTROL only
      *             carries a running year-to-date salary, so the
      *             quarter's wages are that figure less the
      *             snapshot taken at the close of the prior quarter,
      *             and the unemployment wage base is tested against
      *             the same two year-to-date figures.
      *
      * Mod history:
      *   2026-10-05  RJP  Quarter wage snapshot layout created.
      ******************************************************************
       01  QUARTER-WAGE-RECORD.
           05  QW-KEY.
               10  QW-EMP-ID             PIC 9(10).
               10  QW-YEAR               PIC 9(4).
               10  QW-QUARTER            PIC 9(1).
           05  QW-YTD-WAGES              COPY AMTFLD.
           05  QW-QTR-WAGES              COPY AMTFLD.
           05  QW-QTR-UI-TAXABLE         COPY AMTFLD.
           05  QW-QTR-UI-EXCESS          COPY AMTFLD.
           05  QW-SNAPSHOT-DATE          PIC 9(8).
           05  FILLER                    PIC X(06).
