      ******************************************************************
      * STAXDREC  - SALES-TAX-DETAIL record.  Indexed file keyed on the
      *             invoice id + a sequence within it: sequence 000 is
      *             the invoice itself, written by INVPRINT when the
      *             invoice posts to AR; 001 up are the credit memos
      *             ARADJUST posts against it, each carrying its share
      *             of the invoice's tax.  The file is the permanent
      *             record the monthly sales tax returns are prepared
      *             from - the taxing state, the rate charged, and
      *             what was taxable, exempt and taxed - so a return
      *             never has to be rebuilt from printed invoices.
      *
      *             Amounts are held positive; a credit memo reduces
      *             the return by its TX-DOC-TYPE.  TX-STATE is the
      *             ship-to state when the invoice header names one,
      *             otherwise the bill-to state.  TX-MEMO-COUNT is
      *             kept on the invoice record only - the last credit
      *             memo sequence used against it.
      *
      * Mod history:
      *   2026-10-15  RJP  Sales tax detail record layout created.
      ******************************************************************
       01  SALES-TAX-DETAIL-RECORD.
           05  TX-KEY.
               10  TX-INVOICE-ID         PIC 9(08).
               10  TX-SEQ                PIC 9(03).
           05  TX-DOC-TYPE               PIC X(01).
               88  TX-IS-INVOICE                VALUE "I".
               88  TX-IS-CREDIT-MEMO            VALUE "C".
           05  TX-DOC-DATE               PIC 9(08).
           05  TX-PERIOD                 PIC 9(06).
           05  TX-CUST-ID                PIC 9(10).
           05  TX-STATE                  PIC X(02).
           05  TX-RATE                   PIC 9(3)V99.
           05  TX-TAXABLE-AMOUNT         COPY AMTFLD.
           05  TX-EXEMPT-AMOUNT          COPY AMTFLD.
           05  TX-TAX-AMOUNT             COPY AMTFLD.
           05  TX-EXEMPT-CERT            PIC X(15).
           05  TX-MEMO-COUNT             PIC 9(03).
           05  FILLER                    PIC X(20).
