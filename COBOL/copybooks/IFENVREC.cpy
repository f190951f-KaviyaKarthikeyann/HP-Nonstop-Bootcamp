      ******************************************************************
      * IFENVREC  - Inbound interface envelope.  Every file received
      *             from outside - LOANPMTS, ARPMTS, BANKREJ,
      *             LOANDRRT, BANKCLR, FXRATES, DECEASED, FELONYLS -
      *             arrives wrapped in a HDR* header line (interface
      *             name, the sender's creation date and time) and a
      *             TRL* trailer line (detail count and the hash
      *             total of the interface's amount field), the way
      *             the GL batches travel under GLBATCH.  IFRECV
      *             proves and registers the envelope before the
      *             consuming program runs; the consumers step over
      *             both lines.  No detail line on any of these
      *             files can begin HDR* or TRL* - they begin with
      *             an id, a currency code or a name - so the first
      *             four bytes tell the record type.  Lines a local
      *             program appends after the trailer (LOANDRFT's
      *             drafts, ARLOCKBX's lockbox checks) are outside
      *             the envelope.
      *
      * Mod history:
      *   2026-10-15  RJP  Interface envelope layouts created.
      ******************************************************************
       01  INTERFACE-HEADER-RECORD.
           05  IFH-RECORD-TAG            PIC X(04).
               88  IFH-IS-HEADER                VALUE "HDR*".
           05  IFH-INTERFACE-NAME        PIC X(08).
           05  IFH-CREATION-DATE         PIC 9(08).
           05  IFH-CREATION-TIME         PIC 9(06).
           05  IFH-SENDER-ID             PIC X(08).
           05  FILLER                    PIC X(46).

       01  INTERFACE-TRAILER-RECORD.
           05  IFT-RECORD-TAG            PIC X(04).
               88  IFT-IS-TRAILER               VALUE "TRL*".
           05  IFT-RECORD-COUNT          PIC 9(09).
           05  IFT-HASH-TOTAL            PIC 9(18).
           05  FILLER                    PIC X(49).
