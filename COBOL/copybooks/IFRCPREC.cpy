      ******************************************************************
      * IFRCPREC  - INTERFACE-RECEIPT register record.  Indexed file
      *             (IFRCPREG) keyed on the file's fingerprint -
      *             interface name, creation date off its header,
      *             detail count and hash total off its trailer -
      *             one record per inbound file IFRECV has ever
      *             accepted, so the same file sent twice is refused
      *             before anything posts from it a second time.  A
      *             deliberate reprocess takes IFRECV's force
      *             parameter, and the record remembers it; every
      *             refused presentation is counted against the
      *             original receipt.
      *
      * Mod history:
      *   2026-10-15  RJP  Interface receipt register layout created.
      ******************************************************************
       01  INTERFACE-RECEIPT-RECORD.
           05  IRC-FINGERPRINT.
               10  IRC-INTERFACE-NAME    PIC X(08).
               10  IRC-CREATION-DATE     PIC 9(08).
               10  IRC-RECORD-COUNT      PIC 9(09).
               10  IRC-HASH-TOTAL        PIC 9(18).
           05  IRC-CREATION-TIME         PIC 9(06).
           05  IRC-SENDER-ID             PIC X(08).
           05  IRC-RECEIVED-DATE         PIC 9(08).
           05  IRC-RECEIVED-TIME         PIC 9(06).
           05  IRC-FORCED-FLAG           PIC X(01).
               88  IRC-WAS-FORCED               VALUE "Y".
           05  IRC-TIMES-REFUSED         PIC 9(03).
           05  IRC-LAST-REFUSED-DATE     PIC 9(08).
           05  FILLER                    PIC X(07).
