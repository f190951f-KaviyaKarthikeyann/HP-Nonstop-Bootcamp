      ******************************************************************
      * SHIPREC   - SHIP-TO record.  Indexed file keyed on the customer
      *             id + location number: the branches and sites a
      *             customer has goods delivered to, each with its own
      *             structured address and the state whose sales tax
      *             the delivery bears (normally the address state),
      *             loaded by SHIPLOAD.  CUST-ADDRESS on
      *             CUSTOMER-MASTER stays the bill-to address and is
      *             also the ship-to when an order names no location.
      *             A location an invoice may still name is made
      *             inactive, never removed.
      *
      * Mod history:
      *   2026-10-15  RJP  Ship-to record layout created.
      ******************************************************************
       01  SHIP-TO-RECORD.
           05  SHP-KEY.
               10  SHP-CUST-ID           PIC 9(10).
               10  SHP-LOC-NO            PIC 9(04).
           05  SHP-NAME                  PIC X(20).
           05  SHP-ADDRESS.
               10  SHP-ADDR-STREET       PIC X(20).
               10  SHP-ADDR-CITY         PIC X(15).
               10  SHP-ADDR-STATE        PIC X(02).
               10  SHP-ADDR-ZIP          PIC 9(05).
           05  SHP-TAX-STATE             PIC X(02).
           05  SHP-STATUS                PIC X(01).
               88  SHP-ACTIVE                   VALUE "A".
               88  SHP-INACTIVE                 VALUE "I".
           05  SHP-LAST-CHANGED-DATE     PIC 9(08).
           05  FILLER                    PIC X(13).
