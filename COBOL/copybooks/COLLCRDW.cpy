      ******************************************************************
      * COLLCRDW  - Working storage for the shared collateral item
      *             card edit.  COPY into WORKING-STORAGE SECTION of
      *             any program that takes collateral items off a
      *             card or pledge line, then COPY COLLCRDP into the
      *             PROCEDURE DIVISION.  Move the line to
      *             COLLATERAL-CARD-FIELDS and the run date to
      *             CC-RUN-DATE, PERFORM 7520-EDIT-COLLATERAL-ITEM,
      *             and test CC-ITEM-VALID (CC-REJECT-REASON says why
      *             not); 7530-MOVE-CARD-TO-COLLATERAL then carries
      *             the item terms onto the COLLREC record.
      *
      *             Collateral line (fixed column):
      *                 1-10   application id (pledge) or loan
      *                        account (maintenance card)
      *                 11-12  item number (maintenance card only)
      *                 13     action (maintenance card only)
      *                 14     type - R real estate, V vehicle,
      *                        E equipment, D deposit, S securities
      *                 15-44  description
      *                 45-55  appraised value 9(9)V99 digits, base
      *                        currency
      *                 56-63  appraisal date YYYYMMDD
      *                 64     lien position 1-9
      *                 65-84  hazard insurance carrier
      *                 85-92  insurance expiry date YYYYMMDD
      *
      * Mod history:
      *   2026-10-15  RJP  Shared collateral card edit created.
      ******************************************************************
       01  COLLATERAL-CARD-FIELDS.
           05  CC-OWNER-NO-X             PIC X(10).
           05  CC-OWNER-NO REDEFINES CC-OWNER-NO-X
                                         PIC 9(10).
           05  CC-ITEM-NO-X              PIC X(02).
           05  CC-ITEM-NO REDEFINES CC-ITEM-NO-X
                                         PIC 9(02).
           05  CC-ACTION                 PIC X(01).
           05  CC-TYPE                   PIC X(01).
               88  CC-TYPE-VALID                VALUE "R" "V" "E"
                                                      "D" "S".
               88  CC-INSURABLE                 VALUE "R" "V" "E".
           05  CC-DESCRIPTION            PIC X(30).
           05  CC-VALUE-DIGITS           PIC X(11).
           05  CC-VALUE REDEFINES CC-VALUE-DIGITS
                                         PIC 9(9)V99.
           05  CC-APPRAISAL-DATE-X       PIC X(08).
           05  CC-APPRAISAL-DATE REDEFINES CC-APPRAISAL-DATE-X
                                         PIC 9(08).
           05  CC-LIEN-POSITION-X        PIC X(01).
           05  CC-LIEN-POSITION REDEFINES CC-LIEN-POSITION-X
                                         PIC 9(01).
           05  CC-INS-CARRIER            PIC X(20).
           05  CC-INS-EXPIRY-DATE-X      PIC X(08).
           05  CC-INS-EXPIRY-DATE REDEFINES CC-INS-EXPIRY-DATE-X
                                         PIC 9(08).
           05  FILLER                    PIC X(08).

       01  CC-EDIT-CONTROL.
           05  CC-RUN-DATE               PIC 9(08).
           05  CC-VALID-SWITCH           PIC X(01).
               88  CC-ITEM-VALID                VALUE "Y".
               88  CC-ITEM-INVALID              VALUE "N".
           05  CC-REJECT-REASON          PIC X(40).
