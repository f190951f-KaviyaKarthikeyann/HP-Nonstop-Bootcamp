      *   2026-08-08  RJP  Widened the operand table from 20 to 500
      *                    entries so STATS-UTIL's full amount table
      *                    fits when it CALLs here for MAX/MIN/SUM.
      *   2026-10-15  RJP  Widened the operand table to 9,999 entries
      *                    (count and subscript now four digits) with
      *                    STATS-UTIL's, so a whole subject's term
      *                    marks fit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATHDISP.
           88  WS-FUNCTION-RECOGNIZED             VALUE "Y".
           88  WS-FUNCTION-NOT-RECOGNIZED         VALUE "N".

       01  WS-TABLE-INDEX                 PIC 9(04) COMP VALUE ZERO.

       LINKAGE SECTION.
       01  DISP-PARAMETERS.
               88  DISP-IS-REM                 VALUE "REM".
               88  DISP-IS-INTEGER             VALUE "INTEGER".
               88  DISP-IS-INTEGER-PART        VALUE "INTEGER-PART".
           05  DISP-OPERAND-COUNT         PIC 9(04) COMP.
           05  DISP-RESULT                PIC S9(9)V9(6) COMP-3.
           05  DISP-STATUS-SWITCH         PIC X(01).
               88  DISP-FUNCTION-VALID          VALUE "Y".
               88  DISP-FUNCTION-INVALID        VALUE "N".
           05  DISP-OPERAND-TABLE.
               10  DISP-OPERAND-VALUE OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON DISP-OPERAND-COUNT
                                   INDEXED BY DISP-IDX
                                   PIC S9(9)V9(6) COMP-3.
