      *               only DISPLAYed FUNCTION MAX/MIN/MEAN/SUM against
      *               a hardcoded literal list.  This CALLable
      *               subprogram takes a variable-length table of
      *               amounts and returns the maximum, minimum, mean,
      *               sum, median and (population) standard
      *               deviation, so the payroll register, student
      *               report card, grade distribution, and any other
      *               report needing summary statistics can CALL one
      *               shared routine.
      *
      * MOD HISTORY:
      *   2024-11-10  RJP  Original hardcoded FUNCTION MAX/MIN/etc.
      *                    accumulation here - only MEAN, which
      *                    MATHDISP does not offer, is still computed
      *                    locally.
      *   2026-10-15  RJP  Added the median (off a sorted copy of the
      *                    table - the caller's order is left alone)
      *                    and the population standard deviation (its
      *                    square root through MATHDISP's SQRT), and
      *                    widened the table to 9,999 entries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATS-UTIL.
       WORKING-STORAGE SECTION.
       01  WS-TABLE-INDEX                PIC 9(4) COMP.

      * Shell sort work for the median - a sorted copy of the amounts.
       01  WS-SORT-FIELDS.
           05  WS-SORT-GAP               PIC 9(4) COMP.
           05  WS-SORT-POS               PIC 9(4) COMP.
           05  WS-SORT-HOLD              PIC S9(9)V99 COMP-3.
           05  WS-SORT-SHIFT-SWITCH      PIC X(01).
               88  WS-SORT-SHIFT-DONE           VALUE "Y".
           05  WS-MIDDLE                 PIC 9(4) COMP.
       01  WS-SORTED-TABLE.
           05  WS-SORTED-AMOUNT OCCURS 9999 TIMES
                                         PIC S9(9)V99 COMP-3.

       01  WS-DEVIATION                  PIC S9(9)V9(6) COMP-3.
       01  WS-SUM-OF-SQUARES             PIC S9(15)V9(6) COMP-3.

      * WS-MATH-PARAMETERS mirrors MATHDISP's LINKAGE SECTION so this
      * subroutine can CALL MATHDISP for MAX/MIN/SUM instead of
      * repeating that accumulation logic itself.
       01  WS-MATH-PARAMETERS.
           05  WS-MATH-FUNCTION-CODE     PIC X(10).
           05  WS-MATH-OPERAND-COUNT     PIC 9(04) COMP.
           05  WS-MATH-RESULT            PIC S9(9)V9(6) COMP-3.
           05  WS-MATH-STATUS-SWITCH     PIC X(01).
           05  WS-MATH-OPERAND-TABLE.
               10  WS-MATH-OPERAND-VALUE OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-MATH-OPERAND-COUNT
                                   INDEXED BY WS-MATH-IDX
                                   PIC S9(9)V9(6) COMP-3.
               10  STATS-MINIMUM         COPY AMTFLD.
               10  STATS-SUM             COPY AMTFLD.
               10  STATS-MEAN            COPY AMTFLD.
               10  STATS-MEDIAN          COPY AMTFLD.
               10  STATS-STD-DEVIATION   COPY AMTFLD.
           05  STATS-AMOUNT-TABLE.
               10  STATS-AMOUNT-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON STATS-AMOUNT-COUNT
                                   INDEXED BY STATS-IDX
                                   COPY AMTFLD.
                   THRU 2100-EXIT
               COMPUTE STATS-MEAN ROUNDED =
                   STATS-SUM / STATS-AMOUNT-COUNT
               PERFORM 2200-COMPUTE-MEDIAN
                   THRU 2200-EXIT
               PERFORM 2300-COMPUTE-STD-DEVIATION
                   THRU 2300-EXIT
           END-IF.
           GOBACK.

           MOVE ZERO TO STATS-MINIMUM.
           MOVE ZERO TO STATS-SUM.
           MOVE ZERO TO STATS-MEAN.
           MOVE ZERO TO STATS-MEDIAN.
           MOVE ZERO TO STATS-STD-DEVIATION.
       1000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-COMPUTE-MEDIAN - a Shell sort of a copy of the table; an
      *                       even count takes the mean of the two
      *                       middle amounts.
      * ================================================================
       2200-COMPUTE-MEDIAN.
           PERFORM 2210-COPY-ONE-FOR-SORT
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > STATS-AMOUNT-COUNT.
           DIVIDE STATS-AMOUNT-COUNT BY 2 GIVING WS-SORT-GAP.
           PERFORM 2220-SORT-ONE-GAP
               UNTIL WS-SORT-GAP = ZERO.
           DIVIDE STATS-AMOUNT-COUNT BY 2 GIVING WS-MIDDLE.
           IF WS-MIDDLE * 2 = STATS-AMOUNT-COUNT
               COMPUTE STATS-MEDIAN ROUNDED =
                   (WS-SORTED-AMOUNT (WS-MIDDLE)
                    + WS-SORTED-AMOUNT (WS-MIDDLE + 1)) / 2
           ELSE
               MOVE WS-SORTED-AMOUNT (WS-MIDDLE + 1) TO STATS-MEDIAN
           END-IF.
       2200-EXIT.
           EXIT.

       2210-COPY-ONE-FOR-SORT.
           MOVE STATS-AMOUNT-ENTRY (WS-TABLE-INDEX)
               TO WS-SORTED-AMOUNT (WS-TABLE-INDEX).

       2220-SORT-ONE-GAP.
           COMPUTE WS-TABLE-INDEX = WS-SORT-GAP + 1.
           PERFORM 2230-INSERT-ONE-AMOUNT
               VARYING WS-TABLE-INDEX FROM WS-TABLE-INDEX BY 1
               UNTIL WS-TABLE-INDEX > STATS-AMOUNT-COUNT.
           DIVIDE WS-SORT-GAP BY 2 GIVING WS-SORT-GAP.

       2230-INSERT-ONE-AMOUNT.
           MOVE WS-SORTED-AMOUNT (WS-TABLE-INDEX) TO WS-SORT-HOLD.
           MOVE WS-TABLE-INDEX TO WS-SORT-POS.
           MOVE "N" TO WS-SORT-SHIFT-SWITCH.
           PERFORM 2240-SHIFT-ONE-AMOUNT
               UNTIL WS-SORT-SHIFT-DONE.
           MOVE WS-SORT-HOLD TO WS-SORTED-AMOUNT (WS-SORT-POS).

       2240-SHIFT-ONE-AMOUNT.
           IF WS-SORT-POS NOT > WS-SORT-GAP
               SET WS-SORT-SHIFT-DONE TO TRUE
           ELSE
               IF WS-SORTED-AMOUNT (WS-SORT-POS - WS-SORT-GAP)
                       NOT > WS-SORT-HOLD
                   SET WS-SORT-SHIFT-DONE TO TRUE
               ELSE
                   MOVE WS-SORTED-AMOUNT (WS-SORT-POS - WS-SORT-GAP)
                       TO WS-SORTED-AMOUNT (WS-SORT-POS)
                   SUBTRACT WS-SORT-GAP FROM WS-SORT-POS
               END-IF
           END-IF.

      * ================================================================
      * 2300-COMPUTE-STD-DEVIATION - the population figure: the root of
      *                              the mean squared deviation from
      *                              the mean.  The SQRT call is the
      *                              last use of the MATHDISP table,
      *                              so its first operand is free.
      * ================================================================
       2300-COMPUTE-STD-DEVIATION.
           MOVE ZERO TO WS-SUM-OF-SQUARES.
           PERFORM 2310-ADD-ONE-SQUARE
               VARYING WS-TABLE-INDEX FROM 1 BY 1
               UNTIL WS-TABLE-INDEX > STATS-AMOUNT-COUNT.
           COMPUTE WS-MATH-OPERAND-VALUE (1) ROUNDED =
               WS-SUM-OF-SQUARES / STATS-AMOUNT-COUNT.
           MOVE 1 TO WS-MATH-OPERAND-COUNT.
           MOVE "SQRT" TO WS-MATH-FUNCTION-CODE.
           CALL "MATHDISP" USING WS-MATH-PARAMETERS.
           COMPUTE STATS-STD-DEVIATION ROUNDED = WS-MATH-RESULT.
       2300-EXIT.
           EXIT.

       2310-ADD-ONE-SQUARE.
           COMPUTE WS-DEVIATION =
               STATS-AMOUNT-ENTRY (WS-TABLE-INDEX) - STATS-MEAN.
           COMPUTE WS-SUM-OF-SQUARES = WS-SUM-OF-SQUARES
               + WS-DEVIATION * WS-DEVIATION.

       END PROGRAM STATS-UTIL.
