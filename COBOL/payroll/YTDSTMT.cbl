      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original year-end statement print.
      *   2026-10-09  RJP  Each work state the employee was taxed in
      *                    prints its own wages and state tax lines,
      *                    and the control page totals them by state.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDSTMT.
           05  WS-GRAND-INS              PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

      * State totals for the control page, one slot per work state
      * in the order first met on YTDCTL.
       01  WS-STATE-TOTAL-LIMIT          PIC 9(02) VALUE 10.
       01  WS-STATE-TOTAL-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-STATE-TOTAL-SUB            PIC 9(02).
       01  WS-STATE-FOUND-SUB            PIC 9(02).
       01  WS-YTD-STATE-SUB              PIC 9(02).
       01  WS-STATE-TOTAL-TABLE.
           05  WS-STATE-TOTAL-ENTRY OCCURS 10 TIMES.
               10  WS-STT-CODE           PIC X(02).
               10  WS-STT-WAGES          PIC S9(11)V99 COMP-3.
               10  WS-STT-TAX            PIC S9(11)V99 COMP-3.

      * ---------------------------------------------------------- *
      * Statement body - one formal statement per page.             *
      * ---------------------------------------------------------- *
               "INSURANCE PREMIUMS  : ".
           05  WS-STM-INS                PIC $$$,$$$,$$9.99.

       01  WS-STMT-STATE-WAGES-LINE.
           05  FILLER                    PIC X(13) VALUE
               "STATE WAGES  ".
           05  WS-STM-WAGES-STATE        PIC X(02).
           05  FILLER                    PIC X(07) VALUE "     : ".
           05  WS-STM-STATE-WAGES        PIC $$$,$$$,$$9.99.

       01  WS-STMT-STATE-TAX-LINE.
           05  FILLER                    PIC X(13) VALUE
               "STATE TAX    ".
           05  WS-STM-TAX-STATE          PIC X(02).
           05  FILLER                    PIC X(07) VALUE "     : ".
           05  WS-STM-STATE-TAX          PIC $$$,$$$,$$9.99.

       01  WS-STMT-FOOT-LINE.
           05  FILLER                    PIC X(44) VALUE
               "RETAIN THIS STATEMENT FOR YOUR TAX RECORDS".
               "TOTAL INSURANCE     : ".
           05  WS-CTL-INS                PIC $$$,$$$,$$$,$$9.99.

       01  WS-CTL-STATE-LINE.
           05  FILLER                    PIC X(06) VALUE "STATE ".
           05  WS-CTL-STATE-CODE         PIC X(02).
           05  FILLER                    PIC X(14) VALUE
               " WAGES      : ".
           05  WS-CTL-STATE-WAGES        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(08) VALUE "  TAX : ".
           05  WS-CTL-STATE-TAX          PIC $$$,$$$,$$$,$$9.99.

       COPY RPTHDGW.

       PROCEDURE DIVISION.
           MOVE YTD-INS-ACCUM TO WS-STM-INS.
           MOVE WS-STMT-INS-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           PERFORM 2120-PRINT-ONE-STATE
               VARYING WS-YTD-STATE-SUB FROM 1 BY 1
               UNTIL WS-YTD-STATE-SUB > 3.
           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE WS-STMT-FOOT-LINE TO STATEMENT-PRINT-LINE.
                   MOVE "Y" TO WS-EMP-FOUND-SWITCH
           END-READ.

      * ================================================================
      * 2120-PRINT-ONE-STATE - wages and tax for one work state slot
      *                        on the YTD record, also added to that
      *                        state's control-page totals.  An
      *                        unused slot prints nothing.
      * ================================================================
       2120-PRINT-ONE-STATE.
           IF YTD-ST-CODE (WS-YTD-STATE-SUB) NOT = SPACES
              AND YTD-ST-CODE (WS-YTD-STATE-SUB) NOT = LOW-VALUES
               MOVE YTD-ST-CODE (WS-YTD-STATE-SUB)
                   TO WS-STM-WAGES-STATE
               MOVE YTD-ST-WAGES (WS-YTD-STATE-SUB)
                   TO WS-STM-STATE-WAGES
               MOVE WS-STMT-STATE-WAGES-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               MOVE YTD-ST-CODE (WS-YTD-STATE-SUB)
                   TO WS-STM-TAX-STATE
               MOVE YTD-ST-TAX (WS-YTD-STATE-SUB)
                   TO WS-STM-STATE-TAX
               MOVE WS-STMT-STATE-TAX-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               PERFORM 2130-ACCUMULATE-STATE
           END-IF.

       2130-ACCUMULATE-STATE.
           MOVE ZERO TO WS-STATE-FOUND-SUB.
           PERFORM 2135-MATCH-ONE-STATE-TOTAL
               VARYING WS-STATE-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-STATE-TOTAL-SUB > WS-STATE-TOTAL-COUNT
               OR WS-STATE-FOUND-SUB NOT = ZERO.
           IF WS-STATE-FOUND-SUB = ZERO
               IF WS-STATE-TOTAL-COUNT >= WS-STATE-TOTAL-LIMIT
                   DISPLAY "YTDSTMT - STATE TOTAL TABLE FULL - STATE "
                       YTD-ST-CODE (WS-YTD-STATE-SUB)
                       " LEFT OFF CONTROL PAGE"
               ELSE
                   ADD 1 TO WS-STATE-TOTAL-COUNT
                   MOVE WS-STATE-TOTAL-COUNT TO WS-STATE-FOUND-SUB
                   MOVE YTD-ST-CODE (WS-YTD-STATE-SUB)
                       TO WS-STT-CODE (WS-STATE-FOUND-SUB)
                   MOVE ZERO TO WS-STT-WAGES (WS-STATE-FOUND-SUB)
                   MOVE ZERO TO WS-STT-TAX (WS-STATE-FOUND-SUB)
               END-IF
           END-IF.
           IF WS-STATE-FOUND-SUB NOT = ZERO
               ADD YTD-ST-WAGES (WS-YTD-STATE-SUB)
                   TO WS-STT-WAGES (WS-STATE-FOUND-SUB)
               ADD YTD-ST-TAX (WS-YTD-STATE-SUB)
                   TO WS-STT-TAX (WS-STATE-FOUND-SUB)
           END-IF.

       2135-MATCH-ONE-STATE-TOTAL.
           IF WS-STT-CODE (WS-STATE-TOTAL-SUB)
                   = YTD-ST-CODE (WS-YTD-STATE-SUB)
               MOVE WS-STATE-TOTAL-SUB TO WS-STATE-FOUND-SUB
           END-IF.

       8020-WRITE-HEADING-LINES.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO STATEMENT-PRINT-LINE.
           MOVE WS-GRAND-INS TO WS-CTL-INS.
           MOVE WS-CTL-INS-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           PERFORM 9110-PRINT-ONE-STATE-TOTAL
               VARYING WS-STATE-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-STATE-TOTAL-SUB > WS-STATE-TOTAL-COUNT.
       9100-EXIT.
           EXIT.

       9110-PRINT-ONE-STATE-TOTAL.
           MOVE WS-STT-CODE (WS-STATE-TOTAL-SUB) TO WS-CTL-STATE-CODE.
           MOVE WS-STT-WAGES (WS-STATE-TOTAL-SUB)
               TO WS-CTL-STATE-WAGES.
           MOVE WS-STT-TAX (WS-STATE-TOTAL-SUB) TO WS-CTL-STATE-TAX.
           MOVE WS-CTL-STATE-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

       COPY RPTHDGP.

       END PROGRAM YTDSTMT.
