      ******************************************************************
      * DEPTTBLP  - Shared department table load and lookup
      *             paragraphs.  See DEPTTBL for the working storage
      *             this expects and the calling sequence; the
      *             including program owns the DEPARTMENT-MASTER file
      *             and its DEPTREC record.
      *
      * Mod history:
      *   2026-10-15  RJP  Shared department table copybook created
      *                    when DEPTTBL moved onto the DEPARTMENT-
      *                    MASTER file.
      ******************************************************************
      * ================================================================
      * 7400-FILE-ONE-DEPARTMENT - one slot is always held back for
      *                            the catch-all; a ?? record (which
      *                            DEPTLOAD never writes) is skipped.
      * ================================================================
       7400-FILE-ONE-DEPARTMENT.
           IF DEPT-CODE = "??"
               CONTINUE
           ELSE
               IF DT-ENTRY-COUNT + 1 >= DT-ENTRY-LIMIT
                   SET DT-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO DT-ENTRY-COUNT
                   SET DT-IDX TO DT-ENTRY-COUNT
                   MOVE DEPT-CODE         TO DT-DEPT-CODE (DT-IDX)
                   MOVE DEPT-NAME         TO DT-DEPT-NAME (DT-IDX)
                   MOVE DEPT-CENTER-COUNT TO DT-CENTER-COUNT (DT-IDX)
                   MOVE DEPT-MANAGER-ID   TO DT-MANAGER-ID (DT-IDX)
                   MOVE DEPT-EXPENSE-ACCT TO DT-EXPENSE-ACCT (DT-IDX)
                   MOVE DEPT-STATUS       TO DT-STATUS (DT-IDX)
               END-IF
           END-IF.

       7410-FIND-DEPARTMENT-SLOT.
           MOVE DT-ENTRY-COUNT TO DT-DEPT-SUB
           SET DT-IDX TO 1
           SEARCH DEPARTMENT-ENTRY
               AT END
                   CONTINUE
               WHEN DT-DEPT-CODE (DT-IDX) = DT-SEARCH-CODE
                   SET DT-DEPT-SUB TO DT-IDX
           END-SEARCH.

      * ================================================================
      * 7450-FINISH-DEPARTMENT-TABLE - the UNASSIGNED catch-all goes
      *                                last, one cost center, no
      *                                expense account of its own.
      * ================================================================
       7450-FINISH-DEPARTMENT-TABLE.
           ADD 1 TO DT-ENTRY-COUNT
           SET DT-IDX TO DT-ENTRY-COUNT
           MOVE "??"         TO DT-DEPT-CODE (DT-IDX)
           MOVE "UNASSIGNED" TO DT-DEPT-NAME (DT-IDX)
           MOVE 1            TO DT-CENTER-COUNT (DT-IDX)
           MOVE ZERO         TO DT-MANAGER-ID (DT-IDX)
           MOVE ZERO         TO DT-EXPENSE-ACCT (DT-IDX)
           MOVE "A"          TO DT-STATUS (DT-IDX).
