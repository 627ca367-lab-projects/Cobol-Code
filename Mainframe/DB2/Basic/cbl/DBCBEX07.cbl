      *       also written, unchanged, to REJOUT so it can be
      *       corrected and resubmitted as the next run's TRANIN.
      *
      *    Position control: an accepted T, R, or C-with-a-new-
      *       WORKDEPT that leaves the receiving department with
      *       more employees than its DEPT_BUDGET authorized
      *       headcount for the year (the run date's calendar
      *       year, as in DBCBEX29) prints a HEADCOUNT WARNING
      *       line under the ACCEPTED line. The card still stands;
      *       a department with no budget row is not checked.
      *
      *    Leave settlement: an accepted D settles the employee's
      *       LEAVE_BALANCE rows on the register under the ACCEPTED
      *       line - vacation hours are paid out at the hourly rate
      *       (SALARY / 2080), every other type is forfeited, and a
      *       negative balance is written off. The rows are then
      *       deleted and any open leave of absence is closed at
      *       the termination date. A DB2 failure here prints LEAVE
      *       NOT SETTLED for payroll to settle by hand; the
      *       termination itself still stands.
      *
      *    Return codes: 0 all transactions accepted, 4 one or
      *       more rejected, 8 a DB2 error stopped the run.
      *
      *                          captured (TRAN-Capture-Flag),
      *                          so window work and same-day
      *                          keyed work read apart.
      * 20XX-XX-XX               Position control - a T or R (or
      *                          a C moving WORKDEPT) that puts
      *                          the department over its
      *                          DEPT_BUDGET authorized headcount
      *                          now prints a warning on the
      *                          register and counts in the
      *                          totals line.
      * 20XX-XX-XX               Leave settlement - a D now pays
      *                          out the vacation balance, forfeits
      *                          the rest, removes the LEAVE_BALANCE
      *                          rows and closes any open leave of
      *                          absence, all shown on the register
      *                          with a payout total.
      * 20XX-XX-XX               Leave settlement closes the open
      *                          absence before deleting the
      *                          balance rows.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************

           COPY HISTTAB.

           COPY BUDGTAB.

           COPY LVBLTAB.

           COPY LOATAB.

           COPY EMPROW.

           COPY DEPTROW.

           COPY HISTROW.

           COPY BUDGROW.

           COPY LVBLROW.

           COPY LOAROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY TRANREC.

           EXEC SQL
              DECLARE LEAVE-CURSOR CURSOR FOR
              SELECT LVTYPE, BALANCE
              FROM LEAVE_BALANCE
              WHERE EMPNO = :HV-Lvbl-Emp-Number
              ORDER BY LVTYPE
           END-EXEC.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Tran-Read-Count           PIC S9(07) COMP-3 VALUE 0.
       01 WS-Tran-Accept-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Tran-Reject-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Tran-Over-Count           PIC S9(07) COMP-3 VALUE 0.

       01 HV-Dept-Headcount            PIC S9(09) COMP-5.
       01 WS-Fiscal-Year               PIC 9(04).
       01 WS-Rpt-Headcount             PIC ZZZ9.
       01 WS-Rpt-Auth-Headcount        PIC ZZZ9.

      * Standard hours in a year - SALARY / 2080 is the hourly rate
      * vacation is paid out at.
       01 WS-Annual-Work-Hours         PIC S9(04) COMP-3 VALUE 2080.
       01 WS-Leave-Payout              PIC S9(07)V99 COMP-3 VALUE 0.
       01 WS-Emp-Leave-Payout          PIC S9(07)V99 COMP-3 VALUE 0.
       01 WS-Total-Leave-Payout        PIC S9(09)V99 COMP-3 VALUE 0.
       01 WS-Leave-Settled-Count       PIC S9(07) COMP-3 VALUE 0.
       01 WS-Leave-Unsettled-Count     PIC S9(07) COMP-3 VALUE 0.
       01 WS-Rpt-Leave-Hours           PIC -ZZZZ9.99.
       01 WS-Rpt-Leave-Payout          PIC ZZZ,ZZ9.99.
       01 WS-Rpt-Total-Payout          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Settled-Count         PIC ZZZZZZ9.
       01 WS-Rpt-Unsettled-Count       PIC ZZZZZZ9.

       01 WS-Image-Label               PIC X(08) VALUE SPACES.

       01 WS-Rpt-Read-Count            PIC ZZZZZZ9.
       01 WS-Rpt-Accept-Count          PIC ZZZZZZ9.
       01 WS-Rpt-Reject-Count          PIC ZZZZZZ9.
       01 WS-Rpt-Over-Count            PIC ZZZZZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              END-IF
              PERFORM 9920-Journal-Transaction
              PERFORM 2500-Print-Accepted-Line
              IF TRAN-IS-DELETE
                 PERFORM 2450-Settle-Leave
              END-IF
              IF TRAN-IS-REHIRE
                 OR ((TRAN-IS-TRANSFER OR TRAN-IS-CHANGE)
                     AND TRAN-New-Work-Dept NOT = SPACES
                     AND TRAN-New-Work-Dept NOT = CHGJRN-B-Work-Dept)
                 PERFORM 2400-Check-Headcount
              END-IF
           ELSE
              MOVE WS-SQL-STATUS TO WS-Rpt-Sqlcode
              MOVE SPACES TO WS-Reject-Reason
              MOVE TRAN-Rehire-Date TO HV-Hire-Date
           END-IF.

      * Position control for the department the employee just
      * moved into. The card is already applied, so nothing here
      * rejects it: no budget row means nothing to check, and a
      * DB2 problem reading the budget or the roster only costs
      * the warning, which the register says so someone checks by
      * hand.
       2400-Check-Headcount.
           MOVE WS-Current-Date(1:4) TO WS-Fiscal-Year.
           MOVE WS-Fiscal-Year TO HV-Budg-Fiscal-Year.
           MOVE HV-Work-Dept TO HV-Budg-Work-Dept.
           PERFORM 5800-Read-Dept-Budget.
           IF SQL-STATUS-OK
              PERFORM 5810-Count-Dept-Roster
           END-IF.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           EVALUATE TRUE
              WHEN SQL-STATUS-NOT-FOUND
                 CONTINUE
              WHEN NOT SQL-STATUS-OK
                 MOVE WS-SQL-STATUS TO WS-Rpt-Sqlcode
                 STRING "   HEADCOUNT NOT CHECKED - WORKDEPT "
                        HV-Work-Dept " SQLCODE " WS-Rpt-Sqlcode
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
                 WRITE RPT-RECORD
              WHEN HV-Dept-Headcount > HV-Budg-Auth-Headcount
                 ADD 1 TO WS-Tran-Over-Count
                 MOVE HV-Dept-Headcount TO WS-Rpt-Headcount
                 MOVE HV-Budg-Auth-Headcount TO WS-Rpt-Auth-Headcount
                 STRING "   *** HEADCOUNT WARNING - WORKDEPT "
                        HV-Work-Dept " NOW " WS-Rpt-Headcount
                        " ON ROSTER, FY " WS-Fiscal-Year
                        " AUTHORIZED " WS-Rpt-Auth-Headcount
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
                 WRITE RPT-RECORD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Runs after the EMPLOYEE row is gone, so nothing here can
      * reject the card. The HV row still holds the leaver's
      * SALARY and termination date. The open absence is closed
      * BEFORE the balance rows are deleted, so the delete is the
      * last thing that can fail: the payout only counts toward
      * the register total once it has worked. A failure either
      * way prints LEAVE NOT SETTLED instead, and the balance rows
      * are still on LEAVE_BALANCE for payroll to settle by hand
      * (the absence may already be closed - check LEAVE_ABSENCE).
       2450-Settle-Leave.
           MOVE HV-Emp-Number TO HV-Lvbl-Emp-Number.
           MOVE HV-Emp-Number TO HV-Loa-Emp-Number.
           MOVE 0 TO WS-Emp-Leave-Payout.
           PERFORM 5900-Open-Leave-Cursor.
           IF SQL-STATUS-OK
              PERFORM 5910-Fetch-Leave-Balance
              PERFORM UNTIL NOT SQL-STATUS-OK
                 PERFORM 2460-Print-Leave-Line
                 PERFORM 5910-Fetch-Leave-Balance
              END-PERFORM
              IF SQL-STATUS-NOT-FOUND
                 PERFORM 5920-Close-Leave-Cursor
              END-IF
           END-IF.
           IF SQL-STATUS-OK OR SQL-STATUS-NOT-FOUND
              PERFORM 5940-Close-Open-Absence
           END-IF.
           IF SQL-STATUS-OK OR SQL-STATUS-NOT-FOUND
              PERFORM 5930-Delete-Leave-Balances
           END-IF.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           IF SQL-STATUS-OK OR SQL-STATUS-NOT-FOUND
              ADD 1 TO WS-Leave-Settled-Count
              ADD WS-Emp-Leave-Payout TO WS-Total-Leave-Payout
              MOVE WS-Emp-Leave-Payout TO WS-Rpt-Leave-Payout
              STRING "   LEAVE SETTLED - TOTAL PAID OUT "
                     WS-Rpt-Leave-Payout
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              ADD 1 TO WS-Leave-Unsettled-Count
              MOVE WS-SQL-STATUS TO WS-Rpt-Sqlcode
              STRING "   *** LEAVE NOT SETTLED - SQLCODE "
                     WS-Rpt-Sqlcode
                     " - SETTLE EMPNO " HV-Emp-Number " BY HAND"
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

       2460-Print-Leave-Line.
           MOVE 0 TO WS-Leave-Payout.
           MOVE HV-Lvbl-Balance TO WS-Rpt-Leave-Hours.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           EVALUATE TRUE
              WHEN HV-Lvbl-Balance < 0
                 STRING "   LEAVE " HV-Lvbl-Leave-Type
                        " " WS-Rpt-Leave-Hours
                        " HOURS WRITTEN OFF"
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
              WHEN HV-LVBL-PAID-OUT
                 COMPUTE WS-Leave-Payout ROUNDED =
                         HV-Lvbl-Balance * HV-Salary
                         / WS-Annual-Work-Hours
                 ADD WS-Leave-Payout TO WS-Emp-Leave-Payout
                 MOVE WS-Leave-Payout TO WS-Rpt-Leave-Payout
                 STRING "   LEAVE " HV-Lvbl-Leave-Type
                        " " WS-Rpt-Leave-Hours
                        " HOURS PAID OUT " WS-Rpt-Leave-Payout
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
              WHEN OTHER
                 STRING "   LEAVE " HV-Lvbl-Leave-Type
                        " " WS-Rpt-Leave-Hours
                        " HOURS FORFEITED"
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
           END-EVALUATE.
           WRITE RPT-RECORD.

       2500-Print-Accepted-Line.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           MOVE WS-Tran-Read-Count   TO WS-Rpt-Read-Count.
           MOVE WS-Tran-Accept-Count TO WS-Rpt-Accept-Count.
           MOVE WS-Tran-Reject-Count TO WS-Rpt-Reject-Count.
           MOVE WS-Tran-Over-Count   TO WS-Rpt-Over-Count.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "TRANSACTIONS READ: " WS-Rpt-Read-Count
                  DELIMITED BY SIZE
                  "  REJECTED: " WS-Rpt-Reject-Count
                  DELIMITED BY SIZE
                  "  OVER HEADCOUNT: " WS-Rpt-Over-Count
                  DELIMITED BY SIZE
                  INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Leave-Settled-Count   TO WS-Rpt-Settled-Count.
           MOVE WS-Leave-Unsettled-Count TO WS-Rpt-Unsettled-Count.
           MOVE WS-Total-Leave-Payout    TO WS-Rpt-Total-Payout.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "LEAVE SETTLED: " WS-Rpt-Settled-Count
                  DELIMITED BY SIZE
                  "  NOT SETTLED: " WS-Rpt-Unsettled-Count
                  DELIMITED BY SIZE
                  "  LEAVE PAID OUT: " WS-Rpt-Total-Payout
                  DELIMITED BY SIZE
                  INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

      * Not found is the normal "no budget set" answer; any other
      * non-zero code is left in WS-SQL-STATUS for 2400 to report.
       5800-Read-Dept-Budget.
           EXEC SQL
              SELECT AUTHHDCNT
              INTO :HV-Budg-Auth-Headcount
              FROM DEPT_BUDGET
              WHERE WORKDEPT = :HV-Budg-Work-Dept
                AND FISCALYR = :HV-Budg-Fiscal-Year
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5810-Count-Dept-Roster.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-Dept-Headcount
              FROM EMPLOYEE
              WHERE WORKDEPT = :HV-Budg-Work-Dept
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

      * 5900-5940 settle a leaver's leave. Every non-zero SQLCODE
      * is left in WS-SQL-STATUS for 2450 to report; none of them
      * stops the run.
       5900-Open-Leave-Cursor.
           EXEC SQL
              OPEN LEAVE-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5910-Fetch-Leave-Balance.
           EXEC SQL
              FETCH LEAVE-CURSOR
              INTO :HV-Lvbl-Leave-Type, :HV-Lvbl-Balance
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              PERFORM 5920-Close-Leave-Cursor
           END-IF.

      * The CLOSE's own SQLCODE is not kept - the status that
      * matters is the FETCH's.
       5920-Close-Leave-Cursor.
           MOVE WS-SQL-STATUS TO WS-Saved-Sql-Status.
           EXEC SQL
              CLOSE LEAVE-CURSOR
           END-EXEC.
           MOVE WS-Saved-Sql-Status TO WS-SQL-STATUS.

      * Not found (+100) just means there was no balance to settle.
       5930-Delete-Leave-Balances.
           EXEC SQL
              DELETE FROM LEAVE_BALANCE
               WHERE EMPNO = :HV-Lvbl-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

      * Not found (+100) just means the leaver was not out on leave.
       5940-Close-Open-Absence.
           EXEC SQL
              UPDATE LEAVE_ABSENCE
                 SET LOARETURN = :HV-Term-Date
               WHERE EMPNO     = :HV-Loa-Emp-Number
                 AND LOARETURN = :HV-Loa-Open-Date
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       7000-Read-Transaction.
           READ TRAN-FILE INTO TRAN-Record
              AT END
