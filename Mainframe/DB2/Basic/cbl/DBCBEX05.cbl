      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      *    Position control: once the row is in, a hire into a
      *       department that now has more employees than its
      *       DEPT_BUDGET authorized headcount for the year (the
      *       run date's calendar year, as in DBCBEX29) gets a
      *       warning on SYSOUT - this program has no report
      *       file. The hire still stands; a department with no
      *       budget row is not checked.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          CHGJRNL module, so the DBCBEX16
      *                          inquiry can answer who added a
      *                          row and when.
      * 20XX-XX-XX               Position control - a hire that
      *                          puts WORKDEPT over its
      *                          DEPT_BUDGET authorized headcount
      *                          now warns on SYSOUT, instead of
      *                          surfacing at quarter end.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************

           COPY DEPTTAB.

           COPY BUDGTAB.

           COPY EMPROW.

           COPY DEPTROW.

           COPY BUDGROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

       01 WS-Rows-Inserted-Count       PIC S9(07) COMP-3 VALUE 0.

       01 HV-Dept-Headcount            PIC S9(09) COMP-5.
       01 WS-Current-Date              PIC X(08).
       01 WS-Fiscal-Year               PIC 9(04).
       01 WS-Disp-Headcount            PIC ZZZ9.
       01 WS-Disp-Auth-Headcount       PIC ZZZ9.

       01 WS-Input-Fields-Valid-Switch PIC X(01) VALUE 'Y'.
          88 WS-Input-Fields-Valid     VALUE 'Y'.

                 ADD 1 TO WS-Rows-Inserted-Count
                 DISPLAY "Employee " HV-Emp-Number " added."
                 PERFORM 9920-Journal-Insert
                 IF HV-Work-Dept NOT = SPACES
                    PERFORM 5200-Check-Headcount
                 END-IF
              WHEN SQL-STATUS-DUP
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Employee " HV-Emp-Number
                 GOBACK
           END-EVALUATE.

      * Position control. The hire is already in, so nothing here
      * stops the run: no budget row means nothing to check, and a
      * DB2 problem reading the budget or the roster only costs the
      * warning, which SYSOUT says so someone checks by hand.
       5200-Check-Headcount.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           MOVE WS-Current-Date(1:4) TO WS-Fiscal-Year.
           MOVE WS-Fiscal-Year TO HV-Budg-Fiscal-Year.
           MOVE HV-Work-Dept TO HV-Budg-Work-Dept.
           EXEC SQL
              SELECT AUTHHDCNT
              INTO :HV-Budg-Auth-Headcount
              FROM DEPT_BUDGET
              WHERE WORKDEPT = :HV-Budg-Work-Dept
                AND FISCALYR = :HV-Budg-Fiscal-Year
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           IF SQL-STATUS-OK
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-Dept-Headcount
                 FROM EMPLOYEE
                 WHERE WORKDEPT = :HV-Budg-Work-Dept
              END-EXEC
              MOVE SQLCODE TO WS-SQL-STATUS
           END-IF.

           EVALUATE TRUE
              WHEN SQL-STATUS-NOT-FOUND
                 CONTINUE
              WHEN NOT SQL-STATUS-OK
                 DISPLAY "*** WARNING ***"
                 DISPLAY "Headcount for WORKDEPT " HV-Work-Dept
                    " not checked against its budget - SQLCODE = "
                    SQLCODE
              WHEN HV-Dept-Headcount > HV-Budg-Auth-Headcount
                 MOVE HV-Dept-Headcount TO WS-Disp-Headcount
                 MOVE HV-Budg-Auth-Headcount TO WS-Disp-Auth-Headcount
                 DISPLAY "*** WARNING ***"
                 DISPLAY "WORKDEPT " HV-Work-Dept " is over its FY "
                    WS-Fiscal-Year " authorized headcount: "
                    WS-Disp-Headcount " on roster, "
                    WS-Disp-Auth-Headcount " authorized."
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
