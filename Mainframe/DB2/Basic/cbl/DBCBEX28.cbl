      **********************************************************
      * Program name:    DBCBEX28
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 28: DB2 Processing: Department
      *       budget maintenance.
      *
      *    Reads one department budget from SYSIN, one field per
      *       card (ACTION, WORKDEPT, FISCALYR, AUTHHDCNT,
      *       SALBUDGET - see the SYSIN DD in DBCBEX28.jcl), and
      *       applies it to the DEPT_BUDGET table:
      *          A  add    - INSERT the year's budget row.
      *          C  change - UPDATE the authorized headcount and
      *                      salary budget of an existing row.
      *          D  delete - remove a row keyed in error, or one
      *                      left behind by a retired
      *                      department.
      *       FISCALYR is four digits; AUTHHDCNT is four digits,
      *       zero-filled; SALBUDGET is eleven digits, zero-
      *       filled, the last two being cents - the same implied-
      *       decimal convention the TRANREC money fields use.
      *       On A and C the WORKDEPT must exist on DEPARTMENT -
      *       the same reference check DBCBEX05 makes - so a
      *       budget never lands for a ghost department. An A for
      *       a row that already exists, or a C or D for one that
      *       does not, is reported as a soft, expected outcome,
      *       the same way DBCBEX24 treats its EMPNO cases.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with the DEPT_BUDGET
      *                          table - maintenance entry point
      *                          for Finance's position control
      *                          figures.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX28.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           COPY DEPTTAB.

           COPY BUDGTAB.

           COPY DEPTROW.

           COPY BUDGROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Budg-Action               PIC X(01).
          88 WS-Action-Add             VALUE 'A'.
          88 WS-Action-Change          VALUE 'C'.
          88 WS-Action-Delete          VALUE 'D'.

      * Card images of the numeric fields, edited before they go
      * near a host variable.
       01 WS-In-Fiscal-Year            PIC X(04).
       01 WS-In-Fiscal-Year-Num REDEFINES WS-In-Fiscal-Year
                                       PIC 9(04).
       01 WS-In-Auth-Headcount         PIC X(04).
       01 WS-In-Auth-Headcount-Num REDEFINES WS-In-Auth-Headcount
                                       PIC 9(04).
       01 WS-In-Salary-Budget          PIC X(11).
       01 WS-In-Salary-Budget-Num REDEFINES WS-In-Salary-Budget
                                       PIC 9(09)V99.

       01 WS-Rows-Applied-Count        PIC S9(07) COMP-3 VALUE 0.

       01 WS-Input-Fields-Valid-Switch PIC X(01) VALUE 'Y'.
          88 WS-Input-Fields-Valid     VALUE 'Y'.
          88 WS-Input-Fields-Invalid   VALUE 'N'.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX28 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Budget-Data.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Budget-Data.
           MOVE SPACES TO WS-Budg-Action.
           MOVE SPACES TO WS-In-Fiscal-Year.
           MOVE SPACES TO WS-In-Auth-Headcount.
           MOVE SPACES TO WS-In-Salary-Budget.
           MOVE SPACES TO HV-Budg-Work-Dept.
           MOVE 0      TO HV-Budg-Fiscal-Year.
           MOVE 0      TO HV-Budg-Auth-Headcount.
           MOVE 0      TO HV-Budg-Salary-Budget.

           DISPLAY "Enter department budget, one field per SYSIN "
              "card:".
           DISPLAY "ACTION(1,A=ADD/C=CHANGE/D=DELETE) WORKDEPT(3) "
              "FISCALYR(4) AUTHHDCNT(4) SALBUDGET(11,9(9)V99)".
           ACCEPT WS-Budg-Action       FROM SYSIN.
           ACCEPT HV-Budg-Work-Dept    FROM SYSIN.
           ACCEPT WS-In-Fiscal-Year    FROM SYSIN.
           ACCEPT WS-In-Auth-Headcount FROM SYSIN.
           ACCEPT WS-In-Salary-Budget  FROM SYSIN.

           PERFORM 1200-Validate-Budget-Data.

       1200-Validate-Budget-Data.
           SET WS-Input-Fields-Valid TO TRUE.

           IF NOT WS-Action-Add AND NOT WS-Action-Change
              AND NOT WS-Action-Delete
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "ACTION must be A (add), C (change) or "
                 "D (delete)."
           END-IF.

           IF HV-Budg-Work-Dept = SPACES
              OR HV-Budg-Work-Dept = LOW-VALUES
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "WORKDEPT is a required (NOT NULL) field."
           END-IF.

           IF WS-In-Fiscal-Year-Num NOT NUMERIC
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "FISCALYR must be four digits."
           ELSE
              MOVE WS-In-Fiscal-Year-Num TO HV-Budg-Fiscal-Year
           END-IF.

      * A delete needs only the key; the figures are not edited.
           IF NOT WS-Action-Delete
              IF WS-In-Auth-Headcount-Num NOT NUMERIC
                 SET WS-Input-Fields-Invalid TO TRUE
                 DISPLAY "*** ERROR ***"
                 DISPLAY "AUTHHDCNT must be four digits, "
                    "zero-filled."
              ELSE
                 MOVE WS-In-Auth-Headcount-Num
                    TO HV-Budg-Auth-Headcount
              END-IF
              IF WS-In-Salary-Budget-Num NOT NUMERIC
                 SET WS-Input-Fields-Invalid TO TRUE
                 DISPLAY "*** ERROR ***"
                 DISPLAY "SALBUDGET must be eleven digits, "
                    "zero-filled, last two are cents."
              ELSE
                 MOVE WS-In-Salary-Budget-Num
                    TO HV-Budg-Salary-Budget
              END-IF
           END-IF.

           IF NOT WS-Input-Fields-Valid
              DISPLAY "Budget not applied - input error(s)."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Process-Data
           END-IF.

       2100-Process-Data.
           EVALUATE TRUE
              WHEN WS-Action-Add
                 PERFORM 5100-Validate-Work-Dept
                 PERFORM 5000-Insert-Budget
              WHEN WS-Action-Change
                 PERFORM 5100-Validate-Work-Dept
                 PERFORM 5200-Update-Budget
              WHEN WS-Action-Delete
                 PERFORM 5300-Delete-Budget
           END-EVALUATE.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           PERFORM 9910-Log-Run-End.

       5000-Insert-Budget.
           EXEC SQL
              INSERT INTO DEPT_BUDGET
                     (WORKDEPT, FISCALYR, AUTHHDCNT, SALBUDGET)
              VALUES (:HV-Budg-Work-Dept, :HV-Budg-Fiscal-Year,
                      :HV-Budg-Auth-Headcount,
                      :HV-Budg-Salary-Budget)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Rows-Applied-Count
                 DISPLAY "Budget for " HV-Budg-Work-Dept " FY "
                    WS-In-Fiscal-Year " added."
              WHEN SQL-STATUS-DUP
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Department " HV-Budg-Work-Dept
                    " already has a FY " WS-In-Fiscal-Year
                    " budget - no row added. "
                    "Use a C action to change it."
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Inserting the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.

      * A WORKDEPT that is not on DEPARTMENT never gets a budget -
      * fix the card (or add the department with DBCBEX09) and
      * rerun. Same reference check DBCBEX05 makes on WORKDEPT.
       5100-Validate-Work-Dept.
           MOVE HV-Budg-Work-Dept TO HV-Dept-Number.
           EXEC SQL
              SELECT DEPTNAME
              INTO :HV-Dept-Name
              FROM DEPARTMENT
              WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 CONTINUE
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "*** ERROR ***"
                 DISPLAY "WORKDEPT " HV-Budg-Work-Dept
                    " is not on the DEPARTMENT table."
                 DISPLAY "Budget not applied."
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem reading DEPARTMENT."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.

       5200-Update-Budget.
           EXEC SQL
              UPDATE DEPT_BUDGET
                 SET AUTHHDCNT = :HV-Budg-Auth-Headcount,
                     SALBUDGET = :HV-Budg-Salary-Budget
               WHERE WORKDEPT = :HV-Budg-Work-Dept
                 AND FISCALYR = :HV-Budg-Fiscal-Year
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Rows-Applied-Count
                 DISPLAY "Budget for " HV-Budg-Work-Dept " FY "
                    WS-In-Fiscal-Year " changed."
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Department " HV-Budg-Work-Dept
                    " has no FY " WS-In-Fiscal-Year
                    " budget - nothing changed. "
                    "Use an A action to add one."
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Updating the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.

       5300-Delete-Budget.
           EXEC SQL
              DELETE FROM DEPT_BUDGET
               WHERE WORKDEPT = :HV-Budg-Work-Dept
                 AND FISCALYR = :HV-Budg-Fiscal-Year
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Rows-Applied-Count
                 DISPLAY "Budget for " HV-Budg-Work-Dept " FY "
                    WS-In-Fiscal-Year " deleted."
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Department " HV-Budg-Work-Dept
                    " has no FY " WS-In-Fiscal-Year
                    " budget - nothing deleted."
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Deleting the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX28" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           STRING WS-Budg-Action "/" HV-Budg-Work-Dept
                  "/" WS-In-Fiscal-Year
                  DELIMITED BY SIZE INTO RUNLOG-Parm-Info
           END-STRING.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           MOVE WS-Rows-Applied-Count TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
