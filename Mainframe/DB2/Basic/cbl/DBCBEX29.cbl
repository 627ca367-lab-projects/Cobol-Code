      **********************************************************
      * Program name:    DBCBEX29
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 29: DB2 Processing: Department
      *       budget-vs-actual (position control) report.
      *
      *    Reads the fiscal year from SYSIN (one card, four
      *       digits; a blank card means the run date's year -
      *       the same calendar-year fiscal year DBCBEX05 and
      *       DBCBEX07 check headcount against). Loads the whole
      *       DEPARTMENT table, fills each department's actual
      *       headcount and SALARY + BONUS + COMM from EMPLOYEE
      *       and its authorized headcount and salary budget from
      *       DEPT_BUDGET, and prints the ADMRDEPT hierarchy the
      *       way DBCBEX17 does - each department indented under
      *       its administering department, with its own figures
      *       and, for a department that administers others, the
      *       same figures rolled up through its subtree.
      *       Variances are authorized/budget less actual, so a
      *       negative variance is over budget; such lines are
      *       flagged *OVER*. A department with no budget row for
      *       the year is flagged *NOBUD* and counts as zero.
      *
      *    A budget row whose WORKDEPT is no longer on
      *       DEPARTMENT (a department retired by DBCBEX27 after
      *       Finance set its budget) cannot sit in the hierarchy;
      *       it is listed at the bottom so Finance can move or
      *       delete it with DBCBEX28. That, or an ADMRDEPT loop
      *       (detected exactly as DBCBEX17 detects it), ends the
      *       job RC 4.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - position control;
      *                          over-budget departments only
      *                          surfaced at quarter end.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX29.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD.
           05 RPT-CTRL                PIC X(001).
           05 RPT-DATA                PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           COPY EMPTAB.

           COPY DEPTTAB.

           COPY BUDGTAB.

           COPY DEPTROW.

           COPY BUDGROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

           EXEC SQL
              DECLARE DEPT-CURSOR CURSOR FOR
              SELECT DEPTNO, DEPTNAME, MGRNO, ADMRDEPT
              FROM DEPARTMENT
              ORDER BY DEPTNO
           END-EXEC.

           EXEC SQL
              DECLARE BUDG-CURSOR CURSOR FOR
              SELECT WORKDEPT, AUTHHDCNT, SALBUDGET
              FROM DEPT_BUDGET
              WHERE FISCALYR = :HV-Budg-Fiscal-Year
              ORDER BY WORKDEPT
           END-EXEC.

       01 HV-Dept-Headcount            PIC S9(09) COMP-5.
       01 HV-Dept-Comp-Total           PIC S9(09)V99 COMP-3.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Cursor-Open-Switch        PIC X(01) VALUE 'N'.
          88 WS-Cursor-Is-Open         VALUE 'Y'.
       01 WS-Budg-Cursor-Open-Switch   PIC X(01) VALUE 'N'.
          88 WS-Budg-Cursor-Is-Open    VALUE 'Y'.

       01 WS-In-Fiscal-Year            PIC X(04) VALUE SPACES.
       01 WS-In-Fiscal-Year-Num REDEFINES WS-In-Fiscal-Year
                                       PIC 9(04).

      * The whole DEPARTMENT table, loaded in DEPTNO order, with
      * the year's budget beside the actuals. Rollup and printed
      * switches work exactly as in DBCBEX17.
       01 WS-Dept-Table.
           05 WS-Dept-Entry OCCURS 100 TIMES.
              10 WS-DT-Dept-No         PIC X(03).
              10 WS-DT-Dept-Name       PIC X(36).
              10 WS-DT-Admr-Dept       PIC X(03).
              10 WS-DT-Own-Count       PIC S9(07) COMP-3.
              10 WS-DT-Own-Comp        PIC S9(09)V99 COMP-3.
              10 WS-DT-Own-Auth        PIC S9(07) COMP-3.
              10 WS-DT-Own-Budget      PIC S9(09)V99 COMP-3.
              10 WS-DT-Tree-Count      PIC S9(07) COMP-3.
              10 WS-DT-Tree-Comp       PIC S9(11)V99 COMP-3.
              10 WS-DT-Tree-Auth       PIC S9(07) COMP-3.
              10 WS-DT-Tree-Budget     PIC S9(11)V99 COMP-3.
              10 WS-DT-Budget-Switch   PIC X(01).
                 88 WS-DT-Has-Budget   VALUE 'Y'.
              10 WS-DT-Parent-Switch   PIC X(01).
                 88 WS-DT-Has-Children VALUE 'Y'.
              10 WS-DT-Rollup-Switch   PIC X(01).
                 88 WS-DT-Rolled-Up    VALUE 'Y'.
              10 WS-DT-Printed-Switch  PIC X(01).
                 88 WS-DT-Printed      VALUE 'Y'.
       01 WS-Dept-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Dept-Max                  PIC S9(04) COMP-5 VALUE 100.

      * Explicit walk stack - same depth-first, no-recursion walk
      * as DBCBEX17.
       01 WS-Walk-Stack.
           05 WS-Stack-Entry OCCURS 100 TIMES.
              10 WS-SK-Dept-Sub        PIC S9(04) COMP-5.
              10 WS-SK-Level           PIC S9(04) COMP-5.
       01 WS-Stack-Depth               PIC S9(04) COMP-5 VALUE 0.
       01 WS-Stack-Max                 PIC S9(04) COMP-5 VALUE 100.

       01 WS-Sub-I                     PIC S9(04) COMP-5 VALUE 0.
       01 WS-Sub-J                     PIC S9(04) COMP-5 VALUE 0.
       01 WS-Find-Target               PIC X(03) VALUE SPACES.
       01 WS-Find-Sub                  PIC S9(04) COMP-5 VALUE 0.
       01 WS-Walk-Sub                  PIC S9(04) COMP-5 VALUE 0.
       01 WS-Walk-Level                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Indent-Col                PIC S9(04) COMP-5 VALUE 0.

       01 WS-Pass-Progress             PIC S9(04) COMP-5 VALUE 0.
       01 WS-Rolled-Count              PIC S9(04) COMP-5 VALUE 0.
       01 WS-Children-Ready-Switch     PIC X(01) VALUE 'Y'.
          88 WS-Children-Ready         VALUE 'Y'.

       01 WS-Unreported-Count          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Orphan-Budget-Count       PIC S9(04) COMP-5 VALUE 0.
       01 WS-Budget-Row-Count          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Over-Count                PIC S9(04) COMP-5 VALUE 0.

      * One printed line's figures - own or subtree - so one
      * paragraph formats both.
       01 WS-Line-Label                PIC X(04) VALUE SPACES.
       01 WS-Line-Count                PIC S9(07) COMP-3 VALUE 0.
       01 WS-Line-Comp                 PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-Line-Auth                 PIC S9(07) COMP-3 VALUE 0.
       01 WS-Line-Budget               PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-Line-Count-Var            PIC S9(07) COMP-3 VALUE 0.
       01 WS-Line-Comp-Var             PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-Grand-Headcount           PIC S9(07) COMP-3 VALUE 0.
       01 WS-Grand-Comp-Total          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-Grand-Auth                PIC S9(07) COMP-3 VALUE 0.
       01 WS-Grand-Budget              PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Auth                  PIC ZZZ9.
       01 WS-Rpt-Count                 PIC ZZZ9.
       01 WS-Rpt-Count-Var             PIC -ZZZ9.
       01 WS-Rpt-Budget                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Comp                  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Comp-Var              PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Grand-Auth            PIC ZZZZZ9.
       01 WS-Rpt-Grand-Count           PIC ZZZZZ9.
       01 WS-Rpt-Grand-Budget          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Grand-Comp            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Grand-Var             PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX29 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Fiscal-Year.
           OPEN OUTPUT RPT-FILE.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Fiscal-Year.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.

           DISPLAY "Enter fiscal year on SYSIN (blank = this year):".
           DISPLAY "FISCALYR(4)".
           ACCEPT WS-In-Fiscal-Year FROM SYSIN.

           IF WS-In-Fiscal-Year = SPACES
              OR WS-In-Fiscal-Year = LOW-VALUES
              MOVE WS-Current-Date(1:4) TO WS-In-Fiscal-Year
           END-IF.

           IF WS-In-Fiscal-Year-Num NOT NUMERIC
              DISPLAY "*** ERROR ***"
              DISPLAY "FISCALYR must be four digits."
              DISPLAY "Nothing reported."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-In-Fiscal-Year-Num TO HV-Budg-Fiscal-Year.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Print-Report-Header
              PERFORM 2200-Load-Dept-Table
              PERFORM 2300-Fill-Dept-Figures
              PERFORM 2350-Load-Budgets
              PERFORM 2400-Rollup-Tree-Totals
              PERFORM 2500-Print-Hierarchy
              PERFORM 2700-Print-Unreported-Depts
              PERFORM 2750-Print-Orphan-Budgets
              PERFORM 2800-Print-Company-Total
           END-IF.

       2100-Print-Report-Header.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "DBCBEX29 - DEPARTMENT BUDGET VS ACTUAL - FISCAL "
                  "YEAR " WS-In-Fiscal-Year
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "RUN DATE: " WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-" WS-Current-Date(7:2)
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE "AUTH/HC = AUTHORIZED/ACTUAL HEADCOUNT, BUDGET/ACTUAL" &
                " = SALARY+BONUS+COMM, VAR = AUTHORIZED OR BUDGET LES" &
                "S ACTUAL"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE "OWN = THE DEPARTMENT ALONE, TREE = ROLLED UP THROUGH" &
                " EVERY DEPARTMENT IT ADMINISTERS"
              TO RPT-DATA.
           WRITE RPT-RECORD.

       2200-Load-Dept-Table.
           MOVE 0 TO WS-Dept-Count.
           PERFORM 5000-Open-Cursor.
           PERFORM 5100-Fetch-Next.
           PERFORM UNTIL SQL-STATUS-NOT-FOUND
              PERFORM 2210-Store-Dept-Row
              PERFORM 5100-Fetch-Next
           END-PERFORM.
           PERFORM 5900-Close-Cursor.

           IF WS-Dept-Count = 0
              DISPLAY "*** ERROR ***"
              DISPLAY "The DEPARTMENT table is empty - nothing to "
                 "report."
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       2210-Store-Dept-Row.
           IF WS-Dept-Count >= WS-Dept-Max
              DISPLAY "*** ERROR ***"
              DISPLAY "DEPARTMENT holds more than " WS-Dept-Max
                 " rows - raise WS-Dept-Max. Nothing reported."
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.
           ADD 1 TO WS-Dept-Count.
           MOVE SPACES TO WS-Dept-Entry(WS-Dept-Count).
           MOVE HV-Dept-Number    TO WS-DT-Dept-No(WS-Dept-Count).
           MOVE HV-Dept-Name      TO WS-DT-Dept-Name(WS-Dept-Count).
           MOVE HV-Dept-Admr-Dept TO WS-DT-Admr-Dept(WS-Dept-Count).
           MOVE 0 TO WS-DT-Own-Count(WS-Dept-Count).
           MOVE 0 TO WS-DT-Own-Comp(WS-Dept-Count).
           MOVE 0 TO WS-DT-Own-Auth(WS-Dept-Count).
           MOVE 0 TO WS-DT-Own-Budget(WS-Dept-Count).
           MOVE 0 TO WS-DT-Tree-Count(WS-Dept-Count).
           MOVE 0 TO WS-DT-Tree-Comp(WS-Dept-Count).
           MOVE 0 TO WS-DT-Tree-Auth(WS-Dept-Count).
           MOVE 0 TO WS-DT-Tree-Budget(WS-Dept-Count).

      * One pass over the loaded table: the department's own
      * headcount/compensation, straight from EMPLOYEE.
       2300-Fill-Dept-Figures.
           PERFORM 2310-Fill-One-Dept
              VARYING WS-Sub-I FROM 1 BY 1
              UNTIL WS-Sub-I > WS-Dept-Count.

       2310-Fill-One-Dept.
           PERFORM 5300-Read-Dept-Figures.
           MOVE HV-Dept-Headcount  TO WS-DT-Own-Count(WS-Sub-I).
           MOVE HV-Dept-Comp-Total TO WS-DT-Own-Comp(WS-Sub-I).

      * The year's budget rows, matched onto the loaded table. A
      * row with no department to sit under is counted and listed
      * by 2750 off a second pass of the same cursor.
       2350-Load-Budgets.
           PERFORM 5400-Open-Budget-Cursor.
           PERFORM 5410-Fetch-Budget.
           PERFORM UNTIL SQL-STATUS-NOT-FOUND
              ADD 1 TO WS-Budget-Row-Count
              MOVE HV-Budg-Work-Dept TO WS-Find-Target
              PERFORM 2540-Find-Dept
              IF WS-Find-Sub = 0
                 ADD 1 TO WS-Orphan-Budget-Count
              ELSE
                 MOVE HV-Budg-Auth-Headcount
                    TO WS-DT-Own-Auth(WS-Find-Sub)
                 MOVE HV-Budg-Salary-Budget
                    TO WS-DT-Own-Budget(WS-Find-Sub)
                 SET WS-DT-Has-Budget(WS-Find-Sub) TO TRUE
              END-IF
              PERFORM 5410-Fetch-Budget
           END-PERFORM.
           PERFORM 5490-Close-Budget-Cursor.

      * Bottom-up subtree totals in repeated passes, exactly as in
      * DBCBEX17 - a department rolls up once every department it
      * administers has rolled up. A pass that rolls up nothing
      * while departments remain means ADMRDEPT loops somewhere.
       2400-Rollup-Tree-Totals.
           MOVE 0 TO WS-Rolled-Count.
           MOVE 1 TO WS-Pass-Progress.
           PERFORM UNTIL WS-Rolled-Count >= WS-Dept-Count
                      OR WS-Pass-Progress = 0
              MOVE 0 TO WS-Pass-Progress
              PERFORM 2410-Rollup-One-Dept
                 VARYING WS-Sub-I FROM 1 BY 1
                 UNTIL WS-Sub-I > WS-Dept-Count
           END-PERFORM.

           IF WS-Rolled-Count < WS-Dept-Count
              DISPLAY "*** WARNING ***"
              DISPLAY "ADMRDEPT loops on itself somewhere - "
                 "subtree totals are incomplete for the looped "
                 "departments."
              MOVE 4 TO RETURN-CODE
           END-IF.

       2410-Rollup-One-Dept.
           IF NOT WS-DT-Rolled-Up(WS-Sub-I)
              SET WS-Children-Ready TO TRUE
              MOVE WS-DT-Own-Count(WS-Sub-I)
                 TO WS-DT-Tree-Count(WS-Sub-I)
              MOVE WS-DT-Own-Comp(WS-Sub-I)
                 TO WS-DT-Tree-Comp(WS-Sub-I)
              MOVE WS-DT-Own-Auth(WS-Sub-I)
                 TO WS-DT-Tree-Auth(WS-Sub-I)
              MOVE WS-DT-Own-Budget(WS-Sub-I)
                 TO WS-DT-Tree-Budget(WS-Sub-I)
              PERFORM 2420-Add-One-Child
                 VARYING WS-Sub-J FROM 1 BY 1
                 UNTIL WS-Sub-J > WS-Dept-Count
              IF WS-Children-Ready
                 SET WS-DT-Rolled-Up(WS-Sub-I) TO TRUE
                 ADD 1 TO WS-Rolled-Count
                 ADD 1 TO WS-Pass-Progress
              END-IF
           END-IF.

       2420-Add-One-Child.
           IF WS-Sub-J NOT = WS-Sub-I
              AND WS-DT-Admr-Dept(WS-Sub-J) = WS-DT-Dept-No(WS-Sub-I)
              SET WS-DT-Has-Children(WS-Sub-I) TO TRUE
              IF WS-DT-Rolled-Up(WS-Sub-J)
                 ADD WS-DT-Tree-Count(WS-Sub-J)
                    TO WS-DT-Tree-Count(WS-Sub-I)
                 ADD WS-DT-Tree-Comp(WS-Sub-J)
                    TO WS-DT-Tree-Comp(WS-Sub-I)
                 ADD WS-DT-Tree-Auth(WS-Sub-J)
                    TO WS-DT-Tree-Auth(WS-Sub-I)
                 ADD WS-DT-Tree-Budget(WS-Sub-J)
                    TO WS-DT-Tree-Budget(WS-Sub-I)
              ELSE
                 MOVE 'N' TO WS-Children-Ready-Switch
              END-IF
           END-IF.

      * Depth-first walk off the explicit stack, as in DBCBEX17.
      * Roots are departments that administer themselves or whose
      * ADMRDEPT is not on the table.
       2500-Print-Hierarchy.
           MOVE 0 TO WS-Stack-Depth.
           MOVE 0 TO WS-Walk-Level.
           PERFORM 2510-Push-Roots
              VARYING WS-Sub-I FROM WS-Dept-Count BY -1
              UNTIL WS-Sub-I < 1.

           PERFORM UNTIL WS-Stack-Depth = 0
              MOVE WS-SK-Dept-Sub(WS-Stack-Depth) TO WS-Walk-Sub
              MOVE WS-SK-Level(WS-Stack-Depth) TO WS-Walk-Level
              SUBTRACT 1 FROM WS-Stack-Depth
              IF NOT WS-DT-Printed(WS-Walk-Sub)
                 PERFORM 2600-Print-Dept-Lines
                 SET WS-DT-Printed(WS-Walk-Sub) TO TRUE
                 PERFORM 2530-Push-Children
                    VARYING WS-Sub-I FROM WS-Dept-Count BY -1
                    UNTIL WS-Sub-I < 1
              END-IF
           END-PERFORM.

       2510-Push-Roots.
           IF WS-DT-Admr-Dept(WS-Sub-I) = WS-DT-Dept-No(WS-Sub-I)
              PERFORM 2520-Push-Entry
           ELSE
              MOVE WS-DT-Admr-Dept(WS-Sub-I) TO WS-Find-Target
              PERFORM 2540-Find-Dept
              IF WS-Find-Sub = 0
                 PERFORM 2520-Push-Entry
              END-IF
           END-IF.

       2520-Push-Entry.
           IF WS-Stack-Depth >= WS-Stack-Max
              DISPLAY "*** WARNING ***"
              DISPLAY "Walk stack overflow - department "
                 WS-DT-Dept-No(WS-Sub-I) " not walked."
              MOVE 4 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-Stack-Depth
              MOVE WS-Sub-I TO WS-SK-Dept-Sub(WS-Stack-Depth)
              MOVE WS-Walk-Level TO WS-SK-Level(WS-Stack-Depth)
           END-IF.

       2530-Push-Children.
           IF WS-Sub-I NOT = WS-Walk-Sub
              AND WS-DT-Admr-Dept(WS-Sub-I) =
                  WS-DT-Dept-No(WS-Walk-Sub)
              ADD 1 TO WS-Walk-Level
              PERFORM 2520-Push-Entry
              SUBTRACT 1 FROM WS-Walk-Level
           END-IF.

       2540-Find-Dept.
           MOVE 0 TO WS-Find-Sub.
           PERFORM VARYING WS-Sub-J FROM 1 BY 1
              UNTIL WS-Sub-J > WS-Dept-Count
                 OR WS-Find-Sub > 0
              IF WS-DT-Dept-No(WS-Sub-J) = WS-Find-Target
                 MOVE WS-Sub-J TO WS-Find-Sub
              END-IF
           END-PERFORM.

      * The OWN line always prints; a department that administers
      * others gets a TREE line under it. Indent stops at four
      * levels so the widest line still fits ahead of the flag
      * column.
       2600-Print-Dept-Lines.
           COMPUTE WS-Indent-Col = (WS-Walk-Level * 3) + 1.
           IF WS-Indent-Col > 13
              MOVE 13 TO WS-Indent-Col
           END-IF.

           MOVE "OWN " TO WS-Line-Label.
           MOVE WS-DT-Own-Count(WS-Walk-Sub)  TO WS-Line-Count.
           MOVE WS-DT-Own-Comp(WS-Walk-Sub)   TO WS-Line-Comp.
           MOVE WS-DT-Own-Auth(WS-Walk-Sub)   TO WS-Line-Auth.
           MOVE WS-DT-Own-Budget(WS-Walk-Sub) TO WS-Line-Budget.
           PERFORM 2610-Format-Figures-Line.
           IF NOT WS-DT-Has-Budget(WS-Walk-Sub)
              MOVE "*NOBUD" TO RPT-DATA(127:6)
           END-IF.
           WRITE RPT-RECORD.

           IF WS-DT-Has-Children(WS-Walk-Sub)
              MOVE "TREE" TO WS-Line-Label
              MOVE WS-DT-Tree-Count(WS-Walk-Sub)  TO WS-Line-Count
              MOVE WS-DT-Tree-Comp(WS-Walk-Sub)   TO WS-Line-Comp
              MOVE WS-DT-Tree-Auth(WS-Walk-Sub)   TO WS-Line-Auth
              MOVE WS-DT-Tree-Budget(WS-Walk-Sub) TO WS-Line-Budget
              PERFORM 2610-Format-Figures-Line
              IF NOT WS-DT-Rolled-Up(WS-Walk-Sub)
                 MOVE "*LOOP*" TO RPT-DATA(127:6)
              END-IF
              WRITE RPT-RECORD
           END-IF.

           IF WS-Walk-Level = 0
              ADD WS-DT-Tree-Count(WS-Walk-Sub)
                 TO WS-Grand-Headcount
              ADD WS-DT-Tree-Comp(WS-Walk-Sub)
                 TO WS-Grand-Comp-Total
              ADD WS-DT-Tree-Auth(WS-Walk-Sub)
                 TO WS-Grand-Auth
              ADD WS-DT-Tree-Budget(WS-Walk-Sub)
                 TO WS-Grand-Budget
           END-IF.

       2610-Format-Figures-Line.
           COMPUTE WS-Line-Count-Var = WS-Line-Auth - WS-Line-Count.
           COMPUTE WS-Line-Comp-Var = WS-Line-Budget - WS-Line-Comp.
           MOVE WS-Line-Auth      TO WS-Rpt-Auth.
           MOVE WS-Line-Count     TO WS-Rpt-Count.
           MOVE WS-Line-Count-Var TO WS-Rpt-Count-Var.
           MOVE WS-Line-Budget    TO WS-Rpt-Budget.
           MOVE WS-Line-Comp      TO WS-Rpt-Comp.
           MOVE WS-Line-Comp-Var  TO WS-Rpt-Comp-Var.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING WS-DT-Dept-No(WS-Walk-Sub)
                  " " WS-DT-Dept-Name(WS-Walk-Sub)(1:16)
                  " " WS-Line-Label
                  " AUTH " WS-Rpt-Auth
                  " HC " WS-Rpt-Count
                  " VAR" WS-Rpt-Count-Var
                  " BUDGET " WS-Rpt-Budget
                  " ACTUAL " WS-Rpt-Comp
                  " VAR" WS-Rpt-Comp-Var
                  DELIMITED BY SIZE
                  INTO RPT-DATA(WS-Indent-Col:)
           END-STRING.
           IF WS-Line-Count-Var < 0 OR WS-Line-Comp-Var < 0
              MOVE "*OVER*" TO RPT-DATA(127:6)
              IF WS-Line-Label = "OWN "
                 AND WS-DT-Has-Budget(WS-Walk-Sub)
                 ADD 1 TO WS-Over-Count
              END-IF
           END-IF.

      * Anything never reached by the walk sits inside an ADMRDEPT
      * loop. List it so the data gets fixed.
       2700-Print-Unreported-Depts.
           MOVE 0 TO WS-Unreported-Count.
           PERFORM 2710-Check-One-Unreported
              VARYING WS-Sub-I FROM 1 BY 1
              UNTIL WS-Sub-I > WS-Dept-Count.

       2710-Check-One-Unreported.
           IF NOT WS-DT-Printed(WS-Sub-I)
              IF WS-Unreported-Count = 0
                 MOVE " " TO RPT-CTRL
                 MOVE "DEPARTMENTS NOT CONNECTED TO THE HIERARCHY " &
                      "(ADMRDEPT LOOP):"
                    TO RPT-DATA
                 WRITE RPT-RECORD
              END-IF
              ADD 1 TO WS-Unreported-Count
              MOVE " " TO RPT-CTRL
              MOVE SPACES TO RPT-DATA
              STRING "   " WS-DT-Dept-No(WS-Sub-I)
                     " " WS-DT-Dept-Name(WS-Sub-I)(1:20)
                     " ADMRDEPT " WS-DT-Admr-Dept(WS-Sub-I)
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
              WRITE RPT-RECORD
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      * Budget rows for departments no longer on DEPARTMENT. Not
      * in the company total - there is no actual to set them
      * against.
       2750-Print-Orphan-Budgets.
           IF WS-Orphan-Budget-Count > 0
              MOVE " " TO RPT-CTRL
              MOVE "BUDGET ROWS FOR DEPARTMENTS NOT ON DEPARTMENT " &
                   "(MOVE OR DELETE WITH DBCBEX28):"
                 TO RPT-DATA
              WRITE RPT-RECORD
              PERFORM 5400-Open-Budget-Cursor
              PERFORM 5410-Fetch-Budget
              PERFORM UNTIL SQL-STATUS-NOT-FOUND
                 MOVE HV-Budg-Work-Dept TO WS-Find-Target
                 PERFORM 2540-Find-Dept
                 IF WS-Find-Sub = 0
                    PERFORM 2760-Print-Orphan-Line
                 END-IF
                 PERFORM 5410-Fetch-Budget
              END-PERFORM
              PERFORM 5490-Close-Budget-Cursor
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       2760-Print-Orphan-Line.
           MOVE HV-Budg-Auth-Headcount TO WS-Rpt-Auth.
           MOVE HV-Budg-Salary-Budget  TO WS-Rpt-Budget.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "   " HV-Budg-Work-Dept
                  " AUTH " WS-Rpt-Auth
                  " BUDGET " WS-Rpt-Budget
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2800-Print-Company-Total.
           MOVE WS-Grand-Auth       TO WS-Rpt-Grand-Auth.
           MOVE WS-Grand-Headcount  TO WS-Rpt-Grand-Count.
           MOVE WS-Grand-Budget     TO WS-Rpt-Grand-Budget.
           MOVE WS-Grand-Comp-Total TO WS-Rpt-Grand-Comp.
           COMPUTE WS-Line-Comp-Var = WS-Grand-Budget
                                    - WS-Grand-Comp-Total.
           MOVE WS-Line-Comp-Var    TO WS-Rpt-Grand-Var.
           COMPUTE WS-Line-Count-Var = WS-Grand-Auth
                                     - WS-Grand-Headcount.
           MOVE WS-Line-Count-Var   TO WS-Rpt-Count-Var.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "COMPANY TOTAL  AUTHORIZED HEADCOUNT: "
                  WS-Rpt-Grand-Auth
                  "  ACTUAL HEADCOUNT: " WS-Rpt-Grand-Count
                  "  VARIANCE: " WS-Rpt-Count-Var
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "               SALARY BUDGET: " WS-Rpt-Grand-Budget
                  "  ACTUAL SALARY+BONUS+COMM: " WS-Rpt-Grand-Comp
                  "  VARIANCE: " WS-Rpt-Grand-Var
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE RPT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Departments reported: " WS-Dept-Count
              " over budget: " WS-Over-Count
              " orphan budget rows: " WS-Orphan-Budget-Count.
           PERFORM 9910-Log-Run-End.

       5000-Open-Cursor.
           EXEC SQL
              OPEN DEPT-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           SET WS-Cursor-Is-Open TO TRUE.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN DEPT-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5100-Fetch-Next.
           EXEC SQL
              FETCH DEPT-CURSOR
              INTO :HV-Dept-Number, :HV-Dept-Name,
                   :HV-Dept-Mgr-Number, :HV-Dept-Admr-Dept
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from DEPT-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * COALESCE keeps the SUM of an empty department at zero
      * instead of a null that needs an indicator variable.
       5300-Read-Dept-Figures.
           MOVE WS-DT-Dept-No(WS-Sub-I) TO HV-Dept-Number.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(SALARY + BONUS + COMM), 0)
              INTO :HV-Dept-Headcount, :HV-Dept-Comp-Total
              FROM EMPLOYEE
              WHERE WORKDEPT = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem totaling the department."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5400-Open-Budget-Cursor.
           EXEC SQL
              OPEN BUDG-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           SET WS-Budg-Cursor-Is-Open TO TRUE.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN BUDG-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5410-Fetch-Budget.
           EXEC SQL
              FETCH BUDG-CURSOR
              INTO :HV-Budg-Work-Dept, :HV-Budg-Auth-Headcount,
                   :HV-Budg-Salary-Budget
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from BUDG-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5490-Close-Budget-Cursor.
           IF WS-Budg-Cursor-Is-Open
              EXEC SQL
                 CLOSE BUDG-CURSOR
              END-EXEC
              MOVE 'N' TO WS-Budg-Cursor-Open-Switch
           END-IF.

       5900-Close-Cursor.
           IF WS-Cursor-Is-Open
              EXEC SQL
                 CLOSE DEPT-CURSOR
              END-EXEC
           END-IF.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX29" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           MOVE WS-In-Fiscal-Year TO RUNLOG-Parm-Info.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           COMPUTE RUNLOG-Rows-Read = WS-Dept-Count
                                    + WS-Budget-Row-Count.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
