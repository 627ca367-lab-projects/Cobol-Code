      **********************************************************
      * Copybook name:   BUDGROW
      * Original author: (see DBCBEX03)
      *
      *    Description: Host variable layout for one DEPT_BUDGET
      *       row. Field-for-field match of the BUDGTAB DECLARE.
      *       The names carry a Budg- qualifier so the copybook
      *       sits beside EMPROW in the same program without a
      *       collision on the department code.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with the DEPT_BUDGET
      *                          table.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  HV-Budget-Row.
           12 HV-Budg-Work-Dept       PIC X(03).
           12 HV-Budg-Fiscal-Year     PIC S9(04) COMP-5.
           12 HV-Budg-Auth-Headcount  PIC S9(04) COMP-5.
           12 HV-Budg-Salary-Budget   PIC S9(9)V99 COMP-3.
