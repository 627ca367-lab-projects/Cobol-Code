      **********************************************************
      * Copybook name:   LVBLROW
      * Original author: (see DBCBEX03)
      *
      *    Description: Host variable layout for one
      *       LEAVE_BALANCE row. Field-for-field match of the
      *       LVBLTAB DECLARE. The names carry an Lvbl- qualifier
      *       so the copybook sits beside EMPROW in the same
      *       program without a collision on the employee
      *       number.
      *
      *       The leave types are defined here, once: VAC
      *       (vacation) and SCK (sick). Only vacation is paid
      *       out at termination; every other type is forfeited.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with the LEAVE_BALANCE
      *                          table.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  HV-Leave-Balance-Row.
           12 HV-Lvbl-Emp-Number      PIC X(06).
           12 HV-Lvbl-Leave-Type      PIC X(03).
              88 HV-LVBL-VACATION     VALUE 'VAC'.
              88 HV-LVBL-SICK         VALUE 'SCK'.
              88 HV-LVBL-TYPE-VALID   VALUE 'VAC' 'SCK'.
              88 HV-LVBL-PAID-OUT     VALUE 'VAC'.
           12 HV-Lvbl-Balance         PIC S9(5)V99 COMP-3.
           12 HV-Lvbl-Last-Accrual    PIC X(07).
