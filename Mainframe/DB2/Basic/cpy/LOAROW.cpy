      **********************************************************
      * Copybook name:   LOAROW
      * Original author: (see DBCBEX03)
      *
      *    Description: Host variable layout for one
      *       LEAVE_ABSENCE row. Field-for-field match of the
      *       LOATAB DECLARE, with the open-absence date defined
      *       once in HV-Loa-Open-Date.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with the LEAVE_ABSENCE
      *                          table.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  HV-Leave-Absence-Row.
           12 HV-Loa-Emp-Number       PIC X(06).
           12 HV-Loa-Start-Date       PIC X(10).
           12 HV-Loa-Return-Date      PIC X(10).
              88 HV-LOA-STILL-OUT     VALUE '9999-12-31'.
           12 HV-Loa-Reason           PIC X(03).
       01  HV-Loa-Open-Date           PIC X(10) VALUE '9999-12-31'.
