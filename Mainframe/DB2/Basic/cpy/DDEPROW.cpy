      **********************************************************
      * Copybook name:   DDEPROW
      * Original author: (see DBCBEX03)
      *
      *    Description: Host variable layout for one
      *       DIRECT_DEPOSIT row. Field-for-field match of the
      *       DDEPTAB DECLARE.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with the DIRECT_DEPOSIT
      *                          table.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  HV-Direct-Deposit-Row.
           12 HV-Ddep-Emp-Number      PIC X(06).
           12 HV-Ddep-Routing         PIC X(09).
           12 HV-Ddep-Account         PIC X(17).
           12 HV-Ddep-Account-Type    PIC X(01).
              88 HV-DDEP-TYPE-VALID   VALUE 'C' 'S'.
           12 HV-Ddep-Status          PIC X(01).
              88 HV-DDEP-PRENOTE-DUE  VALUE 'P'.
              88 HV-DDEP-PRENOTE-SENT VALUE 'S'.
              88 HV-DDEP-RETURNED     VALUE 'R'.
           12 HV-Ddep-Prenote-Date    PIC X(10).

       01  HV-Ddep-Open-Date          PIC X(10) VALUE '9999-12-31'.
