      **********************************************************
      * Copybook name:   GLMPROW
      * Original author: (see DBCBEX03)
      *
      *    Description: Host variable layout for one GL_DEPT_MAP
      *       row. Field-for-field match of the GLMPTAB DECLARE.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with the GL_DEPT_MAP
      *                          table.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  HV-GL-Map-Row.
           12 HV-Glmp-Work-Dept       PIC X(03).
           12 HV-Glmp-Cost-Center     PIC X(06).
           12 HV-Glmp-GL-Account      PIC X(08).
