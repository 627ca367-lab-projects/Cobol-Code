      **********************************************************
      * Copybook name:   GLMPTAB
      * Original author: (see DBCBEX03)
      *
      *    Description: EXEC SQL DECLARE of the DB2 GL_DEPT_MAP
      *       table - one row per WORKDEPT giving the cost center
      *       and labor expense GL account its payroll posts to.
      *       Maintained by DBCBEX33; read by the DBCBEX34 GL
      *       labor-cost interface, which will not post a payroll
      *       run while any paid WORKDEPT is missing from it.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - Accounting re-keyed
      *                          the payroll department subtotals
      *                          into the GL every pay period.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           EXEC SQL DECLARE GL_DEPT_MAP TABLE
           ( WORKDEPT                       CHAR(3) NOT NULL,
             COSTCTR                        CHAR(6) NOT NULL,
             GLACCT                         CHAR(8) NOT NULL
           )
           END-EXEC.
