      **********************************************************
      * Copybook name:   BUDGTAB
      * Original author: (see DBCBEX03)
      *
      *    Description: EXEC SQL DECLARE of the DB2 DEPT_BUDGET
      *       table - Finance's authorized headcount and salary
      *       budget for one WORKDEPT in one fiscal year, keyed
      *       on WORKDEPT + FISCALYR. Maintained by DBCBEX28,
      *       reported against actuals by DBCBEX29, and read by
      *       DBCBEX05/DBCBEX07 for the over-headcount warning.
      *       SALBUDGET covers SALARY + BONUS + COMM, the same
      *       compensation figure DBCBEX17 rolls up.
      *
      *       WORKDEPT is not enforced against DEPARTMENT by the
      *       database; DBCBEX28 validates it the way DBCBEX05
      *       validates WORKDEPT, and DBCBEX29 lists any budget
      *       row whose department has since been retired.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - position control; the
      *                          budget had only ever lived in
      *                          Finance's spreadsheet.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           EXEC SQL DECLARE DEPT_BUDGET TABLE
           ( WORKDEPT                       CHAR(3) NOT NULL,
             FISCALYR                       SMALLINT NOT NULL,
             AUTHHDCNT                      SMALLINT NOT NULL,
             SALBUDGET                      DECIMAL(11,2) NOT NULL
           )
           END-EXEC.
