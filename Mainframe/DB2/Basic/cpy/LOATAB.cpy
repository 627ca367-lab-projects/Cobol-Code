      **********************************************************
      * Copybook name:   LOATAB
      * Original author: (see DBCBEX03)
      *
      *    Description: EXEC SQL DECLARE of the DB2 LEAVE_ABSENCE
      *       table - one row per leave of absence, keyed on
      *       EMPNO + LOASTART. Opened by a DBCBEX30 S (start)
      *       entry and closed by an R (return) entry; a DBCBEX07
      *       D closes any absence still open at termination.
      *
      *       An absence still in progress carries LOARETURN
      *       9999-12-31 (HV-LOA-STILL-OUT in LOAROW) rather than
      *       a null, so no program needs an indicator variable;
      *       an employee has at most one such row. DBCBEX31 does
      *       not accrue leave for an employee who is out, and
      *       DBCBEX32 marks them on the statement.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - nothing on the EMPLOYEE
      *                          row could show that someone was
      *                          on leave.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           EXEC SQL DECLARE LEAVE_ABSENCE TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             LOASTART                       DATE NOT NULL,
             LOARETURN                      DATE NOT NULL,
             LOAREASON                      CHAR(3)
           )
           END-EXEC.
