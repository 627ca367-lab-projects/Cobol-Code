      **********************************************************
      * Copybook name:   LVBLTAB
      * Original author: (see DBCBEX03)
      *
      *    Description: EXEC SQL DECLARE of the DB2 LEAVE_BALANCE
      *       table - one leave balance, in hours, per EMPNO and
      *       leave type (see the LVBLROW 88s for the types).
      *       Posted by DBCBEX30 (taken and adjusted entries),
      *       credited monthly by DBCBEX31, reported by DBCBEX32,
      *       and settled and removed by a DBCBEX07 D.
      *
      *       LASTACCR is the YYYY-MM of the last accrual DBCBEX31
      *       credited to the row; it is what makes an accrual
      *       rerun for the same month a no-op. Spaces on a row
      *       no accrual has reached yet.
      *
      *       BALANCE may go negative - leave taken ahead of
      *       accrual is allowed and shows on the DBCBEX32
      *       exception list.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - leave balances had
      *                          been kept on a spreadsheet in
      *                          every department.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           EXEC SQL DECLARE LEAVE_BALANCE TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             LVTYPE                         CHAR(3) NOT NULL,
             BALANCE                        DECIMAL(7, 2) NOT NULL,
             LASTACCR                       CHAR(7) NOT NULL
           )
           END-EXEC.
