      **********************************************************
      * Copybook name:   DDEPTAB
      * Original author: (see DBCBEX03)
      *
      *    Description: EXEC SQL DECLARE of the DB2 DIRECT_DEPOSIT
      *       table - one row per EMPNO giving the bank routing
      *       number, account number and account type (C
      *       checking, S savings) the employee's pay is
      *       deposited to. Maintained by DBCBEX35; read by
      *       DBCBEX22 for the bank payment file; marked returned
      *       by DBCBEX36 when the bank sends a payment or
      *       prenote back.
      *
      *       DDSTATUS and PRENDATE carry the prenote cycle:
      *          P  prenote due - a new or changed account. The
      *             next DBCBEX22 run sends a zero-dollar prenote
      *             and pays the employee by check, then sets S
      *             with PRENDATE = that pay-period end date.
      *          S  prenote sent. Deposits start with the first
      *             pay period ending after PRENDATE; a rerun of
      *             the PRENDATE period re-sends the prenote.
      *          R  returned by the bank - no deposits until the
      *             account is corrected with DBCBEX35, which
      *             puts it back to P.
      *       PRENDATE is '9999-12-31' until a prenote has gone
      *       out - the repo's open-date convention.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - the bank matched
      *                          payments to accounts from a
      *                          list we sent separately.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           EXEC SQL DECLARE DIRECT_DEPOSIT TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             ROUTING                        CHAR(9) NOT NULL,
             ACCTNO                         CHAR(17) NOT NULL,
             ACCTTYPE                       CHAR(1) NOT NULL,
             DDSTATUS                       CHAR(1) NOT NULL,
             PRENDATE                       DATE NOT NULL
           )
           END-EXEC.
