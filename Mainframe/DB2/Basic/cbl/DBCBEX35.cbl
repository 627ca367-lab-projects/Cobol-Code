      **********************************************************
      * Program name:    DBCBEX35
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 35: DB2 Processing: Direct
      *       deposit account maintenance.
      *
      *    Reads one employee's deposit account from SYSIN, one
      *       field per card (ACTION, EMPNO, ROUTING, ACCTNO,
      *       ACCTTYPE - see the SYSIN DD in DBCBEX35.jcl), and
      *       applies it to the DIRECT_DEPOSIT table:
      *          A  add    - INSERT the employee's account.
      *          C  change - UPDATE the routing, account and
      *                      type of an existing row; also how a
      *                      returned (R) account is corrected.
      *          D  delete - remove the row; the employee goes
      *                      back to being paid by check.
      *       A and C both leave the row prenote-due (DDSTATUS P,
      *       PRENDATE '9999-12-31'), so the next DBCBEX22 run
      *       sends the bank a zero-dollar prenote and pays that
      *       period by check; deposits start the period after.
      *       On A and C the EMPNO must exist on EMPLOYEE, the
      *       ROUTING must be nine digits that pass the ABA check
      *       digit test, ACCTNO must be present and ACCTTYPE
      *       must be C (checking) or S (savings). An A for a row
      *       that already exists, or a C or D for one that does
      *       not, is reported as a soft, expected outcome, the
      *       same way DBCBEX28 treats its budgets.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with the DIRECT_DEPOSIT
      *                          table - maintenance entry point
      *                          for payroll's account changes.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           COPY EMPTAB.

           COPY DDEPTAB.

           COPY EMPROW.

           COPY DDEPROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Ddep-Action               PIC X(01).
          88 WS-Action-Add             VALUE 'A'.
          88 WS-Action-Change          VALUE 'C'.
          88 WS-Action-Delete          VALUE 'D'.

      * Card image of the routing number, edited digit by digit
      * for the ABA check digit: 3, 7, 1 weights repeating, and
      * the weighted sum must be a multiple of ten.
       01 WS-In-Routing                PIC X(09).
       01 WS-In-Routing-Num REDEFINES WS-In-Routing
                                       PIC 9(09).
       01 WS-In-Routing-Digits REDEFINES WS-In-Routing.
           05 WS-In-Routing-Digit OCCURS 9 TIMES
                                       PIC 9(01).
       01 WS-Routing-Weighted-Sum      PIC S9(04) COMP-5 VALUE 0.
       01 WS-Routing-Quotient          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Routing-Remainder         PIC S9(04) COMP-5 VALUE 0.

       01 WS-Rows-Applied-Count        PIC S9(07) COMP-3 VALUE 0.

       01 WS-Input-Fields-Valid-Switch PIC X(01) VALUE 'Y'.
          88 WS-Input-Fields-Valid     VALUE 'Y'.
          88 WS-Input-Fields-Invalid   VALUE 'N'.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX35 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Account-Data.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Account-Data.
           MOVE SPACES TO WS-Ddep-Action.
           MOVE SPACES TO HV-Direct-Deposit-Row.

           DISPLAY "Enter direct deposit account, one field per "
              "SYSIN card:".
           DISPLAY "ACTION(1,A=ADD/C=CHANGE/D=DELETE) EMPNO(6) "
              "ROUTING(9) ACCTNO(17) ACCTTYPE(1,C/S)".
           ACCEPT WS-Ddep-Action       FROM SYSIN.
           ACCEPT HV-Ddep-Emp-Number   FROM SYSIN.
           ACCEPT HV-Ddep-Routing      FROM SYSIN.
           ACCEPT HV-Ddep-Account      FROM SYSIN.
           ACCEPT HV-Ddep-Account-Type FROM SYSIN.

           PERFORM 1200-Validate-Account-Data.

       1200-Validate-Account-Data.
           SET WS-Input-Fields-Valid TO TRUE.

           IF NOT WS-Action-Add AND NOT WS-Action-Change
              AND NOT WS-Action-Delete
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "ACTION must be A (add), C (change) or "
                 "D (delete)."
           END-IF.

           IF HV-Ddep-Emp-Number = SPACES
              OR HV-Ddep-Emp-Number = LOW-VALUES
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "EMPNO is a required (NOT NULL) field."
           END-IF.

      * A delete needs only the key; the account is not edited.
           IF NOT WS-Action-Delete
              PERFORM 1210-Validate-Routing
              IF HV-Ddep-Account = SPACES
                 OR HV-Ddep-Account = LOW-VALUES
                 SET WS-Input-Fields-Invalid TO TRUE
                 DISPLAY "*** ERROR ***"
                 DISPLAY "ACCTNO is a required (NOT NULL) field."
              END-IF
              IF NOT HV-DDEP-TYPE-VALID
                 SET WS-Input-Fields-Invalid TO TRUE
                 DISPLAY "*** ERROR ***"
                 DISPLAY "ACCTTYPE must be C (checking) or "
                    "S (savings)."
              END-IF
           END-IF.

           IF NOT WS-Input-Fields-Valid
              DISPLAY "Account not applied - input error(s)."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * A routing number that fails the check digit would only
      * come back from the bank as a return two weeks later.
       1210-Validate-Routing.
           MOVE HV-Ddep-Routing TO WS-In-Routing.
           IF WS-In-Routing-Num NOT NUMERIC
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "ROUTING must be nine digits."
           ELSE
              COMPUTE WS-Routing-Weighted-Sum =
                      3 * (WS-In-Routing-Digit(1)
                         + WS-In-Routing-Digit(4)
                         + WS-In-Routing-Digit(7))
                    + 7 * (WS-In-Routing-Digit(2)
                         + WS-In-Routing-Digit(5)
                         + WS-In-Routing-Digit(8))
                    +     (WS-In-Routing-Digit(3)
                         + WS-In-Routing-Digit(6)
                         + WS-In-Routing-Digit(9))
              DIVIDE WS-Routing-Weighted-Sum BY 10
                 GIVING WS-Routing-Quotient
                 REMAINDER WS-Routing-Remainder
              IF WS-Routing-Remainder NOT = 0
                 OR WS-In-Routing-Num = 0
                 SET WS-Input-Fields-Invalid TO TRUE
                 DISPLAY "*** ERROR ***"
                 DISPLAY "ROUTING " HV-Ddep-Routing
                    " fails the ABA check digit test."
              END-IF
           END-IF.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Process-Data
           END-IF.

       2100-Process-Data.
           EVALUATE TRUE
              WHEN WS-Action-Add
                 PERFORM 5100-Validate-Employee
                 PERFORM 5000-Insert-Account
              WHEN WS-Action-Change
                 PERFORM 5100-Validate-Employee
                 PERFORM 5200-Update-Account
              WHEN WS-Action-Delete
                 PERFORM 5300-Delete-Account
           END-EVALUATE.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           PERFORM 9910-Log-Run-End.

      * A new account is always prenoted before any pay goes to
      * it.
       5000-Insert-Account.
           SET HV-DDEP-PRENOTE-DUE TO TRUE.
           MOVE HV-Ddep-Open-Date TO HV-Ddep-Prenote-Date.
           EXEC SQL
              INSERT INTO DIRECT_DEPOSIT
                     (EMPNO, ROUTING, ACCTNO, ACCTTYPE,
                      DDSTATUS, PRENDATE)
              VALUES (:HV-Ddep-Emp-Number, :HV-Ddep-Routing,
                      :HV-Ddep-Account, :HV-Ddep-Account-Type,
                      :HV-Ddep-Status, :HV-Ddep-Prenote-Date)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Rows-Applied-Count
                 DISPLAY "Account for " HV-Ddep-Emp-Number
                    " added - prenote goes with the next payroll."
              WHEN SQL-STATUS-DUP
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Employee " HV-Ddep-Emp-Number
                    " already has an account - no row added. "
                    "Use a C action to change it."
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Inserting the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.

      * An EMPNO that is not on EMPLOYEE never gets an account -
      * fix the card and rerun. Same reference check DBCBEX28
      * makes on WORKDEPT.
       5100-Validate-Employee.
           MOVE HV-Ddep-Emp-Number TO HV-Emp-Number.
           EXEC SQL
              SELECT LASTNAME
              INTO :HV-Last-Name
              FROM EMPLOYEE
              WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 CONTINUE
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "*** ERROR ***"
                 DISPLAY "EMPNO " HV-Ddep-Emp-Number
                    " is not on the EMPLOYEE table."
                 DISPLAY "Account not applied."
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem reading EMPLOYEE."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.

      * A changed account is prenoted again, whatever state the
      * old one was in - this is also how a returned account is
      * put back into service.
       5200-Update-Account.
           SET HV-DDEP-PRENOTE-DUE TO TRUE.
           MOVE HV-Ddep-Open-Date TO HV-Ddep-Prenote-Date.
           EXEC SQL
              UPDATE DIRECT_DEPOSIT
                 SET ROUTING  = :HV-Ddep-Routing,
                     ACCTNO   = :HV-Ddep-Account,
                     ACCTTYPE = :HV-Ddep-Account-Type,
                     DDSTATUS = :HV-Ddep-Status,
                     PRENDATE = :HV-Ddep-Prenote-Date
               WHERE EMPNO = :HV-Ddep-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Rows-Applied-Count
                 DISPLAY "Account for " HV-Ddep-Emp-Number
                    " changed - prenote goes with the next payroll."
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Employee " HV-Ddep-Emp-Number
                    " has no account - nothing changed. "
                    "Use an A action to add one."
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Updating the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.

       5300-Delete-Account.
           EXEC SQL
              DELETE FROM DIRECT_DEPOSIT
               WHERE EMPNO = :HV-Ddep-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Rows-Applied-Count
                 DISPLAY "Account for " HV-Ddep-Emp-Number
                    " deleted - paid by check from the next payroll."
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Employee " HV-Ddep-Emp-Number
                    " has no account - nothing deleted."
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Deleting the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down. The account number is
      * deliberately left off the log.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX35" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           STRING WS-Ddep-Action "/" HV-Ddep-Emp-Number
                  DELIMITED BY SIZE INTO RUNLOG-Parm-Info
           END-STRING.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           MOVE WS-Rows-Applied-Count TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
