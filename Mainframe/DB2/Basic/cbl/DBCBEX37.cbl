      **********************************************************
      * Program name:    DBCBEX37
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 37: DB2 Processing: Annual total
      *       compensation statement.
      *
      *    Cursors the whole EMPLOYEE table in EMPNO order (the
      *       same cursor shape as DBCBEX25) and, for each
      *       employee, reads the EMP_ADDRESS row:
      *          - found: a one-page statement goes to STMTOUT,
      *            page-ejected per employee for the print shop's
      *            fold-and-insert - the address block built the
      *            way DBCBEX25 builds a label, then job,
      *            department name, years of service, SALARY,
      *            BONUS, COMM and their total, and the benefits
      *            data we sent the administrator for that
      *            employee in the DBCBEX08 feed,
      *          - not found: an exception line goes to RPTOUT
      *            instead, so HR chases the missing address; no
      *            statement is printed.
      *       The benefits data comes from BENFIN - the BENFOUT
      *       file DBCBEX08 last sent (BENFREC layout) - loaded
      *       into a table by EMPNO first, the way DBCBEX20 loads
      *       it. An employee hired since that feed prints a
      *       not-yet-reported line in its place.
      *
      *    The statement year comes from SYSIN (one card, YYYY);
      *       a blank card means the year before the run date -
      *       the statements go out each January. Years of service
      *       are whole years from HIREDATE to the end of that
      *       year.
      *
      *    The RPTOUT control report carries the statement and
      *       exception counts and compensation totals, and
      *       balances them back to the DBCBEX04 grand total -
      *       headcount and SALARY + BONUS + COMM over the whole
      *       EMPLOYEE table, recomputed here. Return codes: 0
      *       everything printed and balanced, 4 one or more
      *       employees have no address on file, 8 the control
      *       totals do not balance (EMPLOYEE changed during the
      *       run - rerun it) or BENFIN is incomplete, 16 a bad
      *       SYSIN card or an unreadable BENFIN.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - HR's total
      *                          compensation letters were
      *                          typed up from the roster.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX37.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENF-IN-FILE ASSIGN TO BENFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Benf-In-Status.

           SELECT STMT-FILE ASSIGN TO STMTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BENF-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.

           COPY BENFREC.

       FD  STMT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  STMT-RECORD.
           05 STMT-CTRL               PIC X(001).
           05 STMT-DATA               PIC X(132).

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD.
           05 RPT-CTRL                PIC X(001).
           05 RPT-DATA                PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           COPY EMPTAB.

           COPY DEPTTAB.

           COPY ADDRTAB.

           COPY EMPROW.

           COPY DEPTROW.

           COPY ADDRROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

           EXEC SQL
              DECLARE STMT-CURSOR CURSOR FOR
              SELECT EMPNO, FIRSTNME, MIDINIT, LASTNAME,
                     WORKDEPT, PHONENO, HIREDATE, JOB,
                     EDLEVEL, SEX, BIRTHDATE,
                     SALARY, BONUS, COMM
              FROM EMPLOYEE
              ORDER BY EMPNO
           END-EXEC.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Cursor-Open-Switch        PIC X(01) VALUE 'N'.
          88 WS-Cursor-Is-Open         VALUE 'Y'.

       01 WS-Saved-Sql-Status          PIC S9(9) COMP-5.

       01 WS-Benf-In-Status            PIC X(02) VALUE SPACES.
          88 WS-Benf-Status-OK         VALUE '00'.
          88 WS-Benf-At-End            VALUE '10'.

      * Card image of the statement year, edited before use.
       01 WS-In-Stmt-Year              PIC X(04).
       01 WS-In-Stmt-Year-Num REDEFINES WS-In-Stmt-Year
                                       PIC 9(04).
       01 WS-Stmt-Year                 PIC 9(04).
       01 WS-Hire-Year                 PIC 9(04).
       01 WS-Service-Years             PIC S9(04) COMP-3 VALUE 0.

      * Every D detail of the benefits feed, in the order sent -
      * the statement prints what the administrator holds.
       01 WS-Benf-Table.
           05 WS-BT-Entry OCCURS 1000 TIMES.
              10 WS-BT-Empno           PIC X(06).
              10 WS-BT-Birth-Date      PIC X(10).
              10 WS-BT-Hire-Date       PIC X(10).
              10 WS-BT-Work-Dept       PIC X(03).
              10 WS-BT-Job-Title       PIC X(08).
              10 WS-BT-Gender          PIC X(01).
              10 WS-BT-Salary          PIC S9(07)V99 COMP-3.
       01 WS-Benf-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Benf-Max                  PIC S9(04) COMP-5 VALUE 1000.
       01 WS-Benf-Feed-Date            PIC X(10) VALUE SPACES.
       01 WS-Benf-Trailer-Switch       PIC X(01) VALUE 'N'.
          88 WS-Benf-Trailer-Seen      VALUE 'Y'.

       01 WS-Employee-Comp             PIC S9(09)V99 COMP-3 VALUE 0.

       01 WS-Statement-Count           PIC S9(07) COMP-3 VALUE 0.
       01 WS-Statement-Comp-Total      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-No-Address-Count          PIC S9(07) COMP-3 VALUE 0.
       01 WS-No-Address-Comp-Total     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-Not-On-Feed-Count         PIC S9(07) COMP-3 VALUE 0.

      * The DBCBEX04 grand total, recomputed over EMPLOYEE.
       01 HV-Roster-Headcount          PIC S9(09) COMP-5.
       01 HV-Roster-Comp-Total         PIC S9(11)V99 COMP-3.
       01 WS-Run-Headcount             PIC S9(07) COMP-3 VALUE 0.
       01 WS-Run-Comp-Total            PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-Control-Error-Switch      PIC X(01) VALUE 'N'.
          88 WS-Control-Error          VALUE 'Y'.

       01 WS-Sub-J                     PIC S9(04) COMP-5 VALUE 0.
       01 WS-Found-Sub                 PIC S9(04) COMP-5 VALUE 0.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Date-Parts REDEFINES WS-Current-Date.
           05 WS-Current-Year          PIC 9(04).
           05 FILLER                   PIC X(04).
       01 WS-Current-Time              PIC X(08).

       01 WS-Stmt-Amount               PIC Z,ZZZ,ZZ9.99.
       01 WS-Stmt-Years                PIC ZZ9.
       01 WS-Rpt-Count-1               PIC ZZZZZZ9.
       01 WS-Rpt-Count-2               PIC ZZZZZZ9.
       01 WS-Rpt-Total-1               PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Total-2               PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX37 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Statement-Year.
           PERFORM 1150-Open-Files.
           PERFORM 9900-Log-Run-Start.
           PERFORM 1200-Load-Benefits-Table.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Statement-Year.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-In-Stmt-Year.
           DISPLAY "Enter statement year, YYYY (blank = last "
              "year):".
           ACCEPT WS-In-Stmt-Year FROM SYSIN.

           IF WS-In-Stmt-Year = SPACES
              OR WS-In-Stmt-Year = LOW-VALUES
              COMPUTE WS-Stmt-Year = WS-Current-Year - 1
           ELSE
              IF WS-In-Stmt-Year-Num NOT NUMERIC
                 DISPLAY "*** ERROR ***"
                 DISPLAY "Statement year must be four digits or "
                    "blank - no statements printed."
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-In-Stmt-Year-Num TO WS-Stmt-Year
           END-IF.

       1150-Open-Files.
           OPEN INPUT BENF-IN-FILE.
           IF NOT WS-Benf-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN BENFIN, file status "
                 WS-Benf-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT RPT-FILE.

      * The benefits feed as sent: every D detail goes in the
      * table. A feed without its trailer is not what the vendor
      * loaded, so nothing is printed from it.
       1200-Load-Benefits-Table.
           PERFORM 7000-Read-Benf-Record.
           PERFORM UNTIL WS-Benf-At-End
              EVALUATE BENF-H-Record-Type
                 WHEN "H"
                    MOVE BENF-H-Run-Date TO WS-Benf-Feed-Date
                 WHEN "D"
                    PERFORM 1210-Store-Benf-Detail
                 WHEN "T"
                    SET WS-Benf-Trailer-Seen TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 7000-Read-Benf-Record
           END-PERFORM.
           CLOSE BENF-IN-FILE.

           IF NOT WS-Benf-Trailer-Seen
              DISPLAY "*** ERROR ***"
              DISPLAY "BENFIN has no T trailer - the feed file is "
                 "incomplete. No statements printed."
              MOVE 8 TO RETURN-CODE
              PERFORM 9910-Log-Run-End
              GOBACK
           END-IF.

       1210-Store-Benf-Detail.
           IF WS-Benf-Count >= WS-Benf-Max
              DISPLAY "*** ERROR ***"
              DISPLAY "BENFIN holds more than " WS-Benf-Max
                 " details - raise WS-Benf-Max. No statements "
                 "printed."
              MOVE 16 TO RETURN-CODE
              PERFORM 9910-Log-Run-End
              GOBACK
           END-IF.
           ADD 1 TO WS-Benf-Count.
           MOVE BENF-D-Emp-Number TO WS-BT-Empno(WS-Benf-Count).
           MOVE BENF-D-Birth-Date TO WS-BT-Birth-Date(WS-Benf-Count).
           MOVE BENF-D-Hire-Date  TO WS-BT-Hire-Date(WS-Benf-Count).
           MOVE BENF-D-Work-Dept  TO WS-BT-Work-Dept(WS-Benf-Count).
           MOVE BENF-D-Job-Title  TO WS-BT-Job-Title(WS-Benf-Count).
           MOVE BENF-D-Gender     TO WS-BT-Gender(WS-Benf-Count).
           MOVE BENF-D-Salary     TO WS-BT-Salary(WS-Benf-Count).

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Print-Report-Header
              PERFORM 5000-Open-Cursor
              PERFORM 5100-Fetch-Next
              PERFORM UNTIL SQL-STATUS-NOT-FOUND
                 PERFORM 2200-Process-Row
                 PERFORM 5100-Fetch-Next
              END-PERFORM
              PERFORM 5900-Close-Cursor
              PERFORM 5300-Read-Roster-Totals
              PERFORM 2600-Print-Control-Totals
           END-IF.

       2100-Print-Report-Header.
           ACCEPT WS-Current-Time FROM TIME.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX37 - TOTAL COMPENSATION STATEMENTS / " &
                "MISSING-ADDRESS EXCEPTIONS"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "RUN DATE: " WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-" WS-Current-Date(7:2)
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  "  STATEMENT YEAR: " WS-Stmt-Year
                  "  BENEFITS FEED OF: " WS-Benf-Feed-Date
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

      * The save/restore keeps the fetch loop's control condition
      * seeing the cursor's status, not the address SELECT's.
       2200-Process-Row.
           COMPUTE WS-Employee-Comp =
                   HV-Salary + HV-Bonus + HV-Commission.
           ADD 1 TO WS-Run-Headcount.
           ADD WS-Employee-Comp TO WS-Run-Comp-Total.

           MOVE WS-SQL-STATUS TO WS-Saved-Sql-Status.
           PERFORM 5200-Read-Address.
           IF SQL-STATUS-OK
              ADD 1 TO WS-Statement-Count
              ADD WS-Employee-Comp TO WS-Statement-Comp-Total
              PERFORM 2300-Print-Statement
           ELSE
              ADD 1 TO WS-No-Address-Count
              ADD WS-Employee-Comp TO WS-No-Address-Comp-Total
              PERFORM 2500-Print-Exception-Line
           END-IF.
           MOVE WS-Saved-Sql-Status TO WS-SQL-STATUS.

      * One page per employee: the eject on the first line is the
      * print shop's cue to fold and insert.
       2300-Print-Statement.
           PERFORM 6100-Get-Dept-Name.
           PERFORM 2310-Compute-Service-Years.

           MOVE "1" TO STMT-CTRL.
           MOVE SPACES TO STMT-DATA.
           STRING "ANNUAL TOTAL COMPENSATION STATEMENT FOR "
                  WS-Stmt-Year
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.
           MOVE " " TO STMT-CTRL.
           MOVE SPACES TO STMT-DATA.
           WRITE STMT-RECORD.

           PERFORM 2320-Print-Address-Block.

           MOVE "0" TO STMT-CTRL.
           MOVE SPACES TO STMT-DATA.
           STRING "EMPLOYEE NUMBER: " HV-Emp-Number
                  "   DEPARTMENT: " HV-Work-Dept
                  " " HV-Dept-Name
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.
           MOVE WS-Service-Years TO WS-Stmt-Years.
           MOVE " " TO STMT-CTRL.
           MOVE SPACES TO STMT-DATA.
           STRING "JOB: " HV-Job-Title
                  "   HIRED: " HV-Hire-Date
                  "   YEARS OF SERVICE AT YEAR END: " WS-Stmt-Years
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.

           PERFORM 2330-Print-Compensation.
           PERFORM 2340-Print-Benefits.

       2310-Compute-Service-Years.
           MOVE HV-Hire-Date(1:4) TO WS-Hire-Year.
           IF WS-Hire-Year > WS-Stmt-Year
              MOVE 0 TO WS-Service-Years
           ELSE
              COMPUTE WS-Service-Years = WS-Stmt-Year - WS-Hire-Year
           END-IF.

      * Built exactly the way DBCBEX25 builds a mailing label.
       2320-Print-Address-Block.
           MOVE " " TO STMT-CTRL.
           MOVE SPACES TO STMT-DATA.
           STRING HV-First-Name DELIMITED BY "  "
                  " " HV-Last-Name
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.

           MOVE SPACES TO STMT-DATA.
           MOVE HV-Addr-Line-1 TO STMT-DATA.
           WRITE STMT-RECORD.

           IF HV-Addr-Line-2 NOT = SPACES
              MOVE SPACES TO STMT-DATA
              MOVE HV-Addr-Line-2 TO STMT-DATA
              WRITE STMT-RECORD
           END-IF.

           MOVE SPACES TO STMT-DATA.
           STRING HV-Addr-City DELIMITED BY "  "
                  ", " HV-Addr-State " " HV-Addr-Postcode
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.

       2330-Print-Compensation.
           MOVE "0" TO STMT-CTRL.
           MOVE "YOUR ANNUAL COMPENSATION" TO STMT-DATA.
           WRITE STMT-RECORD.

           MOVE " " TO STMT-CTRL.
           MOVE HV-Salary TO WS-Stmt-Amount.
           MOVE SPACES TO STMT-DATA.
           STRING "   SALARY                     " WS-Stmt-Amount
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.

           MOVE HV-Bonus TO WS-Stmt-Amount.
           MOVE SPACES TO STMT-DATA.
           STRING "   BONUS                      " WS-Stmt-Amount
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.

           MOVE HV-Commission TO WS-Stmt-Amount.
           MOVE SPACES TO STMT-DATA.
           STRING "   COMMISSION                 " WS-Stmt-Amount
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.

           MOVE "                              ------------"
              TO STMT-DATA.
           WRITE STMT-RECORD.

           MOVE WS-Employee-Comp TO WS-Stmt-Amount.
           MOVE SPACES TO STMT-DATA.
           STRING "   TOTAL COMPENSATION         " WS-Stmt-Amount
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.

      * What the benefits administrator holds is what the feed
      * sent; the employee checks it and tells HR if it is wrong.
       2340-Print-Benefits.
           MOVE 0 TO WS-Found-Sub.
           PERFORM VARYING WS-Sub-J FROM 1 BY 1
              UNTIL WS-Sub-J > WS-Benf-Count
                 OR WS-Found-Sub > 0
              IF WS-BT-Empno(WS-Sub-J) = HV-Emp-Number
                 MOVE WS-Sub-J TO WS-Found-Sub
              END-IF
           END-PERFORM.

           MOVE "0" TO STMT-CTRL.
           MOVE SPACES TO STMT-DATA.
           STRING "YOUR BENEFITS INFORMATION - AS REPORTED TO THE "
                  "BENEFITS ADMINISTRATOR ON " WS-Benf-Feed-Date
                  DELIMITED BY SIZE INTO STMT-DATA
           END-STRING.
           WRITE STMT-RECORD.

           MOVE " " TO STMT-CTRL.
           IF WS-Found-Sub = 0
              ADD 1 TO WS-Not-On-Feed-Count
              MOVE "   NOT YET REPORTED - YOU WILL BE INCLUDED IN " &
                   "THE NEXT MONTHLY BENEFITS FEED."
                 TO STMT-DATA
              WRITE STMT-RECORD
           ELSE
              MOVE SPACES TO STMT-DATA
              STRING "   BIRTH DATE: " WS-BT-Birth-Date(WS-Found-Sub)
                     "   HIRE DATE: " WS-BT-Hire-Date(WS-Found-Sub)
                     "   GENDER: " WS-BT-Gender(WS-Found-Sub)
                     DELIMITED BY SIZE INTO STMT-DATA
              END-STRING
              WRITE STMT-RECORD
              MOVE WS-BT-Salary(WS-Found-Sub) TO WS-Stmt-Amount
              MOVE SPACES TO STMT-DATA
              STRING "   DEPARTMENT: " WS-BT-Work-Dept(WS-Found-Sub)
                     "   JOB: " WS-BT-Job-Title(WS-Found-Sub)
                     "   BENEFITS SALARY: " WS-Stmt-Amount
                     DELIMITED BY SIZE INTO STMT-DATA
              END-STRING
              WRITE STMT-RECORD
           END-IF.

       2500-Print-Exception-Line.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "EMPNO " HV-Emp-Number
                  " " HV-Last-Name
                  " DEPT " HV-Work-Dept
                  "  *** NO ADDRESS ON FILE - NO STATEMENT ***"
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

      * Statements plus exceptions must account for every
      * employee and every dollar of the DBCBEX04 grand total.
       2600-Print-Control-Totals.
           MOVE WS-Statement-Count      TO WS-Rpt-Count-1.
           MOVE WS-Statement-Comp-Total TO WS-Rpt-Total-1.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "STATEMENTS PRINTED:        " WS-Rpt-Count-1
                  "  COMPENSATION: " WS-Rpt-Total-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-No-Address-Count      TO WS-Rpt-Count-1.
           MOVE WS-No-Address-Comp-Total TO WS-Rpt-Total-1.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "NO ADDRESS - NOT PRINTED:  " WS-Rpt-Count-1
                  "  COMPENSATION: " WS-Rpt-Total-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Run-Headcount  TO WS-Rpt-Count-1.
           MOVE WS-Run-Comp-Total TO WS-Rpt-Total-1.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "TOTAL EMPLOYEES:           " WS-Rpt-Count-1
                  "  COMPENSATION: " WS-Rpt-Total-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE HV-Roster-Headcount  TO WS-Rpt-Count-2.
           MOVE HV-Roster-Comp-Total TO WS-Rpt-Total-2.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "DBCBEX04 GRAND TOTAL:      " WS-Rpt-Count-2
                  "  SALARY+BONUS+COMM: " WS-Rpt-Total-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Not-On-Feed-Count TO WS-Rpt-Count-1.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "STATEMENTS WITH NO BENEFITS FEED DETAIL: "
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           IF WS-Run-Headcount NOT = HV-Roster-Headcount
              OR WS-Run-Comp-Total NOT = HV-Roster-Comp-Total
              SET WS-Control-Error TO TRUE
           END-IF.

           MOVE " " TO RPT-CTRL.
           IF WS-Control-Error
              MOVE "*** CONTROL FAILURE - STATEMENTS DO NOT " &
                   "BALANCE TO THE DBCBEX04 GRAND TOTAL ***"
                 TO RPT-DATA
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "STATEMENTS AND EXCEPTIONS BALANCE TO THE " &
                   "DBCBEX04 GRAND TOTAL"
                 TO RPT-DATA
              IF WS-No-Address-Count > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           WRITE RPT-RECORD.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE STMT-FILE.
           CLOSE RPT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Statements printed: " WS-Statement-Count
              " no address: " WS-No-Address-Count.
           PERFORM 9910-Log-Run-End.

       5000-Open-Cursor.
           EXEC SQL
              OPEN STMT-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           SET WS-Cursor-Is-Open TO TRUE.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN STMT-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5100-Fetch-Next.
           EXEC SQL
              FETCH STMT-CURSOR
              INTO :HV-Emp-Number, :HV-First-Name,
                   :HV-Middle-Init, :HV-Last-Name,
                   :HV-Work-Dept, :HV-Phone-Number,
                   :HV-Hire-Date, :HV-Job-Title,
                   :HV-Edu-Level, :HV-Gender, :HV-Birth-Date,
                   :HV-Salary, :HV-Bonus, :HV-Commission
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from STMT-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5200-Read-Address.
           MOVE HV-Emp-Number TO HV-Addr-Emp-Number.
           EXEC SQL
              SELECT ADDRLINE1, ADDRLINE2, CITY, STATE, POSTCODE
              INTO :HV-Addr-Line-1, :HV-Addr-Line-2,
                   :HV-Addr-City, :HV-Addr-State,
                   :HV-Addr-Postcode
              FROM EMP_ADDRESS
              WHERE EMPNO = :HV-Addr-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Selecting the address."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * The same figures DBCBEX04's grand total line prints -
      * headcount and SALARY + BONUS + COMM over every row.
       5300-Read-Roster-Totals.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(SALARY + BONUS + COMM), 0)
              INTO :HV-Roster-Headcount, :HV-Roster-Comp-Total
              FROM EMPLOYEE
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem totalling EMPLOYEE."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5900-Close-Cursor.
           IF WS-Cursor-Is-Open
              EXEC SQL
                 CLOSE STMT-CURSOR
              END-EXEC
           END-IF.

       6100-Get-Dept-Name.
           MOVE HV-Work-Dept TO HV-Dept-Number.
           EXEC SQL
              SELECT DEPTNAME
              INTO :HV-Dept-Name
              FROM DEPARTMENT
              WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE "(UNKNOWN DEPARTMENT)" TO HV-Dept-Name
           END-IF.

       7000-Read-Benf-Record.
           READ BENF-IN-FILE
              AT END
                 SET WS-Benf-At-End TO TRUE
           END-READ.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX37" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           MOVE WS-Stmt-Year TO RUNLOG-Parm-Info.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           MOVE WS-Run-Headcount TO RUNLOG-Rows-Read.
           MOVE WS-Statement-Count TO RUNLOG-Rows-Written.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
