      **********************************************************
      * Program name:    DBCBEX34
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 34: DB2 Processing: General
      *       ledger labor-cost interface.
      *
      *    Runs as the step after each DBCBEX22 payroll run and
      *       turns the period's bank payment file into a
      *       balanced GL journal, so Accounting no longer re-keys
      *       the payroll register's department subtotals. Reads
      *       BANKIN - the BANKOUT file DBCBEX22 just wrote
      *       (BANKREC layout) - and:
      *          - proves the bank file first: it must start with
      *            an H header, and the D details counted and
      *            summed here must equal the T trailer's detail
      *            count and amount hash. Anything else is a
      *            control failure and nothing is posted,
      *          - counts each zero-dollar prenote D detail
      *            (entry type N) toward the trailer check only -
      *            a prenote moves no money and posts nothing,
      *          - splits each D payment's period gross into its
      *            salary, bonus and commission components from
      *            the employee's EMPLOYEE row - BONUS / 24 and
      *            COMM / 24, rounded the way DBCBEX22 rounds,
      *            with the salary component taking whatever is
      *            left so the three always add back to the cent
      *            the bank was paid. An employee no longer on
      *            EMPLOYEE (or a split that would leave salary
      *            negative) posts the whole amount as salary and
      *            is noted on the report,
      *          - totals the components per WORKDEPT and looks
      *            each WORKDEPT up on GL_DEPT_MAP (maintained by
      *            DBCBEX33) for its cost center and labor expense
      *            account,
      *          - writes the journal to GLOUT (GLREC layout): one
      *            H header, one D debit per cost center, account
      *            and component (SAL, BON, COM) - departments
      *            sharing a cost center and account are summed -
      *            one D credit for the whole period to the cash/
      *            accrual account on SYSIN, and one T trailer with
      *            the detail count and debit and credit totals,
      *            accumulated at WRITE time,
      *          - prints the department analysis, every journal
      *            line written, and the control totals to RPTOUT.
      *
      *    The offsetting credit's GL account and cost center come
      *       from SYSIN, one field per card (CRGLACCT, CRCOSTCTR -
      *       see the SYSIN DD in DBCBEX34.jcl).
      *
      *    Return codes: 0 the journal was written and balances
      *       to the bank file's amount hash, 4 the same but one
      *       or more employees were posted wholly as salary (see
      *       RPTOUT), 8 nothing was posted - a bank file control
      *       failure, a WORKDEPT with no GL_DEPT_MAP row (listed
      *       on RPTOUT - map it with DBCBEX33 and rerun), or
      *       debits that do not balance to the bank file - and
      *       16 missing SYSIN input or an unreadable BANKIN. On
      *       RC 8 or 16 GLOUT is left empty and must not be
      *       loaded.
      *
      *    This run only reads DB2 - nothing is updated, so there
      *       is nothing to journal to CHGJRNL.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - Accounting re-keyed
      *                          the payroll department subtotals
      *                          into the GL every pay period.
      * 20XX-XX-XX               Direct deposit prenote details
      *                          on BANKIN are counted, not
      *                          posted.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX34.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-IN-FILE ASSIGN TO BANKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Bank-In-Status.

           SELECT GL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.

           COPY BANKREC.

       FD  GL-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.

           COPY GLREC.

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

           COPY GLMPTAB.

           COPY EMPROW.

           COPY DEPTROW.

           COPY GLMPROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Bank-In-Status            PIC X(02) VALUE SPACES.
          88 WS-Bank-Status-OK         VALUE '00'.
          88 WS-Bank-At-End            VALUE '10'.

      * The offsetting credit - the cash/accrual side of the
      * journal - from SYSIN.
       01 WS-Credit-GL-Account         PIC X(08) VALUE SPACES.
       01 WS-Credit-Cost-Center        PIC X(06) VALUE SPACES.

      * 24 pay periods a year - semimonthly, as in DBCBEX22.
       01 WS-Periods-Per-Year          PIC S9(04) COMP-5 VALUE 24.

       01 WS-Salary-Part               PIC S9(09)V99 COMP-3 VALUE 0.
       01 WS-Bonus-Part                PIC S9(09)V99 COMP-3 VALUE 0.
       01 WS-Comm-Part                 PIC S9(09)V99 COMP-3 VALUE 0.

      * What the bank file says about itself (header and trailer)
      * and what this run counted and summed from its details.
       01 WS-Bank-Header-Switch        PIC X(01) VALUE 'N'.
          88 WS-Bank-Header-Seen       VALUE 'Y'.
       01 WS-Bank-Trailer-Switch       PIC X(01) VALUE 'N'.
          88 WS-Bank-Trailer-Seen      VALUE 'Y'.
       01 WS-Period-End-Date           PIC X(10) VALUE SPACES.
       01 WS-Bank-Run-Date             PIC X(10) VALUE SPACES.
       01 WS-Bank-Trailer-Count        PIC S9(07) COMP-3 VALUE 0.
       01 WS-Bank-Trailer-Hash         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-Bank-Detail-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Bank-Amount-Total         PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-Salary-Only-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Prenote-Count             PIC S9(07) COMP-3 VALUE 0.
       01 WS-Unmapped-Count            PIC S9(04) COMP-5 VALUE 0.
       01 WS-Debit-Total               PIC S9(11)V99 COMP-3 VALUE 0.

      * Every WORKDEPT on the bank file with its component totals
      * and, once looked up, the GL_DEPT_MAP cost center and
      * account it posts to.
       01 WS-Dept-Table.
           05 WS-DT-Entry OCCURS 200 TIMES.
              10 WS-DT-Work-Dept       PIC X(03).
              10 WS-DT-Cost-Center     PIC X(06).
              10 WS-DT-GL-Account      PIC X(08).
              10 WS-DT-Mapped-Switch   PIC X(01).
                 88 WS-DT-Mapped       VALUE 'Y'.
              10 WS-DT-Salary          PIC S9(09)V99 COMP-3.
              10 WS-DT-Bonus           PIC S9(09)V99 COMP-3.
              10 WS-DT-Comm            PIC S9(09)V99 COMP-3.
       01 WS-Dept-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Dept-Max                  PIC S9(04) COMP-5 VALUE 200.

      * One entry per distinct cost center + account; several
      * departments may share one. Never more entries than
      * departments, so it cannot overflow.
       01 WS-Journal-Table.
           05 WS-JT-Entry OCCURS 200 TIMES.
              10 WS-JT-Cost-Center     PIC X(06).
              10 WS-JT-GL-Account      PIC X(08).
              10 WS-JT-Salary          PIC S9(09)V99 COMP-3.
              10 WS-JT-Bonus           PIC S9(09)V99 COMP-3.
              10 WS-JT-Comm            PIC S9(09)V99 COMP-3.
       01 WS-Journal-Count             PIC S9(04) COMP-5 VALUE 0.

      * All three are added to only after a GL detail record has
      * been WRITTEN - the trailer must describe the file as it
      * is.
       01 WS-GL-Write-Count            PIC S9(07) COMP-3 VALUE 0.
       01 WS-GL-Debit-Total            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-GL-Credit-Total           PIC S9(11)V99 COMP-3 VALUE 0.

      * Staging for 2760-Write-GL-Detail.
       01 WS-Line-Cost-Center          PIC X(06).
       01 WS-Line-GL-Account           PIC X(08).
       01 WS-Line-Dr-Cr                PIC X(01).
       01 WS-Line-Component            PIC X(03).
       01 WS-Line-Amount               PIC S9(09)V99 COMP-3.

       01 WS-Control-Error-Switch      PIC X(01) VALUE 'N'.
          88 WS-Control-Error          VALUE 'Y'.
       01 WS-Posted-Switch             PIC X(01) VALUE 'N'.
          88 WS-Journal-Posted         VALUE 'Y'.

       01 WS-Sub-J                     PIC S9(04) COMP-5 VALUE 0.
       01 WS-Sub-K                     PIC S9(04) COMP-5 VALUE 0.
       01 WS-Found-Sub                 PIC S9(04) COMP-5 VALUE 0.

       01 WS-Run-Date                  PIC X(10) VALUE SPACES.
       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Count-1               PIC ZZZZZZ9.
       01 WS-Rpt-Count-2               PIC ZZZZZZ9.
       01 WS-Rpt-Amount-1              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Amount-2              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Amount-3              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Total-1               PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Total-2               PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX34 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Credit-Account.
           PERFORM 1200-Open-Files.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Credit-Account.
           DISPLAY "Enter the offsetting credit, one field per "
              "SYSIN card:".
           DISPLAY "CRGLACCT(8) CRCOSTCTR(6)".
           ACCEPT WS-Credit-GL-Account  FROM SYSIN.
           ACCEPT WS-Credit-Cost-Center FROM SYSIN.

           IF WS-Credit-GL-Account = SPACES
              OR WS-Credit-GL-Account = LOW-VALUES
              OR WS-Credit-Cost-Center = SPACES
              OR WS-Credit-Cost-Center = LOW-VALUES
              DISPLAY "*** ERROR ***"
              DISPLAY "CRGLACCT and CRCOSTCTR are both required - "
                 "nothing posted."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1200-Open-Files.
           OPEN INPUT BANK-IN-FILE.
           IF NOT WS-Bank-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN BANKIN, file status "
                 WS-Bank-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT RPT-FILE.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Print-Report-Header
              PERFORM 7000-Read-Bank-Record
              PERFORM UNTIL WS-Bank-At-End
                 PERFORM 2200-Process-Bank-Record
                 PERFORM 7000-Read-Bank-Record
              END-PERFORM
              PERFORM 2500-Check-Bank-Controls
              IF NOT WS-Control-Error
                 PERFORM 2600-Map-Departments
              END-IF
              IF NOT WS-Control-Error AND WS-Unmapped-Count = 0
                 PERFORM 2700-Write-GL-Journal
              END-IF
              PERFORM 2800-Print-Control-Totals
           END-IF.

       2100-Print-Report-Header.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.
           MOVE SPACES TO WS-Run-Date.
           STRING WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-"
                  WS-Current-Date(7:2)
                  DELIMITED BY SIZE INTO WS-Run-Date
           END-STRING.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX34 - GENERAL LEDGER LABOR-COST INTERFACE"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "RUN DATE: " WS-Run-Date
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  "  CREDIT ACCOUNT: " WS-Credit-GL-Account
                  "  COST CENTER: " WS-Credit-Cost-Center
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2200-Process-Bank-Record.
           EVALUATE BANK-H-Record-Type
              WHEN "H"
                 PERFORM 2210-Note-Bank-Header
              WHEN "D"
                 IF BANK-D-PRENOTE
                    PERFORM 2290-Count-Bank-Prenote
                 ELSE
                    PERFORM 2300-Process-Bank-Detail
                 END-IF
              WHEN "T"
                 SET WS-Bank-Trailer-Seen TO TRUE
                 MOVE BANK-T-Detail-Count TO WS-Bank-Trailer-Count
                 MOVE BANK-T-Amount-Hash  TO WS-Bank-Trailer-Hash
              WHEN OTHER
                 SET WS-Control-Error TO TRUE
                 MOVE " " TO RPT-CTRL
                 MOVE SPACES TO RPT-DATA
                 STRING "*** BANKIN RECORD TYPE NOT H, D, OR T: "
                        BANK-H-Record-Type " ***"
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
                 WRITE RPT-RECORD
           END-EVALUATE.

      * A detail ahead of the header, or a second header, means
      * the file is not one DBCBEX22 run - a control failure.
       2210-Note-Bank-Header.
           IF WS-Bank-Header-Seen OR WS-Bank-Detail-Count > 0
              SET WS-Control-Error TO TRUE
              MOVE " " TO RPT-CTRL
              MOVE "*** BANKIN HEADER OUT OF PLACE - NOT A SINGLE " &
                   "PAYROLL RUN ***"
                 TO RPT-DATA
              WRITE RPT-RECORD
           ELSE
              SET WS-Bank-Header-Seen TO TRUE
              MOVE BANK-H-Period-End-Date TO WS-Period-End-Date
              MOVE BANK-H-Run-Date        TO WS-Bank-Run-Date
              MOVE " " TO RPT-CTRL
              MOVE SPACES TO RPT-DATA
              STRING "POSTING THE PAYROLL RUN OF " WS-Bank-Run-Date
                     "  PAY PERIOD ENDING: " WS-Period-End-Date
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
              WRITE RPT-RECORD
              MOVE " " TO RPT-CTRL
              MOVE "DEPT DEPARTMENT NAME        COST CTR ACCOUNT" &
                   "          SALARY          BONUS     COMMISSION"
                 TO RPT-DATA
              WRITE RPT-RECORD
           END-IF.

      * A prenote is part of the file the trailer describes, so it
      * is counted (and its zero amount summed) like any detail,
      * but there is no pay in it to post.
       2290-Count-Bank-Prenote.
           IF NOT WS-Bank-Header-Seen
              SET WS-Control-Error TO TRUE
           END-IF.
           ADD 1 TO WS-Bank-Detail-Count.
           ADD BANK-D-Gross-Amount TO WS-Bank-Amount-Total.
           ADD 1 TO WS-Prenote-Count.

       2300-Process-Bank-Detail.
           IF NOT WS-Bank-Header-Seen
              SET WS-Control-Error TO TRUE
           END-IF.
           ADD 1 TO WS-Bank-Detail-Count.
           ADD BANK-D-Gross-Amount TO WS-Bank-Amount-Total.

           MOVE BANK-D-Emp-Number TO HV-Emp-Number.
           PERFORM 5000-Read-Employee.
           MOVE 0 TO WS-Bonus-Part.
           MOVE 0 TO WS-Comm-Part.
           IF SQL-STATUS-OK
              COMPUTE WS-Bonus-Part ROUNDED =
                      HV-Bonus / WS-Periods-Per-Year
              COMPUTE WS-Comm-Part ROUNDED =
                      HV-Commission / WS-Periods-Per-Year
           END-IF.
           COMPUTE WS-Salary-Part = BANK-D-Gross-Amount
                   - WS-Bonus-Part - WS-Comm-Part.

           IF NOT SQL-STATUS-OK OR WS-Salary-Part < 0
              PERFORM 2310-Post-As-Salary
           END-IF.
           SET SQL-STATUS-OK TO TRUE.

           PERFORM 2400-Accumulate-Dept.

      * The split cannot be trusted - the employee has left since
      * the payroll run, or the components no longer fit the
      * amount paid - so the whole amount is salary. The bank
      * file's amount is what was paid; it still posts in full.
       2310-Post-As-Salary.
           MOVE BANK-D-Gross-Amount TO WS-Salary-Part.
           MOVE 0 TO WS-Bonus-Part.
           MOVE 0 TO WS-Comm-Part.
           ADD 1 TO WS-Salary-Only-Count.
           MOVE BANK-D-Gross-Amount TO WS-Rpt-Amount-1.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           IF SQL-STATUS-NOT-FOUND
              STRING "     EMPNO " BANK-D-Emp-Number
                     " DEPT " BANK-D-Work-Dept
                     " NO LONGER ON EMPLOYEE - "
                     WS-Rpt-Amount-1 " POSTED AS SALARY"
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              STRING "     EMPNO " BANK-D-Emp-Number
                     " DEPT " BANK-D-Work-Dept
                     " BONUS/COMM EXCEED AMOUNT PAID - "
                     WS-Rpt-Amount-1 " POSTED AS SALARY"
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

       2400-Accumulate-Dept.
           MOVE 0 TO WS-Found-Sub.
           PERFORM VARYING WS-Sub-J FROM 1 BY 1
              UNTIL WS-Sub-J > WS-Dept-Count
                 OR WS-Found-Sub > 0
              IF WS-DT-Work-Dept(WS-Sub-J) = BANK-D-Work-Dept
                 MOVE WS-Sub-J TO WS-Found-Sub
              END-IF
           END-PERFORM.

           IF WS-Found-Sub = 0
              IF WS-Dept-Count >= WS-Dept-Max
                 DISPLAY "*** ERROR ***"
                 DISPLAY "BANKIN holds more than " WS-Dept-Max
                    " departments - raise WS-Dept-Max. "
                    "Nothing posted."
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
              END-IF
              ADD 1 TO WS-Dept-Count
              MOVE WS-Dept-Count TO WS-Found-Sub
              MOVE BANK-D-Work-Dept
                 TO WS-DT-Work-Dept(WS-Found-Sub)
              MOVE SPACES TO WS-DT-Cost-Center(WS-Found-Sub)
              MOVE SPACES TO WS-DT-GL-Account(WS-Found-Sub)
              MOVE 'N' TO WS-DT-Mapped-Switch(WS-Found-Sub)
              MOVE 0 TO WS-DT-Salary(WS-Found-Sub)
              MOVE 0 TO WS-DT-Bonus(WS-Found-Sub)
              MOVE 0 TO WS-DT-Comm(WS-Found-Sub)
           END-IF.

           ADD WS-Salary-Part TO WS-DT-Salary(WS-Found-Sub).
           ADD WS-Bonus-Part  TO WS-DT-Bonus(WS-Found-Sub).
           ADD WS-Comm-Part   TO WS-DT-Comm(WS-Found-Sub).

      * Nothing is posted unless the bank file proves itself: a
      * header, a trailer, and details that count and sum to
      * exactly what the trailer claims.
       2500-Check-Bank-Controls.
           IF NOT WS-Bank-Header-Seen
              SET WS-Control-Error TO TRUE
              MOVE " " TO RPT-CTRL
              MOVE "*** BANKIN HAS NO H HEADER - BANK FILE IS " &
                   "INCOMPLETE ***"
                 TO RPT-DATA
              WRITE RPT-RECORD
           END-IF.
           IF NOT WS-Bank-Trailer-Seen
              SET WS-Control-Error TO TRUE
              MOVE " " TO RPT-CTRL
              MOVE "*** BANKIN HAS NO T TRAILER - BANK FILE IS " &
                   "INCOMPLETE ***"
                 TO RPT-DATA
              WRITE RPT-RECORD
           ELSE
              IF WS-Bank-Detail-Count NOT = WS-Bank-Trailer-Count
                 SET WS-Control-Error TO TRUE
                 MOVE WS-Bank-Detail-Count  TO WS-Rpt-Count-1
                 MOVE WS-Bank-Trailer-Count TO WS-Rpt-Count-2
                 MOVE " " TO RPT-CTRL
                 MOVE SPACES TO RPT-DATA
                 STRING "*** COUNT MISMATCH - READ " WS-Rpt-Count-1
                        " DETAILS BUT TRAILER SAYS "
                        WS-Rpt-Count-2 " ***"
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
                 WRITE RPT-RECORD
              END-IF
              IF WS-Bank-Amount-Total NOT = WS-Bank-Trailer-Hash
                 SET WS-Control-Error TO TRUE
                 MOVE WS-Bank-Amount-Total TO WS-Rpt-Total-1
                 MOVE WS-Bank-Trailer-Hash TO WS-Rpt-Total-2
                 MOVE " " TO RPT-CTRL
                 MOVE SPACES TO RPT-DATA
                 STRING "*** AMOUNT MISMATCH - DETAILS SUM TO "
                        WS-Rpt-Total-1
                        " BUT TRAILER HASH IS " WS-Rpt-Total-2
                        " ***"
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
                 WRITE RPT-RECORD
              END-IF
           END-IF.

      * Every department that drew pay must be mapped. One line
      * per department either way, so an unmapped one is listed
      * with what it would have posted.
       2600-Map-Departments.
           PERFORM VARYING WS-Sub-J FROM 1 BY 1
              UNTIL WS-Sub-J > WS-Dept-Count
              MOVE WS-DT-Work-Dept(WS-Sub-J) TO HV-Glmp-Work-Dept
              PERFORM 5100-Read-GL-Map
              IF SQL-STATUS-OK
                 MOVE 'Y' TO WS-DT-Mapped-Switch(WS-Sub-J)
                 MOVE HV-Glmp-Cost-Center
                    TO WS-DT-Cost-Center(WS-Sub-J)
                 MOVE HV-Glmp-GL-Account
                    TO WS-DT-GL-Account(WS-Sub-J)
                 ADD WS-DT-Salary(WS-Sub-J) WS-DT-Bonus(WS-Sub-J)
                     WS-DT-Comm(WS-Sub-J) TO WS-Debit-Total
              ELSE
                 ADD 1 TO WS-Unmapped-Count
              END-IF
              SET SQL-STATUS-OK TO TRUE
              PERFORM 2610-Print-Dept-Line
           END-PERFORM.

           IF WS-Unmapped-Count = 0
              AND WS-Debit-Total NOT = WS-Bank-Trailer-Hash
              SET WS-Control-Error TO TRUE
              MOVE " " TO RPT-CTRL
              MOVE "*** DEPARTMENT DEBITS DO NOT BALANCE TO THE " &
                   "BANK FILE AMOUNT HASH ***"
                 TO RPT-DATA
              WRITE RPT-RECORD
           END-IF.

       2610-Print-Dept-Line.
           MOVE WS-DT-Work-Dept(WS-Sub-J) TO HV-Dept-Number.
           PERFORM 5500-Read-Department.
           MOVE WS-DT-Salary(WS-Sub-J) TO WS-Rpt-Amount-1.
           MOVE WS-DT-Bonus(WS-Sub-J)  TO WS-Rpt-Amount-2.
           MOVE WS-DT-Comm(WS-Sub-J)   TO WS-Rpt-Amount-3.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           IF WS-DT-Mapped(WS-Sub-J)
              STRING WS-DT-Work-Dept(WS-Sub-J)
                     "  " HV-Dept-Name(1:22)
                     " " WS-DT-Cost-Center(WS-Sub-J)
                     "   " WS-DT-GL-Account(WS-Sub-J)
                     " " WS-Rpt-Amount-1
                     " " WS-Rpt-Amount-2
                     " " WS-Rpt-Amount-3
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              STRING WS-DT-Work-Dept(WS-Sub-J)
                     "  " HV-Dept-Name(1:22)
                     " *** NOT MAPPED ***"
                     " " WS-Rpt-Amount-1
                     " " WS-Rpt-Amount-2
                     " " WS-Rpt-Amount-3
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

      * Departments sharing a cost center and account are summed
      * into one entry, then one debit per entry and component
      * (a zero component is not written), then the one credit
      * for everything.
       2700-Write-GL-Journal.
           PERFORM VARYING WS-Sub-J FROM 1 BY 1
              UNTIL WS-Sub-J > WS-Dept-Count
              PERFORM 2710-Accumulate-Journal
           END-PERFORM.

           MOVE "1" TO RPT-CTRL.
           MOVE "GL JOURNAL WRITTEN TO GLOUT" TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE " " TO RPT-CTRL.
           MOVE "COST CTR ACCOUNT  DR/CR COMPONENT          AMOUNT"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           PERFORM 2750-Write-GL-Header.

           PERFORM VARYING WS-Sub-J FROM 1 BY 1
              UNTIL WS-Sub-J > WS-Journal-Count
              MOVE WS-JT-Cost-Center(WS-Sub-J)
                 TO WS-Line-Cost-Center
              MOVE WS-JT-GL-Account(WS-Sub-J) TO WS-Line-GL-Account
              MOVE "D" TO WS-Line-Dr-Cr
              MOVE "SAL" TO WS-Line-Component
              MOVE WS-JT-Salary(WS-Sub-J) TO WS-Line-Amount
              PERFORM 2760-Write-GL-Detail
              MOVE "BON" TO WS-Line-Component
              MOVE WS-JT-Bonus(WS-Sub-J) TO WS-Line-Amount
              PERFORM 2760-Write-GL-Detail
              MOVE "COM" TO WS-Line-Component
              MOVE WS-JT-Comm(WS-Sub-J) TO WS-Line-Amount
              PERFORM 2760-Write-GL-Detail
           END-PERFORM.

           MOVE WS-Credit-Cost-Center TO WS-Line-Cost-Center.
           MOVE WS-Credit-GL-Account  TO WS-Line-GL-Account.
           MOVE "C" TO WS-Line-Dr-Cr.
           MOVE "PAY" TO WS-Line-Component.
           MOVE WS-GL-Debit-Total TO WS-Line-Amount.
           PERFORM 2760-Write-GL-Detail.

           PERFORM 2770-Write-GL-Trailer.
           SET WS-Journal-Posted TO TRUE.

       2710-Accumulate-Journal.
           MOVE 0 TO WS-Found-Sub.
           PERFORM VARYING WS-Sub-K FROM 1 BY 1
              UNTIL WS-Sub-K > WS-Journal-Count
                 OR WS-Found-Sub > 0
              IF WS-JT-Cost-Center(WS-Sub-K)
                    = WS-DT-Cost-Center(WS-Sub-J)
                 AND WS-JT-GL-Account(WS-Sub-K)
                    = WS-DT-GL-Account(WS-Sub-J)
                 MOVE WS-Sub-K TO WS-Found-Sub
              END-IF
           END-PERFORM.

           IF WS-Found-Sub = 0
              ADD 1 TO WS-Journal-Count
              MOVE WS-Journal-Count TO WS-Found-Sub
              MOVE WS-DT-Cost-Center(WS-Sub-J)
                 TO WS-JT-Cost-Center(WS-Found-Sub)
              MOVE WS-DT-GL-Account(WS-Sub-J)
                 TO WS-JT-GL-Account(WS-Found-Sub)
              MOVE 0 TO WS-JT-Salary(WS-Found-Sub)
              MOVE 0 TO WS-JT-Bonus(WS-Found-Sub)
              MOVE 0 TO WS-JT-Comm(WS-Found-Sub)
           END-IF.

           ADD WS-DT-Salary(WS-Sub-J) TO WS-JT-Salary(WS-Found-Sub).
           ADD WS-DT-Bonus(WS-Sub-J)  TO WS-JT-Bonus(WS-Found-Sub).
           ADD WS-DT-Comm(WS-Sub-J)   TO WS-JT-Comm(WS-Found-Sub).

       2750-Write-GL-Header.
           MOVE SPACES TO GL-Header-Record.
           MOVE "H" TO GL-H-Record-Type.
           MOVE WS-Run-Date        TO GL-H-Run-Date.
           MOVE WS-Period-End-Date TO GL-H-Period-End-Date.
           MOVE "PAYROLL"          TO GL-H-Journal-Source.
           WRITE GL-Header-Record.

       2760-Write-GL-Detail.
           IF WS-Line-Amount NOT = 0
              MOVE SPACES TO GL-Detail-Record
              MOVE "D"                 TO GL-D-Record-Type
              MOVE WS-Line-Cost-Center TO GL-D-Cost-Center
              MOVE WS-Line-GL-Account  TO GL-D-GL-Account
              MOVE WS-Line-Dr-Cr       TO GL-D-Dr-Cr
              MOVE WS-Line-Component   TO GL-D-Component
              MOVE WS-Line-Amount      TO GL-D-Amount
              MOVE WS-Period-End-Date  TO GL-D-Period-End-Date
              WRITE GL-Detail-Record
              ADD 1 TO WS-GL-Write-Count
              IF GL-D-DEBIT
                 ADD WS-Line-Amount TO WS-GL-Debit-Total
              ELSE
                 ADD WS-Line-Amount TO WS-GL-Credit-Total
              END-IF
              MOVE WS-Line-Amount TO WS-Rpt-Amount-1
              MOVE " " TO RPT-CTRL
              MOVE SPACES TO RPT-DATA
              STRING WS-Line-Cost-Center
                     "   " WS-Line-GL-Account
                     "  " WS-Line-Dr-Cr
                     "     " WS-Line-Component
                     "       " WS-Rpt-Amount-1
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
              WRITE RPT-RECORD
           END-IF.

       2770-Write-GL-Trailer.
           MOVE SPACES TO GL-Trailer-Record.
           MOVE "T" TO GL-T-Record-Type.
           MOVE WS-GL-Write-Count  TO GL-T-Detail-Count.
           MOVE WS-GL-Debit-Total  TO GL-T-Debit-Total.
           MOVE WS-GL-Credit-Total TO GL-T-Credit-Total.
           WRITE GL-Trailer-Record.

       2800-Print-Control-Totals.
           MOVE WS-Bank-Detail-Count  TO WS-Rpt-Count-1.
           MOVE WS-Bank-Trailer-Count TO WS-Rpt-Count-2.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "BANK DETAILS READ: " WS-Rpt-Count-1
                  "  BANK TRAILER COUNT: " WS-Rpt-Count-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Bank-Amount-Total TO WS-Rpt-Total-1.
           MOVE WS-Bank-Trailer-Hash TO WS-Rpt-Total-2.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "BANK DETAILS TOTAL: " WS-Rpt-Total-1
                  "  BANK TRAILER HASH: " WS-Rpt-Total-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Prenote-Count TO WS-Rpt-Count-1.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "BANK PRENOTES (NOT POSTED): " WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-GL-Write-Count TO WS-Rpt-Count-1.
           MOVE WS-Salary-Only-Count TO WS-Rpt-Count-2.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "GL DETAILS WRITTEN: " WS-Rpt-Count-1
                  "  EMPLOYEES POSTED AS SALARY ONLY: "
                  WS-Rpt-Count-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-GL-Debit-Total  TO WS-Rpt-Total-1.
           MOVE WS-GL-Credit-Total TO WS-Rpt-Total-2.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "GL DEBITS: " WS-Rpt-Total-1
                  "  GL CREDITS: " WS-Rpt-Total-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           IF WS-Journal-Posted
              IF WS-GL-Debit-Total NOT = WS-Bank-Trailer-Hash
                 OR WS-GL-Credit-Total NOT = WS-Bank-Trailer-Hash
                 SET WS-Control-Error TO TRUE
              END-IF
           END-IF.

           MOVE " " TO RPT-CTRL.
           EVALUATE TRUE
              WHEN WS-Control-Error
                 MOVE "*** CONTROL FAILURE - GL JOURNAL NOT IN " &
                      "BALANCE - DO NOT LOAD GLOUT ***"
                    TO RPT-DATA
                 MOVE 8 TO RETURN-CODE
              WHEN WS-Unmapped-Count > 0
                 MOVE WS-Unmapped-Count TO WS-Rpt-Count-1
                 MOVE SPACES TO RPT-DATA
                 STRING "*** " WS-Rpt-Count-1
                        " DEPARTMENT(S) NOT ON GL_DEPT_MAP - NOTHING "
                        "POSTED. MAP WITH DBCBEX33 AND RERUN ***"
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE "GL JOURNAL IN BALANCE WITH THE BANK FILE " &
                      "AMOUNT HASH"
                    TO RPT-DATA
                 IF WS-Salary-Only-Count > 0 AND RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-EVALUATE.
           WRITE RPT-RECORD.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE BANK-IN-FILE.
           CLOSE GL-FILE.
           CLOSE RPT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Bank details read: " WS-Bank-Detail-Count
              " GL details written: " WS-GL-Write-Count
              " for period ending " WS-Period-End-Date.
           PERFORM 9910-Log-Run-End.

      * Statement-level NOT FOUND is expected here - the employee
      * may have left since the payroll run - so only a real DB2
      * error stops the run.
       5000-Read-Employee.
           EXEC SQL
              SELECT SALARY, BONUS, COMM
              INTO :HV-Salary, :HV-Bonus, :HV-Commission
              FROM EMPLOYEE
              WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Selecting the record."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * NOT FOUND is the unmapped department this run exists to
      * catch; only a real DB2 error stops the run.
       5100-Read-GL-Map.
           EXEC SQL
              SELECT COSTCTR, GLACCT
              INTO :HV-Glmp-Cost-Center, :HV-Glmp-GL-Account
              FROM GL_DEPT_MAP
              WHERE WORKDEPT = :HV-Glmp-Work-Dept
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem reading GL_DEPT_MAP."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5500-Read-Department.
           EXEC SQL
              SELECT DEPTNAME
              INTO :HV-Dept-Name
              FROM DEPARTMENT
              WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE "(UNKNOWN DEPARTMENT)" TO HV-Dept-Name
           END-IF.

       7000-Read-Bank-Record.
           READ BANK-IN-FILE
              AT END
                 SET WS-Bank-At-End TO TRUE
           END-READ.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX34" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           STRING WS-Credit-GL-Account "/" WS-Credit-Cost-Center
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
           MOVE WS-Bank-Detail-Count TO RUNLOG-Rows-Read.
           MOVE WS-GL-Write-Count TO RUNLOG-Rows-Written.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
