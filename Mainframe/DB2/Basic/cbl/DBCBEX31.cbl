      **********************************************************
      * Program name:    DBCBEX31
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 31: DB2 Processing: Monthly leave
      *       accrual.
      *
      *    Reads the accrual month from SYSIN (one card, YYYY-MM;
      *       blank means the run month) and ACCRIN (one accrual
      *       rule card per leave type and service band:
      *       LVTYPE, minimum whole years of service, hours
      *       credited per month, carry-over cap in hours), then
      *       credits every employee on EMPLOYEE, in EMPNO order,
      *       with one month's leave for each leave type on the
      *       cards.
      *
      *    Years of service run from HIREDATE to the accrual
      *       month; the anniversary month counts as the full
      *       year. For each leave type the FIRST card whose
      *       minimum years the employee meets wins, so list each
      *       type's longest-service card first. An employee
      *       hired after the accrual month, or out on a leave of
      *       absence (open LEAVE_ABSENCE row), is not credited.
      *
      *    Carry-over: the first accrual of a new calendar year
      *       caps the balance brought forward at the winning
      *       card's cap before crediting the month - the excess
      *       is forfeited and printed. A cap of zero means no
      *       cap. A negative balance is never capped.
      *
      *    LEAVE_BALANCE.LASTACCR records the month last credited,
      *       and a row already credited for this month (or a
      *       later one) is left alone. That makes a rerun for the
      *       same month harmless, so an abended run is simply
      *       resubmitted - there is no checkpoint file. Work is
      *       committed every 100 employees; a missing balance row
      *       is created.
      *
      *    RPTOUT is the accrual register: one line per row
      *       credited with the balance before, the carry-over
      *       forfeited, the hours accrued and the balance after,
      *       and the run totals.
      *
      *    Return codes: 0 clean, 4 one or more employees matched
      *       no accrual card for a leave type (check ACCRIN),
      *       8 a DB2 error stopped the run (committed work
      *       stands; rerun), 16 bad SYSIN or ACCRIN - nothing
      *       was credited.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - monthly vacation and
      *                          sick accrual had been worked out
      *                          by hand on department
      *                          spreadsheets.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX31.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCR-FILE ASSIGN TO ACCRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Accr-File-Status.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One accrual card per line: LVTYPE, minimum years of service
      * as 99, hours per month as 999V99 digits ("00800" = 8.00
      * hours), carry-over cap as 9999V99 digits ("024000" = 240.00
      * hours; zero = no cap).
       FD  ACCR-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  ACCR-RECORD.
           05 ACCR-Leave-Type         PIC X(03).
           05 ACCR-Min-Years          PIC 9(02).
           05 ACCR-Monthly-Hours      PIC 9(03)V99.
           05 ACCR-Carry-Cap          PIC 9(04)V99.
           05 FILLER                  PIC X(64).

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

           COPY LVBLTAB.

           COPY LOATAB.

           COPY EMPROW.

           COPY LVBLROW.

           COPY LOAROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

       01 HV-Last-Commit-Empno         PIC X(06) VALUE LOW-VALUES.
       01 HV-Accr-On-Leave-Flag        PIC X(01).
          88 HV-ACCR-ON-LEAVE          VALUE 'Y'.

           EXEC SQL
              DECLARE ACCR-CURSOR CURSOR FOR
              SELECT E.EMPNO, E.LASTNAME, E.WORKDEPT, E.HIREDATE,
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM LEAVE_ABSENCE A
                                 WHERE A.EMPNO = E.EMPNO
                                   AND A.LOARETURN =
                                       :HV-Loa-Open-Date)
                          THEN 'Y' ELSE 'N' END
              FROM EMPLOYEE E
              WHERE E.EMPNO > :HV-Last-Commit-Empno
              ORDER BY E.EMPNO
           END-EXEC.

       01 WS-Accr-File-Status          PIC X(02) VALUE SPACES.
          88 WS-Accr-Status-OK         VALUE '00'.
          88 WS-Accr-At-End            VALUE '10'.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Cursor-Open-Switch        PIC X(01) VALUE 'N'.
          88 WS-Cursor-Is-Open         VALUE 'Y'.

       01 WS-In-Accrual-Month          PIC X(07) VALUE SPACES.
       01 WS-In-Accrual-Parts REDEFINES WS-In-Accrual-Month.
          05 WS-In-Accr-Year           PIC 9(04).
          05 WS-In-Accr-Dash           PIC X(01).
          05 WS-In-Accr-Month-Num      PIC 9(02).

      * First matching table entry wins; entries load in ACCRIN
      * card order.
       01 WS-Accr-Table.
           05 WS-Accr-Entry OCCURS 100 TIMES.
              10 WS-Accr-Tbl-Type      PIC X(03).
              10 WS-Accr-Tbl-Min-Years PIC S9(02) COMP-3.
              10 WS-Accr-Tbl-Hours     PIC S9(03)V99 COMP-3.
              10 WS-Accr-Tbl-Cap       PIC S9(04)V99 COMP-3.
       01 WS-Accr-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Accr-Max                  PIC S9(04) COMP-5 VALUE 100.
       01 WS-Accr-Dropped-Count        PIC S9(04) COMP-5 VALUE 0.
       01 WS-Accr-Bad-Count            PIC S9(04) COMP-5 VALUE 0.
       01 WS-Accr-Sub                  PIC S9(04) COMP-5 VALUE 0.
       01 WS-Accr-Found-Switch         PIC X(01) VALUE 'N'.
          88 WS-Accr-Found             VALUE 'Y'.
          88 WS-Accr-Not-Found         VALUE 'N'.

      * The distinct leave types on the cards, in first-seen order -
      * each employee is credited once per entry here.
       01 WS-Type-Table.
           05 WS-Type-Entry OCCURS 10 TIMES.
              10 WS-Type-Tbl-Type      PIC X(03).
       01 WS-Type-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Type-Max                  PIC S9(04) COMP-5 VALUE 10.
       01 WS-Type-Sub                  PIC S9(04) COMP-5 VALUE 0.
       01 WS-Type-Found-Switch         PIC X(01) VALUE 'N'.
          88 WS-Type-Found             VALUE 'Y'.

       01 WS-Hire-Year                 PIC 9(04).
       01 WS-Hire-Month                PIC 9(02).
       01 WS-Service-Years             PIC S9(04) COMP-3 VALUE 0.

       01 WS-Applied-Hours             PIC S9(03)V99 COMP-3 VALUE 0.
       01 WS-Applied-Cap               PIC S9(04)V99 COMP-3 VALUE 0.
       01 WS-Balance-Before            PIC S9(05)V99 COMP-3 VALUE 0.
       01 WS-Forfeit-Hours             PIC S9(05)V99 COMP-3 VALUE 0.

       01 WS-Balance-Row-Switch        PIC X(01) VALUE 'Y'.
          88 WS-Balance-Row-Found      VALUE 'Y'.
          88 WS-Balance-Row-New        VALUE 'N'.

       01 WS-Emp-Credited-Switch       PIC X(01) VALUE 'N'.
          88 WS-Emp-Credited           VALUE 'Y'.

       01 WS-Commit-Interval           PIC S9(04) COMP-5 VALUE 100.
       01 WS-Uncommitted-Count         PIC S9(04) COMP-5 VALUE 0.

       01 WS-Emp-Read-Count            PIC S9(07) COMP-3 VALUE 0.
       01 WS-On-Leave-Count            PIC S9(07) COMP-3 VALUE 0.
       01 WS-Not-Hired-Count           PIC S9(07) COMP-3 VALUE 0.
       01 WS-Row-Accrued-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Row-Already-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-No-Card-Count             PIC S9(07) COMP-3 VALUE 0.
       01 WS-Total-Accrued-Hours       PIC S9(09)V99 COMP-3 VALUE 0.
       01 WS-Total-Forfeit-Hours       PIC S9(09)V99 COMP-3 VALUE 0.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Years                 PIC Z9.
       01 WS-Rpt-Balance-Before        PIC -ZZZZ9.99.
       01 WS-Rpt-Forfeit               PIC -ZZZZ9.99.
       01 WS-Rpt-Accrued               PIC -ZZZZ9.99.
       01 WS-Rpt-Balance-After         PIC -ZZZZ9.99.
       01 WS-Rpt-Count                 PIC ZZZZZZ9.
       01 WS-Rpt-Hours-Total           PIC ZZZ,ZZZ,ZZ9.99.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX31 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Accrual-Month.
           PERFORM 1200-Open-Files.
           PERFORM 1300-Load-Accrual-Table.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Accrual-Month.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.

           DISPLAY "Enter accrual month on SYSIN (blank = this month):".
           DISPLAY "YYYY-MM(7)".
           ACCEPT WS-In-Accrual-Month FROM SYSIN.

           IF WS-In-Accrual-Month = SPACES
              OR WS-In-Accrual-Month = LOW-VALUES
              MOVE SPACES TO WS-In-Accrual-Month
              STRING WS-Current-Date(1:4) "-" WS-Current-Date(5:2)
                     DELIMITED BY SIZE INTO WS-In-Accrual-Month
              END-STRING
           END-IF.

           IF WS-In-Accr-Year NOT NUMERIC
              OR WS-In-Accr-Dash NOT = "-"
              OR WS-In-Accr-Month-Num NOT NUMERIC
              OR WS-In-Accr-Month-Num < 1
              OR WS-In-Accr-Month-Num > 12
              DISPLAY "*** ERROR ***"
              DISPLAY "Accrual month must be YYYY-MM."
              DISPLAY "Nothing was credited."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1200-Open-Files.
           OPEN INPUT ACCR-FILE.
           IF NOT WS-Accr-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN ACCRIN, file status "
                 WS-Accr-File-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.

      * Same rule as DBCBEX10's RATEIN: ANY unusable card stops the
      * run before the first credit. An employee silently falling
      * through to a lower band because their card was dropped is
      * exactly the error this run must never make.
       1300-Load-Accrual-Table.
           PERFORM UNTIL WS-Accr-At-End
              READ ACCR-FILE
                 AT END
                    SET WS-Accr-At-End TO TRUE
                 NOT AT END
                    MOVE ACCR-Leave-Type TO HV-Lvbl-Leave-Type
                    IF NOT HV-LVBL-TYPE-VALID
                       OR ACCR-Min-Years IS NOT NUMERIC
                       OR ACCR-Monthly-Hours IS NOT NUMERIC
                       OR ACCR-Carry-Cap IS NOT NUMERIC
                       ADD 1 TO WS-Accr-Bad-Count
                       DISPLAY "*** ERROR ***"
                       DISPLAY "Accrual card type or figures not "
                          "valid: " ACCR-RECORD(1:16)
                    ELSE
                       IF WS-Accr-Count < WS-Accr-Max
                          ADD 1 TO WS-Accr-Count
                          MOVE ACCR-Leave-Type
                             TO WS-Accr-Tbl-Type(WS-Accr-Count)
                          MOVE ACCR-Min-Years
                             TO WS-Accr-Tbl-Min-Years(WS-Accr-Count)
                          MOVE ACCR-Monthly-Hours
                             TO WS-Accr-Tbl-Hours(WS-Accr-Count)
                          MOVE ACCR-Carry-Cap
                             TO WS-Accr-Tbl-Cap(WS-Accr-Count)
                          PERFORM 1310-Add-Leave-Type
                       ELSE
                          ADD 1 TO WS-Accr-Dropped-Count
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCR-FILE.

           IF WS-Accr-Bad-Count > 0
              DISPLAY "*** ERROR ***"
              DISPLAY WS-Accr-Bad-Count " accrual card(s) are not "
                 "usable - employees matching them would fall "
                 "through to a later card. Fix ACCRIN and rerun. "
                 "Nothing was credited."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-Accr-Dropped-Count > 0
              DISPLAY "*** ERROR ***"
              DISPLAY "ACCRIN holds more than " WS-Accr-Max
                 " accrual cards - " WS-Accr-Dropped-Count
                 " card(s) would be ignored. Raise WS-Accr-Max."
                 " Nothing was credited."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-Accr-Count = 0
              DISPLAY "*** ERROR ***"
              DISPLAY "ACCRIN held no usable accrual cards - "
                 "nothing to credit."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Accrual cards loaded: " WS-Accr-Count
              " for month " WS-In-Accrual-Month.

      * Only valid types reach here, so the type table cannot
      * outgrow the LVBLROW 88 list; WS-Type-Max is a backstop.
       1310-Add-Leave-Type.
           MOVE 'N' TO WS-Type-Found-Switch.
           PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                   UNTIL WS-Type-Sub > WS-Type-Count
              IF WS-Type-Tbl-Type(WS-Type-Sub) = ACCR-Leave-Type
                 SET WS-Type-Found TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-Type-Found
              AND WS-Type-Count < WS-Type-Max
              ADD 1 TO WS-Type-Count
              MOVE ACCR-Leave-Type TO WS-Type-Tbl-Type(WS-Type-Count)
           END-IF.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Print-Report-Header
              PERFORM 5000-Open-Cursor
              PERFORM 5100-Fetch-Next
              PERFORM UNTIL SQL-STATUS-NOT-FOUND
                 PERFORM 2200-Process-Employee
                 PERFORM 5100-Fetch-Next
              END-PERFORM
              PERFORM 2500-Print-Run-Totals
              PERFORM 6100-Commit-Work
           END-IF.

       2100-Print-Report-Header.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "DBCBEX31 - MONTHLY LEAVE ACCRUAL REGISTER FOR "
                  WS-In-Accrual-Month
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "RUN DATE: " WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-" WS-Current-Date(7:2)
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE "DEPT EMPNO  LASTNAME        TYP YRS     BEFORE    FO" &
                "RFEIT    ACCRUED      AFTER"
              TO RPT-DATA.
           WRITE RPT-RECORD.

       2200-Process-Employee.
           ADD 1 TO WS-Emp-Read-Count.
           MOVE 'N' TO WS-Emp-Credited-Switch.

           EVALUATE TRUE
              WHEN HV-Hire-Date(1:7) > WS-In-Accrual-Month
                 ADD 1 TO WS-Not-Hired-Count
              WHEN HV-ACCR-ON-LEAVE
                 ADD 1 TO WS-On-Leave-Count
                 PERFORM 2320-Print-On-Leave-Line
              WHEN OTHER
                 PERFORM 2210-Compute-Service-Years
                 PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                         UNTIL WS-Type-Sub > WS-Type-Count
                    PERFORM 2300-Accrue-Leave-Type
                 END-PERFORM
           END-EVALUATE.

      * The commit interval counts employees, not rows, so an
      * employee's leave types always commit together.
           IF WS-Emp-Credited
              ADD 1 TO WS-Uncommitted-Count
              IF WS-Uncommitted-Count >= WS-Commit-Interval
                 PERFORM 6100-Commit-Work
                 PERFORM 5000-Open-Cursor
              END-IF
           END-IF.

      * Whole years from HIREDATE to the accrual month, counting
      * the anniversary month itself as the completed year.
       2210-Compute-Service-Years.
           MOVE HV-Hire-Date(1:4) TO WS-Hire-Year.
           MOVE HV-Hire-Date(6:2) TO WS-Hire-Month.
           COMPUTE WS-Service-Years = WS-In-Accr-Year - WS-Hire-Year.
           IF WS-In-Accr-Month-Num < WS-Hire-Month
              SUBTRACT 1 FROM WS-Service-Years
           END-IF.

      * First matching card for this leave type wins.
       2220-Find-Accrual-Card.
           SET WS-Accr-Not-Found TO TRUE.
           MOVE 0 TO WS-Applied-Hours.
           MOVE 0 TO WS-Applied-Cap.
           MOVE 1 TO WS-Accr-Sub.
           PERFORM UNTIL WS-Accr-Found
                      OR WS-Accr-Sub > WS-Accr-Count
              IF WS-Accr-Tbl-Type(WS-Accr-Sub) = HV-Lvbl-Leave-Type
                 AND WS-Accr-Tbl-Min-Years(WS-Accr-Sub)
                     <= WS-Service-Years
                 SET WS-Accr-Found TO TRUE
                 MOVE WS-Accr-Tbl-Hours(WS-Accr-Sub)
                    TO WS-Applied-Hours
                 MOVE WS-Accr-Tbl-Cap(WS-Accr-Sub) TO WS-Applied-Cap
              ELSE
                 ADD 1 TO WS-Accr-Sub
              END-IF
           END-PERFORM.

      * A row whose LASTACCR is already this month (or later) was
      * credited by an earlier run and is left alone. The cap
      * applies on the first credit of a calendar year only - a
      * row last credited in an earlier year - so a skipped
      * January run still caps in February.
       2300-Accrue-Leave-Type.
           MOVE WS-Type-Tbl-Type(WS-Type-Sub) TO HV-Lvbl-Leave-Type.
           PERFORM 2220-Find-Accrual-Card.
           IF WS-Accr-Not-Found
              ADD 1 TO WS-No-Card-Count
           ELSE
              MOVE HV-Emp-Number TO HV-Lvbl-Emp-Number
              PERFORM 5200-Read-Balance
              IF SQL-STATUS-NOT-FOUND
                 SET WS-Balance-Row-New TO TRUE
                 MOVE 0 TO HV-Lvbl-Balance
                 MOVE SPACES TO HV-Lvbl-Last-Accrual
              ELSE
                 SET WS-Balance-Row-Found TO TRUE
              END-IF

              IF HV-Lvbl-Last-Accrual NOT = SPACES
                 AND HV-Lvbl-Last-Accrual >= WS-In-Accrual-Month
                 ADD 1 TO WS-Row-Already-Count
              ELSE
                 MOVE HV-Lvbl-Balance TO WS-Balance-Before
                 MOVE 0 TO WS-Forfeit-Hours
                 IF HV-Lvbl-Last-Accrual NOT = SPACES
                    AND HV-Lvbl-Last-Accrual(1:4)
                        < WS-In-Accrual-Month(1:4)
                    AND WS-Applied-Cap > 0
                    AND HV-Lvbl-Balance > WS-Applied-Cap
                    COMPUTE WS-Forfeit-Hours =
                            HV-Lvbl-Balance - WS-Applied-Cap
                    MOVE WS-Applied-Cap TO HV-Lvbl-Balance
                 END-IF
                 ADD WS-Applied-Hours TO HV-Lvbl-Balance
                 MOVE WS-In-Accrual-Month TO HV-Lvbl-Last-Accrual
                 IF WS-Balance-Row-New
                    PERFORM 5300-Insert-Balance
                 ELSE
                    PERFORM 5400-Update-Balance
                 END-IF
                 SET WS-Emp-Credited TO TRUE
                 ADD 1 TO WS-Row-Accrued-Count
                 ADD WS-Applied-Hours TO WS-Total-Accrued-Hours
                 ADD WS-Forfeit-Hours TO WS-Total-Forfeit-Hours
                 PERFORM 2310-Print-Register-Line
              END-IF
           END-IF.

       2310-Print-Register-Line.
           MOVE WS-Service-Years   TO WS-Rpt-Years.
           MOVE WS-Balance-Before  TO WS-Rpt-Balance-Before.
           MOVE WS-Forfeit-Hours   TO WS-Rpt-Forfeit.
           MOVE WS-Applied-Hours   TO WS-Rpt-Accrued.
           MOVE HV-Lvbl-Balance    TO WS-Rpt-Balance-After.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING HV-Work-Dept             DELIMITED BY SIZE
                  "  " HV-Emp-Number       DELIMITED BY SIZE
                  " " HV-Last-Name         DELIMITED BY SIZE
                  " " HV-Lvbl-Leave-Type   DELIMITED BY SIZE
                  "  " WS-Rpt-Years        DELIMITED BY SIZE
                  "  " WS-Rpt-Balance-Before DELIMITED BY SIZE
                  "  " WS-Rpt-Forfeit      DELIMITED BY SIZE
                  "  " WS-Rpt-Accrued      DELIMITED BY SIZE
                  "  " WS-Rpt-Balance-After DELIMITED BY SIZE
                  INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2320-Print-On-Leave-Line.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING HV-Work-Dept             DELIMITED BY SIZE
                  "  " HV-Emp-Number       DELIMITED BY SIZE
                  " " HV-Last-Name         DELIMITED BY SIZE
                  " ON LEAVE OF ABSENCE - NOT CREDITED"
                                           DELIMITED BY SIZE
                  INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2500-Print-Run-Totals.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           MOVE WS-Emp-Read-Count TO WS-Rpt-Count.
           STRING "EMPLOYEES READ:              " WS-Rpt-Count
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           MOVE WS-On-Leave-Count TO WS-Rpt-Count.
           STRING "ON LEAVE OF ABSENCE:         " WS-Rpt-Count
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           MOVE WS-Not-Hired-Count TO WS-Rpt-Count.
           STRING "HIRED AFTER ACCRUAL MONTH:   " WS-Rpt-Count
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           MOVE WS-Row-Accrued-Count TO WS-Rpt-Count.
           STRING "BALANCES CREDITED:           " WS-Rpt-Count
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           MOVE WS-Row-Already-Count TO WS-Rpt-Count.
           STRING "ALREADY CREDITED THIS MONTH: " WS-Rpt-Count
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           MOVE WS-No-Card-Count TO WS-Rpt-Count.
           STRING "NO ACCRUAL CARD MATCHED:     " WS-Rpt-Count
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           MOVE WS-Total-Accrued-Hours TO WS-Rpt-Hours-Total.
           STRING "HOURS ACCRUED:        " WS-Rpt-Hours-Total
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           MOVE WS-Total-Forfeit-Hours TO WS-Rpt-Hours-Total.
           STRING "CARRY-OVER FORFEITED: " WS-Rpt-Hours-Total
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE RPT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Employees read: " WS-Emp-Read-Count
              " balances credited: " WS-Row-Accrued-Count
              " no accrual card: " WS-No-Card-Count.
           IF WS-No-Card-Count > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9910-Log-Run-End.

       5000-Open-Cursor.
           EXEC SQL
              OPEN ACCR-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           SET WS-Cursor-Is-Open TO TRUE.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN ACCR-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5100-Fetch-Next.
           EXEC SQL
              FETCH ACCR-CURSOR
              INTO :HV-Emp-Number, :HV-Last-Name,
                   :HV-Work-Dept, :HV-Hire-Date,
                   :HV-Accr-On-Leave-Flag
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from ACCR-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5200-Read-Balance.
           EXEC SQL
              SELECT BALANCE, LASTACCR
              INTO :HV-Lvbl-Balance, :HV-Lvbl-Last-Accrual
              FROM LEAVE_BALANCE
              WHERE EMPNO  = :HV-Lvbl-Emp-Number
                AND LVTYPE = :HV-Lvbl-Leave-Type
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem reading LEAVE_BALANCE."
              DISPLAY "EMPNO = " HV-Lvbl-Emp-Number
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5300-Insert-Balance.
           EXEC SQL
              INSERT INTO LEAVE_BALANCE
                     (EMPNO, LVTYPE, BALANCE, LASTACCR)
              VALUES (:HV-Lvbl-Emp-Number, :HV-Lvbl-Leave-Type,
                      :HV-Lvbl-Balance, :HV-Lvbl-Last-Accrual)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Inserting LEAVE_BALANCE."
              DISPLAY "EMPNO = " HV-Lvbl-Emp-Number
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5400-Update-Balance.
           EXEC SQL
              UPDATE LEAVE_BALANCE
                 SET BALANCE  = :HV-Lvbl-Balance,
                     LASTACCR = :HV-Lvbl-Last-Accrual
               WHERE EMPNO  = :HV-Lvbl-Emp-Number
                 AND LVTYPE = :HV-Lvbl-Leave-Type
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Updating LEAVE_BALANCE."
              DISPLAY "EMPNO = " HV-Lvbl-Emp-Number
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5900-Close-Cursor.
           IF WS-Cursor-Is-Open
              EXEC SQL
                 CLOSE ACCR-CURSOR
              END-EXEC
           END-IF.

      * Same shape as DBCBEX10's 6100: COMMIT closes the cursor and
      * the mid-run caller reopens it past the last EMPNO
      * committed. No checkpoint record is needed - LASTACCR on the
      * committed rows already tells a rerun what is done.
       6100-Commit-Work.
           MOVE 0 TO WS-Uncommitted-Count.
           PERFORM 5900-Close-Cursor.
           MOVE 'N' TO WS-Cursor-Open-Switch.
           EXEC SQL COMMIT END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "COMMIT failed."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.
           MOVE HV-Emp-Number TO HV-Last-Commit-Empno.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX31" TO RUNLOG-Program-Id.
           MOVE WS-In-Accrual-Month TO RUNLOG-Parm-Info.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           MOVE WS-Emp-Read-Count TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE WS-Row-Accrued-Count TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
