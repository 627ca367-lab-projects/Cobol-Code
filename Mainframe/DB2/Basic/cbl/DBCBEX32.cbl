      **********************************************************
      * Program name:    DBCBEX32
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 32: DB2 Processing: Leave balance
      *       statement and negative-balance exceptions.
      *
      *    Cursors every LEAVE_BALANCE row of an active employee
      *       in WORKDEPT, EMPNO, LVTYPE order and prints:
      *          - RPTOUT, the balance statement: a new page per
      *            department headed with its DEPTNAME, one line
      *            per employee and leave type with the balance
      *            in hours and the month last accrued, marked
      *            when the balance is negative or the employee
      *            is out on a leave of absence; a department
      *            trailer per leave type; and a closing page of
      *            company totals per leave type.
      *          - EXCOUT, the exception list: every negative
      *            balance, for the department heads to chase
      *            before it grows.
      *       An employee with no LEAVE_BALANCE row yet (hired
      *       since the last DBCBEX31 accrual, with nothing taken)
      *       has nothing to state and is not listed.
      *
      *    Read only. Return codes: 0 clean, 4 one or more
      *       negative balances listed, 8 a DB2 error stopped the
      *       run.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with the LEAVE_BALANCE
      *                          table - replaces the department
      *                          leave spreadsheets.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX32.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXC-FILE ASSIGN TO EXCOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD.
           05 RPT-CTRL                PIC X(001).
           05 RPT-DATA                PIC X(132).

       FD  EXC-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  EXC-RECORD.
           05 EXC-CTRL                PIC X(001).
           05 EXC-DATA                PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           COPY EMPTAB.

           COPY DEPTTAB.

           COPY LVBLTAB.

           COPY LOATAB.

           COPY EMPROW.

           COPY DEPTROW.

           COPY LVBLROW.

           COPY LOAROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

       01 HV-Stmt-On-Leave-Flag        PIC X(01).
          88 HV-STMT-ON-LEAVE          VALUE 'Y'.

           EXEC SQL
              DECLARE STMT-CURSOR CURSOR FOR
              SELECT E.WORKDEPT, E.EMPNO, E.LASTNAME, E.FIRSTNME,
                     B.LVTYPE, B.BALANCE, B.LASTACCR,
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM LEAVE_ABSENCE A
                                 WHERE A.EMPNO = E.EMPNO
                                   AND A.LOARETURN =
                                       :HV-Loa-Open-Date)
                          THEN 'Y' ELSE 'N' END
              FROM EMPLOYEE E, LEAVE_BALANCE B
              WHERE B.EMPNO = E.EMPNO
              ORDER BY E.WORKDEPT, E.EMPNO, B.LVTYPE
           END-EXEC.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Cursor-Open-Switch        PIC X(01) VALUE 'N'.
          88 WS-Cursor-Is-Open         VALUE 'Y'.

       01 WS-Saved-Sql-Status          PIC S9(9) COMP-5.

       01 WS-Prev-Work-Dept            PIC X(03) VALUE SPACES.
       01 WS-First-Row-Switch          PIC X(01) VALUE 'Y'.
          88 WS-First-Row              VALUE 'Y'.

      * Department and company totals per leave type, in the order
      * the types are first met.
       01 WS-Type-Total-Table.
           05 WS-Type-Total-Entry OCCURS 10 TIMES.
              10 WS-Tot-Type           PIC X(03).
              10 WS-Tot-Dept-Count     PIC S9(07) COMP-3.
              10 WS-Tot-Dept-Hours     PIC S9(09)V99 COMP-3.
              10 WS-Tot-Grand-Count    PIC S9(07) COMP-3.
              10 WS-Tot-Grand-Hours    PIC S9(09)V99 COMP-3.
       01 WS-Type-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Type-Max                  PIC S9(04) COMP-5 VALUE 10.
       01 WS-Type-Sub                  PIC S9(04) COMP-5 VALUE 0.
       01 WS-Type-Found-Switch         PIC X(01) VALUE 'N'.
          88 WS-Type-Found             VALUE 'Y'.

       01 WS-Row-Count                 PIC S9(07) COMP-3 VALUE 0.
       01 WS-Negative-Count            PIC S9(07) COMP-3 VALUE 0.
       01 WS-On-Leave-Count            PIC S9(07) COMP-3 VALUE 0.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).
       01 WS-Run-Date-Line             PIC X(132) VALUE SPACES.

       01 WS-Rpt-Balance               PIC -ZZZZ9.99.
       01 WS-Rpt-Count                 PIC ZZZZZZ9.
       01 WS-Rpt-Hours-Total           PIC -ZZZ,ZZZ,ZZ9.99.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX32 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXC-FILE.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Print-Exception-Header
              PERFORM 5000-Open-Cursor
              PERFORM 5100-Fetch-Next
              PERFORM UNTIL SQL-STATUS-NOT-FOUND
                 PERFORM 2200-Process-Row
                 PERFORM 5100-Fetch-Next
              END-PERFORM
              IF NOT WS-First-Row
                 PERFORM 2400-Print-Dept-Trailer
              END-IF
              PERFORM 2500-Print-Grand-Total
              PERFORM 2600-Print-Exception-Trailer
              PERFORM 5900-Close-Cursor
           END-IF.

      * The run date line is built once here and reused on every
      * statement page heading.
       2100-Print-Exception-Header.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.
           STRING "RUN DATE: " WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-" WS-Current-Date(7:2)
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  DELIMITED BY SIZE INTO WS-Run-Date-Line
           END-STRING.

           MOVE "1" TO EXC-CTRL.
           MOVE "DBCBEX32 - NEGATIVE LEAVE BALANCE EXCEPTIONS"
              TO EXC-DATA.
           WRITE EXC-RECORD.

           MOVE " " TO EXC-CTRL.
           MOVE WS-Run-Date-Line TO EXC-DATA.
           WRITE EXC-RECORD.

           MOVE "DEPT EMPNO  LASTNAME        FIRSTNME     TYP   BALA" &
                "NCE  LASTACR"
              TO EXC-DATA.
           WRITE EXC-RECORD.

       2200-Process-Row.
           IF WS-First-Row
              OR HV-Work-Dept NOT = WS-Prev-Work-Dept
              IF NOT WS-First-Row
                 PERFORM 2400-Print-Dept-Trailer
              END-IF
              MOVE 'N' TO WS-First-Row-Switch
              MOVE HV-Work-Dept TO WS-Prev-Work-Dept
              PERFORM 2300-Print-Dept-Heading
           END-IF.

           ADD 1 TO WS-Row-Count.
           PERFORM 2310-Print-Balance-Line.
           PERFORM 2320-Add-Type-Totals.

           IF HV-Lvbl-Balance < 0
              ADD 1 TO WS-Negative-Count
              PERFORM 2700-Write-Exception-Line
           END-IF.

       2300-Print-Dept-Heading.
           PERFORM 6100-Get-Dept-Name.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX32 - LEAVE BALANCE STATEMENT" TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE WS-Run-Date-Line TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           STRING "DEPARTMENT " WS-Prev-Work-Dept " " HV-Dept-Name
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE "EMPNO  LASTNAME        FIRSTNME     TYP   BALANCE  " &
                "LASTACR  NOTE"
              TO RPT-DATA.
           WRITE RPT-RECORD.

       2310-Print-Balance-Line.
           MOVE HV-Lvbl-Balance TO WS-Rpt-Balance.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING HV-Emp-Number          DELIMITED BY SIZE
                  " " HV-Last-Name       DELIMITED BY SIZE
                  " " HV-First-Name      DELIMITED BY SIZE
                  " " HV-Lvbl-Leave-Type DELIMITED BY SIZE
                  " " WS-Rpt-Balance     DELIMITED BY SIZE
                  "  " HV-Lvbl-Last-Accrual DELIMITED BY SIZE
                  INTO RPT-DATA
           END-STRING.
           IF HV-Lvbl-Balance < 0
              MOVE "*NEGATIVE*" TO RPT-DATA(61:10)
           END-IF.
           IF HV-STMT-ON-LEAVE
              ADD 1 TO WS-On-Leave-Count
              MOVE "ON LEAVE OF ABSENCE" TO RPT-DATA(72:19)
           END-IF.
           WRITE RPT-RECORD.

       2320-Add-Type-Totals.
           MOVE 'N' TO WS-Type-Found-Switch.
           PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                   UNTIL WS-Type-Found
                      OR WS-Type-Sub > WS-Type-Count
              IF WS-Tot-Type(WS-Type-Sub) = HV-Lvbl-Leave-Type
                 SET WS-Type-Found TO TRUE
              END-IF
           END-PERFORM.
           IF WS-Type-Found
              SUBTRACT 1 FROM WS-Type-Sub
           ELSE
              IF WS-Type-Count < WS-Type-Max
                 ADD 1 TO WS-Type-Count
                 MOVE WS-Type-Count TO WS-Type-Sub
                 MOVE HV-Lvbl-Leave-Type TO WS-Tot-Type(WS-Type-Sub)
                 MOVE 0 TO WS-Tot-Dept-Count(WS-Type-Sub)
                 MOVE 0 TO WS-Tot-Dept-Hours(WS-Type-Sub)
                 MOVE 0 TO WS-Tot-Grand-Count(WS-Type-Sub)
                 MOVE 0 TO WS-Tot-Grand-Hours(WS-Type-Sub)
                 SET WS-Type-Found TO TRUE
              END-IF
           END-IF.
           IF WS-Type-Found
              ADD 1 TO WS-Tot-Dept-Count(WS-Type-Sub)
              ADD HV-Lvbl-Balance TO WS-Tot-Dept-Hours(WS-Type-Sub)
              ADD 1 TO WS-Tot-Grand-Count(WS-Type-Sub)
              ADD HV-Lvbl-Balance TO WS-Tot-Grand-Hours(WS-Type-Sub)
           END-IF.

       2400-Print-Dept-Trailer.
           MOVE " " TO RPT-CTRL.
           PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                   UNTIL WS-Type-Sub > WS-Type-Count
              IF WS-Tot-Dept-Count(WS-Type-Sub) > 0
                 MOVE WS-Tot-Dept-Count(WS-Type-Sub) TO WS-Rpt-Count
                 MOVE WS-Tot-Dept-Hours(WS-Type-Sub)
                    TO WS-Rpt-Hours-Total
                 MOVE SPACES TO RPT-DATA
                 STRING "     DEPT " WS-Prev-Work-Dept
                        " " WS-Tot-Type(WS-Type-Sub)
                        " EMPLOYEES: " WS-Rpt-Count
                        "  HOURS: " WS-Rpt-Hours-Total
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
                 WRITE RPT-RECORD
              END-IF
              MOVE 0 TO WS-Tot-Dept-Count(WS-Type-Sub)
              MOVE 0 TO WS-Tot-Dept-Hours(WS-Type-Sub)
           END-PERFORM.

       2500-Print-Grand-Total.
           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX32 - LEAVE BALANCE STATEMENT - COMPANY TOTALS"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE WS-Run-Date-Line TO RPT-DATA.
           WRITE RPT-RECORD.

           PERFORM VARYING WS-Type-Sub FROM 1 BY 1
                   UNTIL WS-Type-Sub > WS-Type-Count
              MOVE WS-Tot-Grand-Count(WS-Type-Sub) TO WS-Rpt-Count
              MOVE WS-Tot-Grand-Hours(WS-Type-Sub)
                 TO WS-Rpt-Hours-Total
              MOVE SPACES TO RPT-DATA
              STRING "COMPANY " WS-Tot-Type(WS-Type-Sub)
                     " EMPLOYEES: " WS-Rpt-Count
                     "  HOURS: " WS-Rpt-Hours-Total
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
              WRITE RPT-RECORD
           END-PERFORM.

           MOVE SPACES TO RPT-DATA.
           MOVE WS-Row-Count TO WS-Rpt-Count.
           STRING "BALANCES STATED:     " WS-Rpt-Count
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           MOVE WS-Negative-Count TO WS-Rpt-Count.
           STRING "NEGATIVE BALANCES:   " WS-Rpt-Count
                  "  (SEE EXCOUT)"
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           MOVE WS-On-Leave-Count TO WS-Rpt-Count.
           STRING "ON LEAVE OF ABSENCE: " WS-Rpt-Count
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2600-Print-Exception-Trailer.
           MOVE " " TO EXC-CTRL.
           MOVE SPACES TO EXC-DATA.
           IF WS-Negative-Count = 0
              MOVE "NO NEGATIVE BALANCES" TO EXC-DATA
           ELSE
              MOVE WS-Negative-Count TO WS-Rpt-Count
              STRING "NEGATIVE BALANCES: " WS-Rpt-Count
                     DELIMITED BY SIZE INTO EXC-DATA
              END-STRING
           END-IF.
           WRITE EXC-RECORD.

           IF WS-Negative-Count > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       2700-Write-Exception-Line.
           MOVE " " TO EXC-CTRL.
           MOVE SPACES TO EXC-DATA.
           STRING HV-Work-Dept           DELIMITED BY SIZE
                  "  " HV-Emp-Number     DELIMITED BY SIZE
                  " " HV-Last-Name       DELIMITED BY SIZE
                  " " HV-First-Name      DELIMITED BY SIZE
                  " " HV-Lvbl-Leave-Type DELIMITED BY SIZE
                  " " WS-Rpt-Balance     DELIMITED BY SIZE
                  "  " HV-Lvbl-Last-Accrual DELIMITED BY SIZE
                  INTO EXC-DATA
           END-STRING.
           IF HV-STMT-ON-LEAVE
              MOVE "ON LEAVE OF ABSENCE" TO EXC-DATA(68:19)
           END-IF.
           WRITE EXC-RECORD.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE RPT-FILE.
           CLOSE EXC-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Balances stated: " WS-Row-Count
              " negative: " WS-Negative-Count.
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
              INTO :HV-Work-Dept, :HV-Emp-Number,
                   :HV-Last-Name, :HV-First-Name,
                   :HV-Lvbl-Leave-Type, :HV-Lvbl-Balance,
                   :HV-Lvbl-Last-Accrual,
                   :HV-Stmt-On-Leave-Flag
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

       5900-Close-Cursor.
           IF WS-Cursor-Is-Open
              EXEC SQL
                 CLOSE STMT-CURSOR
              END-EXEC
           END-IF.

      * Same lookup as DBCBEX04's 6100, with WS-SQL-STATUS saved and
      * restored so the fetch loop keeps seeing the cursor's status.
       6100-Get-Dept-Name.
           MOVE WS-SQL-STATUS TO WS-Saved-Sql-Status.
           MOVE WS-Prev-Work-Dept TO HV-Dept-Number.
           EXEC SQL
              SELECT DEPTNAME
              INTO :HV-Dept-Name
              FROM DEPARTMENT
              WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE "(UNKNOWN DEPARTMENT)" TO HV-Dept-Name
           END-IF.
           MOVE WS-Saved-Sql-Status TO WS-SQL-STATUS.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX32" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           MOVE WS-Row-Count TO RUNLOG-Rows-Read.
           MOVE WS-Negative-Count TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
