      **********************************************************
      * Program name:    DBCBEX30
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 30: DB2 Processing: Leave and
      *       absence transactions.
      *
      *    Reads LVTRANIN (one LVTR-Record per card, COPY LVTRREC)
      *       and applies each entry for an active EMPLOYEE:
      *          T  taken     - the hours come off the
      *                         LEAVE_BALANCE row for the leave
      *                         type.
      *          A  adjust    - the hours are added to the
      *                         balance (taken off when the sign
      *                         byte is '-'), for corrections
      *                         and one-off grants.
      *          S  LOA start - a LEAVE_ABSENCE row opens on the
      *                         card's date. Rejected when the
      *                         employee is already out.
      *          R  LOA return - the open LEAVE_ABSENCE row
      *                         closes on the card's date.
      *                         Rejected when the employee is not
      *                         out, or the date is before the
      *                         start.
      *       A blank card date means the run date. A T or A for
      *       an employee with no balance row yet creates the row,
      *       so leave taken ahead of the first accrual still
      *       posts. A balance may go negative; the register prints
      *       a warning line and DBCBEX32 lists it as an exception.
      *
      *    Every entry prints on the RPTOUT register with the
      *       balance before and after (T and A) or the absence
      *       dates (S and R), and an ACCEPTED/REJECTED status. A
      *       rejected entry is also written, unchanged, to REJOUT
      *       so it can be corrected and resubmitted as the next
      *       run's LVTRANIN.
      *
      *    Return codes: 0 all entries accepted, 4 one or more
      *       rejected, 8 a DB2 error stopped the run.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - leave taken and leaves
      *                          of absence were being tracked on
      *                          department spreadsheets.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX30.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LVTR-FILE ASSIGN TO LVTRANIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Lvtr-File-Status.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT REJ-FILE ASSIGN TO REJOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LVTR-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  LVTR-INPUT-RECORD          PIC X(80).

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD.
           05 RPT-CTRL                PIC X(001).
           05 RPT-DATA                PIC X(132).

      * Same 80-byte layout as LVTRANIN so a corrected reject goes
      * straight back in as the next run's transaction file.
       FD  REJ-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  REJ-RECORD                 PIC X(80).

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

           COPY LVTRREC.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Lvtr-File-Status          PIC X(02) VALUE SPACES.
          88 WS-Lvtr-Status-OK         VALUE '00'.
          88 WS-Lvtr-At-End            VALUE '10'.

       01 WS-Tran-Valid-Switch         PIC X(01) VALUE 'Y'.
          88 WS-Tran-Valid             VALUE 'Y'.
          88 WS-Tran-Invalid           VALUE 'N'.

       01 WS-Balance-Row-Switch        PIC X(01) VALUE 'Y'.
          88 WS-Balance-Row-Found      VALUE 'Y'.
          88 WS-Balance-Row-New        VALUE 'N'.

       01 WS-Reject-Reason             PIC X(40) VALUE SPACES.

       01 WS-Tran-Read-Count           PIC S9(07) COMP-3 VALUE 0.
       01 WS-Tran-Accept-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Tran-Reject-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Tran-Negative-Count       PIC S9(07) COMP-3 VALUE 0.

       01 WS-Tran-Date                 PIC X(10) VALUE SPACES.
       01 WS-Leave-Hours               PIC S9(5)V99 COMP-3 VALUE 0.
       01 WS-Balance-Before            PIC S9(5)V99 COMP-3 VALUE 0.

       01 WS-Rpt-Sqlcode               PIC -99999.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Hours                 PIC -ZZZZ9.99.
       01 WS-Rpt-Balance-Before        PIC -ZZZZ9.99.
       01 WS-Rpt-Balance-After         PIC -ZZZZ9.99.
       01 WS-Rpt-Read-Count            PIC ZZZZZZ9.
       01 WS-Rpt-Accept-Count          PIC ZZZZZZ9.
       01 WS-Rpt-Reject-Count          PIC ZZZZZZ9.
       01 WS-Rpt-Negative-Count        PIC ZZZZZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX30 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Open-Files.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Open-Files.
           OPEN INPUT LVTR-FILE.
           IF NOT WS-Lvtr-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN LVTRANIN, file status "
                 WS-Lvtr-File-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT REJ-FILE.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Print-Report-Header
              PERFORM 7000-Read-Transaction
              PERFORM UNTIL WS-Lvtr-At-End
                 PERFORM 2200-Process-Transaction
                 PERFORM 7000-Read-Transaction
              END-PERFORM
              PERFORM 2800-Print-Register-Totals
           END-IF.

       2100-Print-Report-Header.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX30 - LEAVE AND ABSENCE TRANSACTION REGISTER"
              TO RPT-DATA.
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

       2200-Process-Transaction.
           ADD 1 TO WS-Tran-Read-Count.
           PERFORM 2210-Edit-Transaction.

           IF WS-Tran-Valid
              MOVE LVTR-Emp-Number TO HV-Emp-Number
              PERFORM 5000-Read-Employee
              IF SQL-STATUS-NOT-FOUND
                 SET WS-Tran-Invalid TO TRUE
                 MOVE "EMPLOYEE NOT FOUND ON EMPLOYEE TABLE"
                    TO WS-Reject-Reason
              END-IF
           END-IF.

           IF WS-Tran-Valid
              AND (LVTR-IS-LOA-START OR LVTR-IS-LOA-RETURN)
              PERFORM 2240-Check-Open-Absence
           END-IF.

           IF NOT WS-Tran-Valid
              PERFORM 2700-Reject-Transaction
           ELSE
              PERFORM 2300-Apply-Transaction
           END-IF.

      * First failing edit wins - once WS-Tran-Invalid is set, the
      * remaining edits are skipped so WS-Reject-Reason reports the
      * first problem found, not the last.
       2210-Edit-Transaction.
           SET WS-Tran-Valid TO TRUE.
           MOVE SPACES TO WS-Reject-Reason.

           IF LVTR-Emp-Number = SPACES
              SET WS-Tran-Invalid TO TRUE
              MOVE "EMPNO IS REQUIRED" TO WS-Reject-Reason
           END-IF.

           IF WS-Tran-Valid
              EVALUATE TRUE
                 WHEN LVTR-IS-TAKEN
                 WHEN LVTR-IS-ADJUST
                    PERFORM 2220-Edit-Hours-Fields
                 WHEN LVTR-IS-LOA-START
                 WHEN LVTR-IS-LOA-RETURN
                    CONTINUE
                 WHEN OTHER
                    SET WS-Tran-Invalid TO TRUE
                    MOVE "TRANSACTION TYPE NOT T, A, S, OR R"
                       TO WS-Reject-Reason
              END-EVALUATE
           END-IF.

           IF WS-Tran-Valid
              PERFORM 2230-Edit-Card-Date
           END-IF.

       2220-Edit-Hours-Fields.
           MOVE LVTR-Leave-Type TO HV-Lvbl-Leave-Type.
           IF NOT HV-LVBL-TYPE-VALID
              SET WS-Tran-Invalid TO TRUE
              MOVE "LEAVE TYPE NOT VAC OR SCK" TO WS-Reject-Reason
           END-IF.

           IF WS-Tran-Valid
              AND LVTR-Hours-Num NOT NUMERIC
              SET WS-Tran-Invalid TO TRUE
              MOVE "HOURS IS NOT NUMERIC" TO WS-Reject-Reason
           END-IF.

           IF WS-Tran-Valid
              AND LVTR-Hours-Num = 0
              SET WS-Tran-Invalid TO TRUE
              MOVE "HOURS MUST BE GREATER THAN ZERO"
                 TO WS-Reject-Reason
           END-IF.

      * The sign byte only means something on an adjustment; a
      * taken entry always comes off the balance.
           IF WS-Tran-Valid
              AND LVTR-IS-ADJUST
              AND NOT LVTR-HOURS-SIGN-OK
              SET WS-Tran-Invalid TO TRUE
              MOVE "HOURS SIGN NOT BLANK, + OR -"
                 TO WS-Reject-Reason
           END-IF.

      * Same YYYY-MM-DD shape DB2 expects for a DATE host variable;
      * the calendar check itself is left to DB2, which rejects the
      * card at apply time with its SQLCODE on the register.
       2230-Edit-Card-Date.
           IF LVTR-Date = SPACES
              MOVE SPACES TO WS-Tran-Date
              STRING WS-Current-Date(1:4) "-"
                     WS-Current-Date(5:2) "-"
                     WS-Current-Date(7:2)
                     DELIMITED BY SIZE INTO WS-Tran-Date
              END-STRING
           ELSE
              IF LVTR-Date(1:4) NOT NUMERIC
                 OR LVTR-Date(5:1) NOT = "-"
                 OR LVTR-Date(6:2) NOT NUMERIC
                 OR LVTR-Date(8:1) NOT = "-"
                 OR LVTR-Date(9:2) NOT NUMERIC
                 SET WS-Tran-Invalid TO TRUE
                 MOVE "DATE IS NOT YYYY-MM-DD" TO WS-Reject-Reason
              ELSE
                 MOVE LVTR-Date TO WS-Tran-Date
              END-IF
           END-IF.

      * An employee has at most one open absence (LOARETURN still
      * 9999-12-31). An S needs there to be none; an R needs there
      * to be one, starting no later than the return date.
       2240-Check-Open-Absence.
           MOVE LVTR-Emp-Number TO HV-Loa-Emp-Number.
           PERFORM 5400-Read-Open-Absence.
           EVALUATE TRUE
              WHEN LVTR-IS-LOA-START AND SQL-STATUS-OK
                 SET WS-Tran-Invalid TO TRUE
                 STRING "ALREADY ON LEAVE SINCE " HV-Loa-Start-Date
                        DELIMITED BY SIZE INTO WS-Reject-Reason
                 END-STRING
              WHEN LVTR-IS-LOA-RETURN AND SQL-STATUS-NOT-FOUND
                 SET WS-Tran-Invalid TO TRUE
                 MOVE "NO OPEN LEAVE OF ABSENCE TO RETURN FROM"
                    TO WS-Reject-Reason
              WHEN LVTR-IS-LOA-RETURN
                 AND WS-Tran-Date < HV-Loa-Start-Date
                 SET WS-Tran-Invalid TO TRUE
                 STRING "RETURN DATE BEFORE LOA START "
                        HV-Loa-Start-Date
                        DELIMITED BY SIZE INTO WS-Reject-Reason
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2300-Apply-Transaction.
           EVALUATE TRUE
              WHEN LVTR-IS-TAKEN
              WHEN LVTR-IS-ADJUST
                 PERFORM 2310-Post-Hours
              WHEN LVTR-IS-LOA-START
                 MOVE LVTR-Emp-Number TO HV-Loa-Emp-Number
                 MOVE WS-Tran-Date    TO HV-Loa-Start-Date
                 MOVE HV-Loa-Open-Date TO HV-Loa-Return-Date
                 MOVE LVTR-Loa-Reason TO HV-Loa-Reason
                 PERFORM 5500-Insert-Absence
              WHEN LVTR-IS-LOA-RETURN
                 MOVE WS-Tran-Date    TO HV-Loa-Return-Date
                 PERFORM 5600-Close-Absence
           END-EVALUATE.

           IF SQL-STATUS-OK
              ADD 1 TO WS-Tran-Accept-Count
              PERFORM 2500-Print-Accepted-Line
           ELSE
              MOVE WS-SQL-STATUS TO WS-Rpt-Sqlcode
              MOVE SPACES TO WS-Reject-Reason
              STRING "DB2 REJECTED IT - SQLCODE " WS-Rpt-Sqlcode
                 DELIMITED BY SIZE INTO WS-Reject-Reason
              END-STRING
              PERFORM 2700-Reject-Transaction
           END-IF.

      * A missing balance row is not an error: the employee has
      * simply not been through an accrual yet. The row is created
      * from zero with no accrual month, so DBCBEX31 still credits
      * it in its next run.
       2310-Post-Hours.
           MOVE LVTR-Emp-Number TO HV-Lvbl-Emp-Number.
           MOVE LVTR-Leave-Type TO HV-Lvbl-Leave-Type.
           PERFORM 5100-Read-Balance.
           IF SQL-STATUS-NOT-FOUND
              SET WS-Balance-Row-New TO TRUE
              MOVE 0 TO HV-Lvbl-Balance
              MOVE SPACES TO HV-Lvbl-Last-Accrual
           ELSE
              SET WS-Balance-Row-Found TO TRUE
           END-IF.

           IF LVTR-IS-TAKEN OR LVTR-HOURS-NEGATIVE
              COMPUTE WS-Leave-Hours = 0 - LVTR-Hours-Num
           ELSE
              MOVE LVTR-Hours-Num TO WS-Leave-Hours
           END-IF.
           MOVE HV-Lvbl-Balance TO WS-Balance-Before.
           ADD WS-Leave-Hours TO HV-Lvbl-Balance.

           IF WS-Balance-Row-New
              PERFORM 5200-Insert-Balance
           ELSE
              PERFORM 5300-Update-Balance
           END-IF.

       2500-Print-Accepted-Line.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           EVALUATE TRUE
              WHEN LVTR-IS-TAKEN
              WHEN LVTR-IS-ADJUST
                 MOVE WS-Leave-Hours    TO WS-Rpt-Hours
                 MOVE WS-Balance-Before TO WS-Rpt-Balance-Before
                 MOVE HV-Lvbl-Balance   TO WS-Rpt-Balance-After
                 STRING "TYPE " LVTR-Type
                        " EMPNO " LVTR-Emp-Number
                        " " HV-Last-Name
                        " " HV-Lvbl-Leave-Type
                        " HOURS " WS-Rpt-Hours
                        " BEFORE " WS-Rpt-Balance-Before
                        " AFTER " WS-Rpt-Balance-After
                        " ON " WS-Tran-Date
                        " ACCEPTED " LVTR-Comment
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
              WHEN LVTR-IS-LOA-START
                 STRING "TYPE " LVTR-Type
                        " EMPNO " LVTR-Emp-Number
                        " " HV-Last-Name
                        " LEAVE OF ABSENCE STARTS " WS-Tran-Date
                        " REASON " LVTR-Loa-Reason
                        "  ACCEPTED " LVTR-Comment
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
              WHEN LVTR-IS-LOA-RETURN
                 STRING "TYPE " LVTR-Type
                        " EMPNO " LVTR-Emp-Number
                        " " HV-Last-Name
                        " RETURNS " WS-Tran-Date
                        " FROM LEAVE STARTED " HV-Loa-Start-Date
                        "  ACCEPTED " LVTR-Comment
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
           END-EVALUATE.
           WRITE RPT-RECORD.

      * Leave taken ahead of accrual is allowed, but it should not
      * go by unnoticed - DBCBEX32 lists the row as an exception
      * until accruals bring it back above zero.
           IF (LVTR-IS-TAKEN OR LVTR-IS-ADJUST)
              AND HV-Lvbl-Balance < 0
              ADD 1 TO WS-Tran-Negative-Count
              MOVE SPACES TO RPT-DATA
              STRING "   *** NEGATIVE BALANCE - EMPNO "
                     LVTR-Emp-Number " " HV-Lvbl-Leave-Type
                     " NOW " WS-Rpt-Balance-After " HOURS"
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
              WRITE RPT-RECORD
           END-IF.

       2700-Reject-Transaction.
           ADD 1 TO WS-Tran-Reject-Count.
           WRITE REJ-RECORD FROM LVTR-Record.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "TYPE " LVTR-Type DELIMITED BY SIZE
                  " EMPNO " LVTR-Emp-Number DELIMITED BY SIZE
                  "  REJECTED - " DELIMITED BY SIZE
                  WS-Reject-Reason DELIMITED BY SIZE
                  INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2800-Print-Register-Totals.
           MOVE WS-Tran-Read-Count     TO WS-Rpt-Read-Count.
           MOVE WS-Tran-Accept-Count   TO WS-Rpt-Accept-Count.
           MOVE WS-Tran-Reject-Count   TO WS-Rpt-Reject-Count.
           MOVE WS-Tran-Negative-Count TO WS-Rpt-Negative-Count.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "TRANSACTIONS READ: " WS-Rpt-Read-Count
                  DELIMITED BY SIZE
                  "  ACCEPTED: " WS-Rpt-Accept-Count
                  DELIMITED BY SIZE
                  "  REJECTED: " WS-Rpt-Reject-Count
                  DELIMITED BY SIZE
                  "  LEFT NEGATIVE: " WS-Rpt-Negative-Count
                  DELIMITED BY SIZE
                  INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE LVTR-FILE.
           CLOSE RPT-FILE.
           CLOSE REJ-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Transactions read: " WS-Tran-Read-Count
              " accepted: " WS-Tran-Accept-Count
              " rejected: " WS-Tran-Reject-Count.
           IF WS-Tran-Reject-Count > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9910-Log-Run-End.

       5000-Read-Employee.
           EXEC SQL
              SELECT LASTNAME, WORKDEPT
              INTO :HV-Last-Name, :HV-Work-Dept
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

       5100-Read-Balance.
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
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * A non-zero SQLCODE from 5200/5300/5500/5600 rejects just
      * this card back to REJOUT - the run itself keeps going, as
      * in DBCBEX07.
       5200-Insert-Balance.
           EXEC SQL
              INSERT INTO LEAVE_BALANCE
                     (EMPNO, LVTYPE, BALANCE, LASTACCR)
              VALUES (:HV-Lvbl-Emp-Number, :HV-Lvbl-Leave-Type,
                      :HV-Lvbl-Balance, :HV-Lvbl-Last-Accrual)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5300-Update-Balance.
           EXEC SQL
              UPDATE LEAVE_BALANCE
                 SET BALANCE = :HV-Lvbl-Balance
               WHERE EMPNO  = :HV-Lvbl-Emp-Number
                 AND LVTYPE = :HV-Lvbl-Leave-Type
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5400-Read-Open-Absence.
           EXEC SQL
              SELECT LOASTART, LOAREASON
              INTO :HV-Loa-Start-Date, :HV-Loa-Reason
              FROM LEAVE_ABSENCE
              WHERE EMPNO     = :HV-Loa-Emp-Number
                AND LOARETURN = :HV-Loa-Open-Date
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem reading LEAVE_ABSENCE."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * SQL-STATUS-DUP (-803) here means an absence for this EMPNO
      * already started on this date (and has since closed) - the
      * card rejects like any other statement-level failure.
       5500-Insert-Absence.
           EXEC SQL
              INSERT INTO LEAVE_ABSENCE
                     (EMPNO, LOASTART, LOARETURN, LOAREASON)
              VALUES (:HV-Loa-Emp-Number, :HV-Loa-Start-Date,
                      :HV-Loa-Return-Date, :HV-Loa-Reason)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5600-Close-Absence.
           EXEC SQL
              UPDATE LEAVE_ABSENCE
                 SET LOARETURN = :HV-Loa-Return-Date
               WHERE EMPNO     = :HV-Loa-Emp-Number
                 AND LOARETURN = :HV-Loa-Open-Date
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       7000-Read-Transaction.
           READ LVTR-FILE INTO LVTR-Record
              AT END
                 SET WS-Lvtr-At-End TO TRUE
           END-READ.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX30" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           MOVE WS-Tran-Read-Count TO RUNLOG-Rows-Read.
           MOVE WS-Tran-Reject-Count TO RUNLOG-Rows-Written.
           MOVE WS-Tran-Accept-Count TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
