      **********************************************************
      * Program name:    DBCBEX36
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 36: DB2 Processing: Bank return
      *       processing for the direct deposit file.
      *
      *    Closes the loop on the DBCBEX22 bank payment file the
      *       way DBCBEX20 closes it on the benefits feed. Reads
      *       BANKIN - the BANKOUT generation the bank is
      *       answering (BANKREC layout) - to learn which
      *       payments and prenotes went out and what our trailer
      *       claimed, then reads RETIN - the bank's return file
      *       (BKRTREC layout) - and:
      *          - checks the return file answers that BANKOUT:
      *            its header's pay-period end date must match,
      *          - matches every return detail back to the
      *            payment or prenote we sent by EMPNO and entry
      *            type; one we never sent is an unmatched
      *            return,
      *          - for each matched return, looks up the current
      *            EMPLOYEE row and its DEPTNAME and prints a
      *            worklist line for payroll - invalid-account
      *            returns (closed, not found, bad account or
      *            routing number) are flagged - and sets the
      *            DIRECT_DEPOSIT row to R (returned) when it
      *            still holds the routing and account the bank
      *            returned, so no more pay goes to it until the
      *            account is corrected with DBCBEX35,
      *          - checks the bank's received count and amount
      *            against the BANK-T-Detail-Count and BANK-T-
      *            Amount-Hash we sent, and the bank's returned
      *            count and amount against the return details.
      *
      *    Return codes: 0 nothing returned and everything
      *       balanced, 4 the bank returned one or more payments
      *       or prenotes (work the RPTOUT worklist - a returned
      *       payment has to be reissued by check), 8 a control
      *       failure - a return file for another pay period,
      *       unmatched returns, bank totals that do not balance
      *       to our trailer or to the returns, or a missing
      *       header or trailer on either file - so operations
      *       sees it.
      *
      *    The only update is DDSTATUS on DIRECT_DEPOSIT, which is
      *       not a CHGJRNL table, so there is nothing to journal.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with direct deposit -
      *                          the bank's returns were being
      *                          worked from their portal.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX36.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-IN-FILE ASSIGN TO BANKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Bank-In-Status.

           SELECT RET-IN-FILE ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Ret-In-Status.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.

           COPY BANKREC.

       FD  RET-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.

           COPY BKRTREC.

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

           COPY DDEPTAB.

           COPY EMPROW.

           COPY DEPTROW.

           COPY DDEPROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Bank-In-Status            PIC X(02) VALUE SPACES.
          88 WS-Bank-Status-OK         VALUE '00'.
          88 WS-Bank-At-End            VALUE '10'.

       01 WS-Ret-In-Status             PIC X(02) VALUE SPACES.
          88 WS-Ret-Status-OK          VALUE '00'.
          88 WS-Ret-At-End             VALUE '10'.

      * Every D detail the bank file carried, in the order sent,
      * plus what our header and trailer claimed. The return
      * details match back against this. A prenote and the check
      * payment beside it share an EMPNO, so the entry type is
      * part of the match.
       01 WS-Sent-Table.
           05 WS-ST-Entry OCCURS 2000 TIMES.
              10 WS-ST-Empno           PIC X(06).
              10 WS-ST-Entry-Type      PIC X(01).
              10 WS-ST-Amount          PIC S9(07)V99 COMP-3.
       01 WS-Sent-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Sent-Max                  PIC S9(04) COMP-5 VALUE 2000.
       01 WS-Sent-Period-End-Date      PIC X(10) VALUE SPACES.
       01 WS-Sent-Trailer-Count        PIC S9(07) COMP-3 VALUE 0.
       01 WS-Sent-Trailer-Hash         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-Bank-Header-Switch        PIC X(01) VALUE 'N'.
          88 WS-Bank-Header-Seen       VALUE 'Y'.
       01 WS-Bank-Trailer-Switch       PIC X(01) VALUE 'N'.
          88 WS-Bank-Trailer-Seen      VALUE 'Y'.

       01 WS-Ret-Entry-Type            PIC X(01).
       01 WS-Ret-Detail-Count          PIC S9(07) COMP-3 VALUE 0.
       01 WS-Ret-Detail-Amount         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-Ret-Payment-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Ret-Prenote-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Ret-Invalid-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Ret-Unmatched-Count       PIC S9(07) COMP-3 VALUE 0.
       01 WS-Accounts-Marked-Count     PIC S9(07) COMP-3 VALUE 0.
       01 WS-Bank-Received-Count       PIC S9(07) COMP-3 VALUE 0.
       01 WS-Bank-Received-Amount      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-Bank-Returned-Count       PIC S9(07) COMP-3 VALUE 0.
       01 WS-Bank-Returned-Amount      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-Ret-Header-Seen-Switch    PIC X(01) VALUE 'N'.
          88 WS-Ret-Header-Seen        VALUE 'Y'.
       01 WS-Ret-Trailer-Switch        PIC X(01) VALUE 'N'.
          88 WS-Ret-Trailer-Seen       VALUE 'Y'.

       01 WS-Control-Error-Switch      PIC X(01) VALUE 'N'.
          88 WS-Control-Error          VALUE 'Y'.

       01 WS-Sub-J                     PIC S9(04) COMP-5 VALUE 0.
       01 WS-Found-Sub                 PIC S9(04) COMP-5 VALUE 0.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Entry                 PIC X(07).
       01 WS-Rpt-Flag                  PIC X(17).
       01 WS-Rpt-Amount                PIC ZZZ,ZZ9.99.
       01 WS-Rpt-Count-1               PIC ZZZZZZ9.
       01 WS-Rpt-Count-2               PIC ZZZZZZ9.
       01 WS-Rpt-Total-1               PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Total-2               PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX36 - End of Run Messages".

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
           PERFORM 1200-Load-Bank-Table.
           PERFORM 9800-Connect-to-DB1.

       1100-Open-Files.
           OPEN INPUT BANK-IN-FILE.
           IF NOT WS-Bank-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN BANKIN, file status "
                 WS-Bank-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RET-IN-FILE.
           IF NOT WS-Ret-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN RETIN, file status "
                 WS-Ret-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.

      * The bank file we sent: every D detail goes in the table,
      * the H header's period end is what the return file must
      * echo, and the T trailer's count and hash are what the
      * bank's received totals must balance to.
       1200-Load-Bank-Table.
           PERFORM 7000-Read-Bank-Record.
           PERFORM UNTIL WS-Bank-At-End
              EVALUATE BANK-H-Record-Type
                 WHEN "H"
                    SET WS-Bank-Header-Seen TO TRUE
                    MOVE BANK-H-Period-End-Date
                       TO WS-Sent-Period-End-Date
                 WHEN "D"
                    PERFORM 1210-Store-Bank-Detail
                 WHEN "T"
                    SET WS-Bank-Trailer-Seen TO TRUE
                    MOVE BANK-T-Detail-Count
                       TO WS-Sent-Trailer-Count
                    MOVE BANK-T-Amount-Hash
                       TO WS-Sent-Trailer-Hash
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 7000-Read-Bank-Record
           END-PERFORM.
           CLOSE BANK-IN-FILE.

           IF NOT WS-Bank-Header-Seen
              DISPLAY "*** ERROR ***"
              DISPLAY "BANKIN has no H header - the bank file is "
                 "incomplete. Nothing processed."
              MOVE 8 TO RETURN-CODE
              PERFORM 9910-Log-Run-End
              GOBACK
           END-IF.
           IF NOT WS-Bank-Trailer-Seen
              DISPLAY "*** ERROR ***"
              DISPLAY "BANKIN has no T trailer - the bank file is "
                 "incomplete. Nothing processed."
              MOVE 8 TO RETURN-CODE
              PERFORM 9910-Log-Run-End
              GOBACK
           END-IF.

       1210-Store-Bank-Detail.
           IF WS-Sent-Count >= WS-Sent-Max
              DISPLAY "*** ERROR ***"
              DISPLAY "BANKIN holds more than " WS-Sent-Max
                 " details - raise WS-Sent-Max. Nothing processed."
              MOVE 16 TO RETURN-CODE
              PERFORM 9910-Log-Run-End
              GOBACK
           END-IF.
           ADD 1 TO WS-Sent-Count.
           MOVE BANK-D-Emp-Number TO WS-ST-Empno(WS-Sent-Count).
           IF BANK-D-PRENOTE
              MOVE "N" TO WS-ST-Entry-Type(WS-Sent-Count)
           ELSE
              MOVE "P" TO WS-ST-Entry-Type(WS-Sent-Count)
           END-IF.
           MOVE BANK-D-Gross-Amount TO WS-ST-Amount(WS-Sent-Count).

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Print-Report-Header
              PERFORM 7100-Read-Return-Record
              PERFORM UNTIL WS-Ret-At-End
                 PERFORM 2200-Process-Return-Record
                 PERFORM 7100-Read-Return-Record
              END-PERFORM
              PERFORM 2500-Check-Controls
              PERFORM 2600-Print-Control-Totals
           END-IF.

       2100-Print-Report-Header.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX36 - BANK RETURNS / PAYROLL DIRECT DEPOSIT " &
                "WORKLIST"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "RUN DATE: " WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-" WS-Current-Date(7:2)
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  "  BANK FILE PAY PERIOD ENDING: "
                  WS-Sent-Period-End-Date
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2200-Process-Return-Record.
           EVALUATE BKRT-H-Record-Type
              WHEN "H"
                 PERFORM 2210-Note-Return-Header
              WHEN "D"
                 PERFORM 2300-Process-Return-Detail
              WHEN "T"
                 SET WS-Ret-Trailer-Seen TO TRUE
                 MOVE BKRT-T-Received-Count
                    TO WS-Bank-Received-Count
                 MOVE BKRT-T-Received-Amount
                    TO WS-Bank-Received-Amount
                 MOVE BKRT-T-Returned-Count
                    TO WS-Bank-Returned-Count
                 MOVE BKRT-T-Returned-Amount
                    TO WS-Bank-Returned-Amount
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "RETIN record type not H, D, or T: "
                    BKRT-H-Record-Type
           END-EVALUATE.

      * A return file for another pay period is answering some
      * other BANKOUT generation - point BANKIN at the right one.
       2210-Note-Return-Header.
           SET WS-Ret-Header-Seen TO TRUE.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "BANK RETURNS OF " BKRT-H-Return-Date
                  " FOR PAY PERIOD ENDING " BKRT-H-Period-End-Date
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           IF BKRT-H-Period-End-Date NOT = WS-Sent-Period-End-Date
              SET WS-Control-Error TO TRUE
              MOVE " " TO RPT-CTRL
              MOVE SPACES TO RPT-DATA
              STRING "*** RETURN FILE IS FOR PERIOD "
                     BKRT-H-Period-End-Date
                     " BUT BANKIN IS FOR PERIOD "
                     WS-Sent-Period-End-Date " ***"
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           MOVE " " TO RPT-CTRL.
           MOVE "EMPNO  NAME            DEPT DEPARTMENT NAME    " &
                "ENTRY       AMOUNT RTN REASON"
              TO RPT-DATA.
           WRITE RPT-RECORD.

       2300-Process-Return-Detail.
           ADD 1 TO WS-Ret-Detail-Count.
           ADD BKRT-D-Amount TO WS-Ret-Detail-Amount.
           IF BKRT-D-Entry-Type = "N"
              MOVE "N" TO WS-Ret-Entry-Type
           ELSE
              MOVE "P" TO WS-Ret-Entry-Type
           END-IF.
           PERFORM 2310-Match-To-Bank-File.
           IF WS-Found-Sub = 0
              ADD 1 TO WS-Ret-Unmatched-Count
              MOVE " " TO RPT-CTRL
              MOVE SPACES TO RPT-DATA
              STRING "EMPNO " BKRT-D-Emp-Number
                     " ENTRY " WS-Ret-Entry-Type
                     "  *** UNMATCHED - NOT ON THE BANK FILE WE "
                     "SENT ***"
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
              WRITE RPT-RECORD
           ELSE
              IF WS-Ret-Entry-Type = "N"
                 ADD 1 TO WS-Ret-Prenote-Count
              ELSE
                 ADD 1 TO WS-Ret-Payment-Count
              END-IF
              IF BKRT-D-INVALID-ACCOUNT
                 ADD 1 TO WS-Ret-Invalid-Count
              END-IF
              PERFORM 2400-Print-Worklist-Line
              PERFORM 5600-Mark-Account-Returned
           END-IF.

       2310-Match-To-Bank-File.
           MOVE 0 TO WS-Found-Sub.
           PERFORM VARYING WS-Sub-J FROM 1 BY 1
              UNTIL WS-Sub-J > WS-Sent-Count
                 OR WS-Found-Sub > 0
              IF WS-ST-Empno(WS-Sub-J) = BKRT-D-Emp-Number
                 AND WS-ST-Entry-Type(WS-Sub-J) = WS-Ret-Entry-Type
                 MOVE WS-Sub-J TO WS-Found-Sub
              END-IF
           END-PERFORM.

      * One worklist line per return: who it is today, which
      * department, what came back and why. A returned payment
      * must be reissued by check; an invalid account also needs
      * the employee's corrected details keyed with DBCBEX35.
       2400-Print-Worklist-Line.
           IF WS-Ret-Entry-Type = "N"
              MOVE "PRENOTE" TO WS-Rpt-Entry
           ELSE
              MOVE "PAYMENT" TO WS-Rpt-Entry
           END-IF.
           IF BKRT-D-INVALID-ACCOUNT
              MOVE " INVALID ACCOUNT" TO WS-Rpt-Flag
           ELSE
              MOVE SPACES TO WS-Rpt-Flag
           END-IF.
           MOVE BKRT-D-Amount TO WS-Rpt-Amount.

           MOVE BKRT-D-Emp-Number TO HV-Emp-Number.
           PERFORM 5000-Read-Employee.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           IF SQL-STATUS-OK
              MOVE HV-Work-Dept TO HV-Dept-Number
              PERFORM 5500-Read-Department
              STRING BKRT-D-Emp-Number
                     " " HV-Last-Name
                     " " HV-Work-Dept
                     "  " HV-Dept-Name(1:18)
                     " " WS-Rpt-Entry
                     " " WS-Rpt-Amount
                     " " BKRT-D-Return-Code
                     " " BKRT-D-Reason-Text
                     WS-Rpt-Flag
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              STRING BKRT-D-Emp-Number
                     " (NO LONGER ON EMPLOYEE)"
                     "                "
                     " " WS-Rpt-Entry
                     " " WS-Rpt-Amount
                     " " BKRT-D-Return-Code
                     " " BKRT-D-Reason-Text
                     WS-Rpt-Flag
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.
           SET SQL-STATUS-OK TO TRUE.

      * Without an H header the return file's pay period was never
      * compared with BANKIN's - it may answer another generation.
       2500-Check-Controls.
           IF NOT WS-Ret-Header-Seen
              SET WS-Control-Error TO TRUE
              MOVE " " TO RPT-CTRL
              MOVE "*** RETIN HAS NO H HEADER - PAY PERIOD NOT " &
                   "CONFIRMED ***"
                 TO RPT-DATA
              WRITE RPT-RECORD
           END-IF.
           IF NOT WS-Ret-Trailer-Seen
              SET WS-Control-Error TO TRUE
              MOVE " " TO RPT-CTRL
              MOVE "*** RETIN HAS NO T TRAILER - RETURN FILE IS " &
                   "INCOMPLETE ***"
                 TO RPT-DATA
              WRITE RPT-RECORD
           ELSE
              IF WS-Bank-Received-Count NOT = WS-Sent-Trailer-Count
                 SET WS-Control-Error TO TRUE
                 MOVE WS-Bank-Received-Count TO WS-Rpt-Count-1
                 MOVE WS-Sent-Trailer-Count  TO WS-Rpt-Count-2
                 MOVE " " TO RPT-CTRL
                 MOVE SPACES TO RPT-DATA
                 STRING "*** COUNT MISMATCH - BANK RECEIVED "
                        WS-Rpt-Count-1
                        " BUT WE SENT " WS-Rpt-Count-2 " ***"
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
                 WRITE RPT-RECORD
              END-IF
              IF WS-Bank-Received-Amount NOT = WS-Sent-Trailer-Hash
                 SET WS-Control-Error TO TRUE
                 MOVE WS-Bank-Received-Amount TO WS-Rpt-Total-1
                 MOVE WS-Sent-Trailer-Hash    TO WS-Rpt-Total-2
                 MOVE " " TO RPT-CTRL
                 MOVE SPACES TO RPT-DATA
                 STRING "*** AMOUNT MISMATCH - BANK RECEIVED "
                        WS-Rpt-Total-1
                        " BUT WE SENT " WS-Rpt-Total-2 " ***"
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
                 WRITE RPT-RECORD
              END-IF
              IF WS-Bank-Returned-Count NOT = WS-Ret-Detail-Count
                 OR WS-Bank-Returned-Amount NOT = WS-Ret-Detail-Amount
                 SET WS-Control-Error TO TRUE
                 MOVE " " TO RPT-CTRL
                 MOVE "*** RETURN TRAILER DOES NOT BALANCE TO THE " &
                      "RETURN DETAILS ***"
                    TO RPT-DATA
                 WRITE RPT-RECORD
              END-IF
           END-IF.
           IF WS-Ret-Unmatched-Count > 0
              SET WS-Control-Error TO TRUE
           END-IF.

       2600-Print-Control-Totals.
           MOVE WS-Ret-Payment-Count TO WS-Rpt-Count-1.
           MOVE WS-Ret-Prenote-Count TO WS-Rpt-Count-2.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "PAYMENTS RETURNED: " WS-Rpt-Count-1
                  "  PRENOTES RETURNED: " WS-Rpt-Count-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Ret-Invalid-Count     TO WS-Rpt-Count-1.
           MOVE WS-Accounts-Marked-Count TO WS-Rpt-Count-2.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "INVALID ACCOUNTS: " WS-Rpt-Count-1
                  "  ACCOUNTS SET TO RETURNED: " WS-Rpt-Count-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Ret-Unmatched-Count TO WS-Rpt-Count-1.
           MOVE WS-Sent-Trailer-Count  TO WS-Rpt-Count-2.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "UNMATCHED: " WS-Rpt-Count-1
                  "  DETAILS WE SENT: " WS-Rpt-Count-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Ret-Detail-Amount TO WS-Rpt-Total-1.
           MOVE WS-Sent-Trailer-Hash TO WS-Rpt-Total-2.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "AMOUNT RETURNED: " WS-Rpt-Total-1
                  "  AMOUNT WE SENT: " WS-Rpt-Total-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           IF WS-Control-Error
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Ret-Detail-Count > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE RET-IN-FILE.
           CLOSE RPT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Return details read: " WS-Ret-Detail-Count
              " payments: " WS-Ret-Payment-Count
              " prenotes: " WS-Ret-Prenote-Count
              " unmatched: " WS-Ret-Unmatched-Count.
           PERFORM 9910-Log-Run-End.

      * Statement-level NOT FOUND is expected here - the employee
      * may have left since the payroll ran - so only a real DB2
      * error stops the run.
       5000-Read-Employee.
           EXEC SQL
              SELECT
                     EMPNO, FIRSTNME, MIDINIT, LASTNAME,
                     WORKDEPT, PHONENO, HIREDATE, JOB,
                     EDLEVEL, SEX, BIRTHDATE,
                     SALARY, BONUS, COMM
              INTO
                     :HV-Emp-Number, :HV-First-Name,
                     :HV-Middle-Init, :HV-Last-Name,
                     :HV-Work-Dept, :HV-Phone-Number,
                     :HV-Hire-Date, :HV-Job-Title,
                     :HV-Edu-Level, :HV-Gender, :HV-Birth-Date,
                     :HV-Salary, :HV-Bonus, :HV-Commission
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

      * Only the account the bank actually returned is stopped.
      * NOT FOUND means payroll has already keyed a different
      * account (or removed it) since the file went out - the new
      * one is on its own prenote cycle and is left alone.
       5600-Mark-Account-Returned.
           MOVE BKRT-D-Emp-Number TO HV-Ddep-Emp-Number.
           MOVE BKRT-D-Routing    TO HV-Ddep-Routing.
           MOVE BKRT-D-Account    TO HV-Ddep-Account.
           SET HV-DDEP-RETURNED TO TRUE.
           EXEC SQL
              UPDATE DIRECT_DEPOSIT
                 SET DDSTATUS = :HV-Ddep-Status
               WHERE EMPNO   = :HV-Ddep-Emp-Number
                 AND ROUTING = :HV-Ddep-Routing
                 AND ACCTNO  = :HV-Ddep-Account
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Accounts-Marked-Count
              WHEN SQL-STATUS-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Updating the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.
           SET SQL-STATUS-OK TO TRUE.

       7000-Read-Bank-Record.
           READ BANK-IN-FILE
              AT END
                 SET WS-Bank-At-End TO TRUE
           END-READ.

       7100-Read-Return-Record.
           READ RET-IN-FILE
              AT END
                 SET WS-Ret-At-End TO TRUE
           END-READ.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX36" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           MOVE WS-Ret-Detail-Count TO RUNLOG-Rows-Read.
           MOVE WS-Accounts-Marked-Count TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
