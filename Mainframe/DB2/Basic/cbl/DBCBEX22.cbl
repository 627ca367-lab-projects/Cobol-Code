      *            discipline BENFREC enforces for the benefits
      *            vendor (see the BANKREC copybook).
      *
      *    Each employee's DIRECT_DEPOSIT row (DBCBEX35) decides
      *       how the period is paid:
      *          - a prenoted account (DDSTATUS S, PRENDATE before
      *            this period's end) is deposited - the D detail
      *            carries its routing and account number,
      *          - a new or changed account (DDSTATUS P) gets a
      *            zero-dollar prenote D detail (entry type N) and
      *            is set to S with PRENDATE = this period's end;
      *            the pay itself goes by check. Rerunning the same
      *            period re-sends the prenote,
      *          - no row, or a row the bank returned (R), is paid
      *            by check - the D detail has no account.
      *       The register shows which, per employee.
      *
      *    The pay-period end date comes from PAYDTE's single
      *       card (YYYY-MM-DD); a missing or unreadable card
      *       defaults it to the run date with a warning, so a
      *       misloaded date never stops the semimonthly run.
      *
      *    Gross pay is derived, not stored; the only update is
      *       the prenote status on DIRECT_DEPOSIT, which is not a
      *       CHGJRNL table, so there is nothing to journal.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *                          and bank file to retire the
      *                          last big manual spreadsheet
      *                          job of the month.
      * 20XX-XX-XX               Direct deposit - routing and
      *                          account on the bank detail,
      *                          zero-dollar prenotes for new or
      *                          changed DIRECT_DEPOSIT accounts.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************

           COPY DEPTTAB.

           COPY DDEPTAB.

           COPY EMPROW.

           COPY DEPTROW.

           COPY DDEPROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

       01 WS-Period-Gross              PIC S9(07)V99 COMP-3 VALUE 0.

      * How this employee is paid this period - set from the
      * DIRECT_DEPOSIT row by 2250-Get-Pay-Method.
       01 WS-Pay-Method-Switch         PIC X(01) VALUE SPACES.
          88 WS-Pay-By-Deposit         VALUE 'D'.
          88 WS-Pay-By-Check           VALUE 'C'.
          88 WS-Pay-With-Prenote       VALUE 'N'.
       01 WS-Deposit-Count             PIC S9(07) COMP-3 VALUE 0.
       01 WS-Check-Count               PIC S9(07) COMP-3 VALUE 0.
       01 WS-Prenote-Count             PIC S9(07) COMP-3 VALUE 0.

      * Both are added to only after a detail record has been
      * WRITTEN - the trailer must describe the file as it is,
      * not the cursor as it was.
       01 WS-Rpt-Dept-Total            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Grand-Count           PIC ZZZ9.
       01 WS-Rpt-Grand-Total           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-Rpt-Method                PIC X(07).
       01 WS-Rpt-Deposit-Count         PIC ZZZ9.
       01 WS-Rpt-Check-Count           PIC ZZZ9.
       01 WS-Rpt-Prenote-Count         PIC ZZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE

           MOVE " " TO RPT-CTRL.
           MOVE "DEPT EMPNO  NAME                          JOB     " &
                "  PERIOD GROSS  PAID BY"
              TO RPT-DATA.
           WRITE RPT-RECORD.

                   (HV-Salary + HV-Bonus + HV-Commission)
                   / WS-Periods-Per-Year.

           PERFORM 2250-Get-Pay-Method.
           PERFORM 2300-Print-Register-Line.
           PERFORM 2350-Write-Bank-Detail.

           ADD 1 TO WS-Grand-Employee-Count.
           ADD WS-Period-Gross TO WS-Grand-Gross-Total.

      * An account is deposited to only once its prenote has gone
      * out in an earlier period. PRENDATE equal to this period's
      * end means this period is being rerun - the prenote goes
      * again and the pay stays a check.
       2250-Get-Pay-Method.
           PERFORM 5200-Read-Deposit-Account.
           EVALUATE TRUE
              WHEN HV-Ddep-Emp-Number = SPACES
                 SET WS-Pay-By-Check TO TRUE
              WHEN HV-DDEP-PRENOTE-DUE
                 SET WS-Pay-With-Prenote TO TRUE
              WHEN HV-DDEP-PRENOTE-SENT
                 AND HV-Ddep-Prenote-Date < WS-Period-End-Date
                 SET WS-Pay-By-Deposit TO TRUE
              WHEN HV-DDEP-PRENOTE-SENT
                 AND HV-Ddep-Prenote-Date = WS-Period-End-Date
                 SET WS-Pay-With-Prenote TO TRUE
              WHEN OTHER
                 SET WS-Pay-By-Check TO TRUE
           END-EVALUATE.

       2300-Print-Register-Line.
           MOVE WS-Period-Gross TO WS-Rpt-Gross.
           EVALUATE TRUE
              WHEN WS-Pay-By-Deposit
                 MOVE "DEPOSIT" TO WS-Rpt-Method
              WHEN WS-Pay-With-Prenote
                 MOVE "PRENOTE" TO WS-Rpt-Method
              WHEN OTHER
                 MOVE "CHECK" TO WS-Rpt-Method
           END-EVALUATE.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING HV-Work-Dept    DELIMITED BY SIZE
                  " " HV-Last-Name  DELIMITED BY SIZE
                  " " HV-Job-Title  DELIMITED BY SIZE
                  "  " WS-Rpt-Gross DELIMITED BY SIZE
                  "  " WS-Rpt-Method DELIMITED BY SIZE
                  INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

      * The prenote, when one is due, is written ahead of the
      * payment detail; it counts in the trailer but adds nothing
      * to the hash.
       2350-Write-Bank-Detail.
           IF WS-Pay-With-Prenote
              PERFORM 2360-Write-Bank-Prenote
           END-IF.

           MOVE SPACES TO BANK-Detail-Record.
           MOVE "D"             TO BANK-D-Record-Type.
           MOVE HV-Emp-Number   TO BANK-D-Emp-Number.
           MOVE HV-Last-Name    TO BANK-D-Last-Name.
           MOVE HV-Work-Dept    TO BANK-D-Work-Dept.
           MOVE WS-Period-Gross TO BANK-D-Gross-Amount.
           MOVE "P"             TO BANK-D-Entry-Type.
           IF WS-Pay-By-Deposit
              MOVE HV-Ddep-Routing      TO BANK-D-Routing
              MOVE HV-Ddep-Account      TO BANK-D-Account
              MOVE HV-Ddep-Account-Type TO BANK-D-Account-Type
              ADD 1 TO WS-Deposit-Count
           ELSE
              ADD 1 TO WS-Check-Count
           END-IF.
           WRITE BANK-Detail-Record.
           ADD 1 TO WS-Detail-Write-Count.
           ADD WS-Period-Gross TO WS-Amount-Hash-Total.

       2360-Write-Bank-Prenote.
           MOVE SPACES TO BANK-Detail-Record.
           MOVE "D"             TO BANK-D-Record-Type.
           MOVE HV-Emp-Number   TO BANK-D-Emp-Number.
           MOVE HV-First-Name   TO BANK-D-First-Name.
           MOVE HV-Last-Name    TO BANK-D-Last-Name.
           MOVE HV-Work-Dept    TO BANK-D-Work-Dept.
           MOVE 0               TO BANK-D-Gross-Amount.
           MOVE "N"             TO BANK-D-Entry-Type.
           MOVE HV-Ddep-Routing      TO BANK-D-Routing.
           MOVE HV-Ddep-Account      TO BANK-D-Account.
           MOVE HV-Ddep-Account-Type TO BANK-D-Account-Type.
           WRITE BANK-Detail-Record.
           ADD 1 TO WS-Detail-Write-Count.
           ADD 1 TO WS-Prenote-Count.
           PERFORM 5300-Mark-Prenote-Sent.

       2400-Print-Dept-Trailer.
           IF WS-Dept-Employee-Count > 0
              PERFORM 6100-Get-Dept-Name
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Deposit-Count TO WS-Rpt-Deposit-Count.
           MOVE WS-Check-Count   TO WS-Rpt-Check-Count.
           MOVE WS-Prenote-Count TO WS-Rpt-Prenote-Count.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "PAID BY DEPOSIT: " WS-Rpt-Deposit-Count
                  "  BY CHECK: " WS-Rpt-Check-Count
                  "  PRENOTES SENT: " WS-Rpt-Prenote-Count
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2600-Write-Bank-Trailer.
           MOVE SPACES TO BANK-Trailer-Record.
           MOVE "T" TO BANK-T-Record-Type.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Bank details written: " WS-Detail-Write-Count
              " for period ending " WS-Period-End-Date.
           DISPLAY "Paid by deposit: " WS-Deposit-Count
              " by check: " WS-Check-Count
              " prenotes sent: " WS-Prenote-Count.
           PERFORM 9910-Log-Run-End.

       5000-Open-Cursor.
              GOBACK
           END-IF.

      * Runs inside the fetch loop, so WS-SQL-STATUS is saved and
      * restored the way 6100-Get-Dept-Name does it. NOT FOUND -
      * no account, paid by check - is signalled by a blank
      * HV-Ddep-Emp-Number.
       5200-Read-Deposit-Account.
           MOVE WS-SQL-STATUS TO WS-Saved-Sql-Status.
           MOVE HV-Emp-Number TO HV-Ddep-Emp-Number.
           EXEC SQL
              SELECT ROUTING, ACCTNO, ACCTTYPE, DDSTATUS, PRENDATE
              INTO :HV-Ddep-Routing, :HV-Ddep-Account,
                   :HV-Ddep-Account-Type, :HV-Ddep-Status,
                   :HV-Ddep-Prenote-Date
              FROM DIRECT_DEPOSIT
              WHERE EMPNO = :HV-Ddep-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 CONTINUE
              WHEN SQL-STATUS-NOT-FOUND
                 MOVE SPACES TO HV-Direct-Deposit-Row
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem reading DIRECT_DEPOSIT."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.
           MOVE WS-Saved-Sql-Status TO WS-SQL-STATUS.

      * Deposits start the first period ending after PRENDATE.
       5300-Mark-Prenote-Sent.
           MOVE WS-SQL-STATUS TO WS-Saved-Sql-Status.
           SET HV-DDEP-PRENOTE-SENT TO TRUE.
           MOVE WS-Period-End-Date TO HV-Ddep-Prenote-Date.
           EXEC SQL
              UPDATE DIRECT_DEPOSIT
                 SET DDSTATUS = :HV-Ddep-Status,
                     PRENDATE = :HV-Ddep-Prenote-Date
               WHERE EMPNO = :HV-Ddep-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Updating DIRECT_DEPOSIT."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.
           MOVE WS-Saved-Sql-Status TO WS-SQL-STATUS.

       5900-Close-Cursor.
           IF WS-Cursor-Is-Open
              EXEC SQL
           SET RUNLOG-TYPE-END TO TRUE.
           MOVE WS-Grand-Employee-Count TO RUNLOG-Rows-Read.
           MOVE WS-Detail-Write-Count TO RUNLOG-Rows-Written.
           MOVE WS-Prenote-Count TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

