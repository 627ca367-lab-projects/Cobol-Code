      **********************************************************
      * Program name:    DBCBEX39
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 39: DB2 Processing: Masked test-
      *       data load - the second step of the QA refresh.
      *
      *    Loads the masked REFRREC file DBCBEX38 unloaded into
      *       the target environment named on SYSIN, replacing
      *       its DEPARTMENT, EMPLOYEE and EMP_ADDRESS rows.
      *
      *    The target must be named - DEV or QA. PROD is refused
      *       outright, and so is a blank card: CONNDB1 would
      *       otherwise fall back to DBENV, which could name PROD.
      *       After connecting, the DB2 server is compared with
      *       the one on the file header, and a file is never
      *       loaded back into the server it was unloaded from.
      *       All three refusals are RC 16 with nothing changed.
      *
      *    The whole file is proven before DB2 is touched: the
      *       header must say masked, and the trailer must
      *       balance to the D/E/A records and the SALARY hash.
      *       A file that does not prove is RC 8 with nothing
      *       changed. The load itself is one unit of work, like
      *       DBCBEX27: the target rows are deleted (EMP_ADDRESS,
      *       EMPLOYEE, then DEPARTMENT) and the file's rows
      *       inserted in file order (departments first); any
      *       DB2 error rolls it all back (RC 8) and the target
      *       keeps what it had. A clean load COMMITs once.
      *
      *    RPTOUT is the control report: per table, rows unloaded
      *       and masked (from the trailer), rows the target held
      *       before, and rows loaded.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection. There the STEPLIB (see DBCBEX38.jcl)
      *       decides which subsystem is loaded, and the SYSIN
      *       card and the server check above are what catch a
      *       step left pointing at the wrong one.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - QA's tables were years
      *                          stale and production data may
      *                          not be copied as it stands.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX39.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFR-FILE ASSIGN TO REFRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Refr-In-Status.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFR-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.

           COPY REFRREC.

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

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 HV-Current-Server            PIC X(18).
       01 HV-Table-Row-Count           PIC S9(09) COMP-5.

       01 WS-Refr-In-Status            PIC X(02) VALUE SPACES.
          88 WS-Refr-Status-OK         VALUE '00'.
          88 WS-Refr-At-End            VALUE '10'.

       01 WS-Refr-Header-Switch        PIC X(01) VALUE 'N'.
          88 WS-Refr-Header-Seen       VALUE 'Y'.
       01 WS-Refr-Trailer-Switch       PIC X(01) VALUE 'N'.
          88 WS-Refr-Trailer-Seen      VALUE 'Y'.

      * Header and trailer as proven in 1200, kept for the report.
       01 WS-Source-Env                PIC X(04) VALUE SPACES.
       01 WS-Source-Server             PIC X(18) VALUE SPACES.
       01 WS-Unload-Date               PIC X(10) VALUE SPACES.
       01 WS-Trl-Dept-Count            PIC S9(07) COMP-3 VALUE 0.
       01 WS-Trl-Emp-Count             PIC S9(07) COMP-3 VALUE 0.
       01 WS-Trl-Addr-Count            PIC S9(07) COMP-3 VALUE 0.
       01 WS-Trl-Emp-Masked            PIC S9(07) COMP-3 VALUE 0.
       01 WS-Trl-Addr-Masked           PIC S9(07) COMP-3 VALUE 0.
       01 WS-Trl-Salary-Hash           PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-File-Dept-Count           PIC S9(07) COMP-3 VALUE 0.
       01 WS-File-Emp-Count            PIC S9(07) COMP-3 VALUE 0.
       01 WS-File-Addr-Count           PIC S9(07) COMP-3 VALUE 0.
       01 WS-File-Salary-Hash          PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-Prior-Dept-Rows           PIC S9(09) COMP-3 VALUE 0.
       01 WS-Prior-Emp-Rows            PIC S9(09) COMP-3 VALUE 0.
       01 WS-Prior-Addr-Rows           PIC S9(09) COMP-3 VALUE 0.

       01 WS-Dept-Loaded               PIC S9(07) COMP-3 VALUE 0.
       01 WS-Emp-Loaded                PIC S9(07) COMP-3 VALUE 0.
       01 WS-Addr-Loaded               PIC S9(07) COMP-3 VALUE 0.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Count-1               PIC ZZZZZZ9.
       01 WS-Rpt-Count-2               PIC ZZZZZZ9.
       01 WS-Rpt-Count-3               PIC ZZZZZZ9.
       01 WS-Rpt-Count-4               PIC ZZZZZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX39 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Target-Environment.
           PERFORM 1150-Open-Files.
           PERFORM 9900-Log-Run-Start.
           PERFORM 1200-Prove-Refresh-File.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Target-Environment.
           DISPLAY "Enter the target environment, DEV or QA:".
           MOVE SPACES TO DBID-Environment.
           ACCEPT DBID-Environment FROM SYSIN.

           IF DBID-ENV-PROD
              DISPLAY "*** ERROR ***"
              DISPLAY "PROD may never be the target of a test-data "
                 "refresh - nothing loaded."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT DBID-ENV-VALID
              DISPLAY "*** ERROR ***"
              DISPLAY "Target environment must be named, DEV or QA "
                 "- nothing loaded."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1150-Open-Files.
           OPEN INPUT REFR-FILE.
           IF NOT WS-Refr-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN REFRIN, file status "
                 WS-Refr-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.

      * First pass: the file must be a masked refresh file and
      * must balance to its trailer before any target row is
      * deleted. The file is then reopened for the load pass.
       1200-Prove-Refresh-File.
           PERFORM 7000-Read-Refr-Record.
           IF WS-Refr-At-End
              OR NOT REFR-IS-HEADER
              OR NOT REFR-H-MASKED
              DISPLAY "*** ERROR ***"
              DISPLAY "REFRIN does not start with a masked header "
                 "- not a DBCBEX38 file. Nothing loaded."
              MOVE 16 TO RETURN-CODE
              PERFORM 9910-Log-Run-End
              GOBACK
           END-IF.
           SET WS-Refr-Header-Seen TO TRUE.
           MOVE REFR-H-Source-Env    TO WS-Source-Env.
           MOVE REFR-H-Source-Server TO WS-Source-Server.
           MOVE REFR-H-Unload-Date   TO WS-Unload-Date.

           IF WS-Source-Env = DBID-Environment
              DISPLAY "*** ERROR ***"
              DISPLAY "REFRIN was unloaded from " WS-Source-Env
                 " - it may not be loaded back into it. Nothing "
                 "loaded."
              MOVE 16 TO RETURN-CODE
              PERFORM 9910-Log-Run-End
              GOBACK
           END-IF.

           PERFORM 7000-Read-Refr-Record.
           PERFORM UNTIL WS-Refr-At-End
              EVALUATE TRUE
                 WHEN REFR-IS-DEPARTMENT
                    ADD 1 TO WS-File-Dept-Count
                 WHEN REFR-IS-EMPLOYEE
                    ADD 1 TO WS-File-Emp-Count
                    ADD REFR-E-Salary TO WS-File-Salary-Hash
                 WHEN REFR-IS-ADDRESS
                    ADD 1 TO WS-File-Addr-Count
                 WHEN REFR-IS-TRAILER
                    SET WS-Refr-Trailer-Seen TO TRUE
                    MOVE REFR-T-Dept-Count   TO WS-Trl-Dept-Count
                    MOVE REFR-T-Emp-Count    TO WS-Trl-Emp-Count
                    MOVE REFR-T-Addr-Count   TO WS-Trl-Addr-Count
                    MOVE REFR-T-Emp-Masked   TO WS-Trl-Emp-Masked
                    MOVE REFR-T-Addr-Masked  TO WS-Trl-Addr-Masked
                    MOVE REFR-T-Salary-Hash  TO WS-Trl-Salary-Hash
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 7000-Read-Refr-Record
           END-PERFORM.
           CLOSE REFR-FILE.

           IF NOT WS-Refr-Trailer-Seen
              OR WS-File-Dept-Count  NOT = WS-Trl-Dept-Count
              OR WS-File-Emp-Count   NOT = WS-Trl-Emp-Count
              OR WS-File-Addr-Count  NOT = WS-Trl-Addr-Count
              OR WS-File-Salary-Hash NOT = WS-Trl-Salary-Hash
              OR WS-Trl-Emp-Masked   NOT = WS-Trl-Emp-Count
              OR WS-Trl-Addr-Masked  NOT = WS-Trl-Addr-Count
              DISPLAY "*** ERROR ***"
              DISPLAY "REFRIN does not balance to its trailer - "
                 "the file is incomplete. Nothing loaded."
              MOVE 8 TO RETURN-CODE
              PERFORM 9910-Log-Run-End
              GOBACK
           END-IF.

           OPEN INPUT REFR-FILE.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 5700-Read-Current-Server
              PERFORM 2100-Print-Report-Header
              PERFORM 2150-Check-Target-Server
              PERFORM 2200-Clear-Target-Tables
              PERFORM 7000-Read-Refr-Record
              PERFORM UNTIL WS-Refr-At-End
                 PERFORM 2300-Load-Refr-Record
                 PERFORM 7000-Read-Refr-Record
              END-PERFORM
              PERFORM 2400-Check-Load-Counts
              PERFORM 6100-Commit-Work
              PERFORM 2500-Print-Control-Totals
           END-IF.

       2100-Print-Report-Header.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX39 - MASKED TEST-DATA LOAD" TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "RUN DATE: " WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-" WS-Current-Date(7:2)
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  "  TARGET: " DBID-Environment
                  " " HV-Current-Server
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           STRING "UNLOADED " WS-Unload-Date
                  " FROM: " WS-Source-Env " " WS-Source-Server
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

      * The environment card can be wrong; the server cannot.
       2150-Check-Target-Server.
           IF HV-Current-Server = WS-Source-Server
              MOVE " " TO RPT-CTRL
              MOVE "*** REFUSED - TARGET IS THE SERVER THE FILE WAS " &
                   "UNLOADED FROM. NOTHING LOADED. ***"
                 TO RPT-DATA
              WRITE RPT-RECORD
              DISPLAY "*** ERROR ***"
              DISPLAY "Target server " HV-Current-Server
                 " is the unload source - nothing loaded."
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       2200-Clear-Target-Tables.
           EXEC SQL
              SELECT COUNT(*) INTO :HV-Table-Row-Count
              FROM EMP_ADDRESS
           END-EXEC.
           PERFORM 2210-Check-Clear-Status.
           MOVE HV-Table-Row-Count TO WS-Prior-Addr-Rows.
           EXEC SQL
              SELECT COUNT(*) INTO :HV-Table-Row-Count
              FROM EMPLOYEE
           END-EXEC.
           PERFORM 2210-Check-Clear-Status.
           MOVE HV-Table-Row-Count TO WS-Prior-Emp-Rows.
           EXEC SQL
              SELECT COUNT(*) INTO :HV-Table-Row-Count
              FROM DEPARTMENT
           END-EXEC.
           PERFORM 2210-Check-Clear-Status.
           MOVE HV-Table-Row-Count TO WS-Prior-Dept-Rows.

           EXEC SQL
              DELETE FROM EMP_ADDRESS
           END-EXEC.
           PERFORM 2210-Check-Clear-Status.
           EXEC SQL
              DELETE FROM EMPLOYEE
           END-EXEC.
           PERFORM 2210-Check-Clear-Status.
           EXEC SQL
              DELETE FROM DEPARTMENT
           END-EXEC.
           PERFORM 2210-Check-Clear-Status.

      * DELETE of an already-empty table is +100, not an error.
       2210-Check-Clear-Status.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem clearing the target "
                 "tables."
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Load
           END-IF.

       2300-Load-Refr-Record.
           EVALUATE TRUE
              WHEN REFR-IS-DEPARTMENT
                 MOVE REFR-D-Dept-Number TO HV-Dept-Number
                 MOVE REFR-D-Dept-Name   TO HV-Dept-Name
                 MOVE REFR-D-Mgr-Number  TO HV-Dept-Mgr-Number
                 MOVE REFR-D-Admr-Dept   TO HV-Dept-Admr-Dept
                 MOVE REFR-D-Location    TO HV-Dept-Location
                 PERFORM 5100-Insert-Department
                 ADD 1 TO WS-Dept-Loaded
              WHEN REFR-IS-EMPLOYEE
                 MOVE REFR-E-Emp-Number   TO HV-Emp-Number
                 MOVE REFR-E-First-Name   TO HV-First-Name
                 MOVE REFR-E-Middle-Init  TO HV-Middle-Init
                 MOVE REFR-E-Last-Name    TO HV-Last-Name
                 MOVE REFR-E-Work-Dept    TO HV-Work-Dept
                 MOVE REFR-E-Phone-Number TO HV-Phone-Number
                 MOVE REFR-E-Hire-Date    TO HV-Hire-Date
                 MOVE REFR-E-Job-Title    TO HV-Job-Title
                 MOVE REFR-E-Edu-Level    TO HV-Edu-Level
                 MOVE REFR-E-Gender       TO HV-Gender
                 MOVE REFR-E-Birth-Date   TO HV-Birth-Date
                 MOVE REFR-E-Salary       TO HV-Salary
                 MOVE REFR-E-Bonus        TO HV-Bonus
                 MOVE REFR-E-Commission   TO HV-Commission
                 PERFORM 5200-Insert-Employee
                 ADD 1 TO WS-Emp-Loaded
              WHEN REFR-IS-ADDRESS
                 MOVE REFR-A-Emp-Number TO HV-Addr-Emp-Number
                 MOVE REFR-A-Line-1     TO HV-Addr-Line-1
                 MOVE REFR-A-Line-2     TO HV-Addr-Line-2
                 MOVE REFR-A-City       TO HV-Addr-City
                 MOVE REFR-A-State      TO HV-Addr-State
                 MOVE REFR-A-Postcode   TO HV-Addr-Postcode
                 PERFORM 5300-Insert-Address
                 ADD 1 TO WS-Addr-Loaded
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2400-Check-Load-Counts.
           IF WS-Dept-Loaded NOT = WS-Trl-Dept-Count
              OR WS-Emp-Loaded NOT = WS-Trl-Emp-Count
              OR WS-Addr-Loaded NOT = WS-Trl-Addr-Count
              DISPLAY "*** WARNING ***"
              DISPLAY "Rows loaded do not match the REFRIN trailer."
              PERFORM 6900-Back-Out-Load
           END-IF.

       2500-Print-Control-Totals.
           MOVE "0" TO RPT-CTRL.
           MOVE "TABLE          ROWS UNLOADED  ROWS MASKED  " &
                "TARGET ROWS REPLACED  ROWS LOADED"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE WS-Trl-Dept-Count  TO WS-Rpt-Count-1.
           MOVE WS-Prior-Dept-Rows TO WS-Rpt-Count-3.
           MOVE WS-Dept-Loaded     TO WS-Rpt-Count-4.
           MOVE SPACES TO RPT-DATA.
           STRING "DEPARTMENT           " WS-Rpt-Count-1
                  "        AS IS" "               " WS-Rpt-Count-3
                  "      " WS-Rpt-Count-4
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Trl-Emp-Count  TO WS-Rpt-Count-1.
           MOVE WS-Trl-Emp-Masked TO WS-Rpt-Count-2.
           MOVE WS-Prior-Emp-Rows TO WS-Rpt-Count-3.
           MOVE WS-Emp-Loaded     TO WS-Rpt-Count-4.
           MOVE SPACES TO RPT-DATA.
           STRING "EMPLOYEE             " WS-Rpt-Count-1
                  "      " WS-Rpt-Count-2
                  "               " WS-Rpt-Count-3
                  "      " WS-Rpt-Count-4
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Trl-Addr-Count  TO WS-Rpt-Count-1.
           MOVE WS-Trl-Addr-Masked TO WS-Rpt-Count-2.
           MOVE WS-Prior-Addr-Rows TO WS-Rpt-Count-3.
           MOVE WS-Addr-Loaded     TO WS-Rpt-Count-4.
           MOVE SPACES TO RPT-DATA.
           STRING "EMP_ADDRESS          " WS-Rpt-Count-1
                  "      " WS-Rpt-Count-2
                  "               " WS-Rpt-Count-3
                  "      " WS-Rpt-Count-4
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE "LOAD COMMITTED - ROWS LOADED BALANCE TO THE " &
                "UNLOAD TRAILER"
              TO RPT-DATA.
           WRITE RPT-RECORD.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE REFR-FILE.
           CLOSE RPT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Rows loaded: DEPARTMENT " WS-Dept-Loaded
              " EMPLOYEE " WS-Emp-Loaded
              " EMP_ADDRESS " WS-Addr-Loaded.
           PERFORM 9910-Log-Run-End.

       5100-Insert-Department.
           EXEC SQL
              INSERT INTO DEPARTMENT
                     (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION)
              VALUES (:HV-Dept-Number, :HV-Dept-Name,
                      :HV-Dept-Mgr-Number, :HV-Dept-Admr-Dept,
                      :HV-Dept-Location)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Inserting the record."
              DISPLAY "DEPTNO = " HV-Dept-Number
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Load
           END-IF.

       5200-Insert-Employee.
           EXEC SQL
              INSERT INTO EMPLOYEE
                     (EMPNO, FIRSTNME, MIDINIT, LASTNAME,
                      WORKDEPT, PHONENO, HIREDATE, JOB,
                      EDLEVEL, SEX, BIRTHDATE,
                      SALARY, BONUS, COMM)
              VALUES (:HV-Emp-Number, :HV-First-Name,
                      :HV-Middle-Init, :HV-Last-Name,
                      :HV-Work-Dept, :HV-Phone-Number,
                      :HV-Hire-Date, :HV-Job-Title,
                      :HV-Edu-Level, :HV-Gender, :HV-Birth-Date,
                      :HV-Salary, :HV-Bonus, :HV-Commission)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Inserting the record."
              DISPLAY "EMPNO = " HV-Emp-Number
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Load
           END-IF.

       5300-Insert-Address.
           EXEC SQL
              INSERT INTO EMP_ADDRESS
                     (EMPNO, ADDRLINE1, ADDRLINE2,
                      CITY, STATE, POSTCODE)
              VALUES (:HV-Addr-Emp-Number, :HV-Addr-Line-1,
                      :HV-Addr-Line-2, :HV-Addr-City,
                      :HV-Addr-State, :HV-Addr-Postcode)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Inserting the record."
              DISPLAY "EMPNO = " HV-Addr-Emp-Number
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Load
           END-IF.

       5700-Read-Current-Server.
           EXEC SQL
              SELECT CURRENT SERVER
              INTO :HV-Current-Server
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem reading CURRENT SERVER."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       6100-Commit-Work.
           EXEC SQL COMMIT END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "COMMIT failed."
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Load
           END-IF.

      * A half-loaded test environment is worse than a stale one -
      * employees with no department, addresses with no employee -
      * so any DB2 error once the delete has started rolls the
      * whole load back and the target keeps what it had.
       6900-Back-Out-Load.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE " " TO RPT-CTRL.
           MOVE "*** DB2 ERROR - LOAD ROLLED BACK, THE TARGET TABLES" &
                " ARE UNCHANGED."
              TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE 8 TO RETURN-CODE.
           PERFORM 3000-End-Job.
           GOBACK.

       7000-Read-Refr-Record.
           READ REFR-FILE
              AT END
                 SET WS-Refr-At-End TO TRUE
           END-READ.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX39" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           MOVE DBID-Environment TO RUNLOG-Parm-Info.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           COMPUTE RUNLOG-Rows-Read = WS-File-Dept-Count
                 + WS-File-Emp-Count + WS-File-Addr-Count.
           COMPUTE RUNLOG-Rows-Written = WS-Dept-Loaded
                 + WS-Emp-Loaded + WS-Addr-Loaded.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
