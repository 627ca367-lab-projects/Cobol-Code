      **********************************************************
      * Program name:    DBCBEX38
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 38: DB2 Processing: Masked test-
      *       data unload - the first step of the QA refresh.
      *
      *    Unloads DEPARTMENT, EMPLOYEE and EMP_ADDRESS from the
      *       source environment (normally PROD) to REFROUT in
      *       the REFRREC layout, de-identifying every row on the
      *       way out so no real personal data is ever written to
      *       the file:
      *          - FIRSTNME and LASTNAME are replaced from tables
      *            of fictitious names,
      *          - BIRTHDATE moves up to two years either way and
      *            gets a new month and day,
      *          - PHONENO is replaced,
      *          - ADDRLINE1 becomes a fictitious street address,
      *            ADDRLINE2 (when present) a fictitious unit,
      *            and POSTCODE keeps only its first three
      *            characters; CITY and STATE are kept,
      *          - SALARY, BONUS and COMM are all scaled by one
      *            percentage per employee, drawn from a band of
      *            plus or minus the SYSIN band percent.
      *       The masked values are drawn from a sequence seeded
      *       by EMPNO alone, so the same EMPNO masks the same
      *       way on every run and in both tables. EMPNO,
      *       WORKDEPT, MGRNO, ADMRDEPT, HIREDATE, JOB, EDLEVEL
      *       and SEX are carried as they are, so every key and
      *       relationship - and every report grouping - holds
      *       in the test copy. DEPARTMENT carries no personal
      *       data and is unloaded unchanged.
      *
      *    SYSIN, one field per card: the source environment
      *       (DEV/QA/PROD, blank = PROD) and the salary band
      *       percent (01-50, blank = 10). The header records the
      *       source environment and DB2 server so DBCBEX39 can
      *       refuse to load the file back into it. RPTOUT shows
      *       rows unloaded and masked per table.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
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
       PROGRAM-ID. DBCBEX38.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFR-FILE ASSIGN TO REFROUT
               ORGANIZATION IS SEQUENTIAL.

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

           EXEC SQL
              DECLARE DEPT-CURSOR CURSOR FOR
              SELECT DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION
              FROM DEPARTMENT
              ORDER BY DEPTNO
           END-EXEC.

           EXEC SQL
              DECLARE EMP-CURSOR CURSOR FOR
              SELECT EMPNO, FIRSTNME, MIDINIT, LASTNAME,
                     WORKDEPT, PHONENO, HIREDATE, JOB,
                     EDLEVEL, SEX, BIRTHDATE,
                     SALARY, BONUS, COMM
              FROM EMPLOYEE
              ORDER BY EMPNO
           END-EXEC.

           EXEC SQL
              DECLARE ADDR-CURSOR CURSOR FOR
              SELECT EMPNO, ADDRLINE1, ADDRLINE2, CITY, STATE,
                     POSTCODE
              FROM EMP_ADDRESS
              ORDER BY EMPNO
           END-EXEC.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 HV-Current-Server            PIC X(18).

       01 WS-In-Band-Pct               PIC X(02).
       01 WS-In-Band-Pct-Num REDEFINES WS-In-Band-Pct
                                       PIC 9(02).
       01 WS-Band-Pct                  PIC S9(04) COMP-5 VALUE 10.
       01 WS-Band-Pct-Disp             PIC 9(02) VALUE 10.
       01 WS-Band-Width                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Pct-Change                PIC S9(04) COMP-5 VALUE 0.

      * Masking sequence. 2800-Seed-Mask turns the EMPNO into a
      * starting value; each 2810-Next-Mask-Value steps it, so the
      * n-th value drawn for an EMPNO is always the same.
       01 WS-Mask-Alphabet             PIC X(36) VALUE
              "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-Mask-Value                PIC 9(10) VALUE 0.
       01 WS-Mask-Work                 PIC 9(15) VALUE 0.
       01 WS-Mask-Quotient             PIC 9(15) VALUE 0.
       01 WS-Mask-Char-Value           PIC 9(04) VALUE 0.
       01 WS-Mask-Pick                 PIC 9(10) VALUE 0.
       01 WS-Mask-Sub                  PIC S9(04) COMP-5 VALUE 0.
       01 WS-Alpha-Sub                 PIC S9(04) COMP-5 VALUE 0.
       01 WS-Mask-Divisor              PIC 9(10) VALUE 0.

       01 WS-First-Name-Table.
           05 FILLER PIC X(12) VALUE "ALEX".
           05 FILLER PIC X(12) VALUE "BERNICE".
           05 FILLER PIC X(12) VALUE "CARL".
           05 FILLER PIC X(12) VALUE "DORA".
           05 FILLER PIC X(12) VALUE "EDGAR".
           05 FILLER PIC X(12) VALUE "FLORENCE".
           05 FILLER PIC X(12) VALUE "GORDON".
           05 FILLER PIC X(12) VALUE "HAZEL".
           05 FILLER PIC X(12) VALUE "IVAN".
           05 FILLER PIC X(12) VALUE "JUNE".
           05 FILLER PIC X(12) VALUE "KENNETH".
           05 FILLER PIC X(12) VALUE "LOIS".
           05 FILLER PIC X(12) VALUE "MARVIN".
           05 FILLER PIC X(12) VALUE "NORA".
           05 FILLER PIC X(12) VALUE "OSCAR".
           05 FILLER PIC X(12) VALUE "PEARL".
           05 FILLER PIC X(12) VALUE "RALPH".
           05 FILLER PIC X(12) VALUE "SYLVIA".
           05 FILLER PIC X(12) VALUE "TOBIAS".
           05 FILLER PIC X(12) VALUE "VERA".
       01 WS-First-Name-Entries REDEFINES WS-First-Name-Table.
           05 WS-First-Name-Entry      PIC X(12) OCCURS 20 TIMES.
       01 WS-First-Name-Count          PIC 9(10) VALUE 20.

       01 WS-Last-Name-Table.
           05 FILLER PIC X(15) VALUE "ASHBURN".
           05 FILLER PIC X(15) VALUE "BLACKWOOD".
           05 FILLER PIC X(15) VALUE "CALLOWAY".
           05 FILLER PIC X(15) VALUE "DUNMORE".
           05 FILLER PIC X(15) VALUE "ELLSWORTH".
           05 FILLER PIC X(15) VALUE "FAIRCLOUGH".
           05 FILLER PIC X(15) VALUE "GRANTHAM".
           05 FILLER PIC X(15) VALUE "HOLLOWAY".
           05 FILLER PIC X(15) VALUE "INGLEBY".
           05 FILLER PIC X(15) VALUE "JARROW".
           05 FILLER PIC X(15) VALUE "KESWICK".
           05 FILLER PIC X(15) VALUE "LANGDALE".
           05 FILLER PIC X(15) VALUE "MERRIVALE".
           05 FILLER PIC X(15) VALUE "NORTHCOTE".
           05 FILLER PIC X(15) VALUE "OAKSHOTT".
           05 FILLER PIC X(15) VALUE "PENWARDEN".
           05 FILLER PIC X(15) VALUE "QUARRENDON".
           05 FILLER PIC X(15) VALUE "ROSSITER".
           05 FILLER PIC X(15) VALUE "STANWICK".
           05 FILLER PIC X(15) VALUE "TREMAYNE".
           05 FILLER PIC X(15) VALUE "UPCOTT".
           05 FILLER PIC X(15) VALUE "VARLEY".
           05 FILLER PIC X(15) VALUE "WYNDHAM".
           05 FILLER PIC X(15) VALUE "YARDLEY".
       01 WS-Last-Name-Entries REDEFINES WS-Last-Name-Table.
           05 WS-Last-Name-Entry       PIC X(15) OCCURS 24 TIMES.
       01 WS-Last-Name-Count           PIC 9(10) VALUE 24.

       01 WS-Street-Table.
           05 FILLER PIC X(20) VALUE "ALDER LANE".
           05 FILLER PIC X(20) VALUE "BIRCH AVENUE".
           05 FILLER PIC X(20) VALUE "CEDAR STREET".
           05 FILLER PIC X(20) VALUE "DOGWOOD DRIVE".
           05 FILLER PIC X(20) VALUE "ELM COURT".
           05 FILLER PIC X(20) VALUE "FIR ROAD".
           05 FILLER PIC X(20) VALUE "HAWTHORN WAY".
           05 FILLER PIC X(20) VALUE "JUNIPER PLACE".
           05 FILLER PIC X(20) VALUE "LARCH BOULEVARD".
           05 FILLER PIC X(20) VALUE "MAPLE TERRACE".
           05 FILLER PIC X(20) VALUE "REDWOOD CIRCLE".
           05 FILLER PIC X(20) VALUE "WILLOW STREET".
       01 WS-Street-Entries REDEFINES WS-Street-Table.
           05 WS-Street-Entry          PIC X(20) OCCURS 12 TIMES.
       01 WS-Street-Count              PIC 9(10) VALUE 12.

       01 WS-Birth-Year                PIC 9(04).
       01 WS-Birth-Month               PIC 9(02).
       01 WS-Birth-Day                 PIC 9(02).
       01 WS-Masked-Phone              PIC 9(04).
       01 WS-House-Number              PIC 9(04).
       01 WS-Unit-Number               PIC 9(03).

       01 WS-Dept-Unloaded             PIC S9(07) COMP-3 VALUE 0.
       01 WS-Emp-Unloaded              PIC S9(07) COMP-3 VALUE 0.
       01 WS-Emp-Masked                PIC S9(07) COMP-3 VALUE 0.
       01 WS-Addr-Unloaded             PIC S9(07) COMP-3 VALUE 0.
       01 WS-Addr-Masked               PIC S9(07) COMP-3 VALUE 0.
       01 WS-Salary-Hash               PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Count-1               PIC ZZZZZZ9.
       01 WS-Rpt-Count-2               PIC ZZZZZZ9.
       01 WS-Rpt-Total-1               PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX38 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Unload-Options.
           OPEN OUTPUT REFR-FILE.
           OPEN OUTPUT RPT-FILE.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Unload-Options.
           DISPLAY "Enter the unload options, one field per SYSIN "
              "card:".
           DISPLAY "SOURCE ENV(4) (blank = PROD)  BAND PCT(2) "
              "(blank = 10)".
           MOVE SPACES TO DBID-Environment.
           MOVE SPACES TO WS-In-Band-Pct.
           ACCEPT DBID-Environment FROM SYSIN.
           ACCEPT WS-In-Band-Pct FROM SYSIN.

           IF DBID-Environment = SPACES
              OR DBID-Environment = LOW-VALUES
              MOVE 'PROD' TO DBID-Environment
           END-IF.
           IF NOT DBID-ENV-VALID
              DISPLAY "*** ERROR ***"
              DISPLAY "Source environment must be DEV, QA or PROD "
                 "- nothing unloaded."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-In-Band-Pct = SPACES
              OR WS-In-Band-Pct = LOW-VALUES
              MOVE 10 TO WS-Band-Pct
           ELSE
              IF WS-In-Band-Pct-Num NOT NUMERIC
                 OR WS-In-Band-Pct-Num < 1
                 OR WS-In-Band-Pct-Num > 50
                 DISPLAY "*** ERROR ***"
                 DISPLAY "Band percent must be 01 to 50 - nothing "
                    "unloaded."
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-In-Band-Pct-Num TO WS-Band-Pct
           END-IF.
           MOVE WS-Band-Pct TO WS-Band-Pct-Disp.
           COMPUTE WS-Band-Width = WS-Band-Pct * 2 + 1.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 5700-Read-Current-Server
              PERFORM 2100-Print-Report-Header
              PERFORM 2150-Write-Header
              PERFORM 2200-Unload-Departments
              PERFORM 2300-Unload-Employees
              PERFORM 2400-Unload-Addresses
              PERFORM 2500-Write-Trailer
              PERFORM 2600-Print-Control-Totals
           END-IF.

       2100-Print-Report-Header.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX38 - MASKED TEST-DATA UNLOAD" TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "RUN DATE: " WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-" WS-Current-Date(7:2)
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  "  SOURCE: " DBID-Environment
                  " " HV-Current-Server
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2150-Write-Header.
           MOVE SPACES TO REFR-Header-Record.
           SET REFR-IS-HEADER TO TRUE.
           STRING WS-Current-Date(1:4) "-" WS-Current-Date(5:2) "-"
                  WS-Current-Date(7:2)
                  DELIMITED BY SIZE INTO REFR-H-Unload-Date
           END-STRING.
           MOVE WS-Current-Time TO REFR-H-Unload-Time.
           MOVE DBID-Environment TO REFR-H-Source-Env.
           MOVE HV-Current-Server TO REFR-H-Source-Server.
           MOVE 'Y' TO REFR-H-Masked-Flag.
           MOVE WS-Band-Pct TO REFR-H-Band-Pct.
           WRITE REFR-Header-Record.

       2200-Unload-Departments.
           PERFORM 5000-Open-Dept-Cursor.
           PERFORM 5100-Fetch-Dept.
           PERFORM UNTIL SQL-STATUS-NOT-FOUND
              MOVE SPACES TO REFR-Department-Record
              SET REFR-IS-DEPARTMENT TO TRUE
              MOVE HV-Dept-Number     TO REFR-D-Dept-Number
              MOVE HV-Dept-Name       TO REFR-D-Dept-Name
              MOVE HV-Dept-Mgr-Number TO REFR-D-Mgr-Number
              MOVE HV-Dept-Admr-Dept  TO REFR-D-Admr-Dept
              MOVE HV-Dept-Location   TO REFR-D-Location
              WRITE REFR-Department-Record
              ADD 1 TO WS-Dept-Unloaded
              PERFORM 5100-Fetch-Dept
           END-PERFORM.
           EXEC SQL CLOSE DEPT-CURSOR END-EXEC.

       2300-Unload-Employees.
           PERFORM 5200-Open-Emp-Cursor.
           PERFORM 5300-Fetch-Emp.
           PERFORM UNTIL SQL-STATUS-NOT-FOUND
              ADD 1 TO WS-Emp-Unloaded
              PERFORM 2310-Mask-Employee
              MOVE SPACES TO REFR-Employee-Record
              SET REFR-IS-EMPLOYEE TO TRUE
              MOVE HV-Emp-Number   TO REFR-E-Emp-Number
              MOVE HV-First-Name   TO REFR-E-First-Name
              MOVE HV-Middle-Init  TO REFR-E-Middle-Init
              MOVE HV-Last-Name    TO REFR-E-Last-Name
              MOVE HV-Work-Dept    TO REFR-E-Work-Dept
              MOVE HV-Phone-Number TO REFR-E-Phone-Number
              MOVE HV-Hire-Date    TO REFR-E-Hire-Date
              MOVE HV-Job-Title    TO REFR-E-Job-Title
              MOVE HV-Edu-Level    TO REFR-E-Edu-Level
              MOVE HV-Gender       TO REFR-E-Gender
              MOVE HV-Birth-Date   TO REFR-E-Birth-Date
              MOVE HV-Salary       TO REFR-E-Salary
              MOVE HV-Bonus        TO REFR-E-Bonus
              MOVE HV-Commission   TO REFR-E-Commission
              WRITE REFR-Employee-Record
              ADD HV-Salary TO WS-Salary-Hash
              PERFORM 5300-Fetch-Emp
           END-PERFORM.
           EXEC SQL CLOSE EMP-CURSOR END-EXEC.

      * The order values are drawn in is part of the masking - add
      * new fields at the end so existing EMPNOs keep masking the
      * way they did.
       2310-Mask-Employee.
           PERFORM 2800-Seed-Mask.

           MOVE WS-First-Name-Count TO WS-Mask-Divisor.
           PERFORM 2820-Pick-Entry.
           MOVE WS-First-Name-Entry(WS-Mask-Sub) TO HV-First-Name.

           MOVE WS-Last-Name-Count TO WS-Mask-Divisor.
           PERFORM 2820-Pick-Entry.
           MOVE WS-Last-Name-Entry(WS-Mask-Sub) TO HV-Last-Name.

           IF HV-Birth-Date(1:4) IS NUMERIC
              MOVE HV-Birth-Date(1:4) TO WS-Birth-Year
              MOVE 5 TO WS-Mask-Divisor
              PERFORM 2820-Pick-Entry
              COMPUTE WS-Birth-Year = WS-Birth-Year + WS-Mask-Sub - 3
              MOVE 12 TO WS-Mask-Divisor
              PERFORM 2820-Pick-Entry
              MOVE WS-Mask-Sub TO WS-Birth-Month
              MOVE 28 TO WS-Mask-Divisor
              PERFORM 2820-Pick-Entry
              MOVE WS-Mask-Sub TO WS-Birth-Day
              MOVE SPACES TO HV-Birth-Date
              STRING WS-Birth-Year "-" WS-Birth-Month "-"
                     WS-Birth-Day
                     DELIMITED BY SIZE INTO HV-Birth-Date
              END-STRING
           END-IF.

           PERFORM 2810-Next-Mask-Value.
           DIVIDE WS-Mask-Value BY 10000
              GIVING WS-Mask-Quotient REMAINDER WS-Masked-Phone.
           MOVE WS-Masked-Phone TO HV-Phone-Number.

           MOVE WS-Band-Width TO WS-Mask-Divisor.
           PERFORM 2820-Pick-Entry.
           COMPUTE WS-Pct-Change = WS-Mask-Sub - 1 - WS-Band-Pct.
           COMPUTE HV-Salary ROUNDED =
                   HV-Salary * (100 + WS-Pct-Change) / 100.
           COMPUTE HV-Bonus ROUNDED =
                   HV-Bonus * (100 + WS-Pct-Change) / 100.
           COMPUTE HV-Commission ROUNDED =
                   HV-Commission * (100 + WS-Pct-Change) / 100.

           ADD 1 TO WS-Emp-Masked.

       2400-Unload-Addresses.
           PERFORM 5400-Open-Addr-Cursor.
           PERFORM 5500-Fetch-Addr.
           PERFORM UNTIL SQL-STATUS-NOT-FOUND
              ADD 1 TO WS-Addr-Unloaded
              PERFORM 2410-Mask-Address
              MOVE SPACES TO REFR-Address-Record
              SET REFR-IS-ADDRESS TO TRUE
              MOVE HV-Addr-Emp-Number TO REFR-A-Emp-Number
              MOVE HV-Addr-Line-1     TO REFR-A-Line-1
              MOVE HV-Addr-Line-2     TO REFR-A-Line-2
              MOVE HV-Addr-City       TO REFR-A-City
              MOVE HV-Addr-State      TO REFR-A-State
              MOVE HV-Addr-Postcode   TO REFR-A-Postcode
              WRITE REFR-Address-Record
              PERFORM 5500-Fetch-Addr
           END-PERFORM.
           EXEC SQL CLOSE ADDR-CURSOR END-EXEC.

       2410-Mask-Address.
           MOVE HV-Addr-Emp-Number TO HV-Emp-Number.
           PERFORM 2800-Seed-Mask.

           PERFORM 2810-Next-Mask-Value.
           DIVIDE WS-Mask-Value BY 9000
              GIVING WS-Mask-Quotient REMAINDER WS-House-Number.
           ADD 1000 TO WS-House-Number.
           MOVE WS-Street-Count TO WS-Mask-Divisor.
           PERFORM 2820-Pick-Entry.
           MOVE SPACES TO HV-Addr-Line-1.
           STRING WS-House-Number " "
                  WS-Street-Entry(WS-Mask-Sub) DELIMITED BY SIZE
                  INTO HV-Addr-Line-1
           END-STRING.

           PERFORM 2810-Next-Mask-Value.
           IF HV-Addr-Line-2 NOT = SPACES
              DIVIDE WS-Mask-Value BY 900
                 GIVING WS-Mask-Quotient REMAINDER WS-Unit-Number
              ADD 100 TO WS-Unit-Number
              MOVE SPACES TO HV-Addr-Line-2
              STRING "UNIT " WS-Unit-Number DELIMITED BY SIZE
                     INTO HV-Addr-Line-2
              END-STRING
           END-IF.

           MOVE "00" TO HV-Addr-Postcode(4:2).
           MOVE SPACES TO HV-Addr-Postcode(6:5).

           ADD 1 TO WS-Addr-Masked.

       2500-Write-Trailer.
           MOVE SPACES TO REFR-Trailer-Record.
           SET REFR-IS-TRAILER TO TRUE.
           MOVE WS-Dept-Unloaded TO REFR-T-Dept-Count.
           MOVE WS-Emp-Unloaded  TO REFR-T-Emp-Count.
           MOVE WS-Addr-Unloaded TO REFR-T-Addr-Count.
           MOVE WS-Emp-Masked    TO REFR-T-Emp-Masked.
           MOVE WS-Addr-Masked   TO REFR-T-Addr-Masked.
           MOVE WS-Salary-Hash   TO REFR-T-Salary-Hash.
           WRITE REFR-Trailer-Record.

       2600-Print-Control-Totals.
           MOVE "0" TO RPT-CTRL.
           MOVE "TABLE          ROWS UNLOADED  ROWS MASKED"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE WS-Dept-Unloaded TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "DEPARTMENT           " WS-Rpt-Count-1
                  "  (NO PERSONAL DATA - CARRIED AS IS)"
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Emp-Unloaded TO WS-Rpt-Count-1.
           MOVE WS-Emp-Masked   TO WS-Rpt-Count-2.
           MOVE SPACES TO RPT-DATA.
           STRING "EMPLOYEE             " WS-Rpt-Count-1
                  "      " WS-Rpt-Count-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Addr-Unloaded TO WS-Rpt-Count-1.
           MOVE WS-Addr-Masked   TO WS-Rpt-Count-2.
           MOVE SPACES TO RPT-DATA.
           STRING "EMP_ADDRESS          " WS-Rpt-Count-1
                  "      " WS-Rpt-Count-2
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE WS-Salary-Hash TO WS-Rpt-Total-1.
           MOVE SPACES TO RPT-DATA.
           STRING "MASKED SALARY HASH: " WS-Rpt-Total-1
                  "   SALARY BAND: +/-" WS-Band-Pct-Disp "%"
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

      * The seed folds each EMPNO character's place in the
      * alphabet into one number (base 37), then steps it once so
      * neighbouring EMPNOs start far apart.
       2800-Seed-Mask.
           MOVE 0 TO WS-Mask-Value.
           PERFORM VARYING WS-Mask-Sub FROM 1 BY 1
              UNTIL WS-Mask-Sub > 6
              MOVE 36 TO WS-Mask-Char-Value
              PERFORM VARYING WS-Alpha-Sub FROM 1 BY 1
                 UNTIL WS-Alpha-Sub > 36
                 IF HV-Emp-Number(WS-Mask-Sub:1) =
                    WS-Mask-Alphabet(WS-Alpha-Sub:1)
                    COMPUTE WS-Mask-Char-Value = WS-Alpha-Sub - 1
                 END-IF
              END-PERFORM
              COMPUTE WS-Mask-Value =
                      WS-Mask-Value * 37 + WS-Mask-Char-Value
           END-PERFORM.
           PERFORM 2810-Next-Mask-Value.

       2810-Next-Mask-Value.
           COMPUTE WS-Mask-Work = WS-Mask-Value * 7919 + 104729.
           DIVIDE WS-Mask-Work BY 999983
              GIVING WS-Mask-Quotient REMAINDER WS-Mask-Value.

      * Draws the next value and turns it into a subscript from 1
      * to WS-Mask-Divisor.
       2820-Pick-Entry.
           PERFORM 2810-Next-Mask-Value.
           DIVIDE WS-Mask-Value BY WS-Mask-Divisor
              GIVING WS-Mask-Quotient REMAINDER WS-Mask-Pick.
           COMPUTE WS-Mask-Sub = WS-Mask-Pick + 1.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE REFR-FILE.
           CLOSE RPT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Rows unloaded: DEPARTMENT " WS-Dept-Unloaded
              " EMPLOYEE " WS-Emp-Unloaded
              " EMP_ADDRESS " WS-Addr-Unloaded.
           PERFORM 9910-Log-Run-End.

       5000-Open-Dept-Cursor.
           EXEC SQL
              OPEN DEPT-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN DEPT-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5100-Fetch-Dept.
           EXEC SQL
              FETCH DEPT-CURSOR
              INTO :HV-Dept-Number, :HV-Dept-Name,
                   :HV-Dept-Mgr-Number, :HV-Dept-Admr-Dept,
                   :HV-Dept-Location
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from DEPT-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5200-Open-Emp-Cursor.
           EXEC SQL
              OPEN EMP-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN EMP-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5300-Fetch-Emp.
           EXEC SQL
              FETCH EMP-CURSOR
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
              DISPLAY "Unable to FETCH from EMP-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5400-Open-Addr-Cursor.
           EXEC SQL
              OPEN ADDR-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN ADDR-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5500-Fetch-Addr.
           EXEC SQL
              FETCH ADDR-CURSOR
              INTO :HV-Addr-Emp-Number, :HV-Addr-Line-1,
                   :HV-Addr-Line-2, :HV-Addr-City,
                   :HV-Addr-State, :HV-Addr-Postcode
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from ADDR-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * Recorded on the header so the load step can tell the file
      * is being pointed back at the server it came from.
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


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX38" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           STRING DBID-Environment "/" WS-Band-Pct-Disp
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
           COMPUTE RUNLOG-Rows-Read = WS-Dept-Unloaded
                 + WS-Emp-Unloaded + WS-Addr-Unloaded.
           MOVE RUNLOG-Rows-Read TO RUNLOG-Rows-Written.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
