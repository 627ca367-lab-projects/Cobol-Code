      **********************************************************
      * Copybook name:   REFRREC
      * Original author: (see DBCBEX03)
      *
      *    Description: Record layouts for the masked test-data
      *       refresh file. DBCBEX38 unloads EMPLOYEE, DEPARTMENT
      *       and EMP_ADDRESS from production and writes them
      *       here already de-identified; DBCBEX39 loads the file
      *       into a test environment. Fixed 120-byte records,
      *       told apart by the first byte:
      *          H - header: unload date/time, the environment
      *              and DB2 server it came from, masked flag
      *              and the salary band used,
      *          D - one per DEPARTMENT row (carried as is - no
      *              personal data),
      *          E - one per EMPLOYEE row, masked; EDLEVEL in
      *              DISPLAY form and money COMP-3 as in EMPMREC,
      *          A - one per EMP_ADDRESS row, masked,
      *          T - trailer: row counts per table, masked
      *              counts, and the total of the masked SALARY
      *              column as a hash.
      *       The D records come first, then E, then A, so a
      *       load in file order adds parents before children.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created for the masked QA
      *                          refresh.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  REFR-Header-Record.
           12 REFR-H-Record-Type      PIC X(01).
              88 REFR-IS-HEADER       VALUE 'H'.
              88 REFR-IS-DEPARTMENT   VALUE 'D'.
              88 REFR-IS-EMPLOYEE     VALUE 'E'.
              88 REFR-IS-ADDRESS      VALUE 'A'.
              88 REFR-IS-TRAILER      VALUE 'T'.
           12 REFR-H-Unload-Date      PIC X(10).
           12 REFR-H-Unload-Time      PIC X(08).
           12 REFR-H-Source-Env       PIC X(04).
           12 REFR-H-Source-Server    PIC X(18).
           12 REFR-H-Masked-Flag      PIC X(01).
              88 REFR-H-MASKED        VALUE 'Y'.
           12 REFR-H-Band-Pct         PIC 9(02).
           12 FILLER                  PIC X(76).

       01  REFR-Department-Record.
           12 REFR-D-Record-Type      PIC X(01).
           12 REFR-D-Dept-Number      PIC X(03).
           12 REFR-D-Dept-Name        PIC X(36).
           12 REFR-D-Mgr-Number       PIC X(06).
           12 REFR-D-Admr-Dept        PIC X(03).
           12 REFR-D-Location         PIC X(16).
           12 FILLER                  PIC X(55).

       01  REFR-Employee-Record.
           12 REFR-E-Record-Type      PIC X(01).
           12 REFR-E-Emp-Number       PIC X(06).
           12 REFR-E-First-Name       PIC X(12).
           12 REFR-E-Middle-Init      PIC X(01).
           12 REFR-E-Last-Name        PIC X(15).
           12 REFR-E-Work-Dept        PIC X(03).
           12 REFR-E-Phone-Number     PIC X(04).
           12 REFR-E-Hire-Date        PIC X(10).
           12 REFR-E-Job-Title        PIC X(08).
           12 REFR-E-Edu-Level        PIC 9(04).
           12 REFR-E-Gender           PIC X(01).
           12 REFR-E-Birth-Date       PIC X(10).
           12 REFR-E-Salary           PIC S9(07)V99 COMP-3.
           12 REFR-E-Bonus            PIC S9(07)V99 COMP-3.
           12 REFR-E-Commission       PIC S9(07)V99 COMP-3.
           12 FILLER                  PIC X(30).

       01  REFR-Address-Record.
           12 REFR-A-Record-Type      PIC X(01).
           12 REFR-A-Emp-Number       PIC X(06).
           12 REFR-A-Line-1           PIC X(30).
           12 REFR-A-Line-2           PIC X(30).
           12 REFR-A-City             PIC X(20).
           12 REFR-A-State            PIC X(02).
           12 REFR-A-Postcode         PIC X(10).
           12 FILLER                  PIC X(21).

       01  REFR-Trailer-Record.
           12 REFR-T-Record-Type      PIC X(01).
           12 REFR-T-Dept-Count       PIC 9(07).
           12 REFR-T-Emp-Count        PIC 9(07).
           12 REFR-T-Addr-Count       PIC 9(07).
           12 REFR-T-Emp-Masked       PIC 9(07).
           12 REFR-T-Addr-Masked      PIC 9(07).
           12 REFR-T-Salary-Hash      PIC 9(11)V99.
           12 FILLER                  PIC X(71).
