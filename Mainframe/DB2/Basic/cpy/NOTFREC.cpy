      **********************************************************
      * Copybook name:   NOTFREC
      * Original author: (see DBCBEX03)
      *
      *    Description: Fixed-layout HR notification extract
      *       written by DBCBEX41 each month for the service
      *       awards vendor and the pension administrator - the
      *       same H/D/T discipline as BANKREC and GLREC. All
      *       three records are 80 bytes; the record type in
      *       column 1 says which layout applies:
      *          H  one header per file: run date, the as-of
      *             date and the last date of the look-ahead
      *             window, and the source program.
      *          D  one event for one employee:
      *                A  service anniversary (5/10/15/20/25
      *                   years) - the awards vendor's records,
      *                E  reaches early retirement eligibility,
      *                N  reaches normal retirement eligibility -
      *                   the pension administrator's records.
      *             Each recipient loads its own event types.
      *             The age and service years are as at the
      *             event date; the service date is HIREDATE, or
      *             the bridged date for a rehire whose prior
      *             service counts (NOTF-D-BRIDGED).
      *          T  one trailer per file: the D count and the
      *             count of each event type, accumulated at
      *             WRITE time.
      *
      *       A monthly run looks 90 days ahead, so one event is
      *       normally sent in three successive files; the
      *       recipient keys on EMPNO + event type + event date.
      *
      *       COPY this under the extract file's FD - the three
      *       01 levels share the record area.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created for DBCBEX41.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  NOTF-Header-Record.
           12 NOTF-H-Record-Type      PIC X(01).
           12 NOTF-H-Run-Date         PIC X(10).
           12 NOTF-H-As-Of-Date       PIC X(10).
           12 NOTF-H-Window-End-Date  PIC X(10).
           12 NOTF-H-Source           PIC X(08).
           12 FILLER                  PIC X(41).

       01  NOTF-Detail-Record.
           12 NOTF-D-Record-Type      PIC X(01).
           12 NOTF-D-Event-Type       PIC X(01).
              88 NOTF-D-ANNIVERSARY   VALUE 'A'.
              88 NOTF-D-EARLY-RETIRE  VALUE 'E'.
              88 NOTF-D-NORMAL-RETIRE VALUE 'N'.
           12 NOTF-D-Event-Date       PIC X(10).
           12 NOTF-D-Emp-Number       PIC X(06).
           12 NOTF-D-Last-Name        PIC X(15).
           12 NOTF-D-First-Name       PIC X(12).
           12 NOTF-D-Middle-Init      PIC X(01).
           12 NOTF-D-Work-Dept        PIC X(03).
           12 NOTF-D-Service-Date     PIC X(10).
           12 NOTF-D-Service-Years    PIC 9(02).
           12 NOTF-D-Age              PIC 9(02).
           12 NOTF-D-Bridged-Flag     PIC X(01).
              88 NOTF-D-BRIDGED       VALUE 'Y'.
           12 FILLER                  PIC X(16).

       01  NOTF-Trailer-Record.
           12 NOTF-T-Record-Type      PIC X(01).
           12 NOTF-T-Detail-Count     PIC 9(07).
           12 NOTF-T-Anniv-Count      PIC 9(07).
           12 NOTF-T-Early-Count      PIC 9(07).
           12 NOTF-T-Normal-Count     PIC 9(07).
           12 FILLER                  PIC X(51).
