      **********************************************************
      * Copybook name:   ARCHREC
      * Original author: (see DBCBEX03)
      *
      *    Description: Record layout for the records-retention
      *       archive written by DBCBEX40. Every record the
      *       retention run removes is copied here first, one
      *       180-byte record each, whatever it came from:
      *          ARCH-Source       which file or table it left -
      *                            HISTORY (EMPLOYEE_HIST),
      *                            AUDIT03, AUDIT13, CHGJRNL or
      *                            RUNLOG,
      *          ARCH-Purge-Date   the retention run's date,
      *          ARCH-Record-Date  the date the retention rule
      *                            was applied to (TERMDATE for
      *                            HISTORY, the record's own
      *                            timestamp date otherwise),
      *          ARCH-Emp-Number   the EMPNO it concerns, blank
      *                            when the record has none,
      *          ARCH-Record-Image the record exactly as it was
      *                            on its sequential file (37,
      *                            140 or 90 bytes, padded), or
      *                            for HISTORY the whole row in
      *                            ARCH-Hist-Row form.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created for the records-
      *                          retention purge.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  ARCH-Record.
           12 ARCH-Source             PIC X(08).
              88 ARCH-FROM-HISTORY    VALUE 'HISTORY '.
           12 ARCH-Purge-Date         PIC X(10).
           12 ARCH-Record-Date        PIC X(10).
           12 ARCH-Emp-Number         PIC X(06).
           12 ARCH-Record-Image       PIC X(140).
           12 ARCH-Hist-Row REDEFINES ARCH-Record-Image.
              15 ARCH-H-Emp-Number    PIC X(06).
              15 ARCH-H-Term-Date     PIC X(10).
              15 ARCH-H-Term-Reason   PIC X(03).
              15 ARCH-H-First-Name    PIC X(12).
              15 ARCH-H-Middle-Init   PIC X(01).
              15 ARCH-H-Last-Name     PIC X(15).
              15 ARCH-H-Work-Dept     PIC X(03).
              15 ARCH-H-Phone-Number  PIC X(04).
              15 ARCH-H-Hire-Date     PIC X(10).
              15 ARCH-H-Job-Title     PIC X(08).
              15 ARCH-H-Edu-Level     PIC 9(04).
              15 ARCH-H-Gender        PIC X(01).
              15 ARCH-H-Birth-Date    PIC X(10).
              15 ARCH-H-Salary        PIC 9(07)V99.
              15 ARCH-H-Bonus         PIC 9(07)V99.
              15 ARCH-H-Commission    PIC 9(07)V99.
              15 FILLER               PIC X(26).
           12 FILLER                  PIC X(06).
