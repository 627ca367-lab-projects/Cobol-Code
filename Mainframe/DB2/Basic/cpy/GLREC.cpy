      **********************************************************
      * Copybook name:   GLREC
      * Original author: (see DBCBEX03)
      *
      *    Description: Fixed-layout interface records for the
      *       general ledger labor-cost file written by DBCBEX34
      *       off each DBCBEX22 payroll run - the same H/D/T
      *       discipline BANKREC enforces for the bank. All three
      *       records are 80 bytes; the record type in column 1
      *       says which layout applies:
      *          H  one header per file, carrying the run date,
      *             the pay-period end date, and the journal
      *             source.
      *          D  one journal line: a debit (GL-D-Dr-Cr 'D')
      *             per cost center, labor expense account and
      *             pay component (SAL, BON, COM), or the one
      *             offsetting credit ('C', component PAY) to the
      *             cash/accrual account.
      *          T  one trailer per file, carrying the count of
      *             D records written and the debit and credit
      *             totals. The ledger rejects a journal whose
      *             trailer does not balance, so all three are
      *             accumulated at WRITE time.
      *
      *       COPY this under the interface file's FD - the
      *       three 01 levels share the record area.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created for DBCBEX34.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  GL-Header-Record.
           12 GL-H-Record-Type        PIC X(01).
           12 GL-H-Run-Date           PIC X(10).
           12 GL-H-Period-End-Date    PIC X(10).
           12 GL-H-Journal-Source     PIC X(08).
           12 FILLER                  PIC X(51).

       01  GL-Detail-Record.
           12 GL-D-Record-Type        PIC X(01).
           12 GL-D-Cost-Center        PIC X(06).
           12 GL-D-GL-Account         PIC X(08).
           12 GL-D-Dr-Cr              PIC X(01).
              88 GL-D-DEBIT           VALUE 'D'.
              88 GL-D-CREDIT          VALUE 'C'.
           12 GL-D-Component          PIC X(03).
           12 GL-D-Amount             PIC 9(09)V99.
           12 GL-D-Period-End-Date    PIC X(10).
           12 FILLER                  PIC X(40).

       01  GL-Trailer-Record.
           12 GL-T-Record-Type        PIC X(01).
           12 GL-T-Detail-Count       PIC 9(07).
           12 GL-T-Debit-Total        PIC 9(11)V99.
           12 GL-T-Credit-Total       PIC 9(11)V99.
           12 FILLER                  PIC X(46).
