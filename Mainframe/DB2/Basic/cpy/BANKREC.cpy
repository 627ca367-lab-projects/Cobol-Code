      *          H  one header per file, carrying the run date
      *             and the pay-period end date.
      *          D  one detail per employee paid, carrying the
      *             per-period gross amount and, when the pay is
      *             deposited, the DIRECT_DEPOSIT routing and
      *             account number (blank = paid by check). A
      *             new or changed account also gets a second D
      *             detail with entry type N - a zero-dollar
      *             prenote - in the run before deposits start.
      *             A blank entry type (files written before the
      *             field existed) is a payment.
      *          T  one trailer per file, carrying the count of
      *             D records written and a hash total of their
      *             amounts. The bank rejects any file whose
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created for DBCBEX22.
      * 20XX-XX-XX               Direct deposit - routing,
      *                          account and prenote entry type
      *                          on the D detail.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 BANK-D-Last-Name        PIC X(15).
           12 BANK-D-Work-Dept        PIC X(03).
           12 BANK-D-Gross-Amount     PIC 9(07)V99.
           12 BANK-D-Entry-Type       PIC X(01).
              88 BANK-D-PAYMENT       VALUE 'P' ' '.
              88 BANK-D-PRENOTE       VALUE 'N'.
           12 BANK-D-Routing          PIC X(09).
           12 BANK-D-Account          PIC X(17).
           12 BANK-D-Account-Type     PIC X(01).
           12 FILLER                  PIC X(06).

       01  BANK-Trailer-Record.
           12 BANK-T-Record-Type      PIC X(01).
