      **********************************************************
      * Copybook name:   BKRTREC
      * Original author: (see DBCBEX03)
      *
      *    Description: Fixed-layout interface records for the
      *       bank's return file - the bank's answer to one
      *       semimonthly BANKOUT file DBCBEX22 sends (BANKREC).
      *       All three records are 80 bytes; the record type in
      *       column 1 says which layout applies:
      *          H  one header per file, carrying the bank's
      *             return date and echoing the pay-period end
      *             date of the BANKOUT file being answered.
      *          D  one detail per payment or prenote the bank
      *             could not post, echoing our EMPNO, entry type,
      *             routing, account and amount, with the bank's
      *             return reason code and text.
      *          T  one trailer per file, carrying the bank's
      *             count and amount of details received -
      *             DBCBEX36 checks them against the BANK-T-
      *             Detail-Count and BANK-T-Amount-Hash we sent -
      *             and the count and amount of the returns in
      *             this file.
      *
      *       COPY this under the return file's FD - the three
      *       01 levels share the record area.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created for DBCBEX36.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  BKRT-Header-Record.
           12 BKRT-H-Record-Type      PIC X(01).
           12 BKRT-H-Return-Date      PIC X(10).
           12 BKRT-H-Period-End-Date  PIC X(10).
           12 FILLER                  PIC X(59).

       01  BKRT-Detail-Record.
           12 BKRT-D-Record-Type      PIC X(01).
           12 BKRT-D-Emp-Number       PIC X(06).
           12 BKRT-D-Entry-Type       PIC X(01).
           12 BKRT-D-Routing          PIC X(09).
           12 BKRT-D-Account          PIC X(17).
           12 BKRT-D-Amount           PIC 9(07)V99.
           12 BKRT-D-Return-Code      PIC X(03).
      * Account closed, no account/unable to locate, invalid
      * account number, invalid routing number.
              88 BKRT-D-INVALID-ACCOUNT
                                      VALUE 'R02' 'R03' 'R04' 'R13'.
           12 BKRT-D-Reason-Text      PIC X(30).
           12 FILLER                  PIC X(04).

       01  BKRT-Trailer-Record.
           12 BKRT-T-Record-Type      PIC X(01).
           12 BKRT-T-Received-Count   PIC 9(07).
           12 BKRT-T-Received-Amount  PIC 9(11)V99.
           12 BKRT-T-Returned-Count   PIC 9(07).
           12 BKRT-T-Returned-Amount  PIC 9(11)V99.
           12 FILLER                  PIC X(39).
