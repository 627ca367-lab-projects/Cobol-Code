      **********************************************************
      * Copybook name:   LVTRREC
      * Original author: (see DBCBEX03)
      *
      *    Description: One 80-byte leave transaction card - the
      *       LVTRANIN input to DBCBEX30, and the layout of its
      *       REJOUT rejects, so a corrected reject goes straight
      *       back in as the next run's LVTRANIN.
      *          T  taken     - LVTR-Hours come off the balance
      *                         of LVTR-Leave-Type.
      *          A  adjust    - LVTR-Hours are added to the
      *                         balance, or taken off when
      *                         LVTR-Hours-Sign is '-'.
      *          S  LOA start - a leave of absence opens on
      *                         LVTR-Date with LVTR-Loa-Reason.
      *          R  LOA return - the open absence closes on
      *                         LVTR-Date.
      *       LVTR-Hours is 9(4)V99 digits ("000800" = 8.00
      *       hours); LVTR-Date is YYYY-MM-DD, blank meaning the
      *       run date.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with DBCBEX30.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       01  LVTR-Record.
           12 LVTR-Type               PIC X(01).
              88 LVTR-IS-TAKEN        VALUE 'T'.
              88 LVTR-IS-ADJUST       VALUE 'A'.
              88 LVTR-IS-LOA-START    VALUE 'S'.
              88 LVTR-IS-LOA-RETURN   VALUE 'R'.
           12 LVTR-Emp-Number         PIC X(06).
           12 LVTR-Leave-Type         PIC X(03).
           12 LVTR-Hours-Sign         PIC X(01).
              88 LVTR-HOURS-NEGATIVE  VALUE '-'.
              88 LVTR-HOURS-SIGN-OK   VALUE ' ' '+' '-'.
           12 LVTR-Hours              PIC X(06).
           12 LVTR-Hours-Num         REDEFINES LVTR-Hours
                                      PIC 9(04)V99.
           12 LVTR-Date               PIC X(10).
           12 LVTR-Loa-Reason         PIC X(03).
           12 LVTR-Comment            PIC X(20).
           12 FILLER                  PIC X(30).
