      **********************************************************
      * Program name:    DBCBEX26
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 26: DB2 Processing: Back out a
      *       batch run from the common change journal.
      *
      *    Reads the change-journal dataset the CHGJRNL module
      *       writes (JRNLIN - same 140-byte layout DBCBEX16
      *       reads) and loads every change one program made from
      *       the start of one business date through a cut-off
      *       timestamp (by default the end of that date),
      *       optionally for one EMPNO or DEPTNO only. The
      *       changes are then walked in REVERSE
      *       journal order and each EMPLOYEE/DEPARTMENT row is
      *       put back to its B (before) image:
      *          U  update - the row is UPDATEd back to the
      *                      before image.
      *          I  insert - the inserted row is DELETEd.
      *          D  delete - the deleted row is INSERTed again
      *                      from the before image.
      *       A row whose current value no longer matches the
      *       journaled A (after) image has been changed since
      *       the run being backed out, and is REFUSED - it is
      *       listed for a person to sort out, never overwritten.
      *       An update or insert whose row has gone, or a
      *       delete whose row is back, is refused the same way.
      *
      *    The request comes from SYSIN, one field per card,
      *       like DBCBEX24 (see DBCBEX26.jcl):
      *          MODE      R  report only - every change is
      *                       checked and listed with what WOULD
      *                       happen; nothing is updated.
      *                    B  back out - the restores are
      *                       applied.
      *          PROGRAM   the program id the journal records
      *                    carry (DBCBEX07, DBCBEX10, ...).
      *          DATE      the business date, YYYY-MM-DD.
      *          KEY       one EMPNO or DEPTNO, or blank for
      *                    every row the run touched.
      *          THRU      the last journal timestamp to back
      *                    out, YYYYMMDD-HHMMSS as the register
      *                    and DBCBEX16 print it; blank = the end
      *                    of DATE. A run that crossed midnight
      *                    needs THRU on the next day.
      *       Run it R first and read the register. If the same
      *       program has journal records after THRU but no later
      *       than the day after DATE, the register warns (RC 4) -
      *       they may be the rest of the same run.
      *
      *    Every applied restore is journaled through CHGJRNL
      *       under this program's own id, so the backout itself
      *       shows up on the DBCBEX16 inquiry. DBCBEX26's own
      *       changes cannot be named as the program to back out
      *       - to undo a backout, rerun the original job.
      *
      *    Commits are taken every WS-Commit-Interval restores,
      *       and a checkpoint record (the request, the number of
      *       journaled changes already walked, and the running
      *       totals) is written with each commit, the same way
      *       DBCBEX10 does it - a restart (CHKPTIN, see
      *       DBCBEX26R) reloads the same journal changes and
      *       resumes after the last committed one.
      *
      *    EMPLOYEE_HIST is not journaled. Putting back a row a
      *       DBCBEX07 D removed leaves its archive row in place;
      *       the register flags it so it can be deleted by hand
      *       if the termination itself was the mistake. Nor are
      *       LEAVE_BALANCE and LEAVE_ABSENCE: the termination
      *       paid out or forfeited the leave balances and closed
      *       any open leave of absence, and restoring the
      *       EMPLOYEE row does not bring those back. The register
      *       says so on every such row - re-key them through
      *       DBCBEX30 from the DBCBEX07 register.
      *
      *    Return codes: 0 every change restored, 4 one or more
      *       refused (or nothing on the journal matched the
      *       request, or there are later records from the same
      *       program - see THRU), 8 a DB2 error stopped the
      *       run (restart with DBCBEX26R), 16 a bad request or
      *       checkpoint.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - a bad RATEIN card or
      *                          TRANIN deck was being reversed
      *                          by hand-keyed C cards off old
      *                          register listings.
      * 20XX-XX-XX               THRU card - a run that crossed
      *                          midnight was only partly backed
      *                          out. Leave-settlement note on
      *                          restored terminations.
      * 20XX-XX-XX               Stop the run on a unit-of-work
      *                          DB2 error instead of refusing
      *                          the row.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX26.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-IN-FILE ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Jrnl-In-Status.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHKPT-IN-FILE ASSIGN TO CHKPTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Chkpt-In-Status.

           SELECT CHKPT-OUT-FILE ASSIGN TO CHKPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same 140-byte layout the CHGJRNL module writes; keep the
      * two in step if either ever changes.
       FD  JRNL-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  JRNL-IN-RECORD.
           05 CJ-Timestamp            PIC X(15).
           05 FILLER                  PIC X(01).
           05 CJ-Program-Id           PIC X(08).
           05 FILLER                  PIC X(01).
           05 CJ-Table-Id             PIC X(01).
              88 CJ-TABLE-EMPLOYEE    VALUE 'E'.
              88 CJ-TABLE-DEPARTMENT  VALUE 'D'.
           05 FILLER                  PIC X(01).
           05 CJ-Action               PIC X(01).
              88 CJ-ACTION-UPDATE     VALUE 'U'.
           05 FILLER                  PIC X(01).
           05 CJ-Image-Type           PIC X(01).
              88 CJ-IMAGE-BEFORE      VALUE 'B'.
              88 CJ-IMAGE-AFTER       VALUE 'A'.
           05 FILLER                  PIC X(01).
           05 CJ-Row-Key              PIC X(06).
           05 FILLER                  PIC X(01).
           05 CJ-Row-Image            PIC X(101).
           05 FILLER                  PIC X(01).

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD.
           05 RPT-CTRL                PIC X(001).
           05 RPT-DATA                PIC X(132).

      * Written at COMMIT time only, like DBCBEX10's, so CHKPTIN on
      * a restart never counts a restore that was rolled back. The
      * request is carried so a restart with different SYSIN cards
      * is caught instead of skipping the wrong changes.
       FD  CHKPT-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  CHKPT-IN-RECORD.
           05 CHKPT-IN-PROGRAM        PIC X(08).
           05 CHKPT-IN-DATE           PIC X(08).
           05 CHKPT-IN-KEY            PIC X(06).
           05 CHKPT-IN-THRU           PIC X(15).
           05 CHKPT-IN-DONE-COUNT     PIC S9(07) COMP-3.
           05 CHKPT-IN-RESTORE-COUNT  PIC S9(07) COMP-3.
           05 CHKPT-IN-REFUSE-COUNT   PIC S9(07) COMP-3.

       FD  CHKPT-OUT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  CHKPT-OUT-RECORD.
           05 CHKPT-OUT-PROGRAM       PIC X(08).
           05 CHKPT-OUT-DATE          PIC X(08).
           05 CHKPT-OUT-KEY           PIC X(06).
           05 CHKPT-OUT-THRU          PIC X(15).
           05 CHKPT-OUT-DONE-COUNT    PIC S9(07) COMP-3.
           05 CHKPT-OUT-RESTORE-COUNT PIC S9(07) COMP-3.
           05 CHKPT-OUT-REFUSE-COUNT  PIC S9(07) COMP-3.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           COPY EMPTAB.

           COPY DEPTTAB.

           COPY HISTTAB.

           COPY EMPROW.

           COPY DEPTROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

           COPY CHGJRNA.

       01 HV-Hist-Row-Count            PIC S9(09) COMP-5 VALUE 0.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Jrnl-In-Status            PIC X(02) VALUE SPACES.
          88 WS-Jrnl-Status-OK         VALUE '00'.
          88 WS-Jrnl-At-End            VALUE '10'.

       01 WS-Chkpt-In-Status           PIC X(02) VALUE SPACES.
          88 WS-Chkpt-In-Not-Found     VALUE '35'.
          88 WS-Chkpt-In-At-End        VALUE '10'.

       01 WS-Chkpt-Found-Switch        PIC X(01) VALUE 'N'.
          88 WS-Chkpt-Found            VALUE 'Y'.
       01 WS-Chkpt-Program             PIC X(08) VALUE SPACES.
       01 WS-Chkpt-Date                PIC X(08) VALUE SPACES.
       01 WS-Chkpt-Key                 PIC X(06) VALUE SPACES.
       01 WS-Chkpt-Thru                PIC X(15) VALUE SPACES.

       01 WS-Backout-Mode              PIC X(01) VALUE SPACES.
          88 WS-Mode-Report-Only       VALUE 'R'.
          88 WS-Mode-Back-Out          VALUE 'B'.

       01 WS-Target-Program            PIC X(08) VALUE SPACES.
       01 WS-Target-Date-In            PIC X(10) VALUE SPACES.
       01 WS-Target-Date               PIC X(08) VALUE SPACES.
       01 WS-Target-Key                PIC X(06) VALUE SPACES.
       01 WS-Target-Thru               PIC X(15) VALUE SPACES.

      * The calendar day after DATE, for the later-records check.
       01 WS-Next-Date                 PIC X(08) VALUE SPACES.
       01 WS-Next-Date-Parts REDEFINES WS-Next-Date.
           05 WS-Next-Year             PIC 9(04).
           05 WS-Next-Month            PIC 9(02).
           05 WS-Next-Day              PIC 9(02).
       01 WS-Leap-Quotient             PIC 9(04).
       01 WS-Leap-Remainder            PIC 9(04).
       01 WS-Month-Days-Max            PIC 9(02).
       01 WS-Month-Days-Table.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-Month-Days-Entries REDEFINES WS-Month-Days-Table.
           05 WS-Month-Days OCCURS 12 TIMES PIC 9(02).

       01 WS-Later-Count               PIC S9(07) COMP-3 VALUE 0.
       01 WS-Later-First-Stamp         PIC X(15) VALUE SPACES.

       01 WS-Input-Fields-Valid-Switch PIC X(01) VALUE 'Y'.
          88 WS-Input-Fields-Valid     VALUE 'Y'.
          88 WS-Input-Fields-Invalid   VALUE 'N'.

      * One entry per journaled row change, in journal order. A U
      * change arrives as a B record followed by its A record;
      * an I is an A record only, a D a B record only.
       01 WS-Change-Table.
           05 WS-Chg-Entry OCCURS 5000 TIMES.
              10 WS-Chg-Timestamp      PIC X(15).
              10 WS-Chg-Table-Id       PIC X(01).
              10 WS-Chg-Action         PIC X(01).
              10 WS-Chg-Row-Key        PIC X(06).
              10 WS-Chg-Before-Image   PIC X(101).
              10 WS-Chg-After-Image    PIC X(101).
              10 WS-Chg-Outcome        PIC X(01).
       01 WS-Change-Count              PIC S9(04) COMP-5 VALUE 0.
       01 WS-Change-Max                PIC S9(04) COMP-5 VALUE 5000.
       01 WS-Change-Dropped-Count      PIC S9(07) COMP-3 VALUE 0.
       01 WS-Change-Sub                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Scan-Sub                  PIC S9(04) COMP-5 VALUE 0.

       01 WS-Outcome                   PIC X(01) VALUE SPACES.
          88 WS-Outcome-Restored       VALUE 'R'.
          88 WS-Outcome-Would-Restore  VALUE 'W'.
          88 WS-Outcome-Changed-Since  VALUE 'C'.
          88 WS-Outcome-Row-Missing    VALUE 'M'.
          88 WS-Outcome-Row-Exists     VALUE 'X'.
          88 WS-Outcome-Incomplete     VALUE 'J'.
          88 WS-Outcome-Db2-Rejected   VALUE 'S'.
          88 WS-Outcome-Refused        VALUE 'C' 'M' 'X' 'J' 'S'.

      * The row as it stands now, in journal-image form, so it
      * compares byte-for-byte with the journaled A image.
       01 WS-Current-Image             PIC X(101) VALUE SPACES.
       01 WS-Current-Found-Switch      PIC X(01) VALUE 'N'.
          88 WS-Current-Found          VALUE 'Y'.
          88 WS-Current-Not-Found      VALUE 'N'.
       01 WS-Simulated-Switch          PIC X(01) VALUE 'N'.
          88 WS-Current-Simulated      VALUE 'Y'.

      * Work view of one journal image - same field order and
      * pictures as the CHGJRNA images.
       01 WS-Image-Work                PIC X(101).
       01 WS-Emp-Image REDEFINES WS-Image-Work.
           12 WS-EI-Emp-Number        PIC X(06).
           12 WS-EI-First-Name        PIC X(12).
           12 WS-EI-Middle-Init       PIC X(01).
           12 WS-EI-Last-Name         PIC X(15).
           12 WS-EI-Work-Dept         PIC X(03).
           12 WS-EI-Phone-Number      PIC X(04).
           12 WS-EI-Hire-Date         PIC X(10).
           12 WS-EI-Job-Title         PIC X(08).
           12 WS-EI-Edu-Level         PIC 9(04).
           12 WS-EI-Gender            PIC X(01).
           12 WS-EI-Birth-Date        PIC X(10).
           12 WS-EI-Salary            PIC 9(07)V99.
           12 WS-EI-Bonus             PIC 9(07)V99.
           12 WS-EI-Commission        PIC 9(07)V99.
       01 WS-Dept-Image REDEFINES WS-Image-Work.
           12 WS-DI-Dept-Number       PIC X(03).
           12 WS-DI-Dept-Name         PIC X(36).
           12 WS-DI-Dept-Mgr-Number   PIC X(06).
           12 WS-DI-Dept-Admr-Dept    PIC X(03).
           12 WS-DI-Dept-Location     PIC X(16).
           12 FILLER                  PIC X(37).

       01 WS-Table-Name                PIC X(10) VALUE SPACES.
       01 WS-Action-Name               PIC X(06) VALUE SPACES.
       01 WS-Image-Label               PIC X(10) VALUE SPACES.
       01 WS-Result-Text               PIC X(40) VALUE SPACES.

       01 WS-Commit-Interval           PIC S9(04) COMP-5 VALUE 100.
       01 WS-Uncommitted-Count         PIC S9(04) COMP-5 VALUE 0.
       01 WS-Change-Walked-Switch      PIC X(01) VALUE 'N'.
          88 WS-Change-Walked          VALUE 'Y'.

       01 WS-Jrnl-Read-Count           PIC S9(07) COMP-3 VALUE 0.
       01 WS-Jrnl-Matched-Count        PIC S9(07) COMP-3 VALUE 0.
       01 WS-Changes-Done              PIC S9(07) COMP-3 VALUE 0.
       01 WS-Restore-Count             PIC S9(07) COMP-3 VALUE 0.
       01 WS-Refuse-Count              PIC S9(07) COMP-3 VALUE 0.

       01 WS-Rpt-Sqlcode               PIC -99999.

      * The SQLCODEs that refuse just the one row being restored.
      * Anything else (-911, -913, -904 ...) is a unit-of-work
      * failure and stops the run - see 2390.
       01 WS-Restore-Sqlcode           PIC S9(9) COMP-5 VALUE 0.
          88 WS-Restore-Row-Refused    VALUE +100 -803 -530 -532
                                             -407 -545.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Salary                PIC ZZZ,ZZZ.99.
       01 WS-Rpt-Bonus                 PIC ZZZ,ZZZ.99.
       01 WS-Rpt-Commission            PIC ZZZ,ZZZ.99.
       01 WS-Rpt-Count-1               PIC ZZZZZZ9.
       01 WS-Rpt-Count-2               PIC ZZZZZZ9.
       01 WS-Rpt-Count-3               PIC ZZZZZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX26 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Backout-Request.
           PERFORM 1300-Read-Checkpoint.
           PERFORM 1400-Open-Files.
           PERFORM 1500-Load-Journal.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Backout-Request.
           DISPLAY "Enter backout request, one field per SYSIN card:".
           DISPLAY "MODE(1,R=REPORT ONLY/B=BACK OUT) PROGRAM(8) "
              "DATE(YYYY-MM-DD) KEY(6, BLANK=ALL ROWS) "
              "THRU(YYYYMMDD-HHMMSS, BLANK=END OF DATE)".
           ACCEPT WS-Backout-Mode     FROM SYSIN.
           ACCEPT WS-Target-Program   FROM SYSIN.
           ACCEPT WS-Target-Date-In   FROM SYSIN.
           ACCEPT WS-Target-Key       FROM SYSIN.
           ACCEPT WS-Target-Thru      FROM SYSIN.

           IF WS-Target-Key = LOW-VALUES
              MOVE SPACES TO WS-Target-Key
           END-IF.
           IF WS-Target-Thru = LOW-VALUES
              MOVE SPACES TO WS-Target-Thru
           END-IF.

           PERFORM 1200-Validate-Backout-Request.

       1200-Validate-Backout-Request.
           SET WS-Input-Fields-Valid TO TRUE.

           IF NOT WS-Mode-Report-Only AND NOT WS-Mode-Back-Out
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "MODE must be R (report only) or B (back out)."
           END-IF.

           IF WS-Target-Program = SPACES
              OR WS-Target-Program = LOW-VALUES
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "PROGRAM is a required field."
           END-IF.

           IF WS-Target-Program = "DBCBEX26"
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "DBCBEX26 cannot back out its own restores - "
                 "rerun the original job instead."
           END-IF.

           IF WS-Target-Date-In(5:1) NOT = "-"
              OR WS-Target-Date-In(8:1) NOT = "-"
              OR WS-Target-Date-In(1:4) IS NOT NUMERIC
              OR WS-Target-Date-In(6:2) IS NOT NUMERIC
              OR WS-Target-Date-In(9:2) IS NOT NUMERIC
              OR WS-Target-Date-In(6:2) < "01"
              OR WS-Target-Date-In(6:2) > "12"
              OR WS-Target-Date-In(9:2) < "01"
              OR WS-Target-Date-In(9:2) > "31"
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "DATE must be a business date, YYYY-MM-DD."
           ELSE
              MOVE SPACES TO WS-Target-Date
              STRING WS-Target-Date-In(1:4)
                     WS-Target-Date-In(6:2)
                     WS-Target-Date-In(9:2)
                     DELIMITED BY SIZE INTO WS-Target-Date
              END-STRING
              PERFORM 1250-Compute-Next-Date
              IF WS-Target-Thru = SPACES
                 STRING WS-Target-Date "-235959"
                        DELIMITED BY SIZE INTO WS-Target-Thru
                 END-STRING
              END-IF
              IF WS-Target-Thru(1:8) IS NOT NUMERIC
                 OR WS-Target-Thru(9:1) NOT = "-"
                 OR WS-Target-Thru(10:6) IS NOT NUMERIC
                 OR WS-Target-Thru(1:8) < WS-Target-Date
                 SET WS-Input-Fields-Invalid TO TRUE
                 DISPLAY "*** ERROR ***"
                 DISPLAY "THRU must be blank or a journal timestamp, "
                    "YYYYMMDD-HHMMSS, no earlier than DATE."
              END-IF
           END-IF.

           IF NOT WS-Input-Fields-Valid
              DISPLAY "Nothing backed out - request error(s)."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * No date arithmetic in DB2 before the connect, so the day
      * after DATE is worked out here: roll the day, then the
      * month, then the year. February has 29 days in a year
      * divisible by 4 but not by 100, or divisible by 400.
       1250-Compute-Next-Date.
           MOVE WS-Target-Date TO WS-Next-Date.
           MOVE WS-Month-Days(WS-Next-Month) TO WS-Month-Days-Max.
           IF WS-Next-Month = 2
              DIVIDE WS-Next-Year BY 4
                 GIVING WS-Leap-Quotient REMAINDER WS-Leap-Remainder
              IF WS-Leap-Remainder = 0
                 MOVE 29 TO WS-Month-Days-Max
                 DIVIDE WS-Next-Year BY 100
                    GIVING WS-Leap-Quotient
                    REMAINDER WS-Leap-Remainder
                 IF WS-Leap-Remainder = 0
                    MOVE 28 TO WS-Month-Days-Max
                    DIVIDE WS-Next-Year BY 400
                       GIVING WS-Leap-Quotient
                       REMAINDER WS-Leap-Remainder
                    IF WS-Leap-Remainder = 0
                       MOVE 29 TO WS-Month-Days-Max
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-Next-Day < WS-Month-Days-Max
              ADD 1 TO WS-Next-Day
           ELSE
              MOVE 1 TO WS-Next-Day
              IF WS-Next-Month < 12
                 ADD 1 TO WS-Next-Month
              ELSE
                 MOVE 1 TO WS-Next-Month
                 ADD 1 TO WS-Next-Year
              END-IF
           END-IF.

      * Same to-end-of-file loop as DBCBEX10's 1100: the LAST
      * CHKPTIN record is the true resume point. A report-only run
      * changes nothing and never resumes - it always walks every
      * change.
       1300-Read-Checkpoint.
           IF WS-Mode-Back-Out
              OPEN INPUT CHKPT-IN-FILE
              IF NOT WS-Chkpt-In-Not-Found
                 PERFORM UNTIL WS-Chkpt-In-At-End
                    READ CHKPT-IN-FILE
                       AT END
                          SET WS-Chkpt-In-At-End TO TRUE
                       NOT AT END
                          SET WS-Chkpt-Found TO TRUE
                          MOVE CHKPT-IN-PROGRAM TO WS-Chkpt-Program
                          MOVE CHKPT-IN-DATE TO WS-Chkpt-Date
                          MOVE CHKPT-IN-KEY TO WS-Chkpt-Key
                          MOVE CHKPT-IN-THRU TO WS-Chkpt-Thru
                          MOVE CHKPT-IN-DONE-COUNT
                             TO WS-Changes-Done
                          MOVE CHKPT-IN-RESTORE-COUNT
                             TO WS-Restore-Count
                          MOVE CHKPT-IN-REFUSE-COUNT
                             TO WS-Refuse-Count
                    END-READ
                 END-PERFORM
                 CLOSE CHKPT-IN-FILE
              END-IF
           END-IF.
           IF WS-Chkpt-Found
              IF WS-Chkpt-Program NOT = WS-Target-Program
                 OR WS-Chkpt-Date NOT = WS-Target-Date
                 OR WS-Chkpt-Key NOT = WS-Target-Key
                 OR WS-Chkpt-Thru NOT = WS-Target-Thru
                 DISPLAY "*** ERROR ***"
                 DISPLAY "CHKPTIN is for " WS-Chkpt-Program " "
                    WS-Chkpt-Date " " WS-Chkpt-Key
                    " THRU " WS-Chkpt-Thru
                    " - not this request. Restart with the same "
                    "SYSIN cards the abended run used."
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY "Restarting after " WS-Changes-Done
                 " journaled change(s) already walked."
           END-IF.

       1400-Open-Files.
           OPEN INPUT JRNL-IN-FILE.
           IF NOT WS-Jrnl-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN JRNLIN, file status "
                 WS-Jrnl-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT CHKPT-OUT-FILE.

      * The whole selection is loaded before DB2 is touched, and
      * JRNLIN is closed before the first restore is journaled -
      * JRNLIN and the CHGJRNL DD name the same dataset. Overflowing
      * the table is a setup error, like DBCBEX10's rate table: a
      * backout that quietly skipped the oldest changes would
      * leave the run half reversed. For the same reason, records
      * from the same program just past THRU (up to the end of the
      * day after DATE) are counted - a run that crossed midnight
      * and is being backed out only to THRU - and the register
      * warns about them.
       1500-Load-Journal.
           PERFORM 7000-Read-Journal-Record.
           PERFORM UNTIL WS-Jrnl-At-End
              IF CJ-Program-Id = WS-Target-Program
                 AND (WS-Target-Key = SPACES
                      OR CJ-Row-Key = WS-Target-Key)
                 IF CJ-Timestamp(1:8) >= WS-Target-Date
                    AND CJ-Timestamp <= WS-Target-Thru
                    ADD 1 TO WS-Jrnl-Matched-Count
                    PERFORM 1510-Load-Journal-Record
                 ELSE
                    IF CJ-Timestamp > WS-Target-Thru
                       AND CJ-Timestamp(1:8) <= WS-Next-Date
                       IF WS-Later-Count = 0
                          MOVE CJ-Timestamp TO WS-Later-First-Stamp
                       END-IF
                       ADD 1 TO WS-Later-Count
                    END-IF
                 END-IF
              END-IF
              PERFORM 7000-Read-Journal-Record
           END-PERFORM.
           CLOSE JRNL-IN-FILE.

           IF WS-Change-Dropped-Count > 0
              DISPLAY "*** ERROR ***"
              DISPLAY "The request selects more than " WS-Change-Max
                 " journaled changes - " WS-Change-Dropped-Count
                 " would be skipped. Back out one KEY at a time or "
                 "raise WS-Change-Max. Nothing was backed out."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-Changes-Done > WS-Change-Count
              DISPLAY "*** ERROR ***"
              DISPLAY "CHKPTIN has walked " WS-Changes-Done
                 " changes but JRNLIN now selects only "
                 WS-Change-Count " - wrong journal on JRNLIN?"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Journaled changes selected: " WS-Change-Count.
           IF WS-Later-Count > 0
              DISPLAY "*** WARNING *** " WS-Later-Count
                 " later journal record(s) from " WS-Target-Program
                 " after THRU, first " WS-Later-First-Stamp
           END-IF.

      * CHGJRNL writes a U change's B record and then its A record
      * back to back, so an A for a U pairs with the entry just
      * loaded. Anything else starts a new entry.
       1510-Load-Journal-Record.
           IF CJ-IMAGE-AFTER AND CJ-ACTION-UPDATE
              AND WS-Change-Count > 0
              AND WS-Chg-Action(WS-Change-Count) = CJ-Action
              AND WS-Chg-Table-Id(WS-Change-Count) = CJ-Table-Id
              AND WS-Chg-Row-Key(WS-Change-Count) = CJ-Row-Key
              AND WS-Chg-After-Image(WS-Change-Count) = SPACES
              MOVE CJ-Row-Image TO WS-Chg-After-Image(WS-Change-Count)
           ELSE
              IF WS-Change-Count < WS-Change-Max
                 ADD 1 TO WS-Change-Count
                 MOVE CJ-Timestamp TO WS-Chg-Timestamp(WS-Change-Count)
                 MOVE CJ-Table-Id  TO WS-Chg-Table-Id(WS-Change-Count)
                 MOVE CJ-Action    TO WS-Chg-Action(WS-Change-Count)
                 MOVE CJ-Row-Key   TO WS-Chg-Row-Key(WS-Change-Count)
                 MOVE SPACES TO WS-Chg-Before-Image(WS-Change-Count)
                 MOVE SPACES TO WS-Chg-After-Image(WS-Change-Count)
                 MOVE SPACES TO WS-Chg-Outcome(WS-Change-Count)
                 IF CJ-IMAGE-BEFORE
                    MOVE CJ-Row-Image
                       TO WS-Chg-Before-Image(WS-Change-Count)
                 ELSE
                    MOVE CJ-Row-Image
                       TO WS-Chg-After-Image(WS-Change-Count)
                 END-IF
              ELSE
                 ADD 1 TO WS-Change-Dropped-Count
              END-IF
           END-IF.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Print-Report-Header
              COMPUTE WS-Change-Sub = WS-Change-Count - WS-Changes-Done
              PERFORM UNTIL WS-Change-Sub < 1
                 PERFORM 2200-Process-Change
                 SUBTRACT 1 FROM WS-Change-Sub
              END-PERFORM
              IF WS-Change-Count = 0
                 MOVE " " TO RPT-CTRL
                 MOVE "NO JOURNAL RECORDS MATCHED THE REQUEST."
                    TO RPT-DATA
                 WRITE RPT-RECORD
              END-IF
              PERFORM 2500-Print-Totals
              IF WS-Mode-Back-Out
                 PERFORM 6100-Commit-Work
              END-IF
           END-IF.

       2100-Print-Report-Header.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX26 - CHANGE-JOURNAL BACKOUT REGISTER"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "RUN DATE: " WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-" WS-Current-Date(7:2)
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           IF WS-Target-Key = SPACES
              STRING "BACKING OUT PROGRAM " WS-Target-Program
                     " BUSINESS DATE " WS-Target-Date-In
                     " - EVERY ROW"
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              STRING "BACKING OUT PROGRAM " WS-Target-Program
                     " BUSINESS DATE " WS-Target-Date-In
                     " - ROW KEY " WS-Target-Key
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "JOURNAL RECORDS FROM " WS-Target-Date
                  "-000000 THRU " WS-Target-Thru
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           IF WS-Later-Count > 0
              MOVE WS-Later-Count TO WS-Rpt-Count-1
              MOVE " " TO RPT-CTRL
              MOVE SPACES TO RPT-DATA
              STRING "*** WARNING - " WS-Rpt-Count-1
                     " LATER RECORD(S) FOR THIS PROGRAM, FIRST "
                     WS-Later-First-Stamp
                     " - RUN MAY HAVE CROSSED MIDNIGHT, "
                     "SET A LATER THRU ***"
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
              WRITE RPT-RECORD
           END-IF.

           MOVE " " TO RPT-CTRL.
           IF WS-Mode-Report-Only
              MOVE "MODE: REPORT ONLY - NOTHING WAS CHANGED"
                 TO RPT-DATA
           ELSE
              MOVE "MODE: BACK OUT - RESTORES APPLIED" TO RPT-DATA
           END-IF.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE "TABLE      KEY    ACTION JOURNALED       RESULT"
              TO RPT-DATA.
           WRITE RPT-RECORD.

      * One journaled change, newest first. The outcome is kept on
      * the table entry so a report-only run can see what it would
      * already have done to the same row (2210).
       2200-Process-Change.
           SET WS-Change-Walked TO TRUE.
           PERFORM 2210-Find-Current-Row.
           PERFORM 2220-Check-Change.

           IF WS-Outcome-Would-Restore AND WS-Mode-Back-Out
              PERFORM 2300-Apply-Restore
           END-IF.

           IF WS-Outcome-Refused
              ADD 1 TO WS-Refuse-Count
           ELSE
              ADD 1 TO WS-Restore-Count
           END-IF.
           MOVE WS-Outcome TO WS-Chg-Outcome(WS-Change-Sub).
           ADD 1 TO WS-Changes-Done.

           PERFORM 2400-Print-Change-Lines.

           IF WS-Outcome-Restored
              ADD 1 TO WS-Uncommitted-Count
              IF WS-Uncommitted-Count >= WS-Commit-Interval
                 PERFORM 6100-Commit-Work
              END-IF
           END-IF.

      * Loads WS-Current-Image with the row as it stands now. On a
      * back-out run that is simply the table. A report-only run
      * has changed nothing, so when a LATER change to the same row
      * would already have been restored, the row "as it stands"
      * is that change's before image, not the table.
       2210-Find-Current-Row.
           MOVE 'N' TO WS-Simulated-Switch.
           IF WS-Mode-Report-Only
              COMPUTE WS-Scan-Sub = WS-Change-Sub + 1
              PERFORM UNTIL WS-Scan-Sub > WS-Change-Count
                         OR WS-Current-Simulated
                 IF WS-Chg-Table-Id(WS-Scan-Sub)
                       = WS-Chg-Table-Id(WS-Change-Sub)
                    AND WS-Chg-Row-Key(WS-Scan-Sub)
                       = WS-Chg-Row-Key(WS-Change-Sub)
                    SET WS-Current-Simulated TO TRUE
                 ELSE
                    ADD 1 TO WS-Scan-Sub
                 END-IF
              END-PERFORM
              IF WS-Current-Simulated
                 AND WS-Chg-Outcome(WS-Scan-Sub) NOT = 'W'
                 MOVE 'N' TO WS-Simulated-Switch
              END-IF
           END-IF.

           IF WS-Current-Simulated
              MOVE WS-Chg-Before-Image(WS-Scan-Sub)
                 TO WS-Current-Image
              IF WS-Chg-Action(WS-Scan-Sub) = 'I'
                 SET WS-Current-Not-Found TO TRUE
              ELSE
                 SET WS-Current-Found TO TRUE
              END-IF
           ELSE
              MOVE SPACES TO WS-Current-Image
              SET WS-Current-Not-Found TO TRUE
              IF WS-Chg-Table-Id(WS-Change-Sub) = 'D'
                 MOVE WS-Chg-Row-Key(WS-Change-Sub)(1:3)
                    TO HV-Dept-Number
                 PERFORM 5010-Read-Department
                 IF SQL-STATUS-OK
                    SET WS-Current-Found TO TRUE
                    PERFORM 2630-Dept-Row-To-Image
                    MOVE WS-Image-Work TO WS-Current-Image
                 END-IF
              ELSE
                 MOVE WS-Chg-Row-Key(WS-Change-Sub) TO HV-Emp-Number
                 PERFORM 5000-Read-Employee
                 IF SQL-STATUS-OK
                    SET WS-Current-Found TO TRUE
                    PERFORM 2610-Emp-Row-To-Image
                    MOVE WS-Image-Work TO WS-Current-Image
                 END-IF
              END-IF
           END-IF.

      * An update or insert may only be reversed while the row
      * still holds exactly what the run left there; a delete only
      * while the row is still gone.
       2220-Check-Change.
           SET WS-Outcome-Would-Restore TO TRUE.
           EVALUATE WS-Chg-Action(WS-Change-Sub)
              WHEN 'U'
                 IF WS-Chg-Before-Image(WS-Change-Sub) = SPACES
                    OR WS-Chg-After-Image(WS-Change-Sub) = SPACES
                    SET WS-Outcome-Incomplete TO TRUE
                 END-IF
              WHEN 'I'
                 IF WS-Chg-After-Image(WS-Change-Sub) = SPACES
                    SET WS-Outcome-Incomplete TO TRUE
                 END-IF
              WHEN 'D'
                 IF WS-Chg-Before-Image(WS-Change-Sub) = SPACES
                    SET WS-Outcome-Incomplete TO TRUE
                 END-IF
              WHEN OTHER
                 SET WS-Outcome-Incomplete TO TRUE
           END-EVALUATE.

           IF WS-Outcome-Would-Restore
              IF WS-Chg-Action(WS-Change-Sub) = 'D'
                 IF WS-Current-Found
                    SET WS-Outcome-Row-Exists TO TRUE
                 END-IF
              ELSE
                 IF WS-Current-Not-Found
                    SET WS-Outcome-Row-Missing TO TRUE
                 ELSE
                    IF WS-Current-Image NOT =
                       WS-Chg-After-Image(WS-Change-Sub)
                       SET WS-Outcome-Changed-Since TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * A row-level failure (a duplicate key, an RI, NOT NULL or
      * check-constraint rejection, or the row gone from under the
      * UPDATE/DELETE) refuses just this row, the way DBCBEX07
      * rejects just the card; nothing is journaled for it. Any
      * other SQLCODE means DB2 may already have rolled back every
      * restore since the last COMMIT (-911 and the like), so the
      * run stops in 2390, the way DBCBEX10 stops on a DB2 error,
      * and no checkpoint is written past that COMMIT.
       2300-Apply-Restore.
           IF WS-Chg-Action(WS-Change-Sub) NOT = 'I'
              MOVE WS-Chg-Before-Image(WS-Change-Sub) TO WS-Image-Work
              IF WS-Chg-Table-Id(WS-Change-Sub) = 'D'
                 PERFORM 2640-Dept-Image-To-Row
              ELSE
                 PERFORM 2620-Emp-Image-To-Row
              END-IF
           END-IF.

           IF WS-Chg-Table-Id(WS-Change-Sub) = 'D'
              EVALUATE WS-Chg-Action(WS-Change-Sub)
                 WHEN 'U'  PERFORM 5200-Update-Department
                 WHEN 'I'  PERFORM 5210-Delete-Department
                 WHEN 'D'  PERFORM 5220-Insert-Department
              END-EVALUATE
           ELSE
              EVALUATE WS-Chg-Action(WS-Change-Sub)
                 WHEN 'U'  PERFORM 5100-Update-Employee
                 WHEN 'I'  PERFORM 5110-Delete-Employee
                 WHEN 'D'  PERFORM 5120-Insert-Employee
              END-EVALUATE
           END-IF.

           MOVE WS-SQL-STATUS TO WS-Restore-Sqlcode.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 SET WS-Outcome-Restored TO TRUE
                 PERFORM 9920-Journal-Restore
              WHEN WS-Restore-Row-Refused
                 SET WS-Outcome-Db2-Rejected TO TRUE
                 MOVE WS-SQL-STATUS TO WS-Rpt-Sqlcode
              WHEN OTHER
                 PERFORM 2390-Stop-On-Db2-Error
           END-EVALUATE.

      * The ROLLBACK makes sure nothing since the last COMMIT is
      * left half applied (3000's CONNECT RESET would otherwise
      * commit it). Lines printed RESTORED since that COMMIT, and
      * their journal records, did not stick; the last checkpoint
      * is still the resume point, so DBCBEX26R redoes them.
       2390-Stop-On-Db2-Error.
           MOVE WS-SQL-STATUS TO WS-Rpt-Sqlcode.
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY "*** WARNING ***".
           DISPLAY "There was a problem restoring the record."
           DISPLAY "ROW KEY = " WS-Chg-Row-Key(WS-Change-Sub).
           DISPLAY "SQLCODE = " WS-Rpt-Sqlcode.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "*** DB2 SQLCODE " WS-Rpt-Sqlcode " ON ROW "
                  WS-Chg-Row-Key(WS-Change-Sub)
                  " - RUN STOPPED. RESTORES SINCE THE LAST COMMIT "
                  "ROLLED BACK - RESTART WITH DBCBEX26R ***"
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE 8 TO RETURN-CODE.
           PERFORM 3000-End-Job.
           GOBACK.

       2400-Print-Change-Lines.
           EVALUATE WS-Chg-Table-Id(WS-Change-Sub)
              WHEN 'E'   MOVE "EMPLOYEE"   TO WS-Table-Name
              WHEN 'D'   MOVE "DEPARTMENT" TO WS-Table-Name
              WHEN OTHER MOVE WS-Chg-Table-Id(WS-Change-Sub)
                            TO WS-Table-Name
           END-EVALUATE.
           EVALUATE WS-Chg-Action(WS-Change-Sub)
              WHEN 'I'   MOVE "INSERT" TO WS-Action-Name
              WHEN 'U'   MOVE "UPDATE" TO WS-Action-Name
              WHEN 'D'   MOVE "DELETE" TO WS-Action-Name
              WHEN OTHER MOVE WS-Chg-Action(WS-Change-Sub)
                            TO WS-Action-Name
           END-EVALUATE.
           MOVE SPACES TO WS-Result-Text.
           EVALUATE TRUE
              WHEN WS-Outcome-Restored
                 MOVE "RESTORED" TO WS-Result-Text
              WHEN WS-Outcome-Would-Restore
                 MOVE "WOULD BE RESTORED" TO WS-Result-Text
              WHEN WS-Outcome-Changed-Since
                 MOVE "REFUSED - ROW CHANGED SINCE" TO WS-Result-Text
              WHEN WS-Outcome-Row-Missing
                 MOVE "REFUSED - ROW NO LONGER ON TABLE"
                    TO WS-Result-Text
              WHEN WS-Outcome-Row-Exists
                 MOVE "REFUSED - DELETED ROW IS BACK ON TABLE"
                    TO WS-Result-Text
              WHEN WS-Outcome-Incomplete
                 MOVE "REFUSED - JOURNAL IMAGE MISSING"
                    TO WS-Result-Text
              WHEN WS-Outcome-Db2-Rejected
                 STRING "REFUSED - DB2 SQLCODE " WS-Rpt-Sqlcode
                    DELIMITED BY SIZE INTO WS-Result-Text
                 END-STRING
           END-EVALUATE.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING WS-Table-Name
                  " " WS-Chg-Row-Key(WS-Change-Sub)
                  " " WS-Action-Name
                  " " WS-Chg-Timestamp(WS-Change-Sub)
                  " " WS-Result-Text
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           IF WS-Current-Found
              MOVE "CURRENT : " TO WS-Image-Label
              MOVE WS-Current-Image TO WS-Image-Work
              PERFORM 2410-Print-Image-Line
           ELSE
              MOVE " " TO RPT-CTRL
              MOVE "   CURRENT : (NO ROW ON TABLE)" TO RPT-DATA
              WRITE RPT-RECORD
           END-IF.

           IF WS-Outcome-Changed-Since
              MOVE "EXPECTED: " TO WS-Image-Label
              MOVE WS-Chg-After-Image(WS-Change-Sub) TO WS-Image-Work
              PERFORM 2410-Print-Image-Line
           END-IF.

           IF WS-Chg-Action(WS-Change-Sub) = 'I'
              MOVE " " TO RPT-CTRL
              MOVE "   RESTORE : (ROW REMOVED)" TO RPT-DATA
              WRITE RPT-RECORD
           ELSE
              IF WS-Chg-Before-Image(WS-Change-Sub) NOT = SPACES
                 MOVE "RESTORE : " TO WS-Image-Label
                 MOVE WS-Chg-Before-Image(WS-Change-Sub)
                    TO WS-Image-Work
                 PERFORM 2410-Print-Image-Line
              END-IF
           END-IF.

           IF WS-Chg-Table-Id(WS-Change-Sub) = 'E'
              AND WS-Chg-Action(WS-Change-Sub) = 'D'
              AND (WS-Outcome-Restored OR WS-Outcome-Would-Restore)
              PERFORM 5300-Count-History
              IF HV-Hist-Row-Count > 0
                 MOVE " " TO RPT-CTRL
                 MOVE "   NOTE    : EMPLOYEE_HIST STILL HOLDS THE TER" &
                      "MINATION ARCHIVE ROW - REVIEW"
                    TO RPT-DATA
                 WRITE RPT-RECORD
              END-IF
              MOVE " " TO RPT-CTRL
              MOVE "   NOTE    : LEAVE BALANCES WERE PAID OUT OR FORF" &
                   "EITED AND ANY OPEN LOA CLOSED - RE-KEY THROUGH DB" &
                   "CBEX30 FROM THE DBCBEX07 REGISTER"
                 TO RPT-DATA
              WRITE RPT-RECORD
           END-IF.

       2410-Print-Image-Line.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           IF WS-Chg-Table-Id(WS-Change-Sub) = 'D'
              STRING "   " WS-Image-Label
                     WS-DI-Dept-Name
                     " MGRNO " WS-DI-Dept-Mgr-Number
                     " ADMRDEPT " WS-DI-Dept-Admr-Dept
                     " LOCATION " WS-DI-Dept-Location
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              MOVE WS-EI-Salary     TO WS-Rpt-Salary
              MOVE WS-EI-Bonus      TO WS-Rpt-Bonus
              MOVE WS-EI-Commission TO WS-Rpt-Commission
              STRING "   " WS-Image-Label
                     WS-EI-Last-Name
                     " DEPT " WS-EI-Work-Dept
                     " PHONE " WS-EI-Phone-Number
                     " JOB " WS-EI-Job-Title
                     " SALARY " WS-Rpt-Salary
                     " BONUS " WS-Rpt-Bonus
                     " COMM " WS-Rpt-Commission
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

       2500-Print-Totals.
           MOVE WS-Change-Count  TO WS-Rpt-Count-1.
           MOVE WS-Restore-Count TO WS-Rpt-Count-2.
           MOVE WS-Refuse-Count  TO WS-Rpt-Count-3.
           MOVE "1" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           IF WS-Mode-Report-Only
              STRING "JOURNALED CHANGES SELECTED: " WS-Rpt-Count-1
                     "  WOULD BE RESTORED: " WS-Rpt-Count-2
                     "  WOULD BE REFUSED: " WS-Rpt-Count-3
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              STRING "JOURNALED CHANGES SELECTED: " WS-Rpt-Count-1
                     "  RESTORED: " WS-Rpt-Count-2
                     "  REFUSED: " WS-Rpt-Count-3
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

      * Same DISPLAY-form moves every CHGJRNL caller makes, so an
      * untouched row's image matches its journaled A image byte
      * for byte.
       2610-Emp-Row-To-Image.
           MOVE SPACES TO WS-Image-Work.
           MOVE HV-Emp-Number   TO WS-EI-Emp-Number.
           MOVE HV-First-Name   TO WS-EI-First-Name.
           MOVE HV-Middle-Init  TO WS-EI-Middle-Init.
           MOVE HV-Last-Name    TO WS-EI-Last-Name.
           MOVE HV-Work-Dept    TO WS-EI-Work-Dept.
           MOVE HV-Phone-Number TO WS-EI-Phone-Number.
           MOVE HV-Hire-Date    TO WS-EI-Hire-Date.
           MOVE HV-Job-Title    TO WS-EI-Job-Title.
           MOVE HV-Edu-Level    TO WS-EI-Edu-Level.
           MOVE HV-Gender       TO WS-EI-Gender.
           MOVE HV-Birth-Date   TO WS-EI-Birth-Date.
           MOVE HV-Salary       TO WS-EI-Salary.
           MOVE HV-Bonus        TO WS-EI-Bonus.
           MOVE HV-Commission   TO WS-EI-Commission.

       2620-Emp-Image-To-Row.
           MOVE WS-EI-Emp-Number   TO HV-Emp-Number.
           MOVE WS-EI-First-Name   TO HV-First-Name.
           MOVE WS-EI-Middle-Init  TO HV-Middle-Init.
           MOVE WS-EI-Last-Name    TO HV-Last-Name.
           MOVE WS-EI-Work-Dept    TO HV-Work-Dept.
           MOVE WS-EI-Phone-Number TO HV-Phone-Number.
           MOVE WS-EI-Hire-Date    TO HV-Hire-Date.
           MOVE WS-EI-Job-Title    TO HV-Job-Title.
           MOVE WS-EI-Edu-Level    TO HV-Edu-Level.
           MOVE WS-EI-Gender       TO HV-Gender.
           MOVE WS-EI-Birth-Date   TO HV-Birth-Date.
           MOVE WS-EI-Salary       TO HV-Salary.
           MOVE WS-EI-Bonus        TO HV-Bonus.
           MOVE WS-EI-Commission   TO HV-Commission.

       2630-Dept-Row-To-Image.
           MOVE SPACES TO WS-Image-Work.
           MOVE HV-Dept-Number     TO WS-DI-Dept-Number.
           MOVE HV-Dept-Name       TO WS-DI-Dept-Name.
           MOVE HV-Dept-Mgr-Number TO WS-DI-Dept-Mgr-Number.
           MOVE HV-Dept-Admr-Dept  TO WS-DI-Dept-Admr-Dept.
           MOVE HV-Dept-Location   TO WS-DI-Dept-Location.

       2640-Dept-Image-To-Row.
           MOVE WS-DI-Dept-Number     TO HV-Dept-Number.
           MOVE WS-DI-Dept-Name       TO HV-Dept-Name.
           MOVE WS-DI-Dept-Mgr-Number TO HV-Dept-Mgr-Number.
           MOVE WS-DI-Dept-Admr-Dept  TO HV-Dept-Admr-Dept.
           MOVE WS-DI-Dept-Location   TO HV-Dept-Location.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE RPT-FILE.
           CLOSE CHKPT-OUT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Journaled changes selected: " WS-Change-Count
              " restored: " WS-Restore-Count
              " refused: " WS-Refuse-Count.
           IF (WS-Refuse-Count > 0 OR WS-Change-Count = 0
               OR WS-Later-Count > 0)
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9910-Log-Run-End.

       5000-Read-Employee.
           EXEC SQL
              SELECT
                     EMPNO, FIRSTNME, MIDINIT, LASTNAME,
                     WORKDEPT, PHONENO, HIREDATE, JOB,
                     EDLEVEL, SEX, BIRTHDATE,
                     SALARY, BONUS, COMM
              INTO
                     :HV-Emp-Number, :HV-First-Name,
                     :HV-Middle-Init, :HV-Last-Name,
                     :HV-Work-Dept, :HV-Phone-Number,
                     :HV-Hire-Date, :HV-Job-Title,
                     :HV-Edu-Level, :HV-Gender, :HV-Birth-Date,
                     :HV-Salary, :HV-Bonus, :HV-Commission
              FROM EMPLOYEE
              WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Selecting the record."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5010-Read-Department.
           EXEC SQL
              SELECT DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION
              INTO :HV-Dept-Number, :HV-Dept-Name,
                   :HV-Dept-Mgr-Number, :HV-Dept-Admr-Dept,
                   :HV-Dept-Location
              FROM DEPARTMENT
              WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem reading DEPARTMENT."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5100-Update-Employee.
           EXEC SQL
              UPDATE EMPLOYEE
                 SET FIRSTNME  = :HV-First-Name,
                     MIDINIT   = :HV-Middle-Init,
                     LASTNAME  = :HV-Last-Name,
                     WORKDEPT  = :HV-Work-Dept,
                     PHONENO   = :HV-Phone-Number,
                     HIREDATE  = :HV-Hire-Date,
                     JOB       = :HV-Job-Title,
                     EDLEVEL   = :HV-Edu-Level,
                     SEX       = :HV-Gender,
                     BIRTHDATE = :HV-Birth-Date,
                     SALARY    = :HV-Salary,
                     BONUS     = :HV-Bonus,
                     COMM      = :HV-Commission
               WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5110-Delete-Employee.
           EXEC SQL
              DELETE FROM EMPLOYEE
               WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5120-Insert-Employee.
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

       5200-Update-Department.
           EXEC SQL
              UPDATE DEPARTMENT
                 SET DEPTNAME = :HV-Dept-Name,
                     MGRNO    = :HV-Dept-Mgr-Number,
                     ADMRDEPT = :HV-Dept-Admr-Dept,
                     LOCATION = :HV-Dept-Location
               WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5210-Delete-Department.
           EXEC SQL
              DELETE FROM DEPARTMENT
               WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5220-Insert-Department.
           EXEC SQL
              INSERT INTO DEPARTMENT
                     (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION)
              VALUES (:HV-Dept-Number, :HV-Dept-Name,
                      :HV-Dept-Mgr-Number, :HV-Dept-Admr-Dept,
                      :HV-Dept-Location)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

       5300-Count-History.
           MOVE WS-Chg-Row-Key(WS-Change-Sub) TO HV-Emp-Number.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-Hist-Row-Count
              FROM EMPLOYEE_HIST
              WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem reading EMPLOYEE_HIST."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * The checkpoint is only written AFTER the COMMIT comes back
      * clean, and only when this run actually walked a change - a
      * restart that finds nothing left to do must not overwrite
      * the resume point.
       6100-Commit-Work.
           MOVE 0 TO WS-Uncommitted-Count.
           EXEC SQL COMMIT END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "COMMIT failed."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.
           IF WS-Change-Walked
              PERFORM 6200-Write-Checkpoint
           END-IF.

       6200-Write-Checkpoint.
           MOVE WS-Target-Program TO CHKPT-OUT-PROGRAM.
           MOVE WS-Target-Date    TO CHKPT-OUT-DATE.
           MOVE WS-Target-Key     TO CHKPT-OUT-KEY.
           MOVE WS-Target-Thru    TO CHKPT-OUT-THRU.
           MOVE WS-Changes-Done   TO CHKPT-OUT-DONE-COUNT.
           MOVE WS-Restore-Count  TO CHKPT-OUT-RESTORE-COUNT.
           MOVE WS-Refuse-Count   TO CHKPT-OUT-REFUSE-COUNT.
           WRITE CHKPT-OUT-RECORD.

       7000-Read-Journal-Record.
           READ JRNL-IN-FILE
              AT END
                 SET WS-Jrnl-At-End TO TRUE
              NOT AT END
                 ADD 1 TO WS-Jrnl-Read-Count
           END-READ.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX26" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           STRING WS-Backout-Mode "/" WS-Target-Program
                  "/" WS-Target-Date
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
           MOVE WS-Change-Count TO RUNLOG-Rows-Read.
           MOVE WS-Refuse-Count TO RUNLOG-Rows-Written.
           IF WS-Mode-Back-Out
              MOVE WS-Restore-Count TO RUNLOG-Rows-Updated
           END-IF.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

      * Every applied restore goes to the common change journal
      * through CHGJRNL under DBCBEX26's own id, as the reverse of
      * the change it undoes: an update is journaled as an update
      * (the row as it stood, then the before image put back), an
      * undone insert as a delete, an undone delete as an insert.
      * Journaling failures warn inside the module and are ignored
      * here; they must never take this job down.
       9920-Journal-Restore.
           MOVE "DBCBEX26" TO CHGJRN-Program-Id.
           MOVE WS-Chg-Table-Id(WS-Change-Sub) TO CHGJRN-Table-Id.
           MOVE WS-Chg-Row-Key(WS-Change-Sub)  TO CHGJRN-Row-Key.
           MOVE SPACES TO CHGJRN-Before-Image.
           MOVE SPACES TO CHGJRN-After-Image.
           EVALUATE WS-Chg-Action(WS-Change-Sub)
              WHEN 'U'
                 SET CHGJRN-ACTION-UPDATE TO TRUE
                 MOVE WS-Current-Image TO CHGJRN-Before-Image
                 MOVE WS-Chg-Before-Image(WS-Change-Sub)
                    TO CHGJRN-After-Image
              WHEN 'I'
                 SET CHGJRN-ACTION-DELETE TO TRUE
                 MOVE WS-Current-Image TO CHGJRN-Before-Image
              WHEN 'D'
                 SET CHGJRN-ACTION-INSERT TO TRUE
                 MOVE WS-Chg-Before-Image(WS-Change-Sub)
                    TO CHGJRN-After-Image
           END-EVALUATE.
           CALL "CHGJRNL" USING CHGJRN-Area.

       COPY CONNDB1.
