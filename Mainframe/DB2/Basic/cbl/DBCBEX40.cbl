      **********************************************************
      * Program name:    DBCBEX40
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 40: DB2 Processing: Records
      *       retention purge.
      *
      *    Applies the retention periods on RETNIN to five
      *       sources that otherwise grow for ever:
      *          HISTORY  EMPLOYEE_HIST rows, dated by TERMDATE,
      *          AUDIT03  the DBCBEX03 AUDITOUT lookup audit,
      *          AUDIT13  the DBCBEX13 AUDITOUT lookup audit,
      *          CHGJRNL  the common change journal,
      *          RUNLOG   the common run log,
      *       the sequential ones dated by the YYYYMMDD at the
      *       front of every record's timestamp. One RETNIN card
      *       per source: source name (8), a blank, period (999)
      *       and unit (Y years or M months). A record dated
      *       before the run date less the period has expired; a
      *       source with no card is kept whole.
      *
      *    Every expiring record is first copied to ARCHOUT (the
      *       ARCHREC layout, stamped with the purge date), then
      *       removed: EMPLOYEE_HIST rows are DELETEd; each
      *       sequential file is rewritten without its expired
      *       records - its ...IN DD is the copy the JCL takes
      *       just before this step, its ...OUT DD the live
      *       dataset itself.
      *
      *    Never purged, whatever their age:
      *          - anything for an EMPNO on the HOLDIN legal-hold
      *            list (one EMPNO per card, columns 1-6) - the
      *            EMPLOYEE_HIST rows, the audit records for
      *            lookups of that EMPNO and the EMPLOYEE
      *            journal records keyed on it,
      *          - EMPLOYEE_HIST rows for an EMPNO that is back
      *            on EMPLOYEE: a rehire's prior row is what the
      *            bridged service is worked out from,
      *          - a sequential record whose date cannot be
      *            read.
      *
      *    EMPLOYEE_HIST is purged with a COMMIT every
      *       WS-Commit-Interval deletes, and a checkpoint record
      *       written with each, the DBCBEX10 way. The
      *       sequential files are all rewritten first, before
      *       DB2 is touched, and a phase checkpoint marks them
      *       done; a restart (CHKPTIN, see DBCBEX40R) skips
      *       them and resumes EMPLOYEE_HIST after the last
      *       committed row, on the interrupted run's date so
      *       the cutoffs are the same. Rows archived after the
      *       last COMMIT are archived again by the restart, so
      *       the archive may hold a row twice, never not at all.
      *
      *    RPTOUT is the purge report: the rules applied with
      *       their cutoff dates, then per source the records
      *       read, archived and purged, held, and kept, and the
      *       oldest date kept. A bad RETNIN or HOLDIN is RC 16
      *       with nothing purged; a DB2 error is RC 8.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - EMPLOYEE_HIST and the
      *                          audit, journal and run-log
      *                          datasets were kept for ever,
      *                          past Legal's retention periods.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX40.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETN-FILE ASSIGN TO RETNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Retn-File-Status.

           SELECT HOLD-FILE ASSIGN TO HOLDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Hold-File-Status.

           SELECT AUD03-IN-FILE ASSIGN TO AUD03IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Aud03-In-Status.

           SELECT AUD03-OUT-FILE ASSIGN TO AUD03OUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUD13-IN-FILE ASSIGN TO AUD13IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Aud13-In-Status.

           SELECT AUD13-OUT-FILE ASSIGN TO AUD13OUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT JRNL-IN-FILE ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Jrnl-In-Status.

           SELECT JRNL-OUT-FILE ASSIGN TO JRNLOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RLOG-IN-FILE ASSIGN TO RLOGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Rlog-In-Status.

           SELECT RLOG-OUT-FILE ASSIGN TO RLOGOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCH-FILE ASSIGN TO ARCHOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHKPT-IN-FILE ASSIGN TO CHKPTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Chkpt-In-Status.

           SELECT CHKPT-OUT-FILE ASSIGN TO CHKPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One retention rule per card: source, blank, period 999,
      * unit Y (years) or M (months) - "RUNLOG   013M".
       FD  RETN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  RETN-RECORD.
           05 RETN-Source             PIC X(08).
           05 FILLER                  PIC X(01).
           05 RETN-Period             PIC 9(03).
           05 RETN-Unit               PIC X(01).
              88 RETN-UNIT-YEARS      VALUE 'Y'.
              88 RETN-UNIT-MONTHS     VALUE 'M'.
              88 RETN-UNIT-VALID      VALUE 'Y' 'M'.
           05 FILLER                  PIC X(67).

      * One EMPNO per card in columns 1-6; the rest of the card is
      * free for the matter reference.
       FD  HOLD-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05 HOLD-Emp-Number         PIC X(06).
           05 FILLER                  PIC X(74).

      * The DBCBEX03/DBCBEX13 AUDIT-RECORD, timestamp and EMPNO
      * broken out; keep in step with those two.
       FD  AUD03-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  AUD03-IN-RECORD.
           05 AUD03-Timestamp         PIC X(15).
           05 FILLER                  PIC X(10).
           05 AUD03-Requested-Empno   PIC X(06).
           05 FILLER                  PIC X(06).

       FD  AUD03-OUT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  AUD03-OUT-RECORD           PIC X(37).

       FD  AUD13-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  AUD13-IN-RECORD.
           05 AUD13-Timestamp         PIC X(15).
           05 FILLER                  PIC X(10).
           05 AUD13-Requested-Empno   PIC X(06).
           05 FILLER                  PIC X(06).

       FD  AUD13-OUT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  AUD13-OUT-RECORD           PIC X(37).

      * Same layout as the CHGJRNL module's CHG-JRNL-RECORD.
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
           05 FILLER                  PIC X(05).
           05 CJ-Row-Key              PIC X(06).
           05 FILLER                  PIC X(103).

       FD  JRNL-OUT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  JRNL-OUT-RECORD            PIC X(140).

      * Same layout as the RUNLOG module's RUN-LOG-RECORD.
       FD  RLOG-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  RLOG-IN-RECORD.
           05 RL-Timestamp            PIC X(15).
           05 FILLER                  PIC X(75).

       FD  RLOG-OUT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  RLOG-OUT-RECORD            PIC X(90).

       FD  ARCH-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.

           COPY ARCHREC.

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD.
           05 RPT-CTRL                PIC X(001).
           05 RPT-DATA                PIC X(132).

      * Same COMMIT-time-only checkpoint as DBCBEX10, plus a phase:
      * S - sequential files done, H - EMPLOYEE_HIST committed up
      * to the key, C - run complete (nothing left to restart).
      * The run date rides along so a restart uses the same
      * cutoffs as the run it is finishing.
       FD  CHKPT-IN-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  CHKPT-IN-RECORD.
           05 CHKPT-IN-PHASE          PIC X(01).
           05 CHKPT-IN-RUN-DATE       PIC X(08).
           05 CHKPT-IN-EMPNO          PIC X(06).
           05 CHKPT-IN-TERMDATE       PIC X(10).
           05 CHKPT-IN-READ-COUNT     PIC S9(07) COMP-3.
           05 CHKPT-IN-PURGE-COUNT    PIC S9(07) COMP-3.
           05 CHKPT-IN-HELD-COUNT     PIC S9(07) COMP-3.
           05 CHKPT-IN-REHIRE-COUNT   PIC S9(07) COMP-3.

       FD  CHKPT-OUT-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  CHKPT-OUT-RECORD.
           05 CHKPT-OUT-PHASE         PIC X(01).
           05 CHKPT-OUT-RUN-DATE      PIC X(08).
           05 CHKPT-OUT-EMPNO         PIC X(06).
           05 CHKPT-OUT-TERMDATE      PIC X(10).
           05 CHKPT-OUT-READ-COUNT    PIC S9(07) COMP-3.
           05 CHKPT-OUT-PURGE-COUNT   PIC S9(07) COMP-3.
           05 CHKPT-OUT-HELD-COUNT    PIC S9(07) COMP-3.
           05 CHKPT-OUT-REHIRE-COUNT  PIC S9(07) COMP-3.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           COPY EMPTAB.

           COPY HISTTAB.

           COPY EMPROW.

           COPY HISTROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

       01 HV-Last-Checkpoint-Empno     PIC X(06) VALUE LOW-VALUES.
       01 HV-Last-Checkpoint-Term      PIC X(10) VALUE '0001-01-01'.
       01 HV-Hist-Cutoff               PIC X(10) VALUE SPACES.
       01 HV-Hist-Row-Count            PIC S9(09) COMP-5.
       01 HV-Hist-Oldest-Term          PIC X(10).
       01 HV-Rehire-Count              PIC S9(09) COMP-5.

           EXEC SQL
              DECLARE HIST-CURSOR CURSOR FOR
              SELECT EMPNO, TERMDATE, TERMREASON,
                     FIRSTNME, MIDINIT, LASTNAME,
                     WORKDEPT, PHONENO, HIREDATE, JOB,
                     EDLEVEL, SEX, BIRTHDATE,
                     SALARY, BONUS, COMM
              FROM EMPLOYEE_HIST
              WHERE TERMDATE < :HV-Hist-Cutoff
                AND (EMPNO > :HV-Last-Checkpoint-Empno
                     OR (EMPNO = :HV-Last-Checkpoint-Empno
                         AND TERMDATE > :HV-Last-Checkpoint-Term))
              ORDER BY EMPNO, TERMDATE
           END-EXEC.

       01 WS-Retn-File-Status          PIC X(02) VALUE SPACES.
          88 WS-Retn-Status-OK         VALUE '00'.
          88 WS-Retn-At-End            VALUE '10'.
       01 WS-Hold-File-Status          PIC X(02) VALUE SPACES.
          88 WS-Hold-Status-OK         VALUE '00'.
          88 WS-Hold-At-End            VALUE '10'.
       01 WS-Aud03-In-Status           PIC X(02) VALUE SPACES.
          88 WS-Aud03-Status-OK        VALUE '00'.
          88 WS-Aud03-At-End           VALUE '10'.
       01 WS-Aud13-In-Status           PIC X(02) VALUE SPACES.
          88 WS-Aud13-Status-OK        VALUE '00'.
          88 WS-Aud13-At-End           VALUE '10'.
       01 WS-Jrnl-In-Status            PIC X(02) VALUE SPACES.
          88 WS-Jrnl-Status-OK         VALUE '00'.
          88 WS-Jrnl-At-End            VALUE '10'.
       01 WS-Rlog-In-Status            PIC X(02) VALUE SPACES.
          88 WS-Rlog-Status-OK         VALUE '00'.
          88 WS-Rlog-At-End            VALUE '10'.

       01 WS-Chkpt-In-Status           PIC X(02) VALUE SPACES.
          88 WS-Chkpt-In-Not-Found     VALUE '35'.
          88 WS-Chkpt-In-At-End        VALUE '10'.
       01 WS-Chkpt-Found-Switch        PIC X(01) VALUE 'N'.
          88 WS-Chkpt-Found            VALUE 'Y'.
       01 WS-Chkpt-Phase               PIC X(01) VALUE SPACES.
          88 WS-Chkpt-Run-Complete     VALUE 'C'.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Cursor-Open-Switch        PIC X(01) VALUE 'N'.
          88 WS-Cursor-Is-Open         VALUE 'Y'.
       01 WS-Row-Fetched-Switch        PIC X(01) VALUE 'N'.
          88 WS-Row-Fetched            VALUE 'Y'.
       01 WS-Commit-Interval           PIC S9(04) COMP-5 VALUE 100.
       01 WS-Uncommitted-Count         PIC S9(04) COMP-5 VALUE 0.

      * One entry per source, in the order the report lists them.
      * Entry 1 is EMPLOYEE_HIST; 2-5 the sequential files.
       01 WS-Src-Table.
           05 WS-Src-Entry OCCURS 5 TIMES.
              10 WS-Src-Name           PIC X(08).
              10 WS-Src-Rule-Switch    PIC X(01).
                 88 WS-Src-Has-Rule    VALUE 'Y'.
              10 WS-Src-Period         PIC 9(03).
              10 WS-Src-Unit           PIC X(01).
              10 WS-Src-Cutoff         PIC X(08).
              10 WS-Src-Read           PIC S9(07) COMP-3.
              10 WS-Src-Purged         PIC S9(07) COMP-3.
              10 WS-Src-Held           PIC S9(07) COMP-3.
              10 WS-Src-Kept           PIC S9(07) COMP-3.
              10 WS-Src-Oldest-Kept    PIC X(08).
       01 WS-Src-Count                 PIC S9(04) COMP-5 VALUE 5.
       01 WS-Src-Sub                   PIC S9(04) COMP-5 VALUE 0.
       01 WS-Src-Found-Sub             PIC S9(04) COMP-5 VALUE 0.
       01 WS-Hist-Rehire-Kept          PIC S9(07) COMP-3 VALUE 0.

       01 WS-Retn-Bad-Count            PIC S9(04) COMP-5 VALUE 0.
       01 WS-Retn-Rule-Count           PIC S9(04) COMP-5 VALUE 0.

       01 WS-Hold-Table.
           05 WS-Hold-Entry OCCURS 500 TIMES.
              10 WS-Hold-Tbl-Empno     PIC X(06).
       01 WS-Hold-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Hold-Max                  PIC S9(04) COMP-5 VALUE 500.
       01 WS-Hold-Sub                  PIC S9(04) COMP-5 VALUE 0.

      * What 2290-Judge-Record decides for the current record.
       01 WS-Judge-Date                PIC X(08).
       01 WS-Judge-Empno               PIC X(06).
       01 WS-Judge-Switch              PIC X(01) VALUE 'K'.
          88 WS-Judge-Keep             VALUE 'K'.
          88 WS-Judge-Held             VALUE 'H'.
          88 WS-Judge-Purge            VALUE 'P'.
       01 WS-Arch-Image                PIC X(140).

       01 WS-Run-Date                  PIC X(08).
       01 WS-Run-Date-Parts REDEFINES WS-Run-Date.
           05 WS-Run-Year              PIC 9(04).
           05 WS-Run-Month             PIC 9(02).
           05 WS-Run-Day               PIC 9(02).
       01 WS-Purge-Date                PIC X(10).
       01 WS-Cut-Year                  PIC 9(04).
       01 WS-Cut-Month                 PIC 9(02).
       01 WS-Cut-Day                   PIC 9(02).
       01 WS-Cut-Months                PIC 9(06).

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Count-1               PIC ZZZZZZ9.
       01 WS-Rpt-Count-2               PIC ZZZZZZ9.
       01 WS-Rpt-Count-3               PIC ZZZZZZ9.
       01 WS-Rpt-Count-4               PIC ZZZZZZ9.
       01 WS-Rpt-Period                PIC ZZ9.
       01 WS-Rpt-Unit                  PIC X(06).
       01 WS-Rpt-Date                  PIC X(10).

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX40 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

      * The sequential files are rewritten here, before the run's
      * own start record goes to the run log - the live RUNLOG is
      * one of the files being rewritten.
       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1050-Init-Source-Table.
           PERFORM 1100-Read-Checkpoint.
           PERFORM 1200-Open-Files.
           PERFORM 1300-Load-Retention-Rules.
           PERFORM 1400-Load-Legal-Holds.
           PERFORM 1500-Compute-Cutoffs.
           PERFORM 2100-Print-Report-Header.
           IF WS-Chkpt-Found
              MOVE " " TO RPT-CTRL
              MOVE "RESTART - SEQUENTIAL FILES WERE PURGED BY THE " &
                   "INTERRUPTED RUN (SEE ITS REPORT ABOVE)"
                 TO RPT-DATA
              WRITE RPT-RECORD
           ELSE
              PERFORM 2200-Purge-Sequential-Files
              MOVE 'S' TO CHKPT-OUT-PHASE
              PERFORM 6200-Write-Checkpoint
           END-IF.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1050-Init-Source-Table.
           MOVE "HISTORY " TO WS-Src-Name(1).
           MOVE "AUDIT03 " TO WS-Src-Name(2).
           MOVE "AUDIT13 " TO WS-Src-Name(3).
           MOVE "CHGJRNL " TO WS-Src-Name(4).
           MOVE "RUNLOG  " TO WS-Src-Name(5).
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
              UNTIL WS-Src-Sub > WS-Src-Count
              MOVE 'N' TO WS-Src-Rule-Switch(WS-Src-Sub)
              MOVE 0 TO WS-Src-Period(WS-Src-Sub)
              MOVE SPACES TO WS-Src-Unit(WS-Src-Sub)
              MOVE SPACES TO WS-Src-Cutoff(WS-Src-Sub)
              MOVE 0 TO WS-Src-Read(WS-Src-Sub)
              MOVE 0 TO WS-Src-Purged(WS-Src-Sub)
              MOVE 0 TO WS-Src-Held(WS-Src-Sub)
              MOVE 0 TO WS-Src-Kept(WS-Src-Sub)
              MOVE HIGH-VALUES TO WS-Src-Oldest-Kept(WS-Src-Sub)
           END-PERFORM.

      * Same to-end-of-file loop as DBCBEX10's 1100: the LAST
      * CHKPTIN record is the resume point.
       1100-Read-Checkpoint.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           MOVE WS-Current-Date TO WS-Run-Date.
           OPEN INPUT CHKPT-IN-FILE.
           IF NOT WS-Chkpt-In-Not-Found
              PERFORM UNTIL WS-Chkpt-In-At-End
                 READ CHKPT-IN-FILE
                    AT END
                       SET WS-Chkpt-In-At-End TO TRUE
                    NOT AT END
                       SET WS-Chkpt-Found TO TRUE
                       MOVE CHKPT-IN-PHASE TO WS-Chkpt-Phase
                       MOVE CHKPT-IN-RUN-DATE TO WS-Run-Date
                       MOVE CHKPT-IN-READ-COUNT TO WS-Src-Read(1)
                       MOVE CHKPT-IN-PURGE-COUNT TO WS-Src-Purged(1)
                       MOVE CHKPT-IN-HELD-COUNT TO WS-Src-Held(1)
                       MOVE CHKPT-IN-REHIRE-COUNT
                          TO WS-Hist-Rehire-Kept
                       IF CHKPT-IN-PHASE = 'H'
                          MOVE CHKPT-IN-EMPNO
                             TO HV-Last-Checkpoint-Empno
                          MOVE CHKPT-IN-TERMDATE
                             TO HV-Last-Checkpoint-Term
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHKPT-IN-FILE
           END-IF.
           IF WS-Chkpt-Run-Complete
              DISPLAY "*** ERROR ***"
              DISPLAY "CHKPTIN is from a run that completed - "
                 "nothing to restart. Nothing purged."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Chkpt-Found
              DISPLAY "Restarting the run of " WS-Run-Date
                 " after EMPNO " HV-Last-Checkpoint-Empno
                 " TERMDATE " HV-Last-Checkpoint-Term
           END-IF.
           STRING WS-Run-Date(1:4) "-" WS-Run-Date(5:2) "-"
                  WS-Run-Date(7:2)
                  DELIMITED BY SIZE INTO WS-Purge-Date
           END-STRING.

      * Every input is opened before anything is rewritten, so a
      * missing dataset stops the run with every file intact.
       1200-Open-Files.
           OPEN INPUT RETN-FILE.
           IF NOT WS-Retn-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN RETNIN, file status "
                 WS-Retn-File-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF NOT WS-Hold-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN HOLDIN, file status "
                 WS-Hold-File-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT WS-Chkpt-Found
              PERFORM 1210-Open-Sequential-Inputs
           END-IF.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT ARCH-FILE.
           OPEN OUTPUT CHKPT-OUT-FILE.

       1210-Open-Sequential-Inputs.
           OPEN INPUT AUD03-IN-FILE.
           IF NOT WS-Aud03-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN AUD03IN, file status "
                 WS-Aud03-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT AUD13-IN-FILE.
           IF NOT WS-Aud13-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN AUD13IN, file status "
                 WS-Aud13-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT JRNL-IN-FILE.
           IF NOT WS-Jrnl-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN JRNLIN, file status "
                 WS-Jrnl-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RLOG-IN-FILE.
           IF NOT WS-Rlog-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN RLOGIN, file status "
                 WS-Rlog-In-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * Like DBCBEX10's rate cards, ANY unusable rule card stops
      * the run before anything is removed - a purge applying the
      * wrong period cannot be taken back.
       1300-Load-Retention-Rules.
           PERFORM 7000-Read-Retn-Record.
           PERFORM UNTIL WS-Retn-At-End
              IF RETN-RECORD NOT = SPACES
                 PERFORM 1310-Store-Retention-Rule
              END-IF
              PERFORM 7000-Read-Retn-Record
           END-PERFORM.
           CLOSE RETN-FILE.

           IF WS-Retn-Bad-Count > 0
              DISPLAY "*** ERROR ***"
              DISPLAY WS-Retn-Bad-Count " retention card(s) are "
                 "unusable - fix RETNIN and rerun. Nothing purged."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Retn-Rule-Count = 0
              DISPLAY "*** ERROR ***"
              DISPLAY "RETNIN held no retention rules - nothing "
                 "to apply."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1310-Store-Retention-Rule.
           MOVE 0 TO WS-Src-Found-Sub.
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
              UNTIL WS-Src-Sub > WS-Src-Count
              IF RETN-Source = WS-Src-Name(WS-Src-Sub)
                 MOVE WS-Src-Sub TO WS-Src-Found-Sub
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WS-Src-Found-Sub = 0
                 DISPLAY "*** ERROR ***"
                 DISPLAY "Unknown retention source: "
                    RETN-RECORD(1:13)
                 ADD 1 TO WS-Retn-Bad-Count
              WHEN RETN-Period IS NOT NUMERIC
                OR RETN-Period = 0
                OR NOT RETN-UNIT-VALID
                 DISPLAY "*** ERROR ***"
                 DISPLAY "Retention period must be 001-999 with "
                    "unit Y or M: " RETN-RECORD(1:13)
                 ADD 1 TO WS-Retn-Bad-Count
              WHEN WS-Src-Has-Rule(WS-Src-Found-Sub)
                 DISPLAY "*** ERROR ***"
                 DISPLAY "Second retention card for one source: "
                    RETN-RECORD(1:13)
                 ADD 1 TO WS-Retn-Bad-Count
              WHEN OTHER
                 MOVE 'Y' TO WS-Src-Rule-Switch(WS-Src-Found-Sub)
                 MOVE RETN-Period TO WS-Src-Period(WS-Src-Found-Sub)
                 MOVE RETN-Unit TO WS-Src-Unit(WS-Src-Found-Sub)
                 ADD 1 TO WS-Retn-Rule-Count
           END-EVALUATE.

       1400-Load-Legal-Holds.
           PERFORM 7050-Read-Hold-Record.
           PERFORM UNTIL WS-Hold-At-End
              IF HOLD-Emp-Number NOT = SPACES
                 IF WS-Hold-Count >= WS-Hold-Max
                    DISPLAY "*** ERROR ***"
                    DISPLAY "HOLDIN holds more than " WS-Hold-Max
                       " EMPNOs - raise WS-Hold-Max. Nothing purged."
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-Hold-Count
                 MOVE HOLD-Emp-Number
                    TO WS-Hold-Tbl-Empno(WS-Hold-Count)
              END-IF
              PERFORM 7050-Read-Hold-Record
           END-PERFORM.
           CLOSE HOLD-FILE.

      * Cutoff = run date less the period. A day the target month
      * does not have (a 31st, February 29-31) drops back to the
      * month's last day, or to the 28th for February - the earlier
      * cutoff keeps a record a day longer, never purges it early.
       1500-Compute-Cutoffs.
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
              UNTIL WS-Src-Sub > WS-Src-Count
              IF WS-Src-Has-Rule(WS-Src-Sub)
                 PERFORM 1510-Compute-One-Cutoff
              END-IF
           END-PERFORM.
           IF WS-Src-Has-Rule(1)
              STRING WS-Src-Cutoff(1)(1:4) "-" WS-Src-Cutoff(1)(5:2)
                     "-" WS-Src-Cutoff(1)(7:2)
                     DELIMITED BY SIZE INTO HV-Hist-Cutoff
              END-STRING
           END-IF.

       1510-Compute-One-Cutoff.
           MOVE WS-Run-Year TO WS-Cut-Year.
           MOVE WS-Run-Month TO WS-Cut-Month.
           MOVE WS-Run-Day TO WS-Cut-Day.
           IF WS-Src-Unit(WS-Src-Sub) = 'Y'
              SUBTRACT WS-Src-Period(WS-Src-Sub) FROM WS-Cut-Year
           ELSE
              COMPUTE WS-Cut-Months = WS-Cut-Year * 12
                    + WS-Cut-Month - 1 - WS-Src-Period(WS-Src-Sub)
              DIVIDE WS-Cut-Months BY 12
                 GIVING WS-Cut-Year REMAINDER WS-Cut-Month
              ADD 1 TO WS-Cut-Month
           END-IF.
           IF WS-Cut-Month = 2 AND WS-Cut-Day > 28
              MOVE 28 TO WS-Cut-Day
           END-IF.
           IF (WS-Cut-Month = 4 OR 6 OR 9 OR 11)
              AND WS-Cut-Day > 30
              MOVE 30 TO WS-Cut-Day
           END-IF.
           STRING WS-Cut-Year WS-Cut-Month WS-Cut-Day
                  DELIMITED BY SIZE INTO WS-Src-Cutoff(WS-Src-Sub)
           END-STRING.

       2000-Process.
           IF SQL-STATUS-OK
              IF WS-Src-Has-Rule(1)
                 PERFORM 2600-Purge-History
              END-IF
              PERFORM 5600-Read-History-Totals
              PERFORM 2800-Print-Purge-Report
              MOVE 'C' TO CHKPT-OUT-PHASE
              PERFORM 6200-Write-Checkpoint
           END-IF.

       2100-Print-Report-Header.
           ACCEPT WS-Current-Time FROM TIME.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX40 - RECORDS RETENTION PURGE" TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "RUN DATE: " WS-Current-Date(1:4) "-"
                  WS-Current-Date(5:2) "-" WS-Current-Date(7:2)
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  "  PURGE DATE: " WS-Purge-Date
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE "0" TO RPT-CTRL.
           MOVE "SOURCE    RETENTION   PURGES RECORDS DATED BEFORE"
              TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE " " TO RPT-CTRL.
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
              UNTIL WS-Src-Sub > WS-Src-Count
              MOVE SPACES TO RPT-DATA
              IF WS-Src-Has-Rule(WS-Src-Sub)
                 MOVE WS-Src-Period(WS-Src-Sub) TO WS-Rpt-Period
                 IF WS-Src-Unit(WS-Src-Sub) = 'Y'
                    MOVE "YEARS " TO WS-Rpt-Unit
                 ELSE
                    MOVE "MONTHS" TO WS-Rpt-Unit
                 END-IF
                 STRING WS-Src-Name(WS-Src-Sub) "  "
                        WS-Rpt-Period " " WS-Rpt-Unit "  "
                        WS-Src-Cutoff(WS-Src-Sub)(1:4) "-"
                        WS-Src-Cutoff(WS-Src-Sub)(5:2) "-"
                        WS-Src-Cutoff(WS-Src-Sub)(7:2)
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
              ELSE
                 STRING WS-Src-Name(WS-Src-Sub) "  "
                        "NO RULE CARD - NOTHING PURGED"
                        DELIMITED BY SIZE INTO RPT-DATA
                 END-STRING
              END-IF
              WRITE RPT-RECORD
           END-PERFORM.

           MOVE WS-Hold-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "LEGAL-HOLD EMPNOS: " WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2200-Purge-Sequential-Files.
           PERFORM 2210-Purge-Audit03.
           PERFORM 2220-Purge-Audit13.
           PERFORM 2230-Purge-Change-Journal.
           PERFORM 2240-Purge-Run-Log.

       2210-Purge-Audit03.
           MOVE 2 TO WS-Src-Sub.
           OPEN OUTPUT AUD03-OUT-FILE.
           PERFORM 7100-Read-Aud03.
           PERFORM UNTIL WS-Aud03-At-End
              MOVE AUD03-Timestamp(1:8) TO WS-Judge-Date
              MOVE AUD03-Requested-Empno TO WS-Judge-Empno
              PERFORM 2290-Judge-Record
              IF WS-Judge-Purge
                 MOVE AUD03-IN-RECORD TO WS-Arch-Image
                 PERFORM 2295-Write-Archive
              ELSE
                 WRITE AUD03-OUT-RECORD FROM AUD03-IN-RECORD
              END-IF
              PERFORM 7100-Read-Aud03
           END-PERFORM.
           CLOSE AUD03-IN-FILE.
           CLOSE AUD03-OUT-FILE.

       2220-Purge-Audit13.
           MOVE 3 TO WS-Src-Sub.
           OPEN OUTPUT AUD13-OUT-FILE.
           PERFORM 7200-Read-Aud13.
           PERFORM UNTIL WS-Aud13-At-End
              MOVE AUD13-Timestamp(1:8) TO WS-Judge-Date
              MOVE AUD13-Requested-Empno TO WS-Judge-Empno
              PERFORM 2290-Judge-Record
              IF WS-Judge-Purge
                 MOVE AUD13-IN-RECORD TO WS-Arch-Image
                 PERFORM 2295-Write-Archive
              ELSE
                 WRITE AUD13-OUT-RECORD FROM AUD13-IN-RECORD
              END-IF
              PERFORM 7200-Read-Aud13
           END-PERFORM.
           CLOSE AUD13-IN-FILE.
           CLOSE AUD13-OUT-FILE.

      * Only EMPLOYEE images carry an EMPNO in the row key; a
      * DEPARTMENT record's key is a DEPTNO and no hold applies.
       2230-Purge-Change-Journal.
           MOVE 4 TO WS-Src-Sub.
           OPEN OUTPUT JRNL-OUT-FILE.
           PERFORM 7300-Read-Jrnl.
           PERFORM UNTIL WS-Jrnl-At-End
              MOVE CJ-Timestamp(1:8) TO WS-Judge-Date
              IF CJ-TABLE-EMPLOYEE
                 MOVE CJ-Row-Key TO WS-Judge-Empno
              ELSE
                 MOVE SPACES TO WS-Judge-Empno
              END-IF
              PERFORM 2290-Judge-Record
              IF WS-Judge-Purge
                 MOVE JRNL-IN-RECORD TO WS-Arch-Image
                 PERFORM 2295-Write-Archive
              ELSE
                 WRITE JRNL-OUT-RECORD FROM JRNL-IN-RECORD
              END-IF
              PERFORM 7300-Read-Jrnl
           END-PERFORM.
           CLOSE JRNL-IN-FILE.
           CLOSE JRNL-OUT-FILE.

       2240-Purge-Run-Log.
           MOVE 5 TO WS-Src-Sub.
           OPEN OUTPUT RLOG-OUT-FILE.
           PERFORM 7400-Read-Rlog.
           PERFORM UNTIL WS-Rlog-At-End
              MOVE RL-Timestamp(1:8) TO WS-Judge-Date
              MOVE SPACES TO WS-Judge-Empno
              PERFORM 2290-Judge-Record
              IF WS-Judge-Purge
                 MOVE RLOG-IN-RECORD TO WS-Arch-Image
                 PERFORM 2295-Write-Archive
              ELSE
                 WRITE RLOG-OUT-RECORD FROM RLOG-IN-RECORD
              END-IF
              PERFORM 7400-Read-Rlog
           END-PERFORM.
           CLOSE RLOG-IN-FILE.
           CLOSE RLOG-OUT-FILE.

      * Decides one record of source WS-Src-Sub: expired (dated
      * before the cutoff), held (expired, but its EMPNO is on the
      * legal-hold list) or kept. No rule, or a date that is not
      * eight digits, always keeps.
       2290-Judge-Record.
           ADD 1 TO WS-Src-Read(WS-Src-Sub).
           SET WS-Judge-Keep TO TRUE.
           IF WS-Src-Has-Rule(WS-Src-Sub)
              AND WS-Judge-Date IS NUMERIC
              AND WS-Judge-Date < WS-Src-Cutoff(WS-Src-Sub)
              SET WS-Judge-Purge TO TRUE
              IF WS-Judge-Empno NOT = SPACES
                 PERFORM 2291-Check-Legal-Hold
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-Judge-Purge
                 ADD 1 TO WS-Src-Purged(WS-Src-Sub)
              WHEN WS-Judge-Held
                 ADD 1 TO WS-Src-Held(WS-Src-Sub)
                 PERFORM 2292-Count-Kept
              WHEN OTHER
                 PERFORM 2292-Count-Kept
           END-EVALUATE.

       2291-Check-Legal-Hold.
           PERFORM VARYING WS-Hold-Sub FROM 1 BY 1
              UNTIL WS-Hold-Sub > WS-Hold-Count
                 OR WS-Judge-Held
              IF WS-Hold-Tbl-Empno(WS-Hold-Sub) = WS-Judge-Empno
                 SET WS-Judge-Held TO TRUE
              END-IF
           END-PERFORM.

       2292-Count-Kept.
           ADD 1 TO WS-Src-Kept(WS-Src-Sub).
           IF WS-Judge-Date IS NUMERIC
              AND WS-Judge-Date < WS-Src-Oldest-Kept(WS-Src-Sub)
              MOVE WS-Judge-Date TO WS-Src-Oldest-Kept(WS-Src-Sub)
           END-IF.

       2295-Write-Archive.
           MOVE SPACES TO ARCH-Record.
           MOVE WS-Src-Name(WS-Src-Sub) TO ARCH-Source.
           MOVE WS-Purge-Date TO ARCH-Purge-Date.
           STRING WS-Judge-Date(1:4) "-" WS-Judge-Date(5:2) "-"
                  WS-Judge-Date(7:2)
                  DELIMITED BY SIZE INTO ARCH-Record-Date
           END-STRING.
           MOVE WS-Judge-Empno TO ARCH-Emp-Number.
           MOVE WS-Arch-Image TO ARCH-Record-Image.
           WRITE ARCH-Record.

      * Only rows past the cutoff are fetched; the keyed WHERE
      * puts a reopened (or restarted) cursor straight back past
      * the last committed row.
       2600-Purge-History.
           MOVE 1 TO WS-Src-Sub.
           PERFORM 5000-Open-Cursor.
           PERFORM 5100-Fetch-Next.
           PERFORM UNTIL SQL-STATUS-NOT-FOUND
              PERFORM 2610-Process-History-Row
              PERFORM 5100-Fetch-Next
           END-PERFORM.
           PERFORM 6100-Commit-Work.

       2610-Process-History-Row.
           SET WS-Row-Fetched TO TRUE.
           ADD 1 TO WS-Src-Read(1).
           MOVE HV-Emp-Number TO WS-Judge-Empno.
           SET WS-Judge-Purge TO TRUE.
           PERFORM 2291-Check-Legal-Hold.
           IF WS-Judge-Held
              ADD 1 TO WS-Src-Held(1)
           ELSE
              PERFORM 5300-Count-Rehire
              IF HV-Rehire-Count > 0
                 ADD 1 TO WS-Hist-Rehire-Kept
              ELSE
                 PERFORM 2620-Archive-History-Row
                 PERFORM 5400-Delete-History-Row
                 ADD 1 TO WS-Src-Purged(1)
                 ADD 1 TO WS-Uncommitted-Count
                 IF WS-Uncommitted-Count >= WS-Commit-Interval
                    PERFORM 6100-Commit-Work
                    PERFORM 5000-Open-Cursor
                 END-IF
              END-IF
           END-IF.

       2620-Archive-History-Row.
           MOVE SPACES TO ARCH-Record.
           MOVE WS-Src-Name(1)  TO ARCH-Source.
           MOVE WS-Purge-Date   TO ARCH-Purge-Date.
           MOVE HV-Term-Date    TO ARCH-Record-Date.
           MOVE HV-Emp-Number   TO ARCH-Emp-Number.
           MOVE HV-Emp-Number   TO ARCH-H-Emp-Number.
           MOVE HV-Term-Date    TO ARCH-H-Term-Date.
           MOVE HV-Term-Reason  TO ARCH-H-Term-Reason.
           MOVE HV-First-Name   TO ARCH-H-First-Name.
           MOVE HV-Middle-Init  TO ARCH-H-Middle-Init.
           MOVE HV-Last-Name    TO ARCH-H-Last-Name.
           MOVE HV-Work-Dept    TO ARCH-H-Work-Dept.
           MOVE HV-Phone-Number TO ARCH-H-Phone-Number.
           MOVE HV-Hire-Date    TO ARCH-H-Hire-Date.
           MOVE HV-Job-Title    TO ARCH-H-Job-Title.
           MOVE HV-Edu-Level    TO ARCH-H-Edu-Level.
           MOVE HV-Gender       TO ARCH-H-Gender.
           MOVE HV-Birth-Date   TO ARCH-H-Birth-Date.
           MOVE HV-Salary       TO ARCH-H-Salary.
           MOVE HV-Bonus        TO ARCH-H-Bonus.
           MOVE HV-Commission   TO ARCH-H-Commission.
           WRITE ARCH-Record.

       2800-Print-Purge-Report.
           MOVE "0" TO RPT-CTRL.
           MOVE "SOURCE        READ  ARCHIVED+PURGED  LEGAL HOLD" &
                "     KEPT  OLDEST KEPT"
              TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE " " TO RPT-CTRL.
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
              UNTIL WS-Src-Sub > WS-Src-Count
              PERFORM 2810-Print-Source-Line
           END-PERFORM.

           MOVE WS-Hist-Rehire-Kept TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "HISTORY ROWS PAST RETENTION KEPT FOR REHIRED "
                  "EMPLOYEES: " WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE "HISTORY READ = ROWS PAST RETENTION EXAMINED; " &
                "KEPT = ROWS LEFT ON EMPLOYEE_HIST"
              TO RPT-DATA.
           WRITE RPT-RECORD.

       2810-Print-Source-Line.
           MOVE WS-Src-Read(WS-Src-Sub)   TO WS-Rpt-Count-1.
           MOVE WS-Src-Purged(WS-Src-Sub) TO WS-Rpt-Count-2.
           MOVE WS-Src-Held(WS-Src-Sub)   TO WS-Rpt-Count-3.
           MOVE WS-Src-Kept(WS-Src-Sub)   TO WS-Rpt-Count-4.
           IF WS-Src-Oldest-Kept(WS-Src-Sub) = HIGH-VALUES
              MOVE "(NONE)" TO WS-Rpt-Date
           ELSE
              MOVE SPACES TO WS-Rpt-Date
              STRING WS-Src-Oldest-Kept(WS-Src-Sub)(1:4) "-"
                     WS-Src-Oldest-Kept(WS-Src-Sub)(5:2) "-"
                     WS-Src-Oldest-Kept(WS-Src-Sub)(7:2)
                     DELIMITED BY SIZE INTO WS-Rpt-Date
              END-STRING
           END-IF.
           MOVE SPACES TO RPT-DATA.
           IF WS-Chkpt-Found AND WS-Src-Sub > 1
              STRING WS-Src-Name(WS-Src-Sub)
                     "  PURGED BY THE INTERRUPTED RUN"
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              STRING WS-Src-Name(WS-Src-Sub) "   " WS-Rpt-Count-1
                     "          " WS-Rpt-Count-2
                     "     " WS-Rpt-Count-3
                     "  " WS-Rpt-Count-4
                     "  " WS-Rpt-Date
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE ARCH-FILE.
           CLOSE RPT-FILE.
           CLOSE CHKPT-OUT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "EMPLOYEE_HIST rows purged: " WS-Src-Purged(1)
              " held: " WS-Src-Held(1).
           PERFORM 9910-Log-Run-End.

       5000-Open-Cursor.
           EXEC SQL
              OPEN HIST-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           SET WS-Cursor-Is-Open TO TRUE.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN HIST-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5100-Fetch-Next.
           EXEC SQL
              FETCH HIST-CURSOR
              INTO :HV-Emp-Number, :HV-Term-Date,
                   :HV-Term-Reason, :HV-First-Name,
                   :HV-Middle-Init, :HV-Last-Name,
                   :HV-Work-Dept, :HV-Phone-Number,
                   :HV-Hire-Date, :HV-Job-Title,
                   :HV-Edu-Level, :HV-Gender, :HV-Birth-Date,
                   :HV-Salary, :HV-Bonus, :HV-Commission
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from HIST-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5300-Count-Rehire.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-Rehire-Count
              FROM EMPLOYEE
              WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem reading EMPLOYEE."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5400-Delete-History-Row.
           EXEC SQL
              DELETE FROM EMPLOYEE_HIST
               WHERE EMPNO = :HV-Emp-Number
                 AND TERMDATE = :HV-Term-Date
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Deleting the record."
              DISPLAY "EMPNO = " HV-Emp-Number
                 " TERMDATE = " HV-Term-Date
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * What is left on EMPLOYEE_HIST after the purge - the KEPT
      * count and oldest TERMDATE kept on the report.
       5600-Read-History-Totals.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(CHAR(MIN(TERMDATE), ISO), ' ')
              INTO :HV-Hist-Row-Count, :HV-Hist-Oldest-Term
              FROM EMPLOYEE_HIST
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem totalling EMPLOYEE_HIST."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.
           MOVE HV-Hist-Row-Count TO WS-Src-Kept(1).
           IF HV-Hist-Oldest-Term NOT = SPACES
              STRING HV-Hist-Oldest-Term(1:4)
                     HV-Hist-Oldest-Term(6:2)
                     HV-Hist-Oldest-Term(9:2)
                     DELIMITED BY SIZE INTO WS-Src-Oldest-Kept(1)
              END-STRING
           END-IF.

       5900-Close-Cursor.
           IF WS-Cursor-Is-Open
              EXEC SQL
                 CLOSE HIST-CURSOR
              END-EXEC
           END-IF.

      * As DBCBEX10's 6100: COMMIT closes the cursor, so the mid-
      * run caller reopens it, and the checkpoint is written only
      * after the COMMIT comes back clean.
       6100-Commit-Work.
           MOVE 0 TO WS-Uncommitted-Count.
           PERFORM 5900-Close-Cursor.
           MOVE 'N' TO WS-Cursor-Open-Switch.
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
           IF WS-Row-Fetched
              MOVE HV-Emp-Number TO HV-Last-Checkpoint-Empno
              MOVE HV-Term-Date  TO HV-Last-Checkpoint-Term
              MOVE 'H' TO CHKPT-OUT-PHASE
              PERFORM 6200-Write-Checkpoint
           END-IF.

       6200-Write-Checkpoint.
           MOVE WS-Run-Date              TO CHKPT-OUT-RUN-DATE.
           MOVE HV-Last-Checkpoint-Empno TO CHKPT-OUT-EMPNO.
           MOVE HV-Last-Checkpoint-Term  TO CHKPT-OUT-TERMDATE.
           MOVE WS-Src-Read(1)           TO CHKPT-OUT-READ-COUNT.
           MOVE WS-Src-Purged(1)         TO CHKPT-OUT-PURGE-COUNT.
           MOVE WS-Src-Held(1)           TO CHKPT-OUT-HELD-COUNT.
           MOVE WS-Hist-Rehire-Kept      TO CHKPT-OUT-REHIRE-COUNT.
           WRITE CHKPT-OUT-RECORD.

       7000-Read-Retn-Record.
           READ RETN-FILE
              AT END
                 SET WS-Retn-At-End TO TRUE
           END-READ.

       7050-Read-Hold-Record.
           READ HOLD-FILE
              AT END
                 SET WS-Hold-At-End TO TRUE
           END-READ.

       7100-Read-Aud03.
           READ AUD03-IN-FILE
              AT END
                 SET WS-Aud03-At-End TO TRUE
           END-READ.

       7200-Read-Aud13.
           READ AUD13-IN-FILE
              AT END
                 SET WS-Aud13-At-End TO TRUE
           END-READ.

       7300-Read-Jrnl.
           READ JRNL-IN-FILE
              AT END
                 SET WS-Jrnl-At-End TO TRUE
           END-READ.

       7400-Read-Rlog.
           READ RLOG-IN-FILE
              AT END
                 SET WS-Rlog-At-End TO TRUE
           END-READ.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX40" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           IF WS-Chkpt-Found
              STRING "CHKPT " HV-Last-Checkpoint-Empno
                     DELIMITED BY SIZE INTO RUNLOG-Parm-Info
              END-STRING
           ELSE
              MOVE WS-Purge-Date TO RUNLOG-Parm-Info
           END-IF.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE 0 TO RUNLOG-Final-Sqlcode.
           MOVE 0 TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       9910-Log-Run-End.
           SET RUNLOG-TYPE-END TO TRUE.
           MOVE 0 TO RUNLOG-Rows-Read.
           MOVE 0 TO RUNLOG-Rows-Written.
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
              UNTIL WS-Src-Sub > WS-Src-Count
              ADD WS-Src-Read(WS-Src-Sub) TO RUNLOG-Rows-Read
              ADD WS-Src-Purged(WS-Src-Sub) TO RUNLOG-Rows-Written
           END-PERFORM.
           MOVE WS-Src-Purged(1) TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
