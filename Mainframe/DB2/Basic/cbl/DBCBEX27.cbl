      **********************************************************
      * Program name:    DBCBEX27
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 27: DB2 Processing: Department
      *       reorganization - merge, renumber, and retire a
      *       DEPTNO.
      *
      *    Reads the reorganization from SYSIN, one field per
      *       card like DBCBEX09 (OLD DEPTNO, NEW DEPTNO, MGRNO
      *       ACTION - see DBCBEX27.jcl), and retires the old
      *       department into the new one:
      *          - a NEW DEPTNO already on DEPARTMENT is a
      *            merge; one that is not is a renumber, and the
      *            new row is added as a copy of the old one
      *            (DEPTNAME, ADMRDEPT, LOCATION),
      *          - every EMPLOYEE whose WORKDEPT is the old
      *            department moves to the new one,
      *          - every child department whose ADMRDEPT named
      *            the old department is re-pointed to the new
      *            one (the new department itself, if it was a
      *            child of the old, takes over the old one's
      *            ADMRDEPT instead),
      *          - MGRNO ACTION T transfers the old department's
      *            MGRNO to the new department; C clears it - the
      *            new department keeps its own manager (a
      *            renumbered one starts with none),
      *          - the old DEPARTMENT row is deleted.
      *
      *    The whole reorganization is checked before anything
      *       is changed - the old department must exist, the two
      *       codes must differ, the new department must not sit
      *       further down the old one's ADMRDEPT tree (re-
      *       pointing would make a loop), and the employee and
      *       child-department lists must fit the work tables.
      *       Any failure is listed on the register and nothing
      *       is applied (RC 16). Once applying starts, the
      *       reorganization is one unit of work: a DB2 error
      *       rolls all of it back (RC 8), a clean run COMMITs
      *       once at the end.
      *
      *    Every row changed is journaled through CHGJRNL, so a
      *       reorganization can be looked up on DBCBEX16 and
      *       reversed with DBCBEX26. RPTOUT is the before/after
      *       register of every employee and department touched.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - closed departments
      *                          were being emptied with dozens
      *                          of DBCBEX07 T cards and then
      *                          left on DEPARTMENT for good.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX27.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

           COPY EMPROW.

           COPY DEPTROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

           COPY CHGJRNA.

       01 HV-Reorg-Old-Dept            PIC X(03) VALUE SPACES.
       01 HV-Reorg-New-Dept            PIC X(03) VALUE SPACES.
       01 HV-Cursor-Emp-Number         PIC X(06).
       01 HV-Cursor-Dept-Number        PIC X(03).

      * The old and new DEPARTMENT rows as they stood when the
      * reorganization was checked. Kept apart from
      * HV-Department-Row, which is the row being changed.
       01 HV-Old-Department-Row.
           12 HV-Old-Dept-Name         PIC X(36).
           12 HV-Old-Dept-Mgr-Number   PIC X(06).
           12 HV-Old-Dept-Admr-Dept    PIC X(03).
           12 HV-Old-Dept-Location     PIC X(16).
       01 HV-New-Department-Row.
           12 HV-New-Dept-Name         PIC X(36).
           12 HV-New-Dept-Mgr-Number   PIC X(06).
           12 HV-New-Dept-Admr-Dept    PIC X(03).
           12 HV-New-Dept-Location     PIC X(16).

           EXEC SQL
              DECLARE MOVE-CURSOR CURSOR FOR
              SELECT EMPNO
              FROM EMPLOYEE
              WHERE WORKDEPT = :HV-Reorg-Old-Dept
              ORDER BY EMPNO
           END-EXEC.

           EXEC SQL
              DECLARE CHILD-CURSOR CURSOR FOR
              SELECT DEPTNO
              FROM DEPARTMENT
              WHERE ADMRDEPT = :HV-Reorg-Old-Dept
                AND DEPTNO <> :HV-Reorg-Old-Dept
              ORDER BY DEPTNO
           END-EXEC.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Mgr-Action                PIC X(01) VALUE SPACES.
          88 WS-Mgr-Clear              VALUE 'C'.
          88 WS-Mgr-Transfer           VALUE 'T'.

       01 WS-Reorg-Type                PIC X(01) VALUE SPACES.
          88 WS-Reorg-Merge            VALUE 'M'.
          88 WS-Reorg-Renumber         VALUE 'R'.

       01 WS-Input-Fields-Valid-Switch PIC X(01) VALUE 'Y'.
          88 WS-Input-Fields-Valid     VALUE 'Y'.
          88 WS-Input-Fields-Invalid   VALUE 'N'.

       01 WS-Reorg-Valid-Switch        PIC X(01) VALUE 'Y'.
          88 WS-Reorg-Valid            VALUE 'Y'.
          88 WS-Reorg-Invalid          VALUE 'N'.
       01 WS-Reject-Reason             PIC X(80) VALUE SPACES.

      * Everyone and every child department the reorganization
      * will touch, loaded while checking so that nothing is
      * changed until the whole list is known to fit.
       01 WS-Move-Table.
           05 WS-Mv-Emp-Number OCCURS 2000 TIMES
                                       PIC X(06).
       01 WS-Move-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Move-Max                  PIC S9(04) COMP-5 VALUE 2000.
       01 WS-Move-Dropped-Count        PIC S9(04) COMP-5 VALUE 0.
       01 WS-Move-Sub                  PIC S9(04) COMP-5 VALUE 0.

       01 WS-Child-Table.
           05 WS-Ch-Dept-Number OCCURS 200 TIMES
                                       PIC X(03).
       01 WS-Child-Count               PIC S9(04) COMP-5 VALUE 0.
       01 WS-Child-Max                 PIC S9(04) COMP-5 VALUE 200.
       01 WS-Child-Dropped-Count       PIC S9(04) COMP-5 VALUE 0.
       01 WS-Child-Sub                 PIC S9(04) COMP-5 VALUE 0.

      * ADMRDEPT walk up from the new department - same explicit
      * loop guard DBCBEX17 uses against a looping hierarchy.
       01 WS-Walk-Dept                 PIC X(03) VALUE SPACES.
       01 WS-Walk-Depth                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Walk-Max                  PIC S9(04) COMP-5 VALUE 50.
       01 WS-Walk-Done-Switch          PIC X(01) VALUE 'N'.
          88 WS-Walk-Done              VALUE 'Y'.
       01 WS-New-Is-Child-Switch       PIC X(01) VALUE 'N'.
          88 WS-New-Is-Child           VALUE 'Y'.

       01 WS-Old-Admr-For-New          PIC X(03) VALUE SPACES.

       01 WS-Emp-Moved-Count           PIC S9(07) COMP-3 VALUE 0.
       01 WS-Dept-Repointed-Count      PIC S9(07) COMP-3 VALUE 0.
       01 WS-Dept-Added-Count          PIC S9(07) COMP-3 VALUE 0.
       01 WS-Dept-Deleted-Count        PIC S9(07) COMP-3 VALUE 0.
       01 WS-Dept-Changed-Count        PIC S9(07) COMP-3 VALUE 0.

       01 WS-Apply-Started-Switch      PIC X(01) VALUE 'N'.
          88 WS-Apply-Started          VALUE 'Y'.

       01 WS-Image-Label               PIC X(08) VALUE SPACES.
       01 WS-Before-Work-Dept          PIC X(03) VALUE SPACES.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).

       01 WS-Rpt-Count-1               PIC ZZZZZZ9.
       01 WS-Rpt-Count-2               PIC ZZZZZZ9.
       01 WS-Rpt-Count-3               PIC ZZZZZZ9.
       01 WS-Rpt-Count-4               PIC ZZZZZZ9.
       01 WS-Rpt-Count-5               PIC ZZZZZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX27 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Reorg-Data.
           OPEN OUTPUT RPT-FILE.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Reorg-Data.
           DISPLAY "Enter reorganization, one field per SYSIN card:".
           DISPLAY "OLD DEPTNO(3) NEW DEPTNO(3) "
              "MGRNO ACTION(1,C=CLEAR/T=TRANSFER)".
           ACCEPT HV-Reorg-Old-Dept   FROM SYSIN.
           ACCEPT HV-Reorg-New-Dept   FROM SYSIN.
           ACCEPT WS-Mgr-Action       FROM SYSIN.

           PERFORM 1200-Validate-Reorg-Data.

       1200-Validate-Reorg-Data.
           SET WS-Input-Fields-Valid TO TRUE.

           IF HV-Reorg-Old-Dept = SPACES
              OR HV-Reorg-Old-Dept = LOW-VALUES
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "OLD DEPTNO is a required field."
           END-IF.

           IF HV-Reorg-New-Dept = SPACES
              OR HV-Reorg-New-Dept = LOW-VALUES
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "NEW DEPTNO is a required field."
           END-IF.

           IF WS-Input-Fields-Valid
              AND HV-Reorg-Old-Dept = HV-Reorg-New-Dept
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "OLD and NEW DEPTNO must differ."
           END-IF.

           IF NOT WS-Mgr-Clear AND NOT WS-Mgr-Transfer
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "MGRNO ACTION must be C (clear) or "
                 "T (transfer)."
           END-IF.

           IF NOT WS-Input-Fields-Valid
              DISPLAY "Reorganization not applied - input error(s)."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Print-Report-Header
              PERFORM 2200-Check-Reorg
              IF WS-Reorg-Valid
                 PERFORM 2300-Apply-Reorg
                 PERFORM 6100-Commit-Work
                 PERFORM 2800-Print-Register-Totals
              ELSE
                 MOVE " " TO RPT-CTRL
                 MOVE "REORGANIZATION NOT APPLIED - NOTHING WAS CHANGED"
                    TO RPT-DATA
                 WRITE RPT-RECORD
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       2100-Print-Report-Header.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Current-Time FROM TIME.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX27 - DEPARTMENT REORGANIZATION REGISTER"
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

      * Every check runs, so the register lists every problem at
      * once instead of one per rerun. Nothing in here changes a
      * row.
       2200-Check-Reorg.
           SET WS-Reorg-Valid TO TRUE.

           MOVE HV-Reorg-Old-Dept TO HV-Dept-Number.
           PERFORM 5000-Read-Department.
           IF SQL-STATUS-NOT-FOUND
              MOVE SPACES TO WS-Reject-Reason
              STRING "OLD DEPTNO " HV-Reorg-Old-Dept
                     " IS NOT ON THE DEPARTMENT TABLE"
                     DELIMITED BY SIZE INTO WS-Reject-Reason
              END-STRING
              PERFORM 2290-Print-Check-Failure
           ELSE
              MOVE HV-Dept-Name       TO HV-Old-Dept-Name
              MOVE HV-Dept-Mgr-Number TO HV-Old-Dept-Mgr-Number
              MOVE HV-Dept-Admr-Dept  TO HV-Old-Dept-Admr-Dept
              MOVE HV-Dept-Location   TO HV-Old-Dept-Location
           END-IF.

           MOVE HV-Reorg-New-Dept TO HV-Dept-Number.
           PERFORM 5000-Read-Department.
           IF SQL-STATUS-NOT-FOUND
              SET WS-Reorg-Renumber TO TRUE
              MOVE SPACES TO HV-New-Department-Row
           ELSE
              SET WS-Reorg-Merge TO TRUE
              MOVE HV-Dept-Name       TO HV-New-Dept-Name
              MOVE HV-Dept-Mgr-Number TO HV-New-Dept-Mgr-Number
              MOVE HV-Dept-Admr-Dept  TO HV-New-Dept-Admr-Dept
              MOVE HV-Dept-Location   TO HV-New-Dept-Location
              PERFORM 2210-Check-Hierarchy
           END-IF.

           IF WS-Reorg-Valid
              PERFORM 2220-Print-Reorg-Summary
           END-IF.

           PERFORM 2230-Load-Move-Table.
           IF WS-Move-Dropped-Count > 0
              MOVE SPACES TO WS-Reject-Reason
              STRING "MORE THAN 2000 EMPLOYEES IN " HV-Reorg-Old-Dept
                     " - RAISE WS-MOVE-MAX"
                     DELIMITED BY SIZE INTO WS-Reject-Reason
              END-STRING
              PERFORM 2290-Print-Check-Failure
           END-IF.

           PERFORM 2240-Load-Child-Table.
           IF WS-Child-Dropped-Count > 0
              MOVE SPACES TO WS-Reject-Reason
              STRING "MORE THAN 200 CHILD DEPARTMENTS UNDER "
                     HV-Reorg-Old-Dept " - RAISE WS-CHILD-MAX"
                     DELIMITED BY SIZE INTO WS-Reject-Reason
              END-STRING
              PERFORM 2290-Print-Check-Failure
           END-IF.

      * A new department that is a direct child of the old one is
      * fine - it takes over the old one's ADMRDEPT. One further
      * down is not: its own parent is about to be re-pointed at
      * it, and the tree would loop. A department administering
      * itself is a root and ends the walk, as in DBCBEX17.
       2210-Check-Hierarchy.
           MOVE 'N' TO WS-New-Is-Child-Switch.
           MOVE 'N' TO WS-Walk-Done-Switch.
           MOVE 0 TO WS-Walk-Depth.
           MOVE HV-New-Dept-Admr-Dept TO WS-Walk-Dept.
           PERFORM UNTIL WS-Walk-Done
              IF WS-Walk-Dept = HV-Reorg-Old-Dept
                 SET WS-Walk-Done TO TRUE
                 IF WS-Walk-Depth = 0
                    SET WS-New-Is-Child TO TRUE
                 ELSE
                    MOVE SPACES TO WS-Reject-Reason
                    STRING "NEW DEPTNO " HV-Reorg-New-Dept
                           " REPORTS UP THROUGH " HV-Reorg-Old-Dept
                           " - RE-POINTING WOULD LOOP THE ADMRDEPT"
                           " TREE"
                           DELIMITED BY SIZE INTO WS-Reject-Reason
                    END-STRING
                    PERFORM 2290-Print-Check-Failure
                 END-IF
              ELSE
                 MOVE WS-Walk-Dept TO HV-Dept-Number
                 PERFORM 5000-Read-Department
                 IF SQL-STATUS-NOT-FOUND
                    OR HV-Dept-Admr-Dept = WS-Walk-Dept
                    OR WS-Walk-Depth >= WS-Walk-Max
                    SET WS-Walk-Done TO TRUE
                 ELSE
                    MOVE HV-Dept-Admr-Dept TO WS-Walk-Dept
                    ADD 1 TO WS-Walk-Depth
                 END-IF
              END-IF
           END-PERFORM.

       2220-Print-Reorg-Summary.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           IF WS-Reorg-Merge
              STRING "MERGE: DEPARTMENT " HV-Reorg-Old-Dept
                     " IS RETIRED INTO EXISTING DEPARTMENT "
                     HV-Reorg-New-Dept
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              STRING "RENUMBER: DEPARTMENT " HV-Reorg-Old-Dept
                     " IS RETIRED INTO NEW DEPARTMENT "
                     HV-Reorg-New-Dept
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           IF WS-Mgr-Transfer
              STRING "MGRNO ACTION: TRANSFER - MGRNO "
                     HV-Old-Dept-Mgr-Number
                     " GOES TO " HV-Reorg-New-Dept
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           ELSE
              STRING "MGRNO ACTION: CLEAR - MGRNO "
                     HV-Old-Dept-Mgr-Number
                     " IS DROPPED WITH " HV-Reorg-Old-Dept
                     DELIMITED BY SIZE INTO RPT-DATA
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

       2230-Load-Move-Table.
           PERFORM 5100-Open-Move-Cursor.
           PERFORM 5110-Fetch-Move-Cursor.
           PERFORM UNTIL SQL-STATUS-NOT-FOUND
              IF WS-Move-Count < WS-Move-Max
                 ADD 1 TO WS-Move-Count
                 MOVE HV-Cursor-Emp-Number
                    TO WS-Mv-Emp-Number(WS-Move-Count)
              ELSE
                 ADD 1 TO WS-Move-Dropped-Count
              END-IF
              PERFORM 5110-Fetch-Move-Cursor
           END-PERFORM.
           PERFORM 5190-Close-Move-Cursor.

       2240-Load-Child-Table.
           PERFORM 5200-Open-Child-Cursor.
           PERFORM 5210-Fetch-Child-Cursor.
           PERFORM UNTIL SQL-STATUS-NOT-FOUND
              IF WS-Child-Count < WS-Child-Max
                 ADD 1 TO WS-Child-Count
                 MOVE HV-Cursor-Dept-Number
                    TO WS-Ch-Dept-Number(WS-Child-Count)
              ELSE
                 ADD 1 TO WS-Child-Dropped-Count
              END-IF
              PERFORM 5210-Fetch-Child-Cursor
           END-PERFORM.
           PERFORM 5290-Close-Child-Cursor.

       2290-Print-Check-Failure.
           SET WS-Reorg-Invalid TO TRUE.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "*** REJECTED - " WS-Reject-Reason
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

      * Order matters for the DEPARTMENT/EMPLOYEE references: the
      * new department exists before anyone moves into it, and
      * nothing points at the old one by the time it is deleted.
       2300-Apply-Reorg.
           SET WS-Apply-Started TO TRUE.
           IF WS-Reorg-Renumber
              PERFORM 2310-Add-New-Department
           END-IF.

           MOVE " " TO RPT-CTRL.
           MOVE "EMPLOYEES MOVED" TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE " " TO RPT-CTRL.
           MOVE "  EMPNO  LASTNAME        FIRSTNME     JOB      BEFO" &
                "RE AFTER"
              TO RPT-DATA.
           WRITE RPT-RECORD.
           PERFORM VARYING WS-Move-Sub FROM 1 BY 1
                     UNTIL WS-Move-Sub > WS-Move-Count
              PERFORM 2320-Move-Employee
           END-PERFORM.
           IF WS-Move-Count = 0
              MOVE " " TO RPT-CTRL
              MOVE "  (NO EMPLOYEES IN THE OLD DEPARTMENT)"
                 TO RPT-DATA
              WRITE RPT-RECORD
           END-IF.

           MOVE " " TO RPT-CTRL.
           MOVE "DEPARTMENTS CHANGED" TO RPT-DATA.
           WRITE RPT-RECORD.
           PERFORM VARYING WS-Child-Sub FROM 1 BY 1
                     UNTIL WS-Child-Sub > WS-Child-Count
              PERFORM 2330-Repoint-Child
           END-PERFORM.

           IF WS-Reorg-Merge AND WS-Mgr-Transfer
              PERFORM 2340-Transfer-Manager
           END-IF.

           PERFORM 2350-Delete-Old-Department.

      * A renumbered department starts as a copy of the old row.
      * A root (a department administering itself) stays a root
      * under its new number.
       2310-Add-New-Department.
           MOVE HV-Reorg-New-Dept TO HV-Dept-Number.
           MOVE HV-Old-Dept-Name  TO HV-Dept-Name.
           IF WS-Mgr-Transfer
              MOVE HV-Old-Dept-Mgr-Number TO HV-Dept-Mgr-Number
           ELSE
              MOVE SPACES TO HV-Dept-Mgr-Number
           END-IF.
           IF HV-Old-Dept-Admr-Dept = HV-Reorg-Old-Dept
              MOVE HV-Reorg-New-Dept TO HV-Dept-Admr-Dept
           ELSE
              MOVE HV-Old-Dept-Admr-Dept TO HV-Dept-Admr-Dept
           END-IF.
           MOVE HV-Old-Dept-Location TO HV-Dept-Location.
           PERFORM 5400-Insert-Department.
           ADD 1 TO WS-Dept-Added-Count.

           MOVE SPACES TO CHGJRN-Before-Image.
           PERFORM 9950-Build-Dept-After-Image.
           SET CHGJRN-ACTION-INSERT TO TRUE.
           PERFORM 9920-Journal-Department.

           MOVE " " TO RPT-CTRL.
           MOVE "DEPARTMENT ADDED" TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE "AFTER : " TO WS-Image-Label.
           PERFORM 2600-Print-Department-Image.

       2320-Move-Employee.
           MOVE WS-Mv-Emp-Number(WS-Move-Sub) TO HV-Emp-Number.
           PERFORM 5300-Read-Employee.
           PERFORM 9930-Build-Emp-Before-Image.
           MOVE HV-Work-Dept TO WS-Before-Work-Dept.
           MOVE HV-Reorg-New-Dept TO HV-Work-Dept.
           PERFORM 5310-Update-Employee-Dept.
           ADD 1 TO WS-Emp-Moved-Count.

           PERFORM 9940-Build-Emp-After-Image.
           MOVE "DBCBEX27" TO CHGJRN-Program-Id.
           SET CHGJRN-TABLE-EMPLOYEE TO TRUE.
           SET CHGJRN-ACTION-UPDATE TO TRUE.
           MOVE HV-Emp-Number TO CHGJRN-Row-Key.
           CALL "CHGJRNL" USING CHGJRN-Area.

           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "  " HV-Emp-Number
                  " " HV-Last-Name
                  " " HV-First-Name
                  " " HV-Job-Title
                  " " WS-Before-Work-Dept
                  "    " HV-Work-Dept
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

      * The new department itself, when it was a child of the old
      * one, takes over the old one's ADMRDEPT rather than pointing
      * at itself - unless the old one was a root, in which case
      * the new one becomes the root.
       2330-Repoint-Child.
           MOVE WS-Ch-Dept-Number(WS-Child-Sub) TO HV-Dept-Number.
           PERFORM 5000-Read-Department.
           PERFORM 9960-Build-Dept-Before-Image.
           IF HV-Dept-Number = HV-Reorg-New-Dept
              IF HV-Old-Dept-Admr-Dept = HV-Reorg-Old-Dept
                 MOVE HV-Reorg-New-Dept TO HV-Dept-Admr-Dept
              ELSE
                 MOVE HV-Old-Dept-Admr-Dept TO HV-Dept-Admr-Dept
              END-IF
           ELSE
              MOVE HV-Reorg-New-Dept TO HV-Dept-Admr-Dept
           END-IF.
           PERFORM 5410-Update-Department.
           ADD 1 TO WS-Dept-Repointed-Count.
           PERFORM 2360-Journal-And-Print-Change.

       2340-Transfer-Manager.
           MOVE HV-Reorg-New-Dept TO HV-Dept-Number.
           PERFORM 5000-Read-Department.
           PERFORM 9960-Build-Dept-Before-Image.
           MOVE HV-Old-Dept-Mgr-Number TO HV-Dept-Mgr-Number.
           PERFORM 5410-Update-Department.
           ADD 1 TO WS-Dept-Changed-Count.
           PERFORM 2360-Journal-And-Print-Change.

       2350-Delete-Old-Department.
           MOVE HV-Reorg-Old-Dept TO HV-Dept-Number.
           PERFORM 5000-Read-Department.
           PERFORM 9960-Build-Dept-Before-Image.
           PERFORM 5420-Delete-Department.
           ADD 1 TO WS-Dept-Deleted-Count.

           MOVE SPACES TO CHGJRN-After-Image.
           SET CHGJRN-ACTION-DELETE TO TRUE.
           PERFORM 9920-Journal-Department.

           MOVE " " TO RPT-CTRL.
           MOVE "DEPARTMENT DELETED" TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE "BEFORE: " TO WS-Image-Label.
           PERFORM 2600-Print-Department-Image.

       2360-Journal-And-Print-Change.
           PERFORM 9950-Build-Dept-After-Image.
           SET CHGJRN-ACTION-UPDATE TO TRUE.
           PERFORM 9920-Journal-Department.

           MOVE "BEFORE: " TO WS-Image-Label.
           MOVE CHGJRN-B-Dept-Number     TO HV-Dept-Number.
           MOVE CHGJRN-B-Dept-Name       TO HV-Dept-Name.
           MOVE CHGJRN-B-Dept-Mgr-Number TO HV-Dept-Mgr-Number.
           MOVE CHGJRN-B-Dept-Admr-Dept  TO HV-Dept-Admr-Dept.
           MOVE CHGJRN-B-Dept-Location   TO HV-Dept-Location.
           PERFORM 2600-Print-Department-Image.
           MOVE "AFTER : " TO WS-Image-Label.
           MOVE CHGJRN-A-Dept-Number     TO HV-Dept-Number.
           MOVE CHGJRN-A-Dept-Name       TO HV-Dept-Name.
           MOVE CHGJRN-A-Dept-Mgr-Number TO HV-Dept-Mgr-Number.
           MOVE CHGJRN-A-Dept-Admr-Dept  TO HV-Dept-Admr-Dept.
           MOVE CHGJRN-A-Dept-Location   TO HV-Dept-Location.
           PERFORM 2600-Print-Department-Image.

       2600-Print-Department-Image.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "   " WS-Image-Label DELIMITED BY SIZE
                  HV-Dept-Number DELIMITED BY SIZE
                  " " HV-Dept-Name DELIMITED BY SIZE
                  " MGRNO " HV-Dept-Mgr-Number DELIMITED BY SIZE
                  " ADMRDEPT " HV-Dept-Admr-Dept DELIMITED BY SIZE
                  " LOCATION " HV-Dept-Location DELIMITED BY SIZE
                  INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2800-Print-Register-Totals.
           MOVE WS-Emp-Moved-Count     TO WS-Rpt-Count-1.
           MOVE WS-Dept-Repointed-Count TO WS-Rpt-Count-2.
           MOVE WS-Dept-Added-Count    TO WS-Rpt-Count-3.
           MOVE WS-Dept-Deleted-Count  TO WS-Rpt-Count-4.
           MOVE WS-Dept-Changed-Count  TO WS-Rpt-Count-5.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "EMPLOYEES MOVED: " WS-Rpt-Count-1
                  "  DEPARTMENTS RE-POINTED: " WS-Rpt-Count-2
                  "  ADDED: " WS-Rpt-Count-3
                  "  DELETED: " WS-Rpt-Count-4
                  "  MGR TRANSFERRED: " WS-Rpt-Count-5
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE RPT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Employees moved: " WS-Emp-Moved-Count
              " departments re-pointed: " WS-Dept-Repointed-Count
              " deleted: " WS-Dept-Deleted-Count
              " manager transferred: " WS-Dept-Changed-Count.
           PERFORM 9910-Log-Run-End.

       5000-Read-Department.
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
              PERFORM 6900-Back-Out-Reorg
           END-IF.

       5100-Open-Move-Cursor.
           EXEC SQL
              OPEN MOVE-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN MOVE-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5110-Fetch-Move-Cursor.
           EXEC SQL
              FETCH MOVE-CURSOR
              INTO :HV-Cursor-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from MOVE-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5190-Close-Move-Cursor.
           EXEC SQL
              CLOSE MOVE-CURSOR
           END-EXEC.

       5200-Open-Child-Cursor.
           EXEC SQL
              OPEN CHILD-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN CHILD-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5210-Fetch-Child-Cursor.
           EXEC SQL
              FETCH CHILD-CURSOR
              INTO :HV-Cursor-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from CHILD-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5290-Close-Child-Cursor.
           EXEC SQL
              CLOSE CHILD-CURSOR
           END-EXEC.

       5300-Read-Employee.
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
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Selecting the record."
              DISPLAY "EMPNO = " HV-Emp-Number
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Reorg
           END-IF.

       5310-Update-Employee-Dept.
           EXEC SQL
              UPDATE EMPLOYEE
                 SET WORKDEPT = :HV-Work-Dept
               WHERE EMPNO = :HV-Emp-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Updating the record."
              DISPLAY "EMPNO = " HV-Emp-Number
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Reorg
           END-IF.

       5400-Insert-Department.
           EXEC SQL
              INSERT INTO DEPARTMENT
                     (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION)
              VALUES (:HV-Dept-Number, :HV-Dept-Name,
                      :HV-Dept-Mgr-Number, :HV-Dept-Admr-Dept,
                      :HV-Dept-Location)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Inserting the record."
              DISPLAY "DEPTNO = " HV-Dept-Number
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Reorg
           END-IF.

       5410-Update-Department.
           EXEC SQL
              UPDATE DEPARTMENT
                 SET DEPTNAME = :HV-Dept-Name,
                     MGRNO    = :HV-Dept-Mgr-Number,
                     ADMRDEPT = :HV-Dept-Admr-Dept,
                     LOCATION = :HV-Dept-Location
               WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Updating the record."
              DISPLAY "DEPTNO = " HV-Dept-Number
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Reorg
           END-IF.

       5420-Delete-Department.
           EXEC SQL
              DELETE FROM DEPARTMENT
               WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem Deleting the record."
              DISPLAY "DEPTNO = " HV-Dept-Number
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Reorg
           END-IF.

       6100-Commit-Work.
           EXEC SQL COMMIT END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "COMMIT failed."
              DISPLAY "SQLCODE = " SQLCODE
              PERFORM 6900-Back-Out-Reorg
           END-IF.

      * A half-applied reorganization is worse than none - people
      * in a department that no longer exists, children pointing
      * nowhere - so any DB2 error once the checks have passed
      * rolls the whole unit of work back. Journal records already
      * written for the rolled-back rows are flagged on the
      * register; DBCBEX26 refuses them, since the rows no longer
      * match their A images. A DB2 error during the checks comes
      * here too, before anything was applied or journaled, and
      * the register says so instead.
       6900-Back-Out-Reorg.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE " " TO RPT-CTRL.
           IF WS-Apply-Started
              MOVE "*** DB2 ERROR - REORGANIZATION ROLLED BACK, " &
                   "NOTHING WAS CHANGED. JOURNAL RECORDS ABOVE DID " &
                   "NOT STICK."
                 TO RPT-DATA
           ELSE
              MOVE "*** DB2 ERROR DURING CHECKS - NOTHING WAS " &
                   "CHANGED ***"
                 TO RPT-DATA
           END-IF.
           WRITE RPT-RECORD.
           MOVE 8 TO RETURN-CODE.
           PERFORM 3000-End-Job.
           GOBACK.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX27" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           STRING HV-Reorg-Old-Dept "/" HV-Reorg-New-Dept
                  "/" WS-Mgr-Action
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
           COMPUTE RUNLOG-Rows-Read = WS-Move-Count + WS-Child-Count.
           COMPUTE RUNLOG-Rows-Written = WS-Dept-Added-Count.
           COMPUTE RUNLOG-Rows-Updated =
                   WS-Emp-Moved-Count + WS-Dept-Repointed-Count
                 + WS-Dept-Changed-Count + WS-Dept-Deleted-Count.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

      * Every changed DEPARTMENT row goes to the common change
      * journal through CHGJRNL. The caller has built the images
      * and set the action. Journaling failures warn inside the
      * module and are ignored here; they must never take this job
      * down.
       9920-Journal-Department.
           MOVE "DBCBEX27" TO CHGJRN-Program-Id.
           SET CHGJRN-TABLE-DEPARTMENT TO TRUE.
           MOVE SPACES TO CHGJRN-Row-Key.
           MOVE HV-Dept-Number TO CHGJRN-Row-Key.
           CALL "CHGJRNL" USING CHGJRN-Area.

       9930-Build-Emp-Before-Image.
           MOVE SPACES TO CHGJRN-Before-Image.
           MOVE HV-Emp-Number   TO CHGJRN-B-Emp-Number.
           MOVE HV-First-Name   TO CHGJRN-B-First-Name.
           MOVE HV-Middle-Init  TO CHGJRN-B-Middle-Init.
           MOVE HV-Last-Name    TO CHGJRN-B-Last-Name.
           MOVE HV-Work-Dept    TO CHGJRN-B-Work-Dept.
           MOVE HV-Phone-Number TO CHGJRN-B-Phone-Number.
           MOVE HV-Hire-Date    TO CHGJRN-B-Hire-Date.
           MOVE HV-Job-Title    TO CHGJRN-B-Job-Title.
           MOVE HV-Edu-Level    TO CHGJRN-B-Edu-Level.
           MOVE HV-Gender       TO CHGJRN-B-Gender.
           MOVE HV-Birth-Date   TO CHGJRN-B-Birth-Date.
           MOVE HV-Salary       TO CHGJRN-B-Salary.
           MOVE HV-Bonus        TO CHGJRN-B-Bonus.
           MOVE HV-Commission   TO CHGJRN-B-Commission.

       9940-Build-Emp-After-Image.
           MOVE SPACES TO CHGJRN-After-Image.
           MOVE HV-Emp-Number   TO CHGJRN-A-Emp-Number.
           MOVE HV-First-Name   TO CHGJRN-A-First-Name.
           MOVE HV-Middle-Init  TO CHGJRN-A-Middle-Init.
           MOVE HV-Last-Name    TO CHGJRN-A-Last-Name.
           MOVE HV-Work-Dept    TO CHGJRN-A-Work-Dept.
           MOVE HV-Phone-Number TO CHGJRN-A-Phone-Number.
           MOVE HV-Hire-Date    TO CHGJRN-A-Hire-Date.
           MOVE HV-Job-Title    TO CHGJRN-A-Job-Title.
           MOVE HV-Edu-Level    TO CHGJRN-A-Edu-Level.
           MOVE HV-Gender       TO CHGJRN-A-Gender.
           MOVE HV-Birth-Date   TO CHGJRN-A-Birth-Date.
           MOVE HV-Salary       TO CHGJRN-A-Salary.
           MOVE HV-Bonus        TO CHGJRN-A-Bonus.
           MOVE HV-Commission   TO CHGJRN-A-Commission.

       9950-Build-Dept-After-Image.
           MOVE SPACES TO CHGJRN-After-Image.
           MOVE HV-Dept-Number     TO CHGJRN-A-Dept-Number.
           MOVE HV-Dept-Name       TO CHGJRN-A-Dept-Name.
           MOVE HV-Dept-Mgr-Number TO CHGJRN-A-Dept-Mgr-Number.
           MOVE HV-Dept-Admr-Dept  TO CHGJRN-A-Dept-Admr-Dept.
           MOVE HV-Dept-Location   TO CHGJRN-A-Dept-Location.

       9960-Build-Dept-Before-Image.
           MOVE SPACES TO CHGJRN-Before-Image.
           MOVE HV-Dept-Number     TO CHGJRN-B-Dept-Number.
           MOVE HV-Dept-Name       TO CHGJRN-B-Dept-Name.
           MOVE HV-Dept-Mgr-Number TO CHGJRN-B-Dept-Mgr-Number.
           MOVE HV-Dept-Admr-Dept  TO CHGJRN-B-Dept-Admr-Dept.
           MOVE HV-Dept-Location   TO CHGJRN-B-Dept-Location.

       COPY CONNDB1.
