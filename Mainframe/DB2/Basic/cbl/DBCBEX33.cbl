      **********************************************************
      * Program name:    DBCBEX33
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 33: DB2 Processing: GL department
      *       mapping maintenance.
      *
      *    Reads one department-to-ledger mapping from SYSIN, one
      *       field per card (ACTION, WORKDEPT, COSTCTR, GLACCT -
      *       see the SYSIN DD in DBCBEX33.jcl), and applies it to
      *       the GL_DEPT_MAP table:
      *          A  add    - INSERT the department's mapping.
      *          C  change - UPDATE the cost center and labor
      *                      expense account of an existing row.
      *          D  delete - remove a row keyed in error, or one
      *                      left behind by a retired
      *                      department.
      *       On A and C the WORKDEPT must exist on DEPARTMENT -
      *       the same reference check DBCBEX28 makes - and the
      *       cost center and account must both be present, since
      *       DBCBEX34 posts to exactly what is on the row. An A
      *       for a row that already exists, or a C or D for one
      *       that does not, is reported as a soft, expected
      *       outcome, the same way DBCBEX28 treats its budgets.
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created with the GL_DEPT_MAP
      *                          table - maintenance entry point
      *                          for Accounting's department to
      *                          cost center/account mapping.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX33.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           COPY DEPTTAB.

           COPY GLMPTAB.

           COPY DEPTROW.

           COPY GLMPROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Glmp-Action               PIC X(01).
          88 WS-Action-Add             VALUE 'A'.
          88 WS-Action-Change          VALUE 'C'.
          88 WS-Action-Delete          VALUE 'D'.

       01 WS-Rows-Applied-Count        PIC S9(07) COMP-3 VALUE 0.

       01 WS-Input-Fields-Valid-Switch PIC X(01) VALUE 'Y'.
          88 WS-Input-Fields-Valid     VALUE 'Y'.
          88 WS-Input-Fields-Invalid   VALUE 'N'.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX33 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Mapping-Data.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Mapping-Data.
           MOVE SPACES TO WS-Glmp-Action.
           MOVE SPACES TO HV-Glmp-Work-Dept.
           MOVE SPACES TO HV-Glmp-Cost-Center.
           MOVE SPACES TO HV-Glmp-GL-Account.

           DISPLAY "Enter GL department mapping, one field per "
              "SYSIN card:".
           DISPLAY "ACTION(1,A=ADD/C=CHANGE/D=DELETE) WORKDEPT(3) "
              "COSTCTR(6) GLACCT(8)".
           ACCEPT WS-Glmp-Action       FROM SYSIN.
           ACCEPT HV-Glmp-Work-Dept    FROM SYSIN.
           ACCEPT HV-Glmp-Cost-Center  FROM SYSIN.
           ACCEPT HV-Glmp-GL-Account   FROM SYSIN.

           PERFORM 1200-Validate-Mapping-Data.

       1200-Validate-Mapping-Data.
           SET WS-Input-Fields-Valid TO TRUE.

           IF NOT WS-Action-Add AND NOT WS-Action-Change
              AND NOT WS-Action-Delete
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "ACTION must be A (add), C (change) or "
                 "D (delete)."
           END-IF.

           IF HV-Glmp-Work-Dept = SPACES
              OR HV-Glmp-Work-Dept = LOW-VALUES
              SET WS-Input-Fields-Invalid TO TRUE
              DISPLAY "*** ERROR ***"
              DISPLAY "WORKDEPT is a required (NOT NULL) field."
           END-IF.

      * A delete needs only the key; the ledger fields are not
      * edited.
           IF NOT WS-Action-Delete
              IF HV-Glmp-Cost-Center = SPACES
                 OR HV-Glmp-Cost-Center = LOW-VALUES
                 SET WS-Input-Fields-Invalid TO TRUE
                 DISPLAY "*** ERROR ***"
                 DISPLAY "COSTCTR is a required (NOT NULL) field."
              END-IF
              IF HV-Glmp-GL-Account = SPACES
                 OR HV-Glmp-GL-Account = LOW-VALUES
                 SET WS-Input-Fields-Invalid TO TRUE
                 DISPLAY "*** ERROR ***"
                 DISPLAY "GLACCT is a required (NOT NULL) field."
              END-IF
           END-IF.

           IF NOT WS-Input-Fields-Valid
              DISPLAY "Mapping not applied - input error(s)."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 2100-Process-Data
           END-IF.

       2100-Process-Data.
           EVALUATE TRUE
              WHEN WS-Action-Add
                 PERFORM 5100-Validate-Work-Dept
                 PERFORM 5000-Insert-Mapping
              WHEN WS-Action-Change
                 PERFORM 5100-Validate-Work-Dept
                 PERFORM 5200-Update-Mapping
              WHEN WS-Action-Delete
                 PERFORM 5300-Delete-Mapping
           END-EVALUATE.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           PERFORM 9910-Log-Run-End.

       5000-Insert-Mapping.
           EXEC SQL
              INSERT INTO GL_DEPT_MAP
                     (WORKDEPT, COSTCTR, GLACCT)
              VALUES (:HV-Glmp-Work-Dept, :HV-Glmp-Cost-Center,
                      :HV-Glmp-GL-Account)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Rows-Applied-Count
                 DISPLAY "Mapping for " HV-Glmp-Work-Dept
                    " added: cost center " HV-Glmp-Cost-Center
                    " account " HV-Glmp-GL-Account "."
              WHEN SQL-STATUS-DUP
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Department " HV-Glmp-Work-Dept
                    " is already mapped - no row added. "
                    "Use a C action to change it."
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Inserting the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.

      * A WORKDEPT that is not on DEPARTMENT never gets a mapping -
      * fix the card (or add the department with DBCBEX09) and
      * rerun. Same reference check DBCBEX28 makes on WORKDEPT.
       5100-Validate-Work-Dept.
           MOVE HV-Glmp-Work-Dept TO HV-Dept-Number.
           EXEC SQL
              SELECT DEPTNAME
              INTO :HV-Dept-Name
              FROM DEPARTMENT
              WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 CONTINUE
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "*** ERROR ***"
                 DISPLAY "WORKDEPT " HV-Glmp-Work-Dept
                    " is not on the DEPARTMENT table."
                 DISPLAY "Mapping not applied."
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem reading DEPARTMENT."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.

       5200-Update-Mapping.
           EXEC SQL
              UPDATE GL_DEPT_MAP
                 SET COSTCTR = :HV-Glmp-Cost-Center,
                     GLACCT  = :HV-Glmp-GL-Account
               WHERE WORKDEPT = :HV-Glmp-Work-Dept
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Rows-Applied-Count
                 DISPLAY "Mapping for " HV-Glmp-Work-Dept
                    " changed: cost center " HV-Glmp-Cost-Center
                    " account " HV-Glmp-GL-Account "."
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Department " HV-Glmp-Work-Dept
                    " is not mapped - nothing changed. "
                    "Use an A action to add it."
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Updating the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.

       5300-Delete-Mapping.
           EXEC SQL
              DELETE FROM GL_DEPT_MAP
               WHERE WORKDEPT = :HV-Glmp-Work-Dept
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.

           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD 1 TO WS-Rows-Applied-Count
                 DISPLAY "Mapping for " HV-Glmp-Work-Dept
                    " deleted."
              WHEN SQL-STATUS-NOT-FOUND
                 DISPLAY "*** NOTICE ***"
                 DISPLAY "Department " HV-Glmp-Work-Dept
                    " is not mapped - nothing deleted."
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "There was a problem Deleting the record."
                 DISPLAY "SQLCODE = " SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3000-End-Job
                 GOBACK
           END-EVALUATE.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX33" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           STRING WS-Glmp-Action "/" HV-Glmp-Work-Dept
                  "/" HV-Glmp-Cost-Center "/" HV-Glmp-GL-Account
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
           MOVE WS-Rows-Applied-Count TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
