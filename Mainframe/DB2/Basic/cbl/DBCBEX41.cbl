      **********************************************************
      * Program name:    DBCBEX41
      * Original author: (see DBCBEX03)
      *
      *    Description: Example 41: DB2 Processing: Service
      *       anniversary and retirement eligibility run.
      *
      *    Monthly. Cursors EMPLOYEE in WORKDEPT, EMPNO order and,
      *       for every employee, works out service from the
      *       service date and age from BIRTHDATE, as whole years
      *       at any given date. The service date is HIREDATE,
      *       except for a rehire: if the latest EMPLOYEE_HIST row
      *       ended (TERMDATE) no more than the bridging gap
      *       before the current HIREDATE, the prior stint's
      *       HIREDATE-to-TERMDATE days are bridged - the service
      *       date moves back by that many days. A longer gap
      *       starts service afresh at HIREDATE.
      *
      *    Two kinds of event are looked for between the as-of
      *       date and the end of the 90-day window after it:
      *          - a 5, 10, 15, 20 or 25-year service
      *            anniversary,
      *          - reaching early (E) or normal (N) retirement
      *            eligibility under the ELIGIN rule cards. Age
      *            and service only change on a birthday or a
      *            service anniversary, so eligibility is tested
      *            at the as-of date and then on each of those two
      *            dates that falls in the window; the first date
      *            that passes is the date it is reached.
      *            Employees already eligible at the as-of date
      *            were reported when they reached it and are
      *            only counted.
      *
      *    ELIGIN rule cards: type (E or N), blank, minimum age
      *       (99), blank, minimum service years (99), blank,
      *       age-plus-service points (999, 000 = no points
      *       test) - "N 55 05 085" is the rule of 85 from age 55
      *       with 5 years. An employee meeting ANY card of a type
      *       is eligible under that type; normal outranks early.
      *
      *    SYSIN (one card each, DBCBEX34 style): the as-of date
      *       YYYY-MM-DD (blank = run date), then the bridging
      *       gap in months (999, blank = 012).
      *
      *    RPTOUT lists each event under its department, a page
      *       per department with DEPTNAME, then run totals.
      *       NOTFOUT is the NOTFREC H/D/T extract, one D record
      *       per event, for the awards vendor (A records) and the
      *       pension administrator (E and N records).
      *    Return codes: 0 normal, 8 DB2 error, 16 a bad SYSIN or
      *       ELIGIN card (nothing written).
      *
      *    Same GnuCOBOL/ZOS split as DBCBEX03: 9800-Connect-to-DB1
      *       uses GETDBID on GnuCOBOL; on ZOS the JCL already made
      *       the connection.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 20XX-XX-XX               Created - HR worked service
      *                          awards and retirement eligibility
      *                          out by hand from the DBCBEX04
      *                          listing each quarter.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX41.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIG-FILE ASSIGN TO ELIGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Elig-File-Status.

           SELECT NOTF-FILE ASSIGN TO NOTFOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One eligibility rule per card - "E 55 10 000".
       FD  ELIG-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.
       01  ELIG-RECORD.
           05 ELIG-Type               PIC X(01).
              88 ELIG-TYPE-EARLY      VALUE 'E'.
              88 ELIG-TYPE-NORMAL     VALUE 'N'.
              88 ELIG-TYPE-VALID      VALUE 'E' 'N'.
           05 FILLER                  PIC X(01).
           05 ELIG-Min-Age            PIC 9(02).
           05 FILLER                  PIC X(01).
           05 ELIG-Min-Service        PIC 9(02).
           05 FILLER                  PIC X(01).
           05 ELIG-Points             PIC 9(03).
           05 FILLER                  PIC X(69).

       FD  NOTF-FILE
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD.

           COPY NOTFREC.

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

           COPY HISTTAB.

           COPY EMPROW.

           COPY DEPTROW.

           COPY SQLSTAT.

           COPY DBIDAREA.

           COPY RUNLOGA.

       01 HV-As-Of-Date                PIC X(10).
       01 HV-Window-End                PIC X(10).
       01 HV-Window-Days               PIC S9(04) COMP-5 VALUE 90.
       01 HV-Bridge-Months             PIC S9(04) COMP-5 VALUE 12.
       01 HV-Prior-Term-Date           PIC X(10).
       01 HV-Adj-Service-Date          PIC X(10).
       01 HV-Bridge-Flag               PIC X(01).
          88 HV-BRIDGE-WITHIN-POLICY   VALUE 'Y'.

           EXEC SQL
              DECLARE SVC-CURSOR CURSOR FOR
              SELECT EMPNO, FIRSTNME, MIDINIT, LASTNAME,
                     WORKDEPT, HIREDATE, BIRTHDATE
              FROM EMPLOYEE
              ORDER BY WORKDEPT, EMPNO
           END-EXEC.

       01 WS-Connect-Attempts          PIC S9(04) COMP-5 VALUE 0.
       01 WS-Max-Connect-Attempts      PIC S9(04) COMP-5 VALUE 3.

       01 WS-Cursor-Open-Switch        PIC X(01) VALUE 'N'.
          88 WS-Cursor-Is-Open         VALUE 'Y'.

       01 WS-Saved-Sql-Status          PIC S9(9) COMP-5.

       01 WS-Elig-File-Status          PIC X(02) VALUE SPACES.
          88 WS-Elig-Status-OK         VALUE '00'.
          88 WS-Elig-At-End            VALUE '10'.

      * SYSIN card images, edited before use.
       01 WS-In-As-Of-Date             PIC X(10).
       01 WS-In-As-Of-Parts REDEFINES WS-In-As-Of-Date.
           05 WS-In-As-Of-Year         PIC X(04).
           05 WS-In-As-Of-Dash-1       PIC X(01).
           05 WS-In-As-Of-Month        PIC X(02).
           05 WS-In-As-Of-Month-Num REDEFINES WS-In-As-Of-Month
                                       PIC 9(02).
           05 WS-In-As-Of-Dash-2       PIC X(01).
           05 WS-In-As-Of-Day          PIC X(02).
           05 WS-In-As-Of-Day-Num REDEFINES WS-In-As-Of-Day
                                       PIC 9(02).
       01 WS-In-Bridge-Months          PIC X(03).
       01 WS-In-Bridge-Months-Num REDEFINES WS-In-Bridge-Months
                                       PIC 9(03).
       01 WS-Bridge-Months-Disp        PIC 9(03) VALUE 12.

       01 WS-Elig-Table.
           05 WS-ET-Entry OCCURS 20 TIMES.
              10 WS-ET-Type            PIC X(01).
              10 WS-ET-Min-Age         PIC 9(02).
              10 WS-ET-Min-Service     PIC 9(02).
              10 WS-ET-Points          PIC 9(03).
       01 WS-Elig-Count                PIC S9(04) COMP-5 VALUE 0.
       01 WS-Elig-Max                  PIC S9(04) COMP-5 VALUE 20.
       01 WS-Elig-Bad-Count            PIC S9(04) COMP-5 VALUE 0.
       01 WS-Elig-Sub                  PIC S9(04) COMP-5 VALUE 0.

      * Whole-years arithmetic on ISO dates: 2900 and 2910 take a
      * base date (birth or service date) and an "at" date.
       01 WS-Base-Date                 PIC X(10).
       01 WS-Base-Date-Parts REDEFINES WS-Base-Date.
           05 WS-Base-Year             PIC 9(04).
           05 FILLER                   PIC X(01).
           05 WS-Base-Month-Day        PIC X(05).
       01 WS-At-Date                   PIC X(10).
       01 WS-At-Date-Parts REDEFINES WS-At-Date.
           05 WS-At-Year               PIC 9(04).
           05 FILLER                   PIC X(01).
           05 WS-At-Month-Day          PIC X(05).
       01 WS-Years                     PIC S9(04) COMP-3 VALUE 0.
       01 WS-Anniv-Year                PIC 9(04).
       01 WS-Anniv-Date                PIC X(10).
       01 WS-Anniv-Years               PIC S9(04) COMP-3 VALUE 0.
          88 WS-Milestone-Year         VALUE 5 10 15 20 25.

       01 WS-Service-Date              PIC X(10).
       01 WS-Bridge-Switch             PIC X(01) VALUE 'N'.
          88 WS-Service-Bridged        VALUE 'Y'.
          88 WS-Bridge-Gap-Too-Long    VALUE 'G'.
          88 WS-No-Prior-Service       VALUE 'N'.

      * Eligibility at WS-Test-Date: space (none), E or N.
       01 WS-Test-Date                 PIC X(10).
       01 WS-Test-Age                  PIC S9(04) COMP-3 VALUE 0.
       01 WS-Test-Service              PIC S9(04) COMP-3 VALUE 0.
       01 WS-Test-Result               PIC X(01) VALUE SPACE.
       01 WS-Elig-Status               PIC X(01) VALUE SPACE.
          88 WS-Not-Eligible           VALUE SPACE.
          88 WS-Early-Eligible         VALUE 'E'.
          88 WS-Normal-Eligible        VALUE 'N'.
       01 WS-Cand-Date-1               PIC X(10).
       01 WS-Cand-Date-2               PIC X(10).

       01 WS-Event-Type                PIC X(01).
       01 WS-Event-Date                PIC X(10).
       01 WS-Event-Age                 PIC S9(04) COMP-3 VALUE 0.
       01 WS-Event-Service             PIC S9(04) COMP-3 VALUE 0.

       01 WS-Prev-Work-Dept            PIC X(03) VALUE SPACES.
       01 WS-First-Row-Switch          PIC X(01) VALUE 'Y'.
          88 WS-First-Row              VALUE 'Y'.
       01 WS-Dept-Heading-Switch       PIC X(01) VALUE 'N'.
          88 WS-Dept-Heading-Printed   VALUE 'Y'.

       01 WS-Dept-Anniv-Count          PIC S9(07) COMP-3 VALUE 0.
       01 WS-Dept-Early-Count          PIC S9(07) COMP-3 VALUE 0.
       01 WS-Dept-Normal-Count         PIC S9(07) COMP-3 VALUE 0.
       01 WS-Employee-Count            PIC S9(07) COMP-3 VALUE 0.
       01 WS-Bridged-Count             PIC S9(07) COMP-3 VALUE 0.
       01 WS-Gap-Count                 PIC S9(07) COMP-3 VALUE 0.
       01 WS-Anniv-Count               PIC S9(07) COMP-3 VALUE 0.
       01 WS-Early-Count               PIC S9(07) COMP-3 VALUE 0.
       01 WS-Normal-Count              PIC S9(07) COMP-3 VALUE 0.
       01 WS-Already-Early-Count       PIC S9(07) COMP-3 VALUE 0.
       01 WS-Already-Normal-Count      PIC S9(07) COMP-3 VALUE 0.
       01 WS-Detail-Count              PIC S9(07) COMP-3 VALUE 0.

       01 WS-Current-Date              PIC X(08).
       01 WS-Current-Time              PIC X(08).
       01 WS-Run-Date                  PIC X(10).
       01 WS-Run-Date-Line             PIC X(132).

       01 WS-Rpt-Count-1               PIC ZZZZZZ9.
       01 WS-Rpt-Count-2               PIC ZZZZZZ9.
       01 WS-Rpt-Count-3               PIC ZZZZZZ9.
       01 WS-Rpt-Years                 PIC Z9.
       01 WS-Rpt-Age                   PIC ZZ9.
       01 WS-Rpt-Service               PIC ZZ9.
       01 WS-Rpt-Points                PIC ZZ9.
       01 WS-Rpt-Event-Desc            PIC X(22).
       01 WS-Rpt-Note                  PIC X(30).

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX41 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           SET SQL-STATUS-OK TO TRUE.
           PERFORM 1100-Get-Run-Parms.
           PERFORM 1150-Open-Files.
           PERFORM 1200-Load-Eligibility-Rules.
           PERFORM 9900-Log-Run-Start.
           PERFORM 9800-Connect-to-DB1.

       1100-Get-Run-Parms.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD.
           STRING WS-Current-Date(1:4) "-" WS-Current-Date(5:2) "-"
                  WS-Current-Date(7:2)
                  DELIMITED BY SIZE INTO WS-Run-Date
           END-STRING.
           MOVE SPACES TO WS-In-As-Of-Date.
           MOVE SPACES TO WS-In-Bridge-Months.
           DISPLAY "Enter one field per card: as-of date YYYY-MM-DD "
              "(blank = today), bridging gap in months (blank = 12):".
           ACCEPT WS-In-As-Of-Date FROM SYSIN.
           ACCEPT WS-In-Bridge-Months FROM SYSIN.

           IF WS-In-As-Of-Date = SPACES
              OR WS-In-As-Of-Date = LOW-VALUES
              MOVE WS-Run-Date TO HV-As-Of-Date
           ELSE
              IF WS-In-As-Of-Year NOT NUMERIC
                 OR WS-In-As-Of-Dash-1 NOT = "-"
                 OR WS-In-As-Of-Dash-2 NOT = "-"
                 OR WS-In-As-Of-Month-Num NOT NUMERIC
                 OR WS-In-As-Of-Day-Num NOT NUMERIC
                 OR WS-In-As-Of-Month-Num < 1
                 OR WS-In-As-Of-Month-Num > 12
                 OR WS-In-As-Of-Day-Num < 1
                 OR WS-In-As-Of-Day-Num > 31
                 DISPLAY "*** ERROR ***"
                 DISPLAY "As-of date must be YYYY-MM-DD or blank: "
                    WS-In-As-Of-Date
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-In-As-Of-Date TO HV-As-Of-Date
           END-IF.

           IF WS-In-Bridge-Months = SPACES
              OR WS-In-Bridge-Months = LOW-VALUES
              CONTINUE
           ELSE
              IF WS-In-Bridge-Months-Num NOT NUMERIC
                 DISPLAY "*** ERROR ***"
                 DISPLAY "Bridging gap must be three digits "
                    "(months) or blank: " WS-In-Bridge-Months
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-In-Bridge-Months-Num TO HV-Bridge-Months
              MOVE WS-In-Bridge-Months-Num TO WS-Bridge-Months-Disp
           END-IF.

       1150-Open-Files.
           OPEN INPUT ELIG-FILE.
           IF NOT WS-Elig-Status-OK
              DISPLAY "*** ERROR ***"
              DISPLAY "Unable to OPEN ELIGIN, file status "
                 WS-Elig-File-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * Like DBCBEX10's rate cards, any unusable card stops the run -
      * a wrong rule would send the pension administrator the
      * wrong people.
       1200-Load-Eligibility-Rules.
           PERFORM 7000-Read-Elig-Record.
           PERFORM UNTIL WS-Elig-At-End
              IF ELIG-RECORD NOT = SPACES
                 PERFORM 1210-Store-Eligibility-Rule
              END-IF
              PERFORM 7000-Read-Elig-Record
           END-PERFORM.
           CLOSE ELIG-FILE.

           IF WS-Elig-Bad-Count > 0
              DISPLAY "*** ERROR ***"
              DISPLAY WS-Elig-Bad-Count " eligibility card(s) are "
                 "unusable - fix ELIGIN and rerun."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Elig-Count = 0
              DISPLAY "*** ERROR ***"
              DISPLAY "ELIGIN held no eligibility rules."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT NOTF-FILE.
           OPEN OUTPUT RPT-FILE.

       1210-Store-Eligibility-Rule.
           EVALUATE TRUE
              WHEN NOT ELIG-TYPE-VALID
                OR ELIG-Min-Age IS NOT NUMERIC
                OR ELIG-Min-Service IS NOT NUMERIC
                OR ELIG-Points IS NOT NUMERIC
                 DISPLAY "*** ERROR ***"
                 DISPLAY "Eligibility card must be T 99 99 999, "
                    "T = E or N: " ELIG-RECORD(1:11)
                 ADD 1 TO WS-Elig-Bad-Count
              WHEN WS-Elig-Count >= WS-Elig-Max
                 DISPLAY "*** ERROR ***"
                 DISPLAY "ELIGIN holds more than " WS-Elig-Max
                    " cards - raise WS-Elig-Max."
                 ADD 1 TO WS-Elig-Bad-Count
              WHEN OTHER
                 ADD 1 TO WS-Elig-Count
                 MOVE ELIG-Type TO WS-ET-Type(WS-Elig-Count)
                 MOVE ELIG-Min-Age TO WS-ET-Min-Age(WS-Elig-Count)
                 MOVE ELIG-Min-Service
                    TO WS-ET-Min-Service(WS-Elig-Count)
                 MOVE ELIG-Points TO WS-ET-Points(WS-Elig-Count)
           END-EVALUATE.

       2000-Process.
           IF SQL-STATUS-OK
              PERFORM 5050-Get-Window-End
              PERFORM 2100-Write-Extract-Header
              PERFORM 5000-Open-Cursor
              PERFORM 5100-Fetch-Next
              PERFORM UNTIL SQL-STATUS-NOT-FOUND
                 PERFORM 2200-Process-Employee
                 PERFORM 5100-Fetch-Next
              END-PERFORM
              PERFORM 5900-Close-Cursor
              IF WS-Dept-Heading-Printed
                 PERFORM 2610-Print-Dept-Trailer
              END-IF
              PERFORM 2700-Print-Run-Totals
              PERFORM 2800-Write-Extract-Trailer
           END-IF.

       2100-Write-Extract-Header.
           ACCEPT WS-Current-Time FROM TIME.
           MOVE SPACES TO WS-Run-Date-Line.
           STRING "RUN DATE: " WS-Run-Date
                  "  RUN TIME: " WS-Current-Time(1:2) ":"
                  WS-Current-Time(3:2) ":" WS-Current-Time(5:2)
                  "  AS OF: " HV-As-Of-Date
                  "  WINDOW TO: " HV-Window-End
                  "  BRIDGING GAP: " WS-Bridge-Months-Disp
                  " MONTHS"
                  DELIMITED BY SIZE INTO WS-Run-Date-Line
           END-STRING.

           MOVE SPACES TO NOTF-Header-Record.
           MOVE "H"             TO NOTF-H-Record-Type.
           MOVE WS-Run-Date     TO NOTF-H-Run-Date.
           MOVE HV-As-Of-Date   TO NOTF-H-As-Of-Date.
           MOVE HV-Window-End   TO NOTF-H-Window-End-Date.
           MOVE "DBCBEX41"      TO NOTF-H-Source.
           WRITE NOTF-Header-Record.

       2200-Process-Employee.
           IF WS-First-Row
              OR HV-Work-Dept NOT = WS-Prev-Work-Dept
              IF WS-Dept-Heading-Printed
                 PERFORM 2610-Print-Dept-Trailer
              END-IF
              MOVE 'N' TO WS-First-Row-Switch
              MOVE 'N' TO WS-Dept-Heading-Switch
              MOVE HV-Work-Dept TO WS-Prev-Work-Dept
              MOVE 0 TO WS-Dept-Anniv-Count
              MOVE 0 TO WS-Dept-Early-Count
              MOVE 0 TO WS-Dept-Normal-Count
           END-IF.
           ADD 1 TO WS-Employee-Count.

           PERFORM 2250-Set-Service-Date.
           PERFORM 2300-Check-Anniversary.
           PERFORM 2400-Check-Retirement.

      * HIREDATE unless the prior stint bridges - see 5200. The
      * save/restore keeps the fetch loop's control condition
      * seeing the cursor's status, not the EMPLOYEE_HIST SELECT's.
       2250-Set-Service-Date.
           MOVE HV-Hire-Date TO WS-Service-Date.
           SET WS-No-Prior-Service TO TRUE.
           MOVE WS-SQL-STATUS TO WS-Saved-Sql-Status.
           PERFORM 5200-Read-Prior-Service.
           IF SQL-STATUS-OK
              IF HV-BRIDGE-WITHIN-POLICY
                 MOVE HV-Adj-Service-Date TO WS-Service-Date
                 SET WS-Service-Bridged TO TRUE
                 ADD 1 TO WS-Bridged-Count
              ELSE
                 SET WS-Bridge-Gap-Too-Long TO TRUE
                 ADD 1 TO WS-Gap-Count
              END-IF
           END-IF.
           MOVE WS-Saved-Sql-Status TO WS-SQL-STATUS.

      * The next service anniversary on or after the as-of date;
      * the window is shorter than a year, so there is at most one.
       2300-Check-Anniversary.
           MOVE WS-Service-Date TO WS-Base-Date.
           MOVE HV-As-Of-Date TO WS-At-Date.
           PERFORM 2910-Next-Anniversary.
           IF WS-Anniv-Date <= HV-Window-End
              AND WS-Milestone-Year
              MOVE "A" TO WS-Event-Type
              MOVE WS-Anniv-Date TO WS-Event-Date
              MOVE WS-Anniv-Years TO WS-Event-Service
              MOVE HV-Birth-Date TO WS-Base-Date
              MOVE WS-Anniv-Date TO WS-At-Date
              PERFORM 2900-Years-At-Date
              MOVE WS-Years TO WS-Event-Age
              PERFORM 2500-Report-Event
           END-IF.

      * Eligibility only changes on a birthday or a service
      * anniversary, so those two dates in the window are the only
      * ones worth testing after the as-of date itself.
       2400-Check-Retirement.
           MOVE HV-As-Of-Date TO WS-Test-Date.
           PERFORM 2420-Test-Eligibility.
           MOVE WS-Test-Result TO WS-Elig-Status.
           EVALUATE TRUE
              WHEN WS-Normal-Eligible
                 ADD 1 TO WS-Already-Normal-Count
              WHEN WS-Early-Eligible
                 ADD 1 TO WS-Already-Early-Count
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF NOT WS-Normal-Eligible
              PERFORM 2405-Test-Window-Dates
           END-IF.

       2405-Test-Window-Dates.
           MOVE HV-Birth-Date TO WS-Base-Date.
           MOVE HV-As-Of-Date TO WS-At-Date.
           PERFORM 2910-Next-Anniversary.
           MOVE WS-Anniv-Date TO WS-Cand-Date-1.
           MOVE WS-Service-Date TO WS-Base-Date.
           PERFORM 2910-Next-Anniversary.
           IF WS-Anniv-Date < WS-Cand-Date-1
              MOVE WS-Cand-Date-1 TO WS-Cand-Date-2
              MOVE WS-Anniv-Date TO WS-Cand-Date-1
           ELSE
              MOVE WS-Anniv-Date TO WS-Cand-Date-2
           END-IF.

           MOVE WS-Cand-Date-1 TO WS-Test-Date.
           PERFORM 2410-Test-Candidate-Date.
           MOVE WS-Cand-Date-2 TO WS-Test-Date.
           PERFORM 2410-Test-Candidate-Date.

      * An event for each step up the ladder: none, early, normal.
       2410-Test-Candidate-Date.
           IF WS-Test-Date <= HV-Window-End
              AND NOT WS-Normal-Eligible
              PERFORM 2420-Test-Eligibility
              IF WS-Test-Result = "N"
                 OR (WS-Test-Result = "E" AND WS-Not-Eligible)
                 MOVE WS-Test-Result TO WS-Elig-Status
                 MOVE WS-Test-Result TO WS-Event-Type
                 MOVE WS-Test-Date TO WS-Event-Date
                 MOVE WS-Test-Age TO WS-Event-Age
                 MOVE WS-Test-Service TO WS-Event-Service
                 PERFORM 2500-Report-Event
              END-IF
           END-IF.

       2420-Test-Eligibility.
           MOVE HV-Birth-Date TO WS-Base-Date.
           MOVE WS-Test-Date TO WS-At-Date.
           PERFORM 2900-Years-At-Date.
           MOVE WS-Years TO WS-Test-Age.
           MOVE WS-Service-Date TO WS-Base-Date.
           PERFORM 2900-Years-At-Date.
           MOVE WS-Years TO WS-Test-Service.

           MOVE SPACE TO WS-Test-Result.
           PERFORM VARYING WS-Elig-Sub FROM 1 BY 1
              UNTIL WS-Elig-Sub > WS-Elig-Count
              IF WS-Test-Age >= WS-ET-Min-Age(WS-Elig-Sub)
                 AND WS-Test-Service >= WS-ET-Min-Service(WS-Elig-Sub)
                 AND (WS-ET-Points(WS-Elig-Sub) = 0
                      OR WS-Test-Age + WS-Test-Service
                         >= WS-ET-Points(WS-Elig-Sub))
                 IF WS-ET-Type(WS-Elig-Sub) = "N"
                    MOVE "N" TO WS-Test-Result
                 ELSE
                    IF WS-Test-Result = SPACE
                       MOVE "E" TO WS-Test-Result
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2500-Report-Event.
           IF NOT WS-Dept-Heading-Printed
              PERFORM 2600-Print-Dept-Heading
           END-IF.

           EVALUATE WS-Event-Type
              WHEN "A"
                 MOVE WS-Event-Service TO WS-Rpt-Years
                 MOVE SPACES TO WS-Rpt-Event-Desc
                 STRING WS-Rpt-Years "-YEAR ANNIVERSARY"
                        DELIMITED BY SIZE INTO WS-Rpt-Event-Desc
                 END-STRING
                 ADD 1 TO WS-Anniv-Count
                 ADD 1 TO WS-Dept-Anniv-Count
              WHEN "E"
                 MOVE "EARLY RETIREMENT" TO WS-Rpt-Event-Desc
                 ADD 1 TO WS-Early-Count
                 ADD 1 TO WS-Dept-Early-Count
              WHEN OTHER
                 MOVE "NORMAL RETIREMENT" TO WS-Rpt-Event-Desc
                 ADD 1 TO WS-Normal-Count
                 ADD 1 TO WS-Dept-Normal-Count
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WS-Service-Bridged
                 MOVE "BRIDGED - PRIOR SERVICE" TO WS-Rpt-Note
              WHEN WS-Bridge-Gap-Too-Long
                 MOVE "NOT BRIDGED - GAP OVER POLICY" TO WS-Rpt-Note
              WHEN OTHER
                 MOVE SPACES TO WS-Rpt-Note
           END-EVALUATE.

           MOVE WS-Event-Age TO WS-Rpt-Age.
           MOVE WS-Event-Service TO WS-Rpt-Service.
           MOVE " " TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING HV-Emp-Number
                  " " HV-Last-Name
                  " " HV-First-Name
                  " " WS-Rpt-Event-Desc
                  " " WS-Event-Date
                  "  " WS-Rpt-Age
                  "  " WS-Rpt-Service
                  "  " WS-Service-Date
                  "    " WS-Rpt-Note
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           PERFORM 2550-Write-Extract-Detail.

       2550-Write-Extract-Detail.
           MOVE SPACES TO NOTF-Detail-Record.
           MOVE "D"              TO NOTF-D-Record-Type.
           MOVE WS-Event-Type    TO NOTF-D-Event-Type.
           MOVE WS-Event-Date    TO NOTF-D-Event-Date.
           MOVE HV-Emp-Number    TO NOTF-D-Emp-Number.
           MOVE HV-Last-Name     TO NOTF-D-Last-Name.
           MOVE HV-First-Name    TO NOTF-D-First-Name.
           MOVE HV-Middle-Init   TO NOTF-D-Middle-Init.
           MOVE HV-Work-Dept     TO NOTF-D-Work-Dept.
           MOVE WS-Service-Date  TO NOTF-D-Service-Date.
           MOVE WS-Event-Service TO NOTF-D-Service-Years.
           MOVE WS-Event-Age     TO NOTF-D-Age.
           IF WS-Service-Bridged
              MOVE "Y" TO NOTF-D-Bridged-Flag
           ELSE
              MOVE "N" TO NOTF-D-Bridged-Flag
           END-IF.
           WRITE NOTF-Detail-Record.
           ADD 1 TO WS-Detail-Count.

      * A page per department that has something to report, the
      * way DBCBEX32 pages its statement.
       2600-Print-Dept-Heading.
           SET WS-Dept-Heading-Printed TO TRUE.
           PERFORM 6100-Get-Dept-Name.

           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX41 - SERVICE ANNIVERSARIES AND RETIREMENT " &
                "ELIGIBILITY"
              TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE " " TO RPT-CTRL.
           MOVE WS-Run-Date-Line TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-DATA.
           STRING "DEPARTMENT " WS-Prev-Work-Dept " " HV-Dept-Name
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

           MOVE "0" TO RPT-CTRL.
           MOVE "EMPNO  LASTNAME        FIRSTNME     EVENT       " &
                "           EVENT DATE  AGE  SVC  SERVICE DATE  NOTE"
              TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE " " TO RPT-CTRL.

       2610-Print-Dept-Trailer.
           MOVE WS-Dept-Anniv-Count  TO WS-Rpt-Count-1.
           MOVE WS-Dept-Early-Count  TO WS-Rpt-Count-2.
           MOVE WS-Dept-Normal-Count TO WS-Rpt-Count-3.
           MOVE "0" TO RPT-CTRL.
           MOVE SPACES TO RPT-DATA.
           STRING "DEPARTMENT " WS-Prev-Work-Dept
                  "  ANNIVERSARIES: " WS-Rpt-Count-1
                  "  EARLY RETIREMENT: " WS-Rpt-Count-2
                  "  NORMAL RETIREMENT: " WS-Rpt-Count-3
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2700-Print-Run-Totals.
           MOVE "1" TO RPT-CTRL.
           MOVE "DBCBEX41 - SERVICE ANNIVERSARIES AND RETIREMENT " &
                "ELIGIBILITY - RUN TOTALS"
              TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE " " TO RPT-CTRL.
           MOVE WS-Run-Date-Line TO RPT-DATA.
           WRITE RPT-RECORD.

           MOVE "0" TO RPT-CTRL.
           MOVE "ELIGIBILITY RULES (ANY CARD OF A TYPE QUALIFIES)"
              TO RPT-DATA.
           WRITE RPT-RECORD.
           MOVE " " TO RPT-CTRL.
           PERFORM VARYING WS-Elig-Sub FROM 1 BY 1
              UNTIL WS-Elig-Sub > WS-Elig-Count
              MOVE WS-ET-Min-Age(WS-Elig-Sub) TO WS-Rpt-Age
              MOVE WS-ET-Min-Service(WS-Elig-Sub) TO WS-Rpt-Service
              MOVE WS-ET-Points(WS-Elig-Sub) TO WS-Rpt-Points
              MOVE SPACES TO RPT-DATA
              IF WS-ET-Type(WS-Elig-Sub) = "N"
                 MOVE "   NORMAL  AGE " TO RPT-DATA
              ELSE
                 MOVE "   EARLY   AGE " TO RPT-DATA
              END-IF
              STRING WS-Rpt-Age "  SERVICE " WS-Rpt-Service
                     "  AGE+SERVICE " WS-Rpt-Points
                     DELIMITED BY SIZE INTO RPT-DATA(16:60)
              END-STRING
              WRITE RPT-RECORD
           END-PERFORM.

           MOVE "0" TO RPT-CTRL.
           MOVE WS-Employee-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "EMPLOYEES READ:                       "
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE " " TO RPT-CTRL.
           MOVE WS-Bridged-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "REHIRES WITH SERVICE BRIDGED:         "
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE WS-Gap-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "REHIRES NOT BRIDGED (GAP OVER POLICY):"
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE WS-Anniv-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "SERVICE ANNIVERSARIES IN WINDOW:      "
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE WS-Early-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "REACHING EARLY RETIREMENT:            "
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE WS-Normal-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "REACHING NORMAL RETIREMENT:           "
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE WS-Already-Early-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "ALREADY EARLY-ELIGIBLE AT AS-OF DATE: "
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE WS-Already-Normal-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "ALREADY NORMAL-ELIGIBLE AT AS-OF DATE:"
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.
           MOVE WS-Detail-Count TO WS-Rpt-Count-1.
           MOVE SPACES TO RPT-DATA.
           STRING "NOTIFICATION RECORDS WRITTEN:         "
                  WS-Rpt-Count-1
                  DELIMITED BY SIZE INTO RPT-DATA
           END-STRING.
           WRITE RPT-RECORD.

       2800-Write-Extract-Trailer.
           MOVE SPACES TO NOTF-Trailer-Record.
           MOVE "T"             TO NOTF-T-Record-Type.
           MOVE WS-Detail-Count TO NOTF-T-Detail-Count.
           MOVE WS-Anniv-Count  TO NOTF-T-Anniv-Count.
           MOVE WS-Early-Count  TO NOTF-T-Early-Count.
           MOVE WS-Normal-Count TO NOTF-T-Normal-Count.
           WRITE NOTF-Trailer-Record.

      * Whole years from WS-Base-Date to WS-At-Date: one less if
      * the at-date falls before the base month/day. A 29 February
      * base counts as the 28th, every year.
       2900-Years-At-Date.
           IF WS-Base-Month-Day = "02-29"
              MOVE "02-28" TO WS-Base-Month-Day
           END-IF.
           COMPUTE WS-Years = WS-At-Year - WS-Base-Year.
           IF WS-At-Month-Day < WS-Base-Month-Day
              SUBTRACT 1 FROM WS-Years
           END-IF.

      * First anniversary of WS-Base-Date on or after WS-At-Date,
      * and how many years it marks.
       2910-Next-Anniversary.
           IF WS-Base-Month-Day = "02-29"
              MOVE "02-28" TO WS-Base-Month-Day
           END-IF.
           MOVE WS-At-Year TO WS-Anniv-Year.
           IF WS-Base-Month-Day < WS-At-Month-Day
              ADD 1 TO WS-Anniv-Year
           END-IF.
           MOVE SPACES TO WS-Anniv-Date.
           STRING WS-Anniv-Year "-" WS-Base-Month-Day
                  DELIMITED BY SIZE INTO WS-Anniv-Date
           END-STRING.
           COMPUTE WS-Anniv-Years = WS-Anniv-Year - WS-Base-Year.

       3000-End-Job.
           MOVE SQLCODE TO RUNLOG-Final-Sqlcode.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           CLOSE NOTF-FILE.
           CLOSE RPT-FILE.
           DISPLAY EOJ-End-Message.
           DISPLAY "SQLCODE at 3000-End-Job: " SQLCODE.
           DISPLAY "Employees read: " WS-Employee-Count
              "  notification records: " WS-Detail-Count.
           PERFORM 9910-Log-Run-End.

       5000-Open-Cursor.
           EXEC SQL
              OPEN SVC-CURSOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           SET WS-Cursor-Is-Open TO TRUE.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to OPEN SVC-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * DB2 does the day arithmetic; an as-of date that is not a
      * real date (2-30, say) fails here.
       5050-Get-Window-End.
           EXEC SQL
              SELECT CHAR(DATE(:HV-As-Of-Date)
                          + :HV-Window-Days DAYS, ISO)
              INTO :HV-Window-End
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to work out the window from as-of "
                 "date " HV-As-Of-Date
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5100-Fetch-Next.
           EXEC SQL
              FETCH SVC-CURSOR
              INTO :HV-Emp-Number, :HV-First-Name,
                   :HV-Middle-Init, :HV-Last-Name,
                   :HV-Work-Dept, :HV-Hire-Date,
                   :HV-Birth-Date
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "Unable to FETCH from SVC-CURSOR."
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

      * The latest EMPLOYEE_HIST row ending on or before this
      * HIREDATE is the prior stint (DBCBEX07 keeps it on rehire).
      * Within the gap, the service date moves back by the prior
      * stint's length in days. NOT FOUND = never employed before.
       5200-Read-Prior-Service.
           EXEC SQL
              SELECT CHAR(H.TERMDATE, ISO),
                     CHAR(DATE(:HV-Hire-Date)
                          - (DAYS(H.TERMDATE) - DAYS(H.HIREDATE))
                            DAYS, ISO),
                     CASE WHEN H.TERMDATE >=
                               DATE(:HV-Hire-Date)
                               - :HV-Bridge-Months MONTHS
                          THEN 'Y' ELSE 'N' END
              INTO :HV-Prior-Term-Date, :HV-Adj-Service-Date,
                   :HV-Bridge-Flag
              FROM EMPLOYEE_HIST H
              WHERE H.EMPNO = :HV-Emp-Number
                AND H.TERMDATE =
                    (SELECT MAX(H2.TERMDATE)
                       FROM EMPLOYEE_HIST H2
                      WHERE H2.EMPNO = :HV-Emp-Number
                        AND H2.TERMDATE <= :HV-Hire-Date)
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
              DISPLAY "*** WARNING ***"
              DISPLAY "There was a problem reading EMPLOYEE_HIST."
              DISPLAY "EMPNO = " HV-Emp-Number
              DISPLAY "SQLCODE = " SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-End-Job
              GOBACK
           END-IF.

       5900-Close-Cursor.
           IF WS-Cursor-Is-Open
              EXEC SQL
                 CLOSE SVC-CURSOR
              END-EXEC
           END-IF.

      * Same lookup as DBCBEX04's 6100, with WS-SQL-STATUS saved and
      * restored so the fetch loop keeps seeing the cursor's status.
       6100-Get-Dept-Name.
           MOVE WS-SQL-STATUS TO WS-Saved-Sql-Status.
           MOVE WS-Prev-Work-Dept TO HV-Dept-Number.
           EXEC SQL
              SELECT DEPTNAME
              INTO :HV-Dept-Name
              FROM DEPARTMENT
              WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE "(UNKNOWN DEPARTMENT)" TO HV-Dept-Name
           END-IF.
           MOVE WS-Saved-Sql-Status TO WS-SQL-STATUS.

       7000-Read-Elig-Record.
           READ ELIG-FILE
              AT END
                 SET WS-Elig-At-End TO TRUE
           END-READ.


      * One S record at start of run and one E record at end of run
      * go to the common run log; DBCBEX15 pairs them for the 06:00
      * operations review. Logging failures warn and are ignored -
      * they must never take this job down.
       9900-Log-Run-Start.
           SET RUNLOG-TYPE-START TO TRUE.
           MOVE "DBCBEX41" TO RUNLOG-Program-Id.
           MOVE SPACES TO RUNLOG-Parm-Info.
           STRING HV-As-Of-Date " " WS-Bridge-Months-Disp
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
           MOVE WS-Employee-Count TO RUNLOG-Rows-Read.
           MOVE WS-Detail-Count TO RUNLOG-Rows-Written.
           MOVE 0 TO RUNLOG-Rows-Updated.
           MOVE RETURN-CODE TO RUNLOG-Return-Code.
           CALL "RUNLOG" USING RUNLOG-Area.

       COPY CONNDB1.
