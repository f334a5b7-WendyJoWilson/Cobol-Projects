      *                          and run date) to TERMOUT, which
      *                          ENRLMNT consumes to close out the
      *                          leaver's benefit enrollments.
      * 2026-10-15 maintainer    Opens each nightly cycle on the
      *                          CYCLECTL cycle control record and
      *                          stamps step 1 complete with its
      *                          counts. Refuses (RC 12) to open a
      *                          new cycle while the last one has
      *                          not run through YTDSTMT, unless a
      *                          MNTPARM card CYCLE FORCE is given.
      *                          A backout run reopens step 1.
      * 2026-10-15 maintainer    A new CYCLECTL record starts with
      *                          no YTD year closed.
      * 2026-10-15 maintainer    EMPAUDIT widened to 80 bytes with
      *                          the department and salary the
      *                          master holds after each applied
      *                          or restored action; EMPJRNL
      *                          widened to 40 bytes with the run
      *                          date and time, for the monthly
      *                          headcount report (HEADCNT).
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TM-Status.

           SELECT CYCLECTL
           ASSIGN TO CYCLECTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CC-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST.
       FD  EMPAUDIT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AU-REC                           PIC X(080).

       FD  EMPJRNL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JR-REC                           PIC X(040).

       FD  MNTPARM
           RECORDING MODE IS F
           05  TM-Emp-ID                    PIC X(05).
           05  TM-Term-Date                 PIC X(08).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CC-REC.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EM==.
           COPY WSFST REPLACING ==:tag:== BY ==JR==.
           COPY WSFST REPLACING ==:tag:== BY ==MP==.
           COPY WSFST REPLACING ==:tag:== BY ==TM==.
           COPY WSFST REPLACING ==:tag:== BY ==CC==.

       01  WS-Maint-Mode-Sw           PIC X(07) VALUE 'UPDATE '.
           88  WS-Maint-Mode-Update       VALUE 'UPDATE '.

      * One journal record per applied transaction: the action,
      * the key and the master record as it stood before the
      * action (spaces for an add - there was no record), and
      * the run date and time it shares with the EMPAUDIT line.
       01  WS-JR-Detail-Rec.
           12 WS-JR-Action            PIC X(01).
           12 WS-JR-Emp-ID            PIC X(05).
           12 WS-JR-Before-Image      PIC X(15).
           12 WS-JR-Run-Date          PIC X(08).
           12 WS-JR-Run-Time          PIC X(06).
           12 FILLER                  PIC X(05) VALUE SPACES.

       01  WS-Backout-Storage.
           12 WS-JR-Records-Read      PIC S9(4) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

      * Cycle control - EMPMAINT is step 1 of the nightly cycle
      * and the only step that opens a new one.
       01  WS-Cycle-Storage.
           12 WS-CC-SUB               PIC S9(4) COMP VALUE 0.
           12 WS-CC-End-Date-Time     PIC X(21).
           12 WS-Cycle-Force-Sw       PIC X(01) VALUE 'N'.
              88 WS-Cycle-Force           VALUE 'Y'.
           12 WS-Cycle-Open-Sw        PIC X(01) VALUE 'N'.
              88 WS-Cycle-Open-Allowed    VALUE 'Y'.

       01  WS-AU-Detail-Line.
           12 WS-AU-Run-Date          PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-AU-Reason            PIC X(20).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-AU-Status-Out        PIC X(02).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-AU-After-Dept        PIC X(03).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-AU-After-Salary      PIC X(07).
           12 FILLER                  PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 0500-Get-Run-Mode.
           PERFORM 1050-Start-Cycle-Step.
           IF WS-Maint-Mode-Backout
              PERFORM 5000-Backout-Maintenance
           ELSE
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           MOVE WS-Run-Date-Time(1:8) TO WS-AU-Run-Date.
           MOVE WS-Run-Date-Time(9:6) TO WS-AU-Run-Time.
           MOVE WS-Run-Date-Time(1:8) TO WS-JR-Run-Date.
           MOVE WS-Run-Date-Time(9:6) TO WS-JR-Run-Time.
           OPEN INPUT MNTPARM.
           IF WS-MP-Good
              PERFORM 0510-Apply-Maint-Parm UNTIL WS-MP-EOF
                       DISPLAY "Invalid RUNMODE value - update mode"
                          " assumed: " MP-Value(1:7)
                    END-IF
                 WHEN 'CYCLE   '
                    IF MP-Value(1:5) = 'FORCE'
                       SET WS-Cycle-Force TO TRUE
                    ELSE
                       DISPLAY "** WARNING **: 0510-MNTPARM"
                       DISPLAY "Invalid CYCLE value ignored: "
                          MP-Value(1:5)
                    END-IF
                 WHEN OTHER
                    DISPLAY "** WARNING **: 0510-MNTPARM"
                    DISPLAY "Unknown parameter card ignored: "
              PERFORM 9999-Abend-Maintenance
           END-IF.

      * Cycle control: a new cycle may only be opened once the
      * last one has run through YTDSTMT, or while none of its
      * later steps has run yet (a rerun of this step). A
      * MNTPARM card CYCLE FORCE overrides that for recovery. A
      * backout run keeps the cycle date but reopens step 1, so
      * every later step has to run again behind the restored
      * master. Opening step 1 clears the later steps either way.
       1050-Start-Cycle-Step.
           OPEN I-O CYCLECTL.
           IF WS-CC-Status = '35'
              PERFORM 1060-Create-Cycle-Control
              OPEN I-O CYCLECTL
           END-IF.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Open CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           READ CYCLECTL
              AT END SET WS-CC-EOF TO TRUE
           END-READ.
           IF WS-CC-EOF
              CLOSE CYCLECTL
              PERFORM 1060-Create-Cycle-Control
              OPEN I-O CYCLECTL
              READ CYCLECTL
                 AT END SET WS-CC-EOF TO TRUE
              END-READ
           END-IF.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Read CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           IF WS-Maint-Mode-Backout
              DISPLAY "1050-CYCLECTL: BACKOUT REOPENS CYCLE "
                 CC-Cycle-Date
           ELSE
              IF CC-Step-Complete(5)
                 OR WS-Cycle-Force
                 SET WS-Cycle-Open-Allowed TO TRUE
              END-IF
              IF CC-Step-Not-Run(2) AND CC-Step-Not-Run(3)
                 AND CC-Step-Not-Run(4) AND CC-Step-Not-Run(5)
                 SET WS-Cycle-Open-Allowed TO TRUE
              END-IF
              IF NOT WS-Cycle-Open-Allowed
                 DISPLAY "** ERROR **: 1050-CYCLECTL"
                 DISPLAY "Cycle " CC-Cycle-Date " has not run"
                    " through YTDSTMT - new cycle not opened."
                 DISPLAY "Code CYCLE FORCE on MNTPARM to override."
                 PERFORM 9998-Refuse-Cycle-Step
              END-IF
              IF WS-Cycle-Force
                 DISPLAY "** WARNING **: 1050-CYCLECTL"
                 DISPLAY "CYCLE FORCE - cycle " CC-Cycle-Date
                    " abandoned."
              END-IF
              MOVE WS-Run-Date-Time(1:8) TO CC-Cycle-Date
           END-IF.
           PERFORM VARYING WS-CC-SUB FROM 1 BY 1
              UNTIL WS-CC-SUB > 5
              PERFORM 1070-Clear-Cycle-Step
           END-PERFORM.
           SET CC-Step-Started(1) TO TRUE.
           MOVE WS-Run-Date-Time(1:14) TO CC-Step-Start-Stamp(1).
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP EMPMAINT STARTED".
           CLOSE CYCLECTL.

      * First run: build the control record with the step names
      * in cycle order and nothing run.
       1060-Create-Cycle-Control.
           OPEN OUTPUT CYCLECTL.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1060-CYCLECTL"
              DISPLAY "Create CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           MOVE SPACES TO CC-REC.
           PERFORM VARYING WS-CC-SUB FROM 1 BY 1
              UNTIL WS-CC-SUB > 5
              PERFORM 1070-Clear-Cycle-Step
           END-PERFORM.
           MOVE 'EMPMAINT' TO CC-Step-Name(1).
           MOVE 'EMPXTRCT' TO CC-Step-Name(2).
           MOVE 'ENRLMNT ' TO CC-Step-Name(3).
           MOVE 'TABLE1  ' TO CC-Step-Name(4).
           MOVE 'YTDSTMT ' TO CC-Step-Name(5).
           MOVE ZERO TO CC-YTD-Closed-Year.
           WRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1060-CYCLECTL"
              DISPLAY "Write CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           CLOSE CYCLECTL.

       1070-Clear-Cycle-Step.
           SET CC-Step-Not-Run(WS-CC-SUB) TO TRUE.
           MOVE SPACES TO CC-Step-Start-Stamp(WS-CC-SUB)
                          CC-Step-End-Stamp(WS-CC-SUB).
           MOVE ZERO   TO CC-Step-Count-In(WS-CC-SUB)
                          CC-Step-Count-Out(WS-CC-SUB)
                          CC-Step-Hash(WS-CC-SUB).

       2000-Process.
           PERFORM 2010-Apply-Transaction UNTIL WS-ET-EOF.

           MOVE SPACES TO WS-AU-Status-Out.
           PERFORM 2520-Write-Audit-Rejected.

      * The after-image is the master record as the action left
      * it - none for a delete.
       2510-Write-Audit-Applied.
           MOVE ET-Action     TO WS-AU-Action.
           MOVE ET-Emp-ID     TO WS-AU-Emp-ID.
           MOVE 'APPLIED '    TO WS-AU-Disposition.
           MOVE SPACES        TO WS-AU-Reason.
           MOVE WS-EM-Status  TO WS-AU-Status-Out.
           IF ET-Action-Delete
              MOVE SPACES       TO WS-AU-After-Dept
                                   WS-AU-After-Salary
           ELSE
              MOVE EM-Dept-Code TO WS-AU-After-Dept
              MOVE EM-Salary    TO WS-AU-After-Salary
           END-IF.
           WRITE AU-REC FROM WS-AU-Detail-Line.

      * Caller sets WS-AU-Status-Out: the master file status for
           MOVE ET-Action     TO WS-AU-Action.
           MOVE ET-Emp-ID     TO WS-AU-Emp-ID.
           MOVE 'REJECTED'    TO WS-AU-Disposition.
           MOVE SPACES        TO WS-AU-After-Dept
                                 WS-AU-After-Salary.
           WRITE AU-REC FROM WS-AU-Detail-Line.

      * Caller sets WS-JR-Action, WS-JR-Emp-ID and the before
           CLOSE EMPAUDIT.
           CLOSE EMPJRNL.
           CLOSE TERMOUT.
           PERFORM 3050-Complete-Cycle-Step.

      * Step 1 complete: EMPTRAN records read in, transactions
      * applied out.
       3050-Complete-Cycle-Step.
           MOVE FUNCTION CURRENT-DATE TO WS-CC-End-Date-Time.
           OPEN I-O CYCLECTL.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Open CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           READ CYCLECTL
              AT END SET WS-CC-EOF TO TRUE
           END-READ.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Read CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           SET CC-Step-Complete(1) TO TRUE.
           MOVE WS-CC-End-Date-Time(1:14) TO CC-Step-End-Stamp(1).
           MOVE WS-ET-Records-Read TO CC-Step-Count-In(1).
           COMPUTE CC-Step-Count-Out(1) = WS-ET-Adds-Applied
              + WS-ET-Changes-Applied + WS-ET-Deletes-Applied.
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP EMPMAINT COMPLETE".
           CLOSE CYCLECTL.

      * Backout mode: EMPJRNL from the failed run is loaded into
      * a table and reversed last-entry-first, so a key touched
           MOVE 'RESTORED'              TO WS-AU-Disposition.
           MOVE 'BACKOUT RUN'           TO WS-AU-Reason.
           MOVE WS-EM-Status            TO WS-AU-Status-Out.
           IF WS-JT-Action(WS-JR-SUB) = 'A'
              MOVE SPACES       TO WS-AU-After-Dept
                                   WS-AU-After-Salary
           ELSE
              MOVE EM-Dept-Code TO WS-AU-After-Dept
              MOVE EM-Salary    TO WS-AU-After-Salary
           END-IF.
           WRITE AU-REC FROM WS-AU-Detail-Line.

       5250-Write-Audit-Skipped.
           MOVE 'SKIPPED '              TO WS-AU-Disposition.
           MOVE 'KEY NOT ON MASTER'     TO WS-AU-Reason.
           MOVE WS-EM-Status            TO WS-AU-Status-Out.
           MOVE SPACES                  TO WS-AU-After-Dept
                                           WS-AU-After-Salary.
           WRITE AU-REC FROM WS-AU-Detail-Line.

      * Run out of cycle sequence - return code 12 tells the
      * scheduler the step was refused, not that it failed.
       9998-Refuse-Cycle-Step.
           DISPLAY "Step refused - CYCLECTL not updated.".
           CLOSE CYCLECTL.
           MOVE +12 TO RETURN-CODE.
           GOBACK.

       9999-Abend-Maintenance.
           CLOSE EMPMAST.
           CLOSE EMPTRAN.
           CLOSE EMPAUDIT.
           CLOSE EMPJRNL.
           CLOSE TERMOUT.
           CLOSE CYCLECTL.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
