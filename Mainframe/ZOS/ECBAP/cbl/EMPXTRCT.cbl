      *           on a mismatch, so a hand-built or stale PAYROLL
      *           file can no longer slip through.
      *
      *           Runs after EMPMAINT in the maintenance cycle -
      *           step 2 on the CYCLECTL cycle control record.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * 2026-09-02 maintainer    Created - replaces the hand-built
      *                          PAYROLL file with an extract off
      *                          EMPMAST carrying control totals.
      * 2026-10-15 maintainer    Checks CYCLECTL at start-up and
      *                          refuses to run (RC 12) unless
      *                          EMPMAINT completed this cycle;
      *                          stamps step 2 complete with the
      *                          PAYROLL count and salary hash that
      *                          TABLE1 verifies its input against.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PR-Status.

           SELECT CYCLECTL
           ASSIGN TO CYCLECTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CC-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST.
           05  PR-Dept-Code                 PIC X(03).
           05  PR-Salary                    PIC 9(07).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CC-REC.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EM==.
           COPY WSFST REPLACING ==:tag:== BY ==PR==.
           COPY WSFST REPLACING ==:tag:== BY ==CC==.

       01  WS-Extract-Counters.
           12 WS-EM-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-PR-Records-Written            PIC S9(4) COMP VALUE 0.
           12 WS-PR-Salary-Hash                PIC 9(11) VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

      * Cycle control - EMPXTRCT is step 2 of the nightly cycle.
       01  WS-Cycle-Storage.
           12 WS-CC-SUB               PIC S9(4) COMP VALUE 0.
           12 WS-CC-End-Date-Time     PIC X(21).

      * Trailer is the same length as PR-REC: 'T', the detail
      * count and the low-order nine digits of the salary hash.
       01  WS-PR-Trailer-Rec.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           PERFORM 1050-Start-Cycle-Step.
           OPEN INPUT EMPMAST.
           IF NOT WS-EM-Good
              DISPLAY "** ERROR **: 1000-EMPMAST"
              PERFORM 9999-Abend-Extract
           END-IF.

      * Cycle control: step 2 runs only once EMPMAINT has
      * completed step 1 of the current cycle. Starting it
      * clears the later steps - a new PAYROLL makes
      * their output stale.
       1050-Start-Cycle-Step.
           OPEN I-O CYCLECTL.
           IF WS-CC-Status = '35'
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "No CYCLECTL - EMPMAINT has not opened a cycle."
              PERFORM 9998-Refuse-Cycle-Step
           END-IF.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Open CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Extract
           END-IF.
           READ CYCLECTL
              AT END SET WS-CC-EOF TO TRUE
           END-READ.
           IF WS-CC-EOF
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "CYCLECTL is empty - no cycle open."
              PERFORM 9998-Refuse-Cycle-Step
           END-IF.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Read CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Extract
           END-IF.
           IF NOT CC-Step-Complete(1)
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Cycle " CC-Cycle-Date ": EMPMAINT has not"
                 " completed - run it first."
              PERFORM 9998-Refuse-Cycle-Step
           END-IF.
           PERFORM VARYING WS-CC-SUB FROM 2 BY 1
              UNTIL WS-CC-SUB > 5
              PERFORM 1070-Clear-Cycle-Step
           END-PERFORM.
           SET CC-Step-Started(2) TO TRUE.
           MOVE WS-Run-Date-Time(1:14) TO CC-Step-Start-Stamp(2).
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Extract
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP EMPXTRCT STARTED".
           CLOSE CYCLECTL.

       1070-Clear-Cycle-Step.
           SET CC-Step-Not-Run(WS-CC-SUB) TO TRUE.
           MOVE SPACES TO CC-Step-Start-Stamp(WS-CC-SUB)
                          CC-Step-End-Stamp(WS-CC-SUB).
           MOVE ZERO   TO CC-Step-Count-In(WS-CC-SUB)
                          CC-Step-Count-Out(WS-CC-SUB)
                          CC-Step-Hash(WS-CC-SUB).

       2000-Process.
           PERFORM 2010-Extract-Employee UNTIL WS-EM-EOF.
           MOVE WS-PR-Records-Written TO WS-PR-T-Count.
           DISPLAY "PAYROLL SALARY HASH:      " WS-PR-T-Hash.
           CLOSE EMPMAST.
           CLOSE PAYROLL.
           PERFORM 3050-Complete-Cycle-Step.

      * Step 2 complete: EMPMAST records read in, PAYROLL
      * details out and the trailer salary hash.
       3050-Complete-Cycle-Step.
           MOVE FUNCTION CURRENT-DATE TO WS-CC-End-Date-Time.
           OPEN I-O CYCLECTL.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Open CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Extract
           END-IF.
           READ CYCLECTL
              AT END SET WS-CC-EOF TO TRUE
           END-READ.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Read CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Extract
           END-IF.
           SET CC-Step-Complete(2) TO TRUE.
           MOVE WS-CC-End-Date-Time(1:14) TO CC-Step-End-Stamp(2).
           MOVE WS-EM-Records-Read    TO CC-Step-Count-In(2).
           MOVE WS-PR-Records-Written TO CC-Step-Count-Out(2).
           MOVE WS-PR-T-Hash          TO CC-Step-Hash(2).
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Extract
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP EMPXTRCT COMPLETE".
           CLOSE CYCLECTL.

      * Run out of cycle sequence - return code 12 tells the
      * scheduler the step was refused, not that it failed.
       9998-Refuse-Cycle-Step.
           DISPLAY "Step refused - CYCLECTL not updated.".
           CLOSE CYCLECTL.
           MOVE +12 TO RETURN-CODE.
           GOBACK.

       9999-Abend-Extract.
           CLOSE EMPMAST.
           CLOSE PAYROLL.
           CLOSE CYCLECTL.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
