      *                          print on a new TERMRPT for the
      *                          benefits team to action with the
      *                          carriers.
      * 2026-10-15 maintainer    S and F coverage tiers are now
      *                          verified against the DEPMAST
      *                          dependent master DEPMAINT keeps:
      *                          S needs an active spouse, F an
      *                          active child under 26 on the
      *                          effective date, or the transaction
      *                          rejects NO QUALIFYING DEP.
      * 2026-10-15 maintainer    Every plan closed for a leaver in
      *                          2600-Apply-Terminations is also
      *                          written to COBRAOUT (employee, plan,
      *                          tier, effective and termination
      *                          dates) for COBRMNT to open a COBRA
      *                          election record. COBRAOUT is reset
      *                          every run, TERMIN or not.
      * 2026-10-15 maintainer    Master and ENROLL extract carry the
      *                          date each enrollment was keyed and
      *                          the date its termination was keyed,
      *                          so TABLE1 can bill or refund months
      *                          for back-dated changes. Lapsed
      *                          terminations keyed this month or
      *                          last are still extracted so the
      *                          refund is seen. ENRLMST grows from
      *                          26 to 42 bytes: unload and reload
      *                          the KSDS with both keyed dates
      *                          blank on existing rows - TABLE1
      *                          takes a non-numeric keyed date as
      *                          no retro adjustment.
      * 2026-10-15 maintainer    Checks CYCLECTL at start-up and
      *                          refuses to run (RC 12) unless
      *                          EMPXTRCT completed this cycle;
      *                          stamps step 3 complete with the
      *                          ENRTRAN and ENROLL counts.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TR-Status.

           SELECT DEPMAST
           ASSIGN TO DEPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-Key
           FILE STATUS IS WS-DM-Status.

           SELECT COBRAOUT
           ASSIGN TO COBRAOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CO-Status.

           SELECT CYCLECTL
           ASSIGN TO CYCLECTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CC-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ENRLMST.
               88  NM-Terminated                VALUE 'T'.
           05  NM-Term-Date                 PIC X(08).
           05  NM-Tier-Code                 PIC X(01).
           05  NM-Keyed-Date                PIC X(08).
           05  NM-Term-Keyed-Date           PIC X(08).

       FD  ENRTRAN
           RECORDING MODE IS F
           05  NE-Status                    PIC X(01).
           05  NE-Term-Date                 PIC X(08).
           05  NE-Tier-Code                 PIC X(01).
           05  NE-Keyed-Date                PIC X(08).
           05  NE-Term-Keyed-Date           PIC X(08).

       FD  TERMIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TR-REC                           PIC X(080).

       FD  DEPMAST.
       01  DM-REC.
           05  DM-Key.
               10  DM-Emp-ID                PIC X(05).
               10  DM-Dep-Seq               PIC 9(02).
           05  DM-Dep-Name                  PIC X(20).
           05  DM-Relationship              PIC X(01).
               88  DM-Spouse                    VALUE 'S'.
               88  DM-Child                     VALUE 'C'.
           05  DM-Birth-Date                PIC X(08).
           05  DM-Status                    PIC X(01).
               88  DM-Active                    VALUE 'A'.
               88  DM-Inactive                  VALUE 'I'.
           05  DM-Status-Date               PIC X(08).

       FD  COBRAOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CO-REC.
           05  CO-Emp-ID                    PIC X(05).
           05  CO-Plan-Code                 PIC X(03).
           05  CO-Tier-Code                 PIC X(01).
           05  CO-Eff-Date                  PIC X(08).
           05  CO-Term-Date                 PIC X(08).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CC-REC.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==NM==.
           COPY WSFST REPLACING ==:tag:== BY ==NE==.
           COPY WSFST REPLACING ==:tag:== BY ==TI==.
           COPY WSFST REPLACING ==:tag:== BY ==TR==.
           COPY WSFST REPLACING ==:tag:== BY ==DM==.
           COPY WSFST REPLACING ==:tag:== BY ==CO==.
           COPY WSFST REPLACING ==:tag:== BY ==CC==.

       01  WS-Maint-Counters.
           12 WS-NT-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-TI-Plans-Closed               PIC S9(4) COMP VALUE 0.
           12 WS-TI-No-Plan-Count              PIC S9(4) COMP VALUE 0.
           12 WS-TI-Emp-Closed                 PIC S9(4) COMP VALUE 0.
           12 WS-NT-No-Dep-Rejects             PIC S9(4) COMP VALUE 0.
           12 WS-CO-Records-Written            PIC S9(4) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

      * Cycle control - ENRLMNT is step 3 of the nightly cycle.
       01  WS-Cycle-Storage.
           12 WS-CC-SUB               PIC S9(4) COMP VALUE 0.
           12 WS-CC-End-Date-Time     PIC X(21).

      * Oldest termination-keyed month (YYYYMM) still extracted
      * once lapsed - the month before the run month.
       01  WS-NE-Retro-Window.
           12 WS-NE-Window-Year       PIC 9(04).
           12 WS-NE-Window-Month      PIC 9(02).

       01  WS-Browse-Done-Sw          PIC X(01) VALUE 'N'.
           88  WS-Browse-Done             VALUE 'Y'.

           12 WS-Tier-Applied                  PIC X(01) VALUE 'E'.
              88  WS-Tier-Applied-Valid            VALUE 'E' 'S' 'F'.

      * Dependent proof for the S and F tiers. DEPMAST is optional
      * only in the sense that a missing file opens nothing - every
      * S and F transaction then rejects.
       01  WS-Dep-Check.
           12 WS-Dep-Master-Sw                 PIC X(01) VALUE 'N'.
              88  WS-Dep-Master-Open               VALUE 'Y'.
           12 WS-Dep-Qualified-Sw              PIC X(01) VALUE 'N'.
              88  WS-Dep-Qualified                 VALUE 'Y'.
           12 WS-Dep-Birth-Date.
              15 WS-Dep-Birth-Year             PIC 9(04).
              15 WS-Dep-Birth-MMDD             PIC X(04).
           12 WS-Dep-Age26-Date.
              15 WS-Dep-Age26-Year             PIC 9(04).
              15 WS-Dep-Age26-MMDD             PIC X(04).

       01  WS-Planrate-Table-Storage.
           12 WS-PL-SUB                        PIC 9 VALUE 0.
           12 WS-Planrate-Table-Setup.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           MOVE WS-Run-Date-Time(1:8) TO WS-NA-Run-Date.
           MOVE WS-Run-Date-Time(9:6) TO WS-NA-Run-Time.
           MOVE WS-Run-Date-Time(1:6) TO WS-NE-Retro-Window.
           IF WS-NE-Window-Month = 1
              SUBTRACT 1 FROM WS-NE-Window-Year
              MOVE 12 TO WS-NE-Window-Month
           ELSE
              SUBTRACT 1 FROM WS-NE-Window-Month
           END-IF.
           PERFORM 1050-Start-Cycle-Step.
           OPEN I-O ENRLMST.
           IF WS-NM-Status = '35'
              OPEN OUTPUT ENRLMST
           END-IF.
           OPEN OUTPUT ENRAUDIT.
           PERFORM 1100-Load-Planrate-Table.
           PERFORM 1200-Open-Dependent-Master.

      * Cycle control: step 3 runs only once EMPXTRCT has
      * completed step 2 of the current cycle. Starting it
      * clears the later steps - a new ENROLL extract
      * makes their output stale.
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
              PERFORM 9999-Abend-Maintenance
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
              PERFORM 9999-Abend-Maintenance
           END-IF.
           IF NOT CC-Step-Complete(2)
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Cycle " CC-Cycle-Date ": EMPXTRCT has not"
                 " completed - run it first."
              PERFORM 9998-Refuse-Cycle-Step
           END-IF.
           PERFORM VARYING WS-CC-SUB FROM 3 BY 1
              UNTIL WS-CC-SUB > 5
              PERFORM 1070-Clear-Cycle-Step
           END-PERFORM.
           SET CC-Step-Started(3) TO TRUE.
           MOVE WS-Run-Date-Time(1:14) TO CC-Step-Start-Stamp(3).
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP ENRLMNT  STARTED".
           CLOSE CYCLECTL.

       1070-Clear-Cycle-Step.
           SET CC-Step-Not-Run(WS-CC-SUB) TO TRUE.
           MOVE SPACES TO CC-Step-Start-Stamp(WS-CC-SUB)
                          CC-Step-End-Stamp(WS-CC-SUB).
           MOVE ZERO   TO CC-Step-Count-In(WS-CC-SUB)
                          CC-Step-Count-Out(WS-CC-SUB)
                          CC-Step-Hash(WS-CC-SUB).

       1100-Load-Planrate-Table.
           OPEN INPUT PLANRATE.
              END-IF
           END-IF.

       1200-Open-Dependent-Master.
           OPEN INPUT DEPMAST.
           IF WS-DM-Good
              MOVE 'Y' TO WS-Dep-Master-Sw
           ELSE
              IF WS-DM-Status = '35'
                 DISPLAY "** WARNING **: 1200-DEPMAST"
                 DISPLAY "DEPMAST not on file - every S and F tier"
                    " transaction will reject."
                 DISPLAY "File Status: " WS-DM-Status
              ELSE
                 DISPLAY "** ERROR **: 1200-DEPMAST"
                 DISPLAY "Open DEPMAST Failed."
                 DISPLAY "File Status: " WS-DM-Status
                 PERFORM 9999-Abend-Maintenance
              END-IF
           END-IF.

       2000-Process.
           PERFORM 2010-Apply-Transaction UNTIL WS-NT-EOF.

                 PERFORM 2520-Write-Audit-Rejected
              ELSE
                 IF WS-Tier-Applied-Valid
                    PERFORM 2060-Verify-Tier-Dependents
                    IF WS-Dep-Qualified
                       MOVE 'Y' TO WS-Plan-Edit-Valid-Sw
                    ELSE
                       ADD +1 TO WS-NT-No-Dep-Rejects
                       MOVE 'NO QUALIFYING DEP' TO WS-NA-Reason
                       MOVE SPACES TO WS-NA-Status-Out
                       PERFORM 2520-Write-Audit-Rejected
                    END-IF
                 ELSE
                    MOVE 'INVALID TIER CODE' TO WS-NA-Reason
                    MOVE SPACES TO WS-NA-Status-Out
              PERFORM 2520-Write-Audit-Rejected
           END-IF.

      * E needs no proof. S needs an active spouse on DEPMAST; F
      * needs an active child who is still under 26 on the
      * transaction's effective date.
       2060-Verify-Tier-Dependents.
           MOVE 'N' TO WS-Dep-Qualified-Sw.
           IF WS-Tier-Applied = 'E'
              MOVE 'Y' TO WS-Dep-Qualified-Sw
           ELSE
              IF WS-Dep-Master-Open
                 MOVE NT-Emp-ID TO DM-Emp-ID
                 MOVE ZERO TO DM-Dep-Seq
                 START DEPMAST KEY >= DM-Key
                    INVALID KEY CONTINUE
                 END-START
                 IF WS-DM-Good
                    MOVE 'N' TO WS-Browse-Done-Sw
                    PERFORM 2070-Check-Next-Dependent
                       UNTIL WS-Browse-Done OR WS-Dep-Qualified
                 END-IF
              END-IF
           END-IF.

       2070-Check-Next-Dependent.
           READ DEPMAST NEXT RECORD
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-DM-Good
              IF DM-Emp-ID = NT-Emp-ID
                 IF DM-Active
                    EVALUATE TRUE
                       WHEN WS-Tier-Applied = 'S' AND DM-Spouse
                          MOVE 'Y' TO WS-Dep-Qualified-Sw
                       WHEN WS-Tier-Applied = 'F' AND DM-Child
                          PERFORM 2080-Check-Child-Age
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
              ELSE
                 SET WS-Browse-Done TO TRUE
              END-IF
           ELSE
              IF WS-Browse-Done
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2070-DEPMAST"
                 DISPLAY "Read Next DEPMAST Failed."
                 DISPLAY "File Status: " WS-DM-Status
                 PERFORM 9999-Abend-Maintenance
              END-IF
           END-IF.

      * A child stops qualifying on their 26th birthday.
       2080-Check-Child-Age.
           MOVE DM-Birth-Date TO WS-Dep-Birth-Date.
           IF WS-Dep-Birth-Year IS NUMERIC
              COMPUTE WS-Dep-Age26-Year = WS-Dep-Birth-Year + 26
              MOVE WS-Dep-Birth-MMDD TO WS-Dep-Age26-MMDD
              IF WS-Dep-Age26-Date > NT-Eff-Date
                 MOVE 'Y' TO WS-Dep-Qualified-Sw
              END-IF
           END-IF.

       2100-Apply-New.
           PERFORM 2050-Edit-Transaction.
           IF WS-Plan-Edit-Valid
           SET NM-Active TO TRUE.
           MOVE SPACES TO NM-Term-Date.
           MOVE WS-Tier-Applied TO NM-Tier-Code.
           MOVE WS-NA-Run-Date TO NM-Keyed-Date.
           MOVE SPACES TO NM-Term-Keyed-Date.
           WRITE NM-REC
              INVALID KEY CONTINUE
           END-WRITE.
                 SET NM-Active TO TRUE
                 MOVE SPACES TO NM-Term-Date
                 MOVE WS-Tier-Applied TO NM-Tier-Code
                 MOVE WS-NA-Run-Date TO NM-Keyed-Date
                 MOVE SPACES TO NM-Term-Keyed-Date
                 REWRITE NM-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
                    AND NM-Plan-Code NOT = NT-Plan-Code
                    SET NM-Terminated TO TRUE
                    MOVE NT-Eff-Date TO NM-Term-Date
                    MOVE WS-NA-Run-Date TO NM-Term-Keyed-Date
                    REWRITE NM-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
              ELSE
                 SET NM-Terminated TO TRUE
                 MOVE NT-Eff-Date TO NM-Term-Date
                 MOVE WS-NA-Run-Date TO NM-Term-Keyed-Date
                 REWRITE NM-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
      * Close out the enrollments of every employee EMPMAINT
      * deleted this cycle. TERMIN is optional - when the
      * maintenance run had no deletes the file may be empty or
      * absent, and the phase is skipped with a warning. COBRAOUT
      * is opened regardless so COBRMNT never picks up a prior
      * run's leavers.
       2600-Apply-Terminations.
           OPEN OUTPUT COBRAOUT.
           IF NOT WS-CO-Good
              DISPLAY "** ERROR **: 2600-COBRAOUT"
              DISPLAY "Open COBRAOUT Failed."
              DISPLAY "File Status: " WS-CO-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           OPEN INPUT TERMIN.
           IF NOT WS-TI-Good
              DISPLAY "** WARNING **: 2600-TERMIN"
              CLOSE TERMIN
              CLOSE TERMRPT
           END-IF.
           CLOSE COBRAOUT.

       2610-Apply-Termination-Record.
           READ TERMIN
                 IF NM-Active
                    SET NM-Terminated TO TRUE
                    MOVE TI-Term-Date TO NM-Term-Date
                    MOVE WS-NA-Run-Date TO NM-Term-Keyed-Date
                    REWRITE NM-REC
                       INVALID KEY CONTINUE
                    END-REWRITE
           MOVE 'EMPLOYEE TERMINATED' TO WS-NA-Reason.
           MOVE WS-NM-Status TO WS-NA-Status-Out.
           WRITE NA-REC FROM WS-NA-Detail-Line.
           MOVE NM-Emp-ID    TO CO-Emp-ID.
           MOVE NM-Plan-Code TO CO-Plan-Code.
           MOVE NM-Tier-Code TO CO-Tier-Code.
           MOVE NM-Eff-Date  TO CO-Eff-Date.
           MOVE NM-Term-Date TO CO-Term-Date.
           WRITE CO-REC.
           IF WS-CO-Good
              ADD +1 TO WS-CO-Records-Written
           ELSE
              DISPLAY "** ERROR **: 2640-COBRAOUT"
              DISPLAY "Write COBRAOUT Failed."
              DISPLAY "File Status: " WS-CO-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.

      * Unload the maintained master to the ENROLL flat file read
      * by TABLE1. Terminated rows are carried too - TABLE1 needs

      * Lapsed terminated rows (termination date on or before the
      * run date) are history TABLE1 no longer costs - they stay
      * on the master but are not extracted, unless the
      * termination was keyed recently enough that TABLE1 may
      * still owe a refund for months already billed.
       2810-Extract-Enroll-Record.
           READ ENRLMST NEXT RECORD
              AT END SET WS-Browse-Done TO TRUE
           IF WS-NM-Good
              AND NM-Terminated
              AND NM-Term-Date <= WS-NA-Run-Date
              AND NM-Term-Keyed-Date(1:6) < WS-NE-Retro-Window
              ADD +1 TO WS-NE-Lapsed-Skipped
           ELSE
              IF WS-NM-Good
                 MOVE NM-Emp-ID    TO NE-Emp-ID
                 MOVE NM-Plan-Code TO NE-Plan-Code
                 MOVE NM-Eff-Date  TO NE-Eff-Date
                 MOVE NM-Status    TO NE-Status
                 MOVE NM-Term-Date TO NE-Term-Date
                 MOVE NM-Tier-Code TO NE-Tier-Code
                 MOVE NM-Keyed-Date TO NE-Keyed-Date
                 MOVE NM-Term-Keyed-Date TO NE-Term-Keyed-Date
                 WRITE NE-REC
                 IF WS-NE-Good
                    ADD +1 TO WS-NE-Records-Written
                 ELSE
                    DISPLAY "** ERROR **: 2810-ENROLL"
                    DISPLAY "Write ENROLL Failed."
                    DISPLAY "File Status: " WS-NE-Status
                    PERFORM 9999-Abend-Maintenance
                 END-IF
              ELSE
                 IF WS-Browse-Done
                    NEXT SENTENCE
                 ELSE
                    DISPLAY "** ERROR **: 2810-ENRLMST"
                    DISPLAY "Read Next ENRLMST Failed."
                    DISPLAY "File Status: " WS-NM-Status
                    PERFORM 9999-Abend-Maintenance
                 END-IF
              END-IF
           END-IF.

       3000-End-Job.
           DISPLAY "LEAVERS WITH NO PLANS:    " WS-TI-No-Plan-Count.
           DISPLAY "ENROLL RECORDS EXTRACTED: " WS-NE-Records-Written.
           DISPLAY "LAPSED ROWS NOT EXTRACTED:" WS-NE-Lapsed-Skipped.
           DISPLAY "TIERS REJECTED NO DEP:    " WS-NT-No-Dep-Rejects.
           DISPLAY "COBRA LEAVER PLANS OUT:   " WS-CO-Records-Written.
           CLOSE ENRLMST.
           CLOSE ENRTRAN.
           CLOSE ENRAUDIT.
           IF WS-Dep-Master-Open
              CLOSE DEPMAST
           END-IF.
           PERFORM 3050-Complete-Cycle-Step.

      * Step 3 complete: ENRTRAN records read in, ENROLL
      * records extracted out.
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
           SET CC-Step-Complete(3) TO TRUE.
           MOVE WS-CC-End-Date-Time(1:14) TO CC-Step-End-Stamp(3).
           MOVE WS-NT-Records-Read    TO CC-Step-Count-In(3).
           MOVE WS-NE-Records-Written TO CC-Step-Count-Out(3).
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP ENRLMNT  COMPLETE".
           CLOSE CYCLECTL.

      * Run out of cycle sequence - return code 12 tells the
      * scheduler the step was refused, not that it failed.
       9998-Refuse-Cycle-Step.
           DISPLAY "Step refused - CYCLECTL not updated.".
           CLOSE CYCLECTL.
           MOVE +12 TO RETURN-CODE.
           GOBACK.

       9999-Abend-Maintenance.
           CLOSE ENRLMST.
           CLOSE ENRTRAN.
           CLOSE ENRAUDIT.
           CLOSE ENROLL.
           CLOSE DEPMAST.
           CLOSE COBRAOUT.
           CLOSE CYCLECTL.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
