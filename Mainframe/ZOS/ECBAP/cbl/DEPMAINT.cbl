      ***********************************************************
      * Program name:    DEPMAINT
      * Original author: maintainer
      *
      * Description: Dependent master maintenance. Applies a
      *           transaction file of dependent adds, changes and
      *           deactivations (DEPTRAN) against the indexed
      *           dependent master (DEPMAST, VSAM KSDS keyed on the
      *           5-character employee ID plus a 2-digit dependent
      *           sequence number), writing an audit trail record
      *           to DEPAUDIT for every applied and rejected
      *           transaction.
      *
      *           Each dependent carries a name, relationship (S
      *           spouse, C child), birth date and status (A
      *           active, I inactive). A deactivation ('D') keeps
      *           the row on the master as history with the date
      *           the dependent stopped qualifying; adding a
      *           dependent over an inactive row reactivates it.
      *           Adds and changes are edited against EMPMAST and
      *           an employee may hold only one active spouse.
      *
      *           ENRLMNT reads this master to prove the spouse or
      *           child behind an S or F coverage tier, and DEPAGOUT
      *           reports children reaching 26 each month.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - dependent master so the
      *                          S and F coverage tiers can be
      *                          verified against real dependents.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEPMAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPMAST
           ASSIGN TO DEPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-Key
           FILE STATUS IS WS-DM-Status.

           SELECT DEPTRAN
           ASSIGN TO DEPTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DT-Status.

           SELECT DEPAUDIT
           ASSIGN TO DEPAUDIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DA-Status.

           SELECT EMPMAST
           ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-Emp-ID
           FILE STATUS IS WS-EM-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DEPTRAN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DT-REC.
           05  DT-Action                    PIC X(01).
               88  DT-Action-Add                VALUE 'A'.
               88  DT-Action-Change             VALUE 'C'.
               88  DT-Action-Delete             VALUE 'D'.
           05  DT-Emp-ID                    PIC X(05).
           05  DT-Dep-Seq                   PIC X(02).
           05  DT-Dep-Name                  PIC X(20).
           05  DT-Relationship              PIC X(01).
               88  DT-Relationship-Valid        VALUE 'S' 'C'.
           05  DT-Birth-Date                PIC X(08).
           05  DT-Eff-Date                  PIC X(08).

       FD  DEPAUDIT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DA-REC                           PIC X(060).

       FD  EMPMAST.
       01  EM-REC.
           05  EM-Emp-ID                    PIC X(05).
           05  EM-Dept-Code                 PIC X(03).
           05  EM-Salary                    PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DM==.
           COPY WSFST REPLACING ==:tag:== BY ==DT==.
           COPY WSFST REPLACING ==:tag:== BY ==DA==.
           COPY WSFST REPLACING ==:tag:== BY ==EM==.

       01  WS-Maint-Counters.
           12 WS-DT-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-DT-Adds-Applied               PIC S9(4) COMP VALUE 0.
           12 WS-DT-Reactivations              PIC S9(4) COMP VALUE 0.
           12 WS-DT-Changes-Applied            PIC S9(4) COMP VALUE 0.
           12 WS-DT-Deletes-Applied            PIC S9(4) COMP VALUE 0.
           12 WS-DT-Records-Rejected           PIC S9(4) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

       01  WS-Browse-Done-Sw          PIC X(01) VALUE 'N'.
           88  WS-Browse-Done             VALUE 'Y'.

       01  WS-Dep-Edit.
           12 WS-Dep-Edit-Valid-Sw             PIC X(01) VALUE 'N'.
              88  WS-Dep-Edit-Valid                VALUE 'Y'.
           12 WS-Spouse-Found-Sw               PIC X(01) VALUE 'N'.
              88  WS-Spouse-Found                  VALUE 'Y'.
           12 WS-Dep-Seq-Num                   PIC 9(02) VALUE 0.

       01  WS-DA-Detail-Line.
           12 WS-DA-Run-Date          PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-DA-Run-Time          PIC X(06).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-DA-Action            PIC X(01).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-DA-Emp-ID            PIC X(05).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-DA-Dep-Seq           PIC X(02).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-DA-Disposition       PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-DA-Reason            PIC X(20).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-DA-Status-Out        PIC X(02).
           12 FILLER                  PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           MOVE WS-Run-Date-Time(1:8) TO WS-DA-Run-Date.
           MOVE WS-Run-Date-Time(9:6) TO WS-DA-Run-Time.
           OPEN I-O DEPMAST.
           IF WS-DM-Status = '35'
              OPEN OUTPUT DEPMAST
              CLOSE DEPMAST
              OPEN I-O DEPMAST
           END-IF.
           IF NOT WS-DM-Good
              DISPLAY "** ERROR **: 1000-DEPMAST"
              DISPLAY "Open DEPMAST Failed."
              DISPLAY "File Status: " WS-DM-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           OPEN INPUT DEPTRAN.
           IF NOT WS-DT-Good
              DISPLAY "** ERROR **: 1000-DEPTRAN"
              DISPLAY "Open DEPTRAN Failed."
              DISPLAY "File Status: " WS-DT-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           OPEN INPUT EMPMAST.
           IF NOT WS-EM-Good
              DISPLAY "** ERROR **: 1000-EMPMAST"
              DISPLAY "Open EMPMAST Failed - employees cannot be"
                 " edited."
              DISPLAY "File Status: " WS-EM-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.
           OPEN OUTPUT DEPAUDIT.

       2000-Process.
           PERFORM 2010-Apply-Transaction UNTIL WS-DT-EOF.

       2010-Apply-Transaction.
           READ DEPTRAN
              AT END SET WS-DT-EOF TO TRUE
           END-READ.
           IF WS-DT-Good
              ADD +1 TO WS-DT-Records-Read
              EVALUATE TRUE
                 WHEN DT-Action-Add
                    PERFORM 2100-Apply-Add
                 WHEN DT-Action-Change
                    PERFORM 2200-Apply-Change
                 WHEN DT-Action-Delete
                    PERFORM 2300-Apply-Delete
                 WHEN OTHER
                    PERFORM 2400-Reject-Bad-Action
              END-EVALUATE
           ELSE
              IF WS-DT-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2010-DEPTRAN"
                 DISPLAY "Read DEPTRAN Failed."
                 DISPLAY "File Status: " WS-DT-Status
                 PERFORM 9999-Abend-Maintenance
              END-IF
           END-IF.

      * Full edit for adds and changes - the transaction carries
      * the whole dependent, the same way an EMPTRAN change
      * carries the whole employee. Leaves WS-Dep-Edit-Valid set
      * when every edit passed; the reject is already written
      * when it did not.
       2050-Edit-Dependent.
           MOVE 'N' TO WS-Dep-Edit-Valid-Sw.
           EVALUATE TRUE
              WHEN DT-Dep-Seq IS NOT NUMERIC
                 OR DT-Dep-Seq = '00'
                 MOVE 'INVALID DEP SEQ' TO WS-DA-Reason
                 MOVE SPACES TO WS-DA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              WHEN DT-Dep-Name = SPACES
                 MOVE 'MISSING DEP NAME' TO WS-DA-Reason
                 MOVE SPACES TO WS-DA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              WHEN NOT DT-Relationship-Valid
                 MOVE 'INVALID RELATIONSHIP' TO WS-DA-Reason
                 MOVE SPACES TO WS-DA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              WHEN DT-Birth-Date IS NOT NUMERIC
                 OR DT-Birth-Date > WS-Run-Date-Time(1:8)
                 MOVE 'INVALID BIRTH DATE' TO WS-DA-Reason
                 MOVE SPACES TO WS-DA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              WHEN OTHER
                 PERFORM 2055-Edit-Employee
           END-EVALUATE.

       2055-Edit-Employee.
           MOVE DT-Emp-ID TO EM-Emp-ID.
           READ EMPMAST
              INVALID KEY CONTINUE
           END-READ.
           IF WS-EM-Good
              MOVE DT-Dep-Seq TO WS-Dep-Seq-Num
              MOVE 'N' TO WS-Spouse-Found-Sw
              IF DT-Relationship = 'S'
                 PERFORM 2060-Check-Active-Spouse
              END-IF
              IF WS-Spouse-Found
                 MOVE 'ACTIVE SPOUSE EXISTS' TO WS-DA-Reason
                 MOVE SPACES TO WS-DA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              ELSE
                 MOVE 'Y' TO WS-Dep-Edit-Valid-Sw
              END-IF
           ELSE
              IF WS-EM-Not-Found
                 MOVE 'EMPLOYEE NOT ON FILE' TO WS-DA-Reason
                 MOVE WS-EM-Status TO WS-DA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              ELSE
                 DISPLAY "** ERROR **: 2055-EMPMAST"
                 DISPLAY "Read EMPMAST Failed."
                 DISPLAY "File Status: " WS-EM-Status
                 PERFORM 9999-Abend-Maintenance
              END-IF
           END-IF.

      * An employee holds at most one active spouse. The row the
      * transaction itself addresses does not count, so a change
      * to the existing spouse's name or birth date still goes on.
       2060-Check-Active-Spouse.
           MOVE DT-Emp-ID TO DM-Emp-ID.
           MOVE ZERO TO DM-Dep-Seq.
           START DEPMAST KEY >= DM-Key
              INVALID KEY CONTINUE
           END-START.
           IF WS-DM-Good
              MOVE 'N' TO WS-Browse-Done-Sw
              PERFORM 2070-Check-Next-Spouse
                 UNTIL WS-Browse-Done OR WS-Spouse-Found
           END-IF.

       2070-Check-Next-Spouse.
           READ DEPMAST NEXT RECORD
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-DM-Good
              IF DM-Emp-ID = DT-Emp-ID
                 IF DM-Spouse AND DM-Active
                    AND DM-Dep-Seq NOT = WS-Dep-Seq-Num
                    MOVE 'Y' TO WS-Spouse-Found-Sw
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

       2100-Apply-Add.
           PERFORM 2050-Edit-Dependent.
           IF WS-Dep-Edit-Valid
              MOVE DT-Emp-ID       TO DM-Emp-ID
              MOVE WS-Dep-Seq-Num  TO DM-Dep-Seq
              MOVE DT-Dep-Name     TO DM-Dep-Name
              MOVE DT-Relationship TO DM-Relationship
              MOVE DT-Birth-Date   TO DM-Birth-Date
              SET DM-Active TO TRUE
              PERFORM 2110-Set-Status-Date
              WRITE DM-REC
                 INVALID KEY CONTINUE
              END-WRITE
              IF WS-DM-Good
                 ADD +1 TO WS-DT-Adds-Applied
                 PERFORM 2510-Write-Audit-Applied
              ELSE
                 IF WS-DM-Duplicate
                    PERFORM 2150-Reactivate-Dependent
                 ELSE
                    DISPLAY "** ERROR **: 2100-DEPMAST"
                    DISPLAY "Write DEPMAST Failed."
                    DISPLAY "File Status: " WS-DM-Status
                    PERFORM 9999-Abend-Maintenance
                 END-IF
              END-IF
           END-IF.

      * The effective date on the transaction becomes the status
      * date; a blank or invalid one defaults to the run date.
       2110-Set-Status-Date.
           IF DT-Eff-Date IS NUMERIC
              MOVE DT-Eff-Date TO DM-Status-Date
           ELSE
              MOVE WS-Run-Date-Time(1:8) TO DM-Status-Date
           END-IF.

      * A duplicate key against an inactive row reactivates it
      * with the transaction's details; a duplicate against an
      * active one is rejected.
       2150-Reactivate-Dependent.
           MOVE DT-Emp-ID      TO DM-Emp-ID.
           MOVE WS-Dep-Seq-Num TO DM-Dep-Seq.
           READ DEPMAST
              INVALID KEY CONTINUE
           END-READ.
           IF WS-DM-Good
              IF DM-Inactive
                 MOVE DT-Dep-Name     TO DM-Dep-Name
                 MOVE DT-Relationship TO DM-Relationship
                 MOVE DT-Birth-Date   TO DM-Birth-Date
                 SET DM-Active TO TRUE
                 PERFORM 2110-Set-Status-Date
                 REWRITE DM-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
                 IF WS-DM-Good
                    ADD +1 TO WS-DT-Reactivations
                    PERFORM 2510-Write-Audit-Applied
                 ELSE
                    DISPLAY "** ERROR **: 2150-DEPMAST"
                    DISPLAY "Rewrite DEPMAST Failed."
                    DISPLAY "File Status: " WS-DM-Status
                    PERFORM 9999-Abend-Maintenance
                 END-IF
              ELSE
                 MOVE 'DUPLICATE DEPENDENT' TO WS-DA-Reason
                 MOVE '22' TO WS-DA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              END-IF
           ELSE
              DISPLAY "** ERROR **: 2150-DEPMAST"
              DISPLAY "Read DEPMAST Failed."
              DISPLAY "File Status: " WS-DM-Status
              PERFORM 9999-Abend-Maintenance
           END-IF.

      * A change replaces name, relationship and birth date; the
      * status is left alone - deactivation is a 'D', and a
      * dependent comes back with an 'A'.
       2200-Apply-Change.
           PERFORM 2050-Edit-Dependent.
           IF WS-Dep-Edit-Valid
              MOVE DT-Emp-ID      TO DM-Emp-ID
              MOVE WS-Dep-Seq-Num TO DM-Dep-Seq
              READ DEPMAST
                 INVALID KEY CONTINUE
              END-READ
              IF WS-DM-Good
                 MOVE DT-Dep-Name     TO DM-Dep-Name
                 MOVE DT-Relationship TO DM-Relationship
                 MOVE DT-Birth-Date   TO DM-Birth-Date
                 REWRITE DM-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
                 IF WS-DM-Good
                    ADD +1 TO WS-DT-Changes-Applied
                    PERFORM 2510-Write-Audit-Applied
                 ELSE
                    DISPLAY "** ERROR **: 2200-DEPMAST"
                    DISPLAY "Rewrite DEPMAST Failed."
                    DISPLAY "File Status: " WS-DM-Status
                    PERFORM 9999-Abend-Maintenance
                 END-IF
              ELSE
                 IF WS-DM-Not-Found
                    MOVE 'DEPENDENT NOT FOUND' TO WS-DA-Reason
                    MOVE WS-DM-Status TO WS-DA-Status-Out
                    PERFORM 2520-Write-Audit-Rejected
                 ELSE
                    DISPLAY "** ERROR **: 2200-DEPMAST"
                    DISPLAY "Read DEPMAST Failed."
                    DISPLAY "File Status: " WS-DM-Status
                    PERFORM 9999-Abend-Maintenance
                 END-IF
              END-IF
           END-IF.

      * Deactivation keeps the row as history, stamped with the
      * date the dependent stopped qualifying.
       2300-Apply-Delete.
           IF DT-Dep-Seq IS NOT NUMERIC
              MOVE 'INVALID DEP SEQ' TO WS-DA-Reason
              MOVE SPACES TO WS-DA-Status-Out
              PERFORM 2520-Write-Audit-Rejected
           ELSE
              PERFORM 2310-Deactivate-Dependent
           END-IF.

       2310-Deactivate-Dependent.
           MOVE DT-Emp-ID  TO DM-Emp-ID.
           MOVE DT-Dep-Seq TO DM-Dep-Seq.
           READ DEPMAST
              INVALID KEY CONTINUE
           END-READ.
           IF WS-DM-Good
              IF DM-Inactive
                 MOVE 'ALREADY INACTIVE' TO WS-DA-Reason
                 MOVE SPACES TO WS-DA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              ELSE
                 SET DM-Inactive TO TRUE
                 PERFORM 2110-Set-Status-Date
                 REWRITE DM-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
                 IF WS-DM-Good
                    ADD +1 TO WS-DT-Deletes-Applied
                    PERFORM 2510-Write-Audit-Applied
                 ELSE
                    DISPLAY "** ERROR **: 2310-DEPMAST"
                    DISPLAY "Rewrite DEPMAST Failed."
                    DISPLAY "File Status: " WS-DM-Status
                    PERFORM 9999-Abend-Maintenance
                 END-IF
              END-IF
           ELSE
              IF WS-DM-Not-Found
                 MOVE 'DEPENDENT NOT FOUND' TO WS-DA-Reason
                 MOVE WS-DM-Status TO WS-DA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              ELSE
                 DISPLAY "** ERROR **: 2310-DEPMAST"
                 DISPLAY "Read DEPMAST Failed."
                 DISPLAY "File Status: " WS-DM-Status
                 PERFORM 9999-Abend-Maintenance
              END-IF
           END-IF.

       2400-Reject-Bad-Action.
           MOVE 'INVALID ACTION CODE' TO WS-DA-Reason.
           MOVE SPACES TO WS-DA-Status-Out.
           PERFORM 2520-Write-Audit-Rejected.

       2510-Write-Audit-Applied.
           MOVE DT-Action     TO WS-DA-Action.
           MOVE DT-Emp-ID     TO WS-DA-Emp-ID.
           MOVE DT-Dep-Seq    TO WS-DA-Dep-Seq.
           MOVE 'APPLIED '    TO WS-DA-Disposition.
           MOVE SPACES        TO WS-DA-Reason.
           MOVE WS-DM-Status  TO WS-DA-Status-Out.
           WRITE DA-REC FROM WS-DA-Detail-Line.

      * Caller sets WS-DA-Reason and WS-DA-Status-Out.
       2520-Write-Audit-Rejected.
           ADD +1 TO WS-DT-Records-Rejected.
           MOVE DT-Action     TO WS-DA-Action.
           MOVE DT-Emp-ID     TO WS-DA-Emp-ID.
           MOVE DT-Dep-Seq    TO WS-DA-Dep-Seq.
           MOVE 'REJECTED'    TO WS-DA-Disposition.
           WRITE DA-REC FROM WS-DA-Detail-Line.

       3000-End-Job.
           DISPLAY "3000-EOJ: ".
           DISPLAY "DEPTRAN RECORDS READ:     " WS-DT-Records-Read.
           DISPLAY "ADDS APPLIED:             " WS-DT-Adds-Applied.
           DISPLAY "REACTIVATIONS APPLIED:    " WS-DT-Reactivations.
           DISPLAY "CHANGES APPLIED:          " WS-DT-Changes-Applied.
           DISPLAY "DEACTIVATIONS APPLIED:    " WS-DT-Deletes-Applied.
           DISPLAY "TRANSACTIONS REJECTED:    " WS-DT-Records-Rejected.
           CLOSE DEPMAST.
           CLOSE DEPTRAN.
           CLOSE DEPAUDIT.
           CLOSE EMPMAST.

       9999-Abend-Maintenance.
           CLOSE DEPMAST.
           CLOSE DEPTRAN.
           CLOSE DEPAUDIT.
           CLOSE EMPMAST.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
