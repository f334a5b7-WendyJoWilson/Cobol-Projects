      ***********************************************************
      * Program name:    DEPAGOUT
      * Original author: maintainer
      *
      * Description: Monthly dependent age-out report. Reads the
      *           DEPMAST dependent master in key order (employee
      *           ID plus dependent sequence) and flags every
      *           active child whose 26th birthday falls in or
      *           before the month after the run month - children
      *           already past 26 and still active are flagged
      *           OVERDUE.
      *
      *           For each employee with a flagged child the
      *           employee's active enrollments are read from
      *           ENRLMST and listed with the tier the employee
      *           drops to once the flagged children go: F stays F
      *           while another child still qualifies, otherwise S
      *           with an active spouse, otherwise E. The benefits
      *           team keys the step-down through ENRLMNT and
      *           deactivates the child through DEPMAINT before the
      *           carrier bills the next month.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - monthly age-out run over
      *                          the new dependent master.
      * 2026-10-15 maintainer    ENRLMST layout carries the keyed
      *                          dates (42 bytes); the KSDS is
      *                          reloaded with them blank on
      *                          existing rows.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEPAGOUT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPMAST
           ASSIGN TO DEPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DM-Key
           FILE STATUS IS WS-DM-Status.

           SELECT ENRLMST
           ASSIGN TO ENRLMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NM-Key
           FILE STATUS IS WS-NM-Status.

           SELECT AGERPT
           ASSIGN TO AGERPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AR-Status.

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

       FD  ENRLMST.
       01  NM-REC.
           05  NM-Key.
               10  NM-Emp-ID                PIC X(05).
               10  NM-Plan-Code             PIC X(03).
           05  NM-Eff-Date                  PIC X(08).
           05  NM-Status                    PIC X(01).
               88  NM-Active                    VALUE 'A'.
               88  NM-Terminated                VALUE 'T'.
           05  NM-Term-Date                 PIC X(08).
           05  NM-Tier-Code                 PIC X(01).
           05  NM-Keyed-Date                PIC X(08).
           05  NM-Term-Keyed-Date           PIC X(08).

       FD  AGERPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AR-REC                           PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DM==.
           COPY WSFST REPLACING ==:tag:== BY ==NM==.
           COPY WSFST REPLACING ==:tag:== BY ==AR==.

       01  WS-Ageout-Counters.
           12 WS-DM-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-AG-Children-Flagged           PIC S9(4) COMP VALUE 0.
           12 WS-AG-Employees-Flagged          PIC S9(4) COMP VALUE 0.
           12 WS-AG-Step-Downs                 PIC S9(4) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

       01  WS-Browse-Done-Sw          PIC X(01) VALUE 'N'.
           88  WS-Browse-Done             VALUE 'Y'.

      * Months are compared as YYYY * 12 + MM so the window runs
      * across a year end without special cases.
       01  WS-AG-Month-Work.
           12 WS-AG-Run-Date.
              15 WS-AG-Run-Year                PIC 9(04).
              15 WS-AG-Run-Month               PIC 9(02).
              15 FILLER                        PIC X(02).
           12 WS-AG-Birth-Date.
              15 WS-AG-Birth-Year              PIC 9(04).
              15 WS-AG-Birth-Month             PIC 9(02).
              15 WS-AG-Birth-Day               PIC X(02).
           12 WS-AG-Age26-Date.
              15 WS-AG-Age26-Year              PIC 9(04).
              15 WS-AG-Age26-Month             PIC 9(02).
              15 WS-AG-Age26-Day               PIC X(02).
           12 WS-AG-Run-Month-Num              PIC 9(06) VALUE 0.
           12 WS-AG-Age26-Month-Num            PIC 9(06) VALUE 0.

      * One employee's dependents, gathered before the group is
      * reported.
       01  WS-AG-Employee-Group.
           12 WS-AG-Emp-ID                     PIC X(05) VALUE SPACES.
           12 WS-AG-Spouse-Sw                  PIC X(01) VALUE 'N'.
              88  WS-AG-Has-Spouse                 VALUE 'Y'.
           12 WS-AG-Other-Child-Sw             PIC X(01) VALUE 'N'.
              88  WS-AG-Has-Other-Child            VALUE 'Y'.
           12 WS-AG-Suggested-Tier             PIC X(01) VALUE 'E'.
           12 WS-AG-Plans-Listed               PIC S9(4) COMP VALUE 0.
           12 WS-AG-Flag-Count                 PIC S9(4) COMP VALUE 0.
           12 WS-AG-Flag-Table OCCURS 20 TIMES
                               INDEXED BY WS-AG-IDX.
              15 WS-AG-Flag-Seq                PIC 9(02).
              15 WS-AG-Flag-Name               PIC X(20).
              15 WS-AG-Flag-Birth-Date         PIC X(08).
              15 WS-AG-Flag-Age26-Date         PIC X(08).
              15 WS-AG-Flag-Note               PIC X(10).

       01  WS-AR-Heading-Line.
           12 FILLER                  PIC X(46) VALUE
              'DEPENDENT AGE-OUT REPORT - CHILDREN REACHING '.
           12 FILLER                  PIC X(12) VALUE
              '26  RUN DATE'.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-AR-HD-Run-Date       PIC X(08).
           12 FILLER                  PIC X(13) VALUE SPACES.

       01  WS-AR-Child-Line.
           12 FILLER                  PIC X(04) VALUE 'EMP '.
           12 WS-AR-CH-Emp-ID         PIC X(05).
           12 FILLER                  PIC X(05) VALUE ' DEP '.
           12 WS-AR-CH-Dep-Seq        PIC 9(02).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-AR-CH-Name           PIC X(20).
           12 FILLER                  PIC X(06) VALUE ' BORN '.
           12 WS-AR-CH-Birth-Date     PIC X(08).
           12 FILLER                  PIC X(10) VALUE ' TURNS 26 '.
           12 WS-AR-CH-Age26-Date     PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-AR-CH-Note           PIC X(10).

       01  WS-AR-Plan-Line.
           12 FILLER                  PIC X(11) VALUE
              '      PLAN '.
           12 WS-AR-PL-Plan-Code      PIC X(03).
           12 FILLER                  PIC X(06) VALUE ' TIER '.
           12 WS-AR-PL-Tier-Code      PIC X(01).
           12 FILLER                  PIC X(04) VALUE ' -> '.
           12 WS-AR-PL-New-Tier       PIC X(01).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-AR-PL-Action         PIC X(20).
           12 FILLER                  PIC X(33) VALUE SPACES.

       01  WS-AR-No-Plan-Line.
           12 FILLER                  PIC X(36) VALUE
              '      NO ACTIVE ENROLLMENTS ON FILE'.
           12 FILLER                  PIC X(44) VALUE SPACES.

       01  WS-AR-Total-Line.
           12 WS-AR-TL-Label          PIC X(30).
           12 WS-AR-TL-Count          PIC ZZZ,ZZ9.
           12 FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           MOVE WS-Run-Date-Time(1:8) TO WS-AG-Run-Date.
           MOVE WS-Run-Date-Time(1:8) TO WS-AR-HD-Run-Date.
           COMPUTE WS-AG-Run-Month-Num =
              WS-AG-Run-Year * 12 + WS-AG-Run-Month.
           OPEN INPUT DEPMAST.
           IF NOT WS-DM-Good
              DISPLAY "** ERROR **: 1000-DEPMAST"
              DISPLAY "Open DEPMAST Failed."
              DISPLAY "File Status: " WS-DM-Status
              PERFORM 9999-Abend-Ageout
           END-IF.
           OPEN INPUT ENRLMST.
           IF NOT WS-NM-Good
              DISPLAY "** ERROR **: 1000-ENRLMST"
              DISPLAY "Open ENRLMST Failed."
              DISPLAY "File Status: " WS-NM-Status
              PERFORM 9999-Abend-Ageout
           END-IF.
           OPEN OUTPUT AGERPT.
           WRITE AR-REC FROM WS-AR-Heading-Line.
           PERFORM 2100-Clear-Employee-Group.

       2000-Process.
           PERFORM 2010-Read-Dependent UNTIL WS-DM-EOF.
           PERFORM 2200-Report-Employee-Group.

      * DEPMAST arrives in employee order - a change of employee
      * ID closes off the previous employee's group.
       2010-Read-Dependent.
           READ DEPMAST NEXT RECORD
              AT END SET WS-DM-EOF TO TRUE
           END-READ.
           IF WS-DM-Good
              ADD +1 TO WS-DM-Records-Read
              IF DM-Emp-ID NOT = WS-AG-Emp-ID
                 PERFORM 2200-Report-Employee-Group
                 PERFORM 2100-Clear-Employee-Group
                 MOVE DM-Emp-ID TO WS-AG-Emp-ID
              END-IF
              IF DM-Active
                 PERFORM 2020-Classify-Dependent
              END-IF
           ELSE
              IF WS-DM-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2010-DEPMAST"
                 DISPLAY "Read DEPMAST Failed."
                 DISPLAY "File Status: " WS-DM-Status
                 PERFORM 9999-Abend-Ageout
              END-IF
           END-IF.

       2020-Classify-Dependent.
           IF DM-Spouse
              MOVE 'Y' TO WS-AG-Spouse-Sw
           ELSE
              MOVE DM-Birth-Date TO WS-AG-Birth-Date
              IF WS-AG-Birth-Year IS NUMERIC
                 AND WS-AG-Birth-Month IS NUMERIC
                 COMPUTE WS-AG-Age26-Year = WS-AG-Birth-Year + 26
                 MOVE WS-AG-Birth-Month TO WS-AG-Age26-Month
                 MOVE WS-AG-Birth-Day   TO WS-AG-Age26-Day
                 COMPUTE WS-AG-Age26-Month-Num =
                    WS-AG-Age26-Year * 12 + WS-AG-Age26-Month
                 IF WS-AG-Age26-Month-Num <= WS-AG-Run-Month-Num + 1
                    PERFORM 2030-Flag-Child
                 ELSE
                    MOVE 'Y' TO WS-AG-Other-Child-Sw
                 END-IF
              END-IF
           END-IF.

       2030-Flag-Child.
           IF WS-AG-Flag-Count < 20
              ADD +1 TO WS-AG-Flag-Count
              SET WS-AG-IDX TO WS-AG-Flag-Count
              MOVE DM-Dep-Seq       TO WS-AG-Flag-Seq(WS-AG-IDX)
              MOVE DM-Dep-Name      TO WS-AG-Flag-Name(WS-AG-IDX)
              MOVE DM-Birth-Date    TO
                 WS-AG-Flag-Birth-Date(WS-AG-IDX)
              MOVE WS-AG-Age26-Date TO
                 WS-AG-Flag-Age26-Date(WS-AG-IDX)
              EVALUATE TRUE
                 WHEN WS-AG-Age26-Month-Num < WS-AG-Run-Month-Num
                    MOVE 'OVERDUE'    TO WS-AG-Flag-Note(WS-AG-IDX)
                 WHEN WS-AG-Age26-Month-Num = WS-AG-Run-Month-Num
                    MOVE 'THIS MONTH' TO WS-AG-Flag-Note(WS-AG-IDX)
                 WHEN OTHER
                    MOVE 'NEXT MONTH' TO WS-AG-Flag-Note(WS-AG-IDX)
              END-EVALUATE
           ELSE
              DISPLAY "** WARNING **: 2030-DEPMAST"
              DISPLAY "More than 20 children ageing out for employee "
                 WS-AG-Emp-ID " - rest not listed."
           END-IF.

       2100-Clear-Employee-Group.
           MOVE SPACES TO WS-AG-Emp-ID.
           MOVE 'N' TO WS-AG-Spouse-Sw.
           MOVE 'N' TO WS-AG-Other-Child-Sw.
           MOVE 0 TO WS-AG-Flag-Count.
           MOVE 0 TO WS-AG-Plans-Listed.

       2200-Report-Employee-Group.
           IF WS-AG-Flag-Count > 0
              ADD +1 TO WS-AG-Employees-Flagged
              EVALUATE TRUE
                 WHEN WS-AG-Has-Other-Child
                    MOVE 'F' TO WS-AG-Suggested-Tier
                 WHEN WS-AG-Has-Spouse
                    MOVE 'S' TO WS-AG-Suggested-Tier
                 WHEN OTHER
                    MOVE 'E' TO WS-AG-Suggested-Tier
              END-EVALUATE
              PERFORM 2210-Print-Flagged-Child
                 VARYING WS-AG-IDX FROM 1 BY 1
                 UNTIL WS-AG-IDX > WS-AG-Flag-Count
              PERFORM 2220-List-Employee-Plans
              IF WS-AG-Plans-Listed = 0
                 WRITE AR-REC FROM WS-AR-No-Plan-Line
              END-IF
           END-IF.

       2210-Print-Flagged-Child.
           ADD +1 TO WS-AG-Children-Flagged.
           MOVE WS-AG-Emp-ID TO WS-AR-CH-Emp-ID.
           MOVE WS-AG-Flag-Seq(WS-AG-IDX)   TO WS-AR-CH-Dep-Seq.
           MOVE WS-AG-Flag-Name(WS-AG-IDX)  TO WS-AR-CH-Name.
           MOVE WS-AG-Flag-Birth-Date(WS-AG-IDX)
              TO WS-AR-CH-Birth-Date.
           MOVE WS-AG-Flag-Age26-Date(WS-AG-IDX)
              TO WS-AR-CH-Age26-Date.
           MOVE WS-AG-Flag-Note(WS-AG-IDX)  TO WS-AR-CH-Note.
           WRITE AR-REC FROM WS-AR-Child-Line.

       2220-List-Employee-Plans.
           MOVE WS-AG-Emp-ID TO NM-Emp-ID.
           MOVE LOW-VALUES TO NM-Plan-Code.
           START ENRLMST KEY >= NM-Key
              INVALID KEY CONTINUE
           END-START.
           IF WS-NM-Good
              MOVE 'N' TO WS-Browse-Done-Sw
              PERFORM 2230-List-Next-Plan
                 UNTIL WS-Browse-Done
           END-IF.

      * Only the F tier covers children, so only F enrollments
      * step down; S and E plans are listed for completeness.
       2230-List-Next-Plan.
           READ ENRLMST NEXT RECORD
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-NM-Good
              IF NM-Emp-ID = WS-AG-Emp-ID
                 IF NM-Active
                    ADD +1 TO WS-AG-Plans-Listed
                    MOVE NM-Plan-Code TO WS-AR-PL-Plan-Code
                    MOVE NM-Tier-Code TO WS-AR-PL-Tier-Code
                    IF NM-Tier-Code = 'F'
                       AND WS-AG-Suggested-Tier NOT = 'F'
                       ADD +1 TO WS-AG-Step-Downs
                       MOVE WS-AG-Suggested-Tier
                          TO WS-AR-PL-New-Tier
                       MOVE 'STEP DOWN TIER' TO WS-AR-PL-Action
                    ELSE
                       MOVE NM-Tier-Code TO WS-AR-PL-New-Tier
                       MOVE 'NO TIER CHANGE' TO WS-AR-PL-Action
                    END-IF
                    WRITE AR-REC FROM WS-AR-Plan-Line
                 END-IF
              ELSE
                 SET WS-Browse-Done TO TRUE
              END-IF
           ELSE
              IF WS-Browse-Done
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2230-ENRLMST"
                 DISPLAY "Read Next ENRLMST Failed."
                 DISPLAY "File Status: " WS-NM-Status
                 PERFORM 9999-Abend-Ageout
              END-IF
           END-IF.

       3000-End-Job.
           MOVE SPACES TO AR-REC.
           WRITE AR-REC.
           MOVE 'CHILDREN FLAGGED:' TO WS-AR-TL-Label.
           MOVE WS-AG-Children-Flagged TO WS-AR-TL-Count.
           WRITE AR-REC FROM WS-AR-Total-Line.
           MOVE 'EMPLOYEES AFFECTED:' TO WS-AR-TL-Label.
           MOVE WS-AG-Employees-Flagged TO WS-AR-TL-Count.
           WRITE AR-REC FROM WS-AR-Total-Line.
           MOVE 'ENROLLMENTS TO STEP DOWN:' TO WS-AR-TL-Label.
           MOVE WS-AG-Step-Downs TO WS-AR-TL-Count.
           WRITE AR-REC FROM WS-AR-Total-Line.
           DISPLAY "3000-EOJ: ".
           DISPLAY "DEPMAST RECORDS READ:     " WS-DM-Records-Read.
           DISPLAY "CHILDREN FLAGGED:         " WS-AG-Children-Flagged.
           DISPLAY "EMPLOYEES AFFECTED:       " WS-AG-Employees-Flagged.
           DISPLAY "ENROLLMENTS TO STEP DOWN: " WS-AG-Step-Downs.
           CLOSE DEPMAST.
           CLOSE ENRLMST.
           CLOSE AGERPT.

       9999-Abend-Ageout.
           CLOSE DEPMAST.
           CLOSE ENRLMST.
           CLOSE AGERPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
