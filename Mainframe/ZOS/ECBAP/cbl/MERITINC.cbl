      ***********************************************************
      * Program name:    MERITINC
      * Original author: maintainer
      *
      * Description: Annual merit increase. Applies the merit
      *           guidelines on MERITGDL to every employee on the
      *           indexed employee master (EMPMAST) and writes the
      *           resulting salary changes as 'C' transactions in
      *           EMPTRAN format to MERITOUT, with a review report
      *           (MERITRPT) by division and department.
      *
      *           A guideline card gives an increase percentage
      *           and an optional cap on the increase amount
      *           (zero is no cap) for a DEPTREF division ('V'),
      *           or for a single department ('D') overriding its
      *           division. An employee whose department and
      *           division both have no guideline gets no change
      *           and is listed as such.
      *
      *           Nothing is applied here. HR signs off MERITRPT
      *           and MERITOUT then goes through the normal
      *           EMPMAINT run as its EMPTRAN, so EMPAUDIT and the
      *           EMPJRNL backout cover the merit changes like any
      *           other.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - generates the merit
      *                          round's salary changes instead of
      *                          keying them one at a time.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MERITINC.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST
           ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-Emp-ID
           FILE STATUS IS WS-EM-Status.

           SELECT MERITGDL
           ASSIGN TO MERITGDL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MG-Status.

           SELECT DEPTREF
           ASSIGN TO DEPTREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DF-Status.

           SELECT MERITOUT
           ASSIGN TO MERITOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ET-Status.

           SELECT MERITRPT
           ASSIGN TO MERITRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MR-Status.

           SELECT SORTWORK
           ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST.
       01  EM-REC.
           05  EM-Emp-ID                    PIC X(05).
           05  EM-Dept-Code                 PIC X(03).
           05  EM-Salary                    PIC 9(07).

       FD  MERITGDL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MG-REC.
           05  MG-Type                      PIC X(01).
               88  MG-Type-Division             VALUE 'V'.
               88  MG-Type-Department           VALUE 'D'.
           05  FILLER                       PIC X(01).
           05  MG-Code                      PIC X(03).
           05  FILLER                       PIC X(01).
           05  MG-Pct                       PIC 9(02)V99.
           05  FILLER                       PIC X(01).
           05  MG-Cap                       PIC 9(07).
           05  MG-Cap-X REDEFINES MG-Cap    PIC X(07).
           05  FILLER                       PIC X(62).

       FD  DEPTREF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DF-REC.
           05  DF-Dept-Code                 PIC X(03).
           05  DF-Dept-Name                 PIC X(20).
           05  DF-Div-Code                  PIC X(03).
           05  DF-Div-Name                  PIC X(20).

       FD  MERITOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ET-REC.
           05  ET-Action                    PIC X(01).
           05  ET-Emp-ID                    PIC X(05).
           05  ET-Dept-Code                 PIC X(03).
           05  ET-Salary                    PIC 9(07).

       FD  MERITRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MR-REC                           PIC X(080).

       SD  SORTWORK.
       01  SW-REC.
           05  SW-Div-Code                  PIC X(03).
           05  SW-Dept-Code                 PIC X(03).
           05  SW-Emp-ID                    PIC X(05).
           05  SW-Salary                    PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EM==.
           COPY WSFST REPLACING ==:tag:== BY ==MG==.
           COPY WSFST REPLACING ==:tag:== BY ==DF==.
           COPY WSFST REPLACING ==:tag:== BY ==ET==.
           COPY WSFST REPLACING ==:tag:== BY ==MR==.

       01  WS-Merit-Counters.
           12 WS-MG-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-MG-Records-Rejected           PIC S9(4) COMP VALUE 0.
           12 WS-EM-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-ET-Records-Written            PIC S9(4) COMP VALUE 0.
           12 WS-ET-No-Guideline               PIC S9(4) COMP VALUE 0.
           12 WS-ET-No-Increase                PIC S9(4) COMP VALUE 0.
           12 WS-ET-Capped                     PIC S9(4) COMP VALUE 0.
           12 WS-ET-Overflow                   PIC S9(4) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

       01  WS-Sort-EOF-Sw             PIC X(01) VALUE 'N'.
           88  WS-Sort-EOF                VALUE 'Y'.

      * Department reference, loaded from DEPTREF at start-up.
       01  WS-Dept-Ref-Storage.
           12 WS-Dept-Ref-Max               PIC S9(4) COMP VALUE 50.
           12 WS-Dept-Ref-Count             PIC S9(4) COMP VALUE 0.
           12 WS-Dept-Ref-Dropped           PIC S9(4) COMP VALUE 0.
           12 WS-Dept-Ref-SUB               PIC S9(4) COMP VALUE 0.
           12 WS-Dept-Ref-Table OCCURS 50 TIMES.
              15 WS-Dept-Ref-Code           PIC X(03).
              15 WS-Dept-Ref-Name           PIC X(20).
              15 WS-Dept-Ref-Div-Code       PIC X(03).
              15 WS-Dept-Ref-Div-Name       PIC X(20).

      * Accepted guidelines off MERITGDL.
       01  WS-Guideline-Storage.
           12 WS-MG-Max                     PIC S9(4) COMP VALUE 100.
           12 WS-MG-Count                   PIC S9(4) COMP VALUE 0.
           12 WS-MG-SUB                     PIC S9(4) COMP VALUE 0.
           12 WS-Guideline-Table OCCURS 100 TIMES.
              15 WS-MG-Type                 PIC X(01).
              15 WS-MG-Code                 PIC X(03).
              15 WS-MG-Pct                  PIC 9(02)V99.
              15 WS-MG-Cap                  PIC 9(07).

       01  WS-Merit-Work.
           12 WS-MW-Find-Type               PIC X(01).
           12 WS-MW-Find-Code               PIC X(03).
           12 WS-MW-Reject-Reason           PIC X(20).
           12 WS-MW-Pct                     PIC 9(02)V99 VALUE 0.
           12 WS-MW-Cap                     PIC 9(07) VALUE 0.
           12 WS-MW-Cap-Edit                PIC ZZZZZZ9.
           12 WS-MW-Increase                PIC 9(07) VALUE 0.
           12 WS-MW-New-Salary              PIC 9(08) VALUE 0.
           12 WS-MW-Source                  PIC X(04).
           12 WS-MW-Note                    PIC X(15).
           12 WS-MW-Name                    PIC X(20).

      * Control-break totals: department, division and grand.
       01  WS-Merit-Totals.
           12 WS-MT-Break-Div               PIC X(03) VALUE SPACES.
           12 WS-MT-Break-Dept              PIC X(03) VALUE SPACES.
           12 WS-MT-Level OCCURS 3 TIMES.
              15 WS-MT-Count                PIC S9(4) COMP.
              15 WS-MT-Old-Total            PIC 9(10).
              15 WS-MT-New-Total            PIC 9(10).
              15 WS-MT-Increase-Total       PIC 9(09).
           12 WS-MT-SUB                     PIC 9 VALUE 0.

       01  WS-MR-Heading-1.
           12 FILLER                  PIC X(40) VALUE
              'ANNUAL MERIT INCREASE REVIEW - RUN DATE '.
           12 WS-MR-Run-Date          PIC X(08).
           12 FILLER                  PIC X(32) VALUE SPACES.

       01  WS-MR-Guide-Heading.
           12 FILLER                  PIC X(80) VALUE
              'GUIDELINE  CODE NAME                   PCT       CAP'.

       01  WS-MR-Guide-Line.
           12 WS-MR-Guide-Type        PIC X(10).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-MR-Guide-Code        PIC X(03).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-MR-Guide-Name        PIC X(20).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-MR-Guide-Pct         PIC Z9.99.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-MR-Guide-Cap         PIC X(07).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-MR-Guide-Status      PIC X(20).
           12 FILLER                  PIC X(06) VALUE SPACES.

       01  WS-MR-Div-Line.
           12 FILLER                  PIC X(09) VALUE 'DIVISION '.
           12 WS-MR-Div-Code          PIC X(03).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-MR-Div-Name          PIC X(20).
           12 FILLER                  PIC X(47) VALUE SPACES.

       01  WS-MR-Dept-Line.
           12 FILLER                  PIC X(07) VALUE '  DEPT '.
           12 WS-MR-Dept-Code         PIC X(03).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-MR-Dept-Name         PIC X(20).
           12 FILLER                  PIC X(49) VALUE SPACES.

       01  WS-MR-Column-Heading.
           12 FILLER                  PIC X(40) VALUE
              '    EMP   OLD SALARY   PCT   INCREASE  N'.
           12 FILLER                  PIC X(40) VALUE
              'EW SALARY FROM NOTE'.

       01  WS-MR-Detail-Line.
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-MR-Emp-ID            PIC X(05).
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-MR-Old-Salary        PIC ZZZZZZ9.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-MR-Pct               PIC Z9.99.
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-MR-Increase          PIC ZZZZZZ9.
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-MR-New-Salary        PIC ZZZZZZ9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-MR-Source            PIC X(04).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-MR-Note              PIC X(15).
           12 FILLER                  PIC X(10) VALUE SPACES.

       01  WS-MR-Total-Line.
           12 WS-MR-Total-Label       PIC X(20).
           12 FILLER                  PIC X(06) VALUE ' EMPS '.
           12 WS-MR-Total-Count       PIC ZZZZ9.
           12 FILLER                  PIC X(05) VALUE ' OLD '.
           12 WS-MR-Total-Old         PIC ZZZZZZZZZ9.
           12 FILLER                  PIC X(05) VALUE ' NEW '.
           12 WS-MR-Total-New         PIC ZZZZZZZZZ9.
           12 FILLER                  PIC X(08) VALUE ' BUDGET '.
           12 WS-MR-Total-Increase    PIC ZZZZZZZZ9.
           12 FILLER                  PIC X(02) VALUE SPACES.

       01  WS-MR-Count-Line.
           12 WS-MR-Count-Label       PIC X(35).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-MR-Count             PIC ZZZZ9.
           12 FILLER                  PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SORT SORTWORK
              ON ASCENDING KEY SW-Div-Code
              ON ASCENDING KEY SW-Dept-Code
              ON ASCENDING KEY SW-Emp-ID
              INPUT PROCEDURE IS 2100-Read-Employee-Master
              OUTPUT PROCEDURE IS 2500-Apply-Merit-Guidelines.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           OPEN OUTPUT MERITRPT.
           IF NOT WS-MR-Good
              DISPLAY "** ERROR **: 1000-MERITRPT"
              DISPLAY "Open MERITRPT Failed."
              DISPLAY "File Status: " WS-MR-Status
              PERFORM 9999-Abend-Merit
           END-IF.
           OPEN OUTPUT MERITOUT.
           IF NOT WS-ET-Good
              DISPLAY "** ERROR **: 1000-MERITOUT"
              DISPLAY "Open MERITOUT Failed."
              DISPLAY "File Status: " WS-ET-Status
              PERFORM 9999-Abend-Merit
           END-IF.
           MOVE WS-Run-Date-Time(1:8) TO WS-MR-Run-Date.
           WRITE MR-REC FROM WS-MR-Heading-1.
           MOVE SPACES TO MR-REC.
           WRITE MR-REC.
           WRITE MR-REC FROM WS-MR-Guide-Heading.
           PERFORM 1100-Load-Dept-Reference.
           PERFORM 1200-Load-Merit-Guidelines.

      * Division guidelines are matched through DEPTREF, so the
      * run cannot go ahead without it.
       1100-Load-Dept-Reference.
           OPEN INPUT DEPTREF.
           IF NOT WS-DF-Good
              DISPLAY "** ERROR **: 1100-DEPTREF"
              DISPLAY "Open DEPTREF Failed."
              DISPLAY "File Status: " WS-DF-Status
              PERFORM 9999-Abend-Merit
           END-IF.
           PERFORM 1110-Load-Dept-Ref-Record UNTIL WS-DF-EOF.
           CLOSE DEPTREF.
           IF WS-Dept-Ref-Dropped > 0
              DISPLAY "** WARNING **: 1100-Load-Dept-Reference"
              DISPLAY "DEPTREF has more than " WS-Dept-Ref-Max
                 " departments - " WS-Dept-Ref-Dropped " dropped."
           END-IF.

       1110-Load-Dept-Ref-Record.
           READ DEPTREF
              AT END SET WS-DF-EOF TO TRUE
           END-READ.
           IF WS-DF-Good
              IF WS-Dept-Ref-Count < WS-Dept-Ref-Max
                 ADD +1 TO WS-Dept-Ref-Count
                 MOVE WS-Dept-Ref-Count TO WS-Dept-Ref-SUB
                 MOVE DF-Dept-Code
                    TO WS-Dept-Ref-Code(WS-Dept-Ref-SUB)
                 MOVE DF-Dept-Name
                    TO WS-Dept-Ref-Name(WS-Dept-Ref-SUB)
                 MOVE DF-Div-Code
                    TO WS-Dept-Ref-Div-Code(WS-Dept-Ref-SUB)
                 MOVE DF-Div-Name
                    TO WS-Dept-Ref-Div-Name(WS-Dept-Ref-SUB)
              ELSE
                 ADD +1 TO WS-Dept-Ref-Dropped
              END-IF
           ELSE
              IF WS-DF-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1110-DEPTREF"
                 DISPLAY "Read DEPTREF Failed."
                 DISPLAY "File Status: " WS-DF-Status
                 PERFORM 9999-Abend-Merit
              END-IF
           END-IF.

      * Every card prints in the guideline section of MERITRPT,
      * accepted or rejected, so the sign-off covers the inputs.
       1200-Load-Merit-Guidelines.
           OPEN INPUT MERITGDL.
           IF NOT WS-MG-Good
              DISPLAY "** ERROR **: 1200-MERITGDL"
              DISPLAY "Open MERITGDL Failed."
              DISPLAY "File Status: " WS-MG-Status
              PERFORM 9999-Abend-Merit
           END-IF.
           PERFORM 1210-Load-Guideline-Record UNTIL WS-MG-EOF.
           CLOSE MERITGDL.
           IF WS-MG-Count = 0
              DISPLAY "** ERROR **: 1200-MERITGDL"
              DISPLAY "No valid merit guidelines on MERITGDL."
              PERFORM 9999-Abend-Merit
           END-IF.
           MOVE SPACES TO MR-REC.
           WRITE MR-REC.
           WRITE MR-REC FROM WS-MR-Column-Heading.

       1210-Load-Guideline-Record.
           READ MERITGDL
              AT END SET WS-MG-EOF TO TRUE
           END-READ.
           IF WS-MG-Good
              ADD +1 TO WS-MG-Records-Read
              PERFORM 1220-Edit-Guideline
              PERFORM 1240-Print-Guideline-Line
           ELSE
              IF WS-MG-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1210-MERITGDL"
                 DISPLAY "Read MERITGDL Failed."
                 DISPLAY "File Status: " WS-MG-Status
                 PERFORM 9999-Abend-Merit
              END-IF
           END-IF.

       1220-Edit-Guideline.
           MOVE SPACES TO WS-MW-Reject-Reason.
           MOVE SPACES TO WS-MW-Name.
           IF MG-Cap-X = SPACES
              MOVE ZERO TO MG-Cap
           END-IF.
           EVALUATE TRUE
              WHEN MG-Type-Division
                 PERFORM VARYING WS-Dept-Ref-SUB FROM 1 BY 1
                    UNTIL WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                       OR WS-Dept-Ref-Div-Code(WS-Dept-Ref-SUB) =
                          MG-Code
                 END-PERFORM
                 IF WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                    MOVE 'DIVISION NOT ON FILE' TO WS-MW-Reject-Reason
                 ELSE
                    MOVE WS-Dept-Ref-Div-Name(WS-Dept-Ref-SUB)
                       TO WS-MW-Name
                 END-IF
              WHEN MG-Type-Department
                 PERFORM VARYING WS-Dept-Ref-SUB FROM 1 BY 1
                    UNTIL WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                       OR WS-Dept-Ref-Code(WS-Dept-Ref-SUB) = MG-Code
                 END-PERFORM
                 IF WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                    MOVE 'DEPT NOT ON FILE' TO WS-MW-Reject-Reason
                 ELSE
                    MOVE WS-Dept-Ref-Name(WS-Dept-Ref-SUB)
                       TO WS-MW-Name
                 END-IF
              WHEN OTHER
                 MOVE 'INVALID TYPE' TO WS-MW-Reject-Reason
           END-EVALUATE.
           IF WS-MW-Reject-Reason = SPACES
              IF MG-Pct IS NOT NUMERIC
                 MOVE 'INVALID PERCENT' TO WS-MW-Reject-Reason
              ELSE
              IF MG-Cap IS NOT NUMERIC
                 MOVE 'INVALID CAP' TO WS-MW-Reject-Reason
              ELSE
                 MOVE MG-Type TO WS-MW-Find-Type
                 MOVE MG-Code TO WS-MW-Find-Code
                 PERFORM 2530-Find-Guideline
                 IF WS-MG-SUB <= WS-MG-Count
                    MOVE 'DUPLICATE GUIDELINE' TO WS-MW-Reject-Reason
                 END-IF
              END-IF
              END-IF
           END-IF.
           IF WS-MW-Reject-Reason = SPACES
              IF WS-MG-Count >= WS-MG-Max
                 MOVE 'GUIDELINE TABLE FULL' TO WS-MW-Reject-Reason
              ELSE
                 ADD +1 TO WS-MG-Count
                 MOVE MG-Type TO WS-MG-Type(WS-MG-Count)
                 MOVE MG-Code TO WS-MG-Code(WS-MG-Count)
                 MOVE MG-Pct  TO WS-MG-Pct(WS-MG-Count)
                 MOVE MG-Cap  TO WS-MG-Cap(WS-MG-Count)
              END-IF
           END-IF.
           IF WS-MW-Reject-Reason NOT = SPACES
              ADD +1 TO WS-MG-Records-Rejected
              DISPLAY "** WARNING **: 1220-MERITGDL"
              DISPLAY "Guideline rejected - " WS-MW-Reject-Reason
                 ": " MG-Type " " MG-Code
           END-IF.

       1240-Print-Guideline-Line.
           EVALUATE TRUE
              WHEN MG-Type-Division
                 MOVE 'DIVISION  ' TO WS-MR-Guide-Type
              WHEN MG-Type-Department
                 MOVE 'DEPARTMENT' TO WS-MR-Guide-Type
              WHEN OTHER
                 MOVE MG-Type TO WS-MR-Guide-Type
           END-EVALUATE.
           MOVE MG-Code    TO WS-MR-Guide-Code.
           MOVE WS-MW-Name TO WS-MR-Guide-Name.
           IF MG-Pct IS NUMERIC
              MOVE MG-Pct TO WS-MR-Guide-Pct
           ELSE
              MOVE ZERO TO WS-MR-Guide-Pct
           END-IF.
           IF MG-Cap IS NUMERIC AND MG-Cap > 0
              MOVE MG-Cap TO WS-MW-Cap-Edit
              MOVE WS-MW-Cap-Edit TO WS-MR-Guide-Cap
           ELSE
              MOVE '   NONE' TO WS-MR-Guide-Cap
           END-IF.
           IF WS-MW-Reject-Reason = SPACES
              MOVE 'ACCEPTED' TO WS-MR-Guide-Status
           ELSE
              MOVE WS-MW-Reject-Reason TO WS-MR-Guide-Status
           END-IF.
           WRITE MR-REC FROM WS-MR-Guide-Line.

      * SORT input procedure: every master record is released
      * with its DEPTREF division ('???' when the department is
      * not on DEPTREF) so the output comes in division,
      * department, employee order.
       2100-Read-Employee-Master.
           OPEN INPUT EMPMAST.
           IF NOT WS-EM-Good
              DISPLAY "** ERROR **: 2100-EMPMAST"
              DISPLAY "Open EMPMAST Failed."
              DISPLAY "File Status: " WS-EM-Status
              PERFORM 9999-Abend-Merit
           END-IF.
           PERFORM 2110-Release-Employee UNTIL WS-EM-EOF.
           CLOSE EMPMAST.

       2110-Release-Employee.
           READ EMPMAST
              AT END SET WS-EM-EOF TO TRUE
           END-READ.
           IF WS-EM-Good
              ADD +1 TO WS-EM-Records-Read
              PERFORM VARYING WS-Dept-Ref-SUB FROM 1 BY 1
                 UNTIL WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                    OR WS-Dept-Ref-Code(WS-Dept-Ref-SUB) = EM-Dept-Code
              END-PERFORM
              IF WS-Dept-Ref-SUB <= WS-Dept-Ref-Count
                 MOVE WS-Dept-Ref-Div-Code(WS-Dept-Ref-SUB)
                    TO SW-Div-Code
              ELSE
                 MOVE '???' TO SW-Div-Code
              END-IF
              MOVE EM-Dept-Code TO SW-Dept-Code
              MOVE EM-Emp-ID    TO SW-Emp-ID
              MOVE EM-Salary    TO SW-Salary
              RELEASE SW-REC
           ELSE
              IF WS-EM-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2110-EMPMAST"
                 DISPLAY "Read EMPMAST Failed."
                 DISPLAY "File Status: " WS-EM-Status
                 PERFORM 9999-Abend-Merit
              END-IF
           END-IF.

      * SORT output procedure: each employee is costed against
      * the guideline, written to MERITOUT when the salary
      * changes, and printed under its division and department.
       2500-Apply-Merit-Guidelines.
           INITIALIZE WS-Merit-Totals.
           PERFORM 2510-Return-Employee UNTIL WS-Sort-EOF.
           IF WS-MT-Count(1) > 0
              PERFORM 2560-Print-Dept-Total
           END-IF.
           IF WS-MT-Count(2) > 0
              PERFORM 2570-Print-Div-Total
           END-IF.
           MOVE SPACES TO MR-REC.
           WRITE MR-REC.
           MOVE 'GRAND TOTAL' TO WS-MR-Total-Label.
           MOVE 3 TO WS-MT-SUB.
           PERFORM 2580-Print-Total-Line.

       2510-Return-Employee.
           RETURN SORTWORK
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF SW-Div-Code NOT = WS-MT-Break-Div
                 IF WS-MT-Count(1) > 0
                    PERFORM 2560-Print-Dept-Total
                 END-IF
                 IF WS-MT-Count(2) > 0
                    PERFORM 2570-Print-Div-Total
                 END-IF
                 MOVE SW-Div-Code TO WS-MT-Break-Div
                 MOVE SPACES TO WS-MT-Break-Dept
                 PERFORM 2540-Print-Div-Heading
              END-IF
              IF SW-Dept-Code NOT = WS-MT-Break-Dept
                 IF WS-MT-Count(1) > 0
                    PERFORM 2560-Print-Dept-Total
                 END-IF
                 MOVE SW-Dept-Code TO WS-MT-Break-Dept
                 PERFORM 2550-Print-Dept-Heading
              END-IF
              PERFORM 2520-Compute-Merit-Increase
              PERFORM 2590-Print-Employee-Line
           END-IF.

      * A department guideline overrides its division's. The
      * increase is rounded to whole dollars, held to the cap
      * when there is one, and must leave a salary that still
      * fits EM-Salary.
       2520-Compute-Merit-Increase.
           MOVE 0 TO WS-MW-Pct WS-MW-Increase.
           MOVE SW-Salary TO WS-MW-New-Salary.
           MOVE SPACES TO WS-MW-Source WS-MW-Note.
           MOVE 'D' TO WS-MW-Find-Type.
           MOVE SW-Dept-Code TO WS-MW-Find-Code.
           PERFORM 2530-Find-Guideline.
           IF WS-MG-SUB <= WS-MG-Count
              MOVE 'DEPT' TO WS-MW-Source
           ELSE
              MOVE 'V' TO WS-MW-Find-Type
              MOVE SW-Div-Code TO WS-MW-Find-Code
              PERFORM 2530-Find-Guideline
              IF WS-MG-SUB <= WS-MG-Count
                 MOVE 'DIV ' TO WS-MW-Source
              END-IF
           END-IF.
           IF WS-MW-Source = SPACES
              MOVE 'NO GUIDELINE' TO WS-MW-Note
              ADD +1 TO WS-ET-No-Guideline
           ELSE
              MOVE WS-MG-Pct(WS-MG-SUB) TO WS-MW-Pct
              MOVE WS-MG-Cap(WS-MG-SUB) TO WS-MW-Cap
              COMPUTE WS-MW-Increase ROUNDED =
                 SW-Salary * WS-MW-Pct / 100
              IF WS-MW-Cap > 0
                 AND WS-MW-Increase > WS-MW-Cap
                 MOVE WS-MW-Cap TO WS-MW-Increase
                 MOVE 'CAPPED' TO WS-MW-Note
                 ADD +1 TO WS-ET-Capped
              END-IF
              COMPUTE WS-MW-New-Salary = SW-Salary + WS-MW-Increase
              EVALUATE TRUE
                 WHEN WS-MW-Increase = 0
                    MOVE 'NO INCREASE' TO WS-MW-Note
                    ADD +1 TO WS-ET-No-Increase
                 WHEN WS-MW-New-Salary > 9999999
                    MOVE 'SALARY OVERFLOW' TO WS-MW-Note
                    ADD +1 TO WS-ET-Overflow
                    MOVE 0 TO WS-MW-Increase
                    MOVE SW-Salary TO WS-MW-New-Salary
                 WHEN OTHER
                    PERFORM 2535-Write-Merit-Change
              END-EVALUATE
           END-IF.
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1 UNTIL WS-MT-SUB > 3
              ADD +1 TO WS-MT-Count(WS-MT-SUB)
              ADD SW-Salary TO WS-MT-Old-Total(WS-MT-SUB)
              ADD WS-MW-New-Salary TO WS-MT-New-Total(WS-MT-SUB)
              ADD WS-MW-Increase TO WS-MT-Increase-Total(WS-MT-SUB)
           END-PERFORM.

      * Leaves WS-MG-SUB on the guideline for WS-MW-Find-Type and
      * WS-MW-Find-Code, or past WS-MG-Count when there is none.
       2530-Find-Guideline.
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
              UNTIL WS-MG-SUB > WS-MG-Count
                 OR (WS-MG-Type(WS-MG-SUB) = WS-MW-Find-Type
                 AND WS-MG-Code(WS-MG-SUB) = WS-MW-Find-Code)
           END-PERFORM.

       2535-Write-Merit-Change.
           MOVE 'C'              TO ET-Action.
           MOVE SW-Emp-ID        TO ET-Emp-ID.
           MOVE SW-Dept-Code     TO ET-Dept-Code.
           MOVE WS-MW-New-Salary TO ET-Salary.
           WRITE ET-REC.
           IF WS-ET-Good
              ADD +1 TO WS-ET-Records-Written
           ELSE
              DISPLAY "** ERROR **: 2535-MERITOUT"
              DISPLAY "Write MERITOUT Failed."
              DISPLAY "File Status: " WS-ET-Status
              PERFORM 9999-Abend-Merit
           END-IF.

       2540-Print-Div-Heading.
           MOVE SW-Div-Code TO WS-MR-Div-Code.
           MOVE 'NOT ON DEPTREF' TO WS-MR-Div-Name.
           PERFORM VARYING WS-Dept-Ref-SUB FROM 1 BY 1
              UNTIL WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                 OR WS-Dept-Ref-Div-Code(WS-Dept-Ref-SUB) = SW-Div-Code
           END-PERFORM.
           IF WS-Dept-Ref-SUB <= WS-Dept-Ref-Count
              MOVE WS-Dept-Ref-Div-Name(WS-Dept-Ref-SUB)
                 TO WS-MR-Div-Name
           END-IF.
           MOVE SPACES TO MR-REC.
           WRITE MR-REC.
           WRITE MR-REC FROM WS-MR-Div-Line.

       2550-Print-Dept-Heading.
           MOVE SW-Dept-Code TO WS-MR-Dept-Code.
           MOVE 'NOT ON DEPTREF' TO WS-MR-Dept-Name.
           PERFORM VARYING WS-Dept-Ref-SUB FROM 1 BY 1
              UNTIL WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                 OR WS-Dept-Ref-Code(WS-Dept-Ref-SUB) = SW-Dept-Code
           END-PERFORM.
           IF WS-Dept-Ref-SUB <= WS-Dept-Ref-Count
              MOVE WS-Dept-Ref-Name(WS-Dept-Ref-SUB)
                 TO WS-MR-Dept-Name
           END-IF.
           WRITE MR-REC FROM WS-MR-Dept-Line.

       2560-Print-Dept-Total.
           MOVE SPACES TO WS-MR-Total-Label.
           STRING '  DEPT ' WS-MT-Break-Dept ' TOTAL'
              DELIMITED BY SIZE INTO WS-MR-Total-Label
           END-STRING.
           MOVE 1 TO WS-MT-SUB.
           PERFORM 2580-Print-Total-Line.

       2570-Print-Div-Total.
           MOVE SPACES TO WS-MR-Total-Label.
           STRING 'DIVISION ' WS-MT-Break-Div ' TOTAL'
              DELIMITED BY SIZE INTO WS-MR-Total-Label
           END-STRING.
           MOVE 2 TO WS-MT-SUB.
           PERFORM 2580-Print-Total-Line.

      * Prints level WS-MT-SUB (1 dept, 2 division, 3 grand)
      * and clears it for the next group.
       2580-Print-Total-Line.
           MOVE WS-MT-Count(WS-MT-SUB)          TO WS-MR-Total-Count.
           MOVE WS-MT-Old-Total(WS-MT-SUB)      TO WS-MR-Total-Old.
           MOVE WS-MT-New-Total(WS-MT-SUB)      TO WS-MR-Total-New.
           MOVE WS-MT-Increase-Total(WS-MT-SUB)
              TO WS-MR-Total-Increase.
           WRITE MR-REC FROM WS-MR-Total-Line.
           MOVE 0 TO WS-MT-Count(WS-MT-SUB)
                     WS-MT-Old-Total(WS-MT-SUB)
                     WS-MT-New-Total(WS-MT-SUB)
                     WS-MT-Increase-Total(WS-MT-SUB).

       2590-Print-Employee-Line.
           MOVE SW-Emp-ID        TO WS-MR-Emp-ID.
           MOVE SW-Salary        TO WS-MR-Old-Salary.
           MOVE WS-MW-Pct        TO WS-MR-Pct.
           MOVE WS-MW-Increase   TO WS-MR-Increase.
           MOVE WS-MW-New-Salary TO WS-MR-New-Salary.
           MOVE WS-MW-Source     TO WS-MR-Source.
           MOVE WS-MW-Note       TO WS-MR-Note.
           WRITE MR-REC FROM WS-MR-Detail-Line.

       3000-End-Job.
           MOVE SPACES TO MR-REC.
           WRITE MR-REC.
           MOVE 'MERITGDL CARDS READ' TO WS-MR-Count-Label.
           MOVE WS-MG-Records-Read TO WS-MR-Count.
           WRITE MR-REC FROM WS-MR-Count-Line.
           MOVE 'MERITGDL CARDS REJECTED' TO WS-MR-Count-Label.
           MOVE WS-MG-Records-Rejected TO WS-MR-Count.
           WRITE MR-REC FROM WS-MR-Count-Line.
           MOVE 'EMPMAST RECORDS READ' TO WS-MR-Count-Label.
           MOVE WS-EM-Records-Read TO WS-MR-Count.
           WRITE MR-REC FROM WS-MR-Count-Line.
           MOVE 'MERITOUT CHANGES WRITTEN' TO WS-MR-Count-Label.
           MOVE WS-ET-Records-Written TO WS-MR-Count.
           WRITE MR-REC FROM WS-MR-Count-Line.
           MOVE 'INCREASES HELD TO CAP' TO WS-MR-Count-Label.
           MOVE WS-ET-Capped TO WS-MR-Count.
           WRITE MR-REC FROM WS-MR-Count-Line.
           MOVE 'EMPLOYEES WITH NO GUIDELINE' TO WS-MR-Count-Label.
           MOVE WS-ET-No-Guideline TO WS-MR-Count.
           WRITE MR-REC FROM WS-MR-Count-Line.
           MOVE 'EMPLOYEES WITH NO INCREASE' TO WS-MR-Count-Label.
           MOVE WS-ET-No-Increase TO WS-MR-Count.
           WRITE MR-REC FROM WS-MR-Count-Line.
           MOVE 'SALARY OVERFLOW - NO CHANGE' TO WS-MR-Count-Label.
           MOVE WS-ET-Overflow TO WS-MR-Count.
           WRITE MR-REC FROM WS-MR-Count-Line.
           DISPLAY "3000-EOJ: ".
           DISPLAY "MERITGDL CARDS READ:      " WS-MG-Records-Read.
           DISPLAY "MERITGDL CARDS REJECTED:  " WS-MG-Records-Rejected.
           DISPLAY "EMPMAST RECORDS READ:     " WS-EM-Records-Read.
           DISPLAY "MERITOUT CHANGES WRITTEN: " WS-ET-Records-Written.
           DISPLAY "NO GUIDELINE:             " WS-ET-No-Guideline.
           CLOSE MERITOUT.
           CLOSE MERITRPT.

       9999-Abend-Merit.
           CLOSE EMPMAST.
           CLOSE MERITGDL.
           CLOSE DEPTREF.
           CLOSE MERITOUT.
           CLOSE MERITRPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
