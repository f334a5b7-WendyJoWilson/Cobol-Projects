      ***********************************************************
      * Program name:    HEADCNT
      * Original author: maintainer
      *
      * Description: Monthly headcount and turnover report. Reads
      *           a month of EMPMAINT's EMPAUDIT trail and EMPJRNL
      *           before-images (each the month's daily files
      *           concatenated in run order), the employee master
      *           EMPMAST as it stands after the month's last
      *           maintenance, and DEPTREF, and prints HCRPT: for
      *           each department its opening headcount, hires,
      *           terminations, transfers in and out, closing
      *           headcount, turnover rate and the average salary
      *           of hires and of leavers, with division subtotals
      *           and a grand total.
      *
      *           Every applied action on EMPAUDIT has its EMPJRNL
      *           record, written in the same order with the same
      *           run date and time; the two are read side by side
      *           and must agree. An add is a hire into the
      *           department on its after-image, a delete is a
      *           termination from the department on its before-
      *           image, and a change whose before and after
      *           departments differ is a transfer. An action a
      *           backout run restored is taken back out.
      *
      *           Opening headcount is last month's closing
      *           headcount from the HCPRIOR snapshot; closing
      *           headcount is counted off EMPMAST and written to
      *           HCSNAP as next month's HCPRIOR. A department
      *           whose opening, plus hires, less terminations,
      *           plus net transfers, is not its closing headcount
      *           is flagged '***'. With no HCPRIOR the opening is
      *           worked back from the closing and nothing can be
      *           flagged.
      *
      *           The report month comes from a MONTH card on
      *           HCPARM (MONTH    yyyymm) and defaults to the
      *           month of the run date. Activity dated outside it
      *           is counted and left out. Ends with RETURN-CODE 4
      *           when a department is flagged or the opening
      *           headcount is not last month's.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - replaces HR's hand count
      *                          of monthly headcount and attrition.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HEADCNT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPAUDIT
           ASSIGN TO EMPAUDIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AU-Status.

           SELECT EMPJRNL
           ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JR-Status.

           SELECT EMPMAST
           ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-Emp-ID
           FILE STATUS IS WS-EM-Status.

           SELECT DEPTREF
           ASSIGN TO DEPTREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DF-Status.

           SELECT HCPARM
           ASSIGN TO HCPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HM-Status.

           SELECT HCPRIOR
           ASSIGN TO HCPRIOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HP-Status.

           SELECT HCSNAP
           ASSIGN TO HCSNAP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HS-Status.

           SELECT HCRPT
           ASSIGN TO HCRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HR-Status.

           SELECT SORTWORK
           ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPAUDIT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AU-REC.
           05  AU-Run-Date                  PIC X(08).
           05  FILLER                       PIC X(01).
           05  AU-Run-Time                  PIC X(06).
           05  FILLER                       PIC X(01).
           05  AU-Action                    PIC X(01).
           05  FILLER                       PIC X(01).
           05  AU-Emp-ID                    PIC X(05).
           05  FILLER                       PIC X(01).
           05  AU-Disposition               PIC X(08).
               88  AU-Applied                   VALUE 'APPLIED '.
               88  AU-Restored                  VALUE 'RESTORED'.
           05  FILLER                       PIC X(01).
           05  AU-Reason                    PIC X(20).
           05  FILLER                       PIC X(01).
           05  AU-Status-Out                PIC X(02).
           05  FILLER                       PIC X(01).
           05  AU-After-Dept                PIC X(03).
           05  FILLER                       PIC X(01).
           05  AU-After-Salary              PIC X(07).
           05  AU-After-Salary-N REDEFINES AU-After-Salary
                                            PIC 9(07).
           05  FILLER                       PIC X(12).

       FD  EMPJRNL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JR-REC.
           05  JR-Action                    PIC X(01).
           05  JR-Emp-ID                    PIC X(05).
           05  JR-Before-Image.
               10  JR-Before-Emp-ID         PIC X(05).
               10  JR-Before-Dept           PIC X(03).
               10  JR-Before-Salary         PIC 9(07).
           05  JR-Run-Date                  PIC X(08).
           05  JR-Run-Time                  PIC X(06).
           05  FILLER                       PIC X(05).

       FD  EMPMAST.
       01  EM-REC.
           05  EM-Emp-ID                    PIC X(05).
           05  EM-Dept-Code                 PIC X(03).
           05  EM-Salary                    PIC 9(07).

       FD  DEPTREF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DF-REC.
           05  DF-Dept-Code                 PIC X(03).
           05  DF-Dept-Name                 PIC X(20).
           05  DF-Div-Code                  PIC X(03).
           05  DF-Div-Name                  PIC X(20).

       FD  HCPARM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HM-REC.
           05  HM-Keyword                   PIC X(08).
           05  FILLER                       PIC X(01).
           05  HM-Value                     PIC X(30).
           05  FILLER                       PIC X(41).

      * Headcount snapshot - one record per department with its
      * closing headcount for the month. HCSNAP this month is
      * HCPRIOR next month.
       FD  HCPRIOR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HP-REC.
           05  HP-Month                     PIC X(06).
           05  HP-Dept-Code                 PIC X(03).
           05  HP-Headcount                 PIC 9(07).
           05  FILLER                       PIC X(24).

       FD  HCSNAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HS-REC.
           05  HS-Month                     PIC X(06).
           05  HS-Dept-Code                 PIC X(03).
           05  HS-Headcount                 PIC 9(07).
           05  FILLER                       PIC X(24).

       FD  HCRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HR-REC                           PIC X(080).

       SD  SORTWORK.
       01  SW-REC.
           05  SW-Div-Code                  PIC X(03).
           05  SW-Dept-Code                 PIC X(03).
           05  SW-Dept-SUB                  PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AU==.
           COPY WSFST REPLACING ==:tag:== BY ==JR==.
           COPY WSFST REPLACING ==:tag:== BY ==EM==.
           COPY WSFST REPLACING ==:tag:== BY ==DF==.
           COPY WSFST REPLACING ==:tag:== BY ==HM==.
           COPY WSFST REPLACING ==:tag:== BY ==HP==.
           COPY WSFST REPLACING ==:tag:== BY ==HS==.
           COPY WSFST REPLACING ==:tag:== BY ==HR==.

       01  WS-Headcount-Counters.
           12 WS-AU-Records-Read      PIC S9(8) COMP VALUE 0.
           12 WS-AU-Applied-Read      PIC S9(8) COMP VALUE 0.
           12 WS-AU-Restored-Read     PIC S9(8) COMP VALUE 0.
           12 WS-AU-Not-Applied       PIC S9(8) COMP VALUE 0.
           12 WS-AU-Outside-Month     PIC S9(8) COMP VALUE 0.
           12 WS-AU-Other-Changes     PIC S9(8) COMP VALUE 0.
           12 WS-AU-Reversed          PIC S9(8) COMP VALUE 0.
           12 WS-AU-Reverse-Unmatched PIC S9(8) COMP VALUE 0.
           12 WS-JR-Records-Read      PIC S9(8) COMP VALUE 0.
           12 WS-EM-Records-Read      PIC S9(8) COMP VALUE 0.
           12 WS-HP-Records-Read      PIC S9(8) COMP VALUE 0.
           12 WS-HS-Records-Written   PIC S9(8) COMP VALUE 0.
           12 WS-HC-Depts-Flagged     PIC S9(4) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

       01  WS-Sort-EOF-Sw             PIC X(01) VALUE 'N'.
           88  WS-Sort-EOF                VALUE 'Y'.

      * Report month, and the month HCPRIOR should be for.
       01  WS-HC-Month-Storage.
           12 WS-HC-Month             PIC 9(06) VALUE 0.
           12 WS-HC-Month-R REDEFINES WS-HC-Month.
              15 WS-HC-Month-YYYY     PIC 9(04).
              15 WS-HC-Month-MM       PIC 9(02).
           12 WS-HC-Month-X REDEFINES WS-HC-Month
                                      PIC X(06).
           12 WS-HC-Prior-Month       PIC 9(06) VALUE 0.
           12 WS-HC-Prior-Month-R REDEFINES WS-HC-Prior-Month.
              15 WS-HC-Prior-YYYY     PIC 9(04).
              15 WS-HC-Prior-MM       PIC 9(02).
           12 WS-HC-Prior-Month-X REDEFINES WS-HC-Prior-Month
                                      PIC X(06).
           12 WS-HC-Prior-Sw          PIC X(01) VALUE 'N'.
              88  WS-HC-Prior-Loaded      VALUE 'Y'.
           12 WS-HC-Prior-Month-Sw    PIC X(01) VALUE 'N'.
              88  WS-HC-Prior-Month-Bad   VALUE 'Y'.

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

      * One entry per department seen anywhere - HCPRIOR,
      * the month's activity or EMPMAST.
       01  WS-HC-Dept-Storage.
           12 WS-HC-Dept-Max          PIC S9(4) COMP VALUE 100.
           12 WS-HC-Dept-Count        PIC S9(4) COMP VALUE 0.
           12 WS-HC-Dept-SUB          PIC S9(4) COMP VALUE 0.
           12 WS-HC-Find-Dept         PIC X(03).
           12 WS-HC-Dept-Table OCCURS 100 TIMES.
              15 WS-HD-Dept-Code      PIC X(03).
              15 WS-HD-Div-Code       PIC X(03).
              15 WS-HD-Name           PIC X(20).
              15 WS-HD-Opening        PIC S9(7) COMP.
              15 WS-HD-Hires          PIC S9(7) COMP.
              15 WS-HD-Terms          PIC S9(7) COMP.
              15 WS-HD-Xfer-In        PIC S9(7) COMP.
              15 WS-HD-Xfer-Out       PIC S9(7) COMP.
              15 WS-HD-Closing        PIC S9(7) COMP.
              15 WS-HD-Hire-Salary    PIC 9(11).
              15 WS-HD-Leave-Salary   PIC 9(11).

      * The month's hires, terminations and transfers, held until
      * the whole trail is read so a later backout can take one
      * back out again.
       01  WS-HC-Movement-Storage.
           12 WS-MV-Max               PIC S9(4) COMP VALUE 5000.
           12 WS-MV-Count             PIC S9(4) COMP VALUE 0.
           12 WS-MV-SUB               PIC S9(4) COMP VALUE 0.
           12 WS-MV-Table OCCURS 5000 TIMES.
              15 WS-MV-Action         PIC X(01).
              15 WS-MV-Emp-ID         PIC X(05).
              15 WS-MV-From-Dept      PIC X(03).
              15 WS-MV-To-Dept        PIC X(03).
              15 WS-MV-Salary         PIC 9(07).
              15 WS-MV-Reversed-Sw    PIC X(01).
                 88  WS-MV-Reversed       VALUE 'Y'.

      * Figures for the line being printed - a department, a
      * division total or the grand total.
       01  WS-HC-Print-Work.
           12 WS-HW-Opening           PIC S9(7) COMP.
           12 WS-HW-Hires             PIC S9(7) COMP.
           12 WS-HW-Terms             PIC S9(7) COMP.
           12 WS-HW-Xfer-In           PIC S9(7) COMP.
           12 WS-HW-Xfer-Out          PIC S9(7) COMP.
           12 WS-HW-Closing           PIC S9(7) COMP.
           12 WS-HW-Hire-Salary       PIC 9(11).
           12 WS-HW-Leave-Salary      PIC 9(11).
           12 WS-HW-Expected          PIC S9(7) COMP.
           12 WS-HW-Average-Count     PIC S9(7)V9.
           12 WS-HW-Turnover          PIC 9(03)V9.
           12 WS-HW-Avg-Hire          PIC 9(07).
           12 WS-HW-Avg-Leave         PIC 9(07).
           12 WS-HW-Level             PIC 9 VALUE 0.
              88  WS-HW-Level-Dept        VALUE 0.

      * Control-break totals: division and grand.
       01  WS-HC-Totals.
           12 WS-HT-Break-Div         PIC X(03) VALUE SPACES.
           12 WS-HT-Level OCCURS 2 TIMES.
              15 WS-HT-Count          PIC S9(4) COMP.
              15 WS-HT-Opening        PIC S9(7) COMP.
              15 WS-HT-Hires          PIC S9(7) COMP.
              15 WS-HT-Terms          PIC S9(7) COMP.
              15 WS-HT-Xfer-In        PIC S9(7) COMP.
              15 WS-HT-Xfer-Out       PIC S9(7) COMP.
              15 WS-HT-Closing        PIC S9(7) COMP.
              15 WS-HT-Hire-Salary    PIC 9(11).
              15 WS-HT-Leave-Salary   PIC 9(11).
           12 WS-HT-SUB               PIC 9 VALUE 0.

       01  WS-HR-Heading-1.
           12 FILLER                  PIC X(39) VALUE
              'MONTHLY HEADCOUNT AND TURNOVER - MONTH '.
           12 WS-HR-Month             PIC X(06).
           12 FILLER                  PIC X(10) VALUE SPACES.
           12 FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           12 WS-HR-Run-Date          PIC X(10).
           12 FILLER                  PIC X(05) VALUE SPACES.

       01  WS-HR-Column-Heading-1.
           12 FILLER                  PIC X(55) VALUE SPACES.
           12 FILLER                  PIC X(15) VALUE
              'AVG SAL AVG SAL'.
           12 FILLER                  PIC X(10) VALUE SPACES.

       01  WS-HR-Column-Heading-2.
           12 FILLER                  PIC X(40) VALUE
              'DPT NAME          OPEN HIRE TERM  XIN XO'.
           12 FILLER                  PIC X(40) VALUE
              'UT CLOSE TURN%   HIRES LEAVERS'.

       01  WS-HR-Div-Line.
           12 FILLER                  PIC X(09) VALUE 'DIVISION '.
           12 WS-HR-Div-Code          PIC X(03).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Div-Name          PIC X(20).
           12 FILLER                  PIC X(47) VALUE SPACES.

       01  WS-HR-Detail-Line.
           12 WS-HR-Code              PIC X(03).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Name              PIC X(12).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Opening           PIC -ZZZ9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Hires             PIC ZZZ9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Terms             PIC ZZZ9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Xfer-In           PIC ZZZ9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Xfer-Out          PIC ZZZ9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Closing           PIC ZZZZ9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Turnover          PIC ZZ9.9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Avg-Hire          PIC Z(06)9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Avg-Leave         PIC Z(06)9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-HR-Flag              PIC X(03).
           12 FILLER                  PIC X(06) VALUE SPACES.

       01  WS-HR-Count-Line.
           12 WS-HR-Count-Label       PIC X(35).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-HR-Count             PIC Z(06)9.
           12 FILLER                  PIC X(36) VALUE SPACES.

       01  WS-HR-Message-Line.
           12 WS-HR-Message           PIC X(80).

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Read-Month-Activity.
           PERFORM 2300-Count-Closing-Headcount.
           SORT SORTWORK
              ON ASCENDING KEY SW-Div-Code
              ON ASCENDING KEY SW-Dept-Code
              INPUT PROCEDURE IS 2400-Release-Departments
              OUTPUT PROCEDURE IS 2500-Print-Headcount.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           STRING WS-Run-Date-Time(1:4) '-' WS-Run-Date-Time(5:2) '-'
              WS-Run-Date-Time(7:2)
              DELIMITED BY SIZE INTO WS-HR-Run-Date
           END-STRING.
           PERFORM 1010-Get-Report-Month.
           OPEN OUTPUT HCRPT.
           IF NOT WS-HR-Good
              DISPLAY "** ERROR **: 1000-HCRPT"
              DISPLAY "Open HCRPT Failed."
              DISPLAY "File Status: " WS-HR-Status
              PERFORM 9999-Abend-Headcount
           END-IF.
           OPEN OUTPUT HCSNAP.
           IF NOT WS-HS-Good
              DISPLAY "** ERROR **: 1000-HCSNAP"
              DISPLAY "Open HCSNAP Failed."
              DISPLAY "File Status: " WS-HS-Status
              PERFORM 9999-Abend-Headcount
           END-IF.
           MOVE WS-HC-Month-X TO WS-HR-Month.
           WRITE HR-REC FROM WS-HR-Heading-1.
           MOVE SPACES TO HR-REC.
           WRITE HR-REC.
           PERFORM 1100-Load-Dept-Reference.
           PERFORM 1200-Load-Prior-Snapshot.

      * Report month defaults to the month of the run date.
       1010-Get-Report-Month.
           MOVE WS-Run-Date-Time(1:6) TO WS-HC-Month-X.
           OPEN INPUT HCPARM.
           IF WS-HM-Good
              PERFORM 1020-Apply-HC-Parm UNTIL WS-HM-EOF
              CLOSE HCPARM
           ELSE
              DISPLAY "** WARNING **: 1010-HCPARM"
              DISPLAY "HCPARM not available - reporting month "
                 WS-HC-Month-X "."
              DISPLAY "File Status: " WS-HM-Status
           END-IF.
           MOVE WS-HC-Month TO WS-HC-Prior-Month.
           IF WS-HC-Prior-MM = 01
              SUBTRACT 1 FROM WS-HC-Prior-YYYY
              MOVE 12 TO WS-HC-Prior-MM
           ELSE
              SUBTRACT 1 FROM WS-HC-Prior-MM
           END-IF.

       1020-Apply-HC-Parm.
           READ HCPARM
              AT END SET WS-HM-EOF TO TRUE
           END-READ.
           IF WS-HM-Good
              EVALUATE HM-Keyword
                 WHEN 'MONTH   '
                    IF HM-Value(1:6) IS NUMERIC
                       AND HM-Value(5:2) >= '01'
                       AND HM-Value(5:2) <= '12'
                       MOVE HM-Value(1:6) TO WS-HC-Month-X
                    ELSE
                       DISPLAY "** WARNING **: 1020-HCPARM"
                       DISPLAY "Invalid MONTH value - reporting "
                          WS-HC-Month-X ": " HM-Value(1:6)
                    END-IF
                 WHEN OTHER
                    DISPLAY "** WARNING **: 1020-HCPARM"
                    DISPLAY "Unknown parameter card ignored: "
                       HM-Keyword
              END-EVALUATE
           ELSE
              IF WS-HM-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** WARNING **: 1020-HCPARM"
                 DISPLAY "Bad read on HCPARM - remaining cards"
                    " ignored."
                 DISPLAY "File Status: " WS-HM-Status
                 SET WS-HM-EOF TO TRUE
              END-IF
           END-IF.

      * Division subtotals come from DEPTREF, so the run cannot
      * go ahead without it.
       1100-Load-Dept-Reference.
           OPEN INPUT DEPTREF.
           IF NOT WS-DF-Good
              DISPLAY "** ERROR **: 1100-DEPTREF"
              DISPLAY "Open DEPTREF Failed."
              DISPLAY "File Status: " WS-DF-Status
              PERFORM 9999-Abend-Headcount
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
                 PERFORM 9999-Abend-Headcount
              END-IF
           END-IF.

      * Last month's closing headcount is this month's opening.
      * The first month has no HCPRIOR.
       1200-Load-Prior-Snapshot.
           OPEN INPUT HCPRIOR.
           IF WS-HP-Good
              SET WS-HC-Prior-Loaded TO TRUE
              PERFORM 1210-Load-Prior-Record UNTIL WS-HP-EOF
              CLOSE HCPRIOR
           ELSE
              DISPLAY "** WARNING **: 1200-HCPRIOR"
              DISPLAY "No HCPRIOR - opening headcount is worked back"
                 " from closing."
              DISPLAY "File Status: " WS-HP-Status
           END-IF.
           IF WS-HC-Prior-Month-Bad
              DISPLAY "** WARNING **: 1200-HCPRIOR"
              DISPLAY "HCPRIOR is not the snapshot for "
                 WS-HC-Prior-Month-X "."
           END-IF.

       1210-Load-Prior-Record.
           READ HCPRIOR
              AT END SET WS-HP-EOF TO TRUE
           END-READ.
           IF WS-HP-Good
              ADD +1 TO WS-HP-Records-Read
              IF HP-Month NOT = WS-HC-Prior-Month-X
                 SET WS-HC-Prior-Month-Bad TO TRUE
              END-IF
              MOVE HP-Dept-Code TO WS-HC-Find-Dept
              PERFORM 2250-Find-Department
              IF HP-Headcount IS NUMERIC
                 ADD HP-Headcount TO WS-HD-Opening(WS-HC-Dept-SUB)
              END-IF
           ELSE
              IF WS-HP-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1210-HCPRIOR"
                 DISPLAY "Read HCPRIOR Failed."
                 DISPLAY "File Status: " WS-HP-Status
                 PERFORM 9999-Abend-Headcount
              END-IF
           END-IF.

       2000-Read-Month-Activity.
           OPEN INPUT EMPAUDIT.
           IF NOT WS-AU-Good
              DISPLAY "** ERROR **: 2000-EMPAUDIT"
              DISPLAY "Open EMPAUDIT Failed."
              DISPLAY "File Status: " WS-AU-Status
              PERFORM 9999-Abend-Headcount
           END-IF.
           OPEN INPUT EMPJRNL.
           IF NOT WS-JR-Good
              DISPLAY "** ERROR **: 2000-EMPJRNL"
              DISPLAY "Open EMPJRNL Failed."
              DISPLAY "File Status: " WS-JR-Status
              PERFORM 9999-Abend-Headcount
           END-IF.
           PERFORM 2010-Read-Audit-Record UNTIL WS-AU-EOF.
           PERFORM 2030-Check-Journal-End.
           CLOSE EMPAUDIT.
           CLOSE EMPJRNL.
           PERFORM 2200-Tally-Movement
              VARYING WS-MV-SUB FROM 1 BY 1
              UNTIL WS-MV-SUB > WS-MV-Count.

       2010-Read-Audit-Record.
           READ EMPAUDIT
              AT END SET WS-AU-EOF TO TRUE
           END-READ.
           IF WS-AU-Good
              ADD +1 TO WS-AU-Records-Read
              EVALUATE TRUE
                 WHEN AU-Applied
                    ADD +1 TO WS-AU-Applied-Read
                    PERFORM 2020-Match-Journal
                    IF AU-Run-Date(1:6) = WS-HC-Month-X
                       PERFORM 2040-Record-Movement
                    ELSE
                       ADD +1 TO WS-AU-Outside-Month
                    END-IF
                 WHEN AU-Restored
                    ADD +1 TO WS-AU-Restored-Read
                    IF AU-Run-Date(1:6) = WS-HC-Month-X
                       PERFORM 2050-Reverse-Movement
                    ELSE
                       ADD +1 TO WS-AU-Outside-Month
                    END-IF
                 WHEN OTHER
                    ADD +1 TO WS-AU-Not-Applied
              END-EVALUATE
           ELSE
              IF WS-AU-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2010-EMPAUDIT"
                 DISPLAY "Read EMPAUDIT Failed."
                 DISPLAY "File Status: " WS-AU-Status
                 PERFORM 9999-Abend-Headcount
              END-IF
           END-IF.

      * The journal record for an applied action carries the
      * before-image. Both files are written by the same run in
      * the same order - if they disagree the concatenations do
      * not match and nothing on the report could be trusted.
       2020-Match-Journal.
           READ EMPJRNL
              AT END SET WS-JR-EOF TO TRUE
           END-READ.
           IF WS-JR-Good
              ADD +1 TO WS-JR-Records-Read
           ELSE
              IF WS-JR-EOF
                 DISPLAY "** ERROR **: 2020-EMPJRNL"
                 DISPLAY "EMPJRNL ended before EMPAUDIT - audit"
                    " record " WS-AU-Records-Read " has no journal."
                 PERFORM 9999-Abend-Headcount
              ELSE
                 DISPLAY "** ERROR **: 2020-EMPJRNL"
                 DISPLAY "Read EMPJRNL Failed."
                 DISPLAY "File Status: " WS-JR-Status
                 PERFORM 9999-Abend-Headcount
              END-IF
           END-IF.
           IF JR-Action   NOT = AU-Action
              OR JR-Emp-ID   NOT = AU-Emp-ID
              OR JR-Run-Date NOT = AU-Run-Date
              OR JR-Run-Time NOT = AU-Run-Time
              DISPLAY "** ERROR **: 2020-EMPJRNL"
              DISPLAY "EMPJRNL out of step with EMPAUDIT at audit"
                 " record " WS-AU-Records-Read
              DISPLAY "Audit:   " AU-Run-Date " " AU-Run-Time " "
                 AU-Action " " AU-Emp-ID
              DISPLAY "Journal: " JR-Run-Date " " JR-Run-Time " "
                 JR-Action " " JR-Emp-ID
              PERFORM 9999-Abend-Headcount
           END-IF.

       2030-Check-Journal-End.
           READ EMPJRNL
              AT END SET WS-JR-EOF TO TRUE
           END-READ.
           IF NOT WS-JR-EOF
              DISPLAY "** ERROR **: 2030-EMPJRNL"
              DISPLAY "EMPJRNL has records past the end of EMPAUDIT."
              DISPLAY "File Status: " WS-JR-Status
              PERFORM 9999-Abend-Headcount
           END-IF.

      * A change that leaves the department alone is a salary
      * change only - it does not move headcount.
       2040-Record-Movement.
           EVALUATE AU-Action
              WHEN 'A'
                 PERFORM 2045-Add-Movement
                 MOVE SPACES        TO WS-MV-From-Dept(WS-MV-Count)
                 MOVE AU-After-Dept TO WS-MV-To-Dept(WS-MV-Count)
                 IF AU-After-Salary-N IS NUMERIC
                    MOVE AU-After-Salary-N
                       TO WS-MV-Salary(WS-MV-Count)
                 END-IF
              WHEN 'D'
                 PERFORM 2045-Add-Movement
                 MOVE JR-Before-Dept TO WS-MV-From-Dept(WS-MV-Count)
                 MOVE SPACES         TO WS-MV-To-Dept(WS-MV-Count)
                 IF JR-Before-Salary IS NUMERIC
                    MOVE JR-Before-Salary
                       TO WS-MV-Salary(WS-MV-Count)
                 END-IF
              WHEN 'C'
                 IF JR-Before-Dept = AU-After-Dept
                    ADD +1 TO WS-AU-Other-Changes
                 ELSE
                    PERFORM 2045-Add-Movement
                    MOVE JR-Before-Dept
                       TO WS-MV-From-Dept(WS-MV-Count)
                    MOVE AU-After-Dept
                       TO WS-MV-To-Dept(WS-MV-Count)
                 END-IF
              WHEN OTHER
                 ADD +1 TO WS-AU-Not-Applied
           END-EVALUATE.

       2045-Add-Movement.
           IF WS-MV-Count >= WS-MV-Max
              DISPLAY "** ERROR **: 2045-EMPAUDIT"
              DISPLAY "More than " WS-MV-Max " hires, terminations"
                 " and transfers in the month."
              PERFORM 9999-Abend-Headcount
           END-IF.
           ADD +1 TO WS-MV-Count.
           MOVE AU-Action TO WS-MV-Action(WS-MV-Count).
           MOVE AU-Emp-ID TO WS-MV-Emp-ID(WS-MV-Count).
           MOVE ZERO      TO WS-MV-Salary(WS-MV-Count).
           MOVE 'N'       TO WS-MV-Reversed-Sw(WS-MV-Count).

      * A backout run restores the master in reverse, so the
      * action it took back is the latest one still standing for
      * that employee and action code. For a change or delete the
      * restored after-image is the record as it stood before the
      * action, so its department must be the one the movement
      * left. A restored change that was not a transfer has
      * nothing to take back.
       2050-Reverse-Movement.
           PERFORM VARYING WS-MV-SUB FROM WS-MV-Count BY -1
              UNTIL WS-MV-SUB < 1
                 OR (WS-MV-Action(WS-MV-SUB) = AU-Action
                 AND WS-MV-Emp-ID(WS-MV-SUB) = AU-Emp-ID
                 AND NOT WS-MV-Reversed(WS-MV-SUB)
                 AND (AU-Action = 'A'
                  OR WS-MV-From-Dept(WS-MV-SUB) = AU-After-Dept))
           END-PERFORM.
           IF WS-MV-SUB < 1
              ADD +1 TO WS-AU-Reverse-Unmatched
           ELSE
              SET WS-MV-Reversed(WS-MV-SUB) TO TRUE
              ADD +1 TO WS-AU-Reversed
           END-IF.

       2200-Tally-Movement.
           IF NOT WS-MV-Reversed(WS-MV-SUB)
              EVALUATE WS-MV-Action(WS-MV-SUB)
                 WHEN 'A'
                    MOVE WS-MV-To-Dept(WS-MV-SUB) TO WS-HC-Find-Dept
                    PERFORM 2250-Find-Department
                    ADD +1 TO WS-HD-Hires(WS-HC-Dept-SUB)
                    ADD WS-MV-Salary(WS-MV-SUB)
                       TO WS-HD-Hire-Salary(WS-HC-Dept-SUB)
                 WHEN 'D'
                    MOVE WS-MV-From-Dept(WS-MV-SUB) TO WS-HC-Find-Dept
                    PERFORM 2250-Find-Department
                    ADD +1 TO WS-HD-Terms(WS-HC-Dept-SUB)
                    ADD WS-MV-Salary(WS-MV-SUB)
                       TO WS-HD-Leave-Salary(WS-HC-Dept-SUB)
                 WHEN 'C'
                    MOVE WS-MV-From-Dept(WS-MV-SUB) TO WS-HC-Find-Dept
                    PERFORM 2250-Find-Department
                    ADD +1 TO WS-HD-Xfer-Out(WS-HC-Dept-SUB)
                    MOVE WS-MV-To-Dept(WS-MV-SUB) TO WS-HC-Find-Dept
                    PERFORM 2250-Find-Department
                    ADD +1 TO WS-HD-Xfer-In(WS-HC-Dept-SUB)
              END-EVALUATE
           END-IF.

      * Leaves WS-HC-Dept-SUB on WS-HC-Find-Dept, adding it (with
      * its DEPTREF division, '???' when not on DEPTREF) the first
      * time it is seen.
       2250-Find-Department.
           PERFORM VARYING WS-HC-Dept-SUB FROM 1 BY 1
              UNTIL WS-HC-Dept-SUB > WS-HC-Dept-Count
                 OR WS-HD-Dept-Code(WS-HC-Dept-SUB) = WS-HC-Find-Dept
           END-PERFORM.
           IF WS-HC-Dept-SUB > WS-HC-Dept-Count
              IF WS-HC-Dept-Count >= WS-HC-Dept-Max
                 DISPLAY "** ERROR **: 2250-Find-Department"
                 DISPLAY "More than " WS-HC-Dept-Max " departments."
                 DISPLAY "Department not counted: " WS-HC-Find-Dept
                 PERFORM 9999-Abend-Headcount
              END-IF
              ADD +1 TO WS-HC-Dept-Count
              MOVE WS-HC-Dept-Count TO WS-HC-Dept-SUB
              INITIALIZE WS-HC-Dept-Table(WS-HC-Dept-SUB)
              MOVE WS-HC-Find-Dept TO WS-HD-Dept-Code(WS-HC-Dept-SUB)
              PERFORM VARYING WS-Dept-Ref-SUB FROM 1 BY 1
                 UNTIL WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                    OR WS-Dept-Ref-Code(WS-Dept-Ref-SUB) =
                       WS-HC-Find-Dept
              END-PERFORM
              IF WS-Dept-Ref-SUB <= WS-Dept-Ref-Count
                 MOVE WS-Dept-Ref-Div-Code(WS-Dept-Ref-SUB)
                    TO WS-HD-Div-Code(WS-HC-Dept-SUB)
                 MOVE WS-Dept-Ref-Name(WS-Dept-Ref-SUB)
                    TO WS-HD-Name(WS-HC-Dept-SUB)
              ELSE
                 MOVE '???' TO WS-HD-Div-Code(WS-HC-Dept-SUB)
                 MOVE 'NOT ON DEPTREF' TO WS-HD-Name(WS-HC-Dept-SUB)
              END-IF
           END-IF.

       2300-Count-Closing-Headcount.
           OPEN INPUT EMPMAST.
           IF NOT WS-EM-Good
              DISPLAY "** ERROR **: 2300-EMPMAST"
              DISPLAY "Open EMPMAST Failed."
              DISPLAY "File Status: " WS-EM-Status
              PERFORM 9999-Abend-Headcount
           END-IF.
           PERFORM 2310-Count-Employee UNTIL WS-EM-EOF.
           CLOSE EMPMAST.

       2310-Count-Employee.
           READ EMPMAST
              AT END SET WS-EM-EOF TO TRUE
           END-READ.
           IF WS-EM-Good
              ADD +1 TO WS-EM-Records-Read
              MOVE EM-Dept-Code TO WS-HC-Find-Dept
              PERFORM 2250-Find-Department
              ADD +1 TO WS-HD-Closing(WS-HC-Dept-SUB)
           ELSE
              IF WS-EM-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2310-EMPMAST"
                 DISPLAY "Read EMPMAST Failed."
                 DISPLAY "File Status: " WS-EM-Status
                 PERFORM 9999-Abend-Headcount
              END-IF
           END-IF.

      * SORT input procedure: one record per department so the
      * report comes out in division, department order.
       2400-Release-Departments.
           PERFORM 2410-Release-Department
              VARYING WS-HC-Dept-SUB FROM 1 BY 1
              UNTIL WS-HC-Dept-SUB > WS-HC-Dept-Count.

       2410-Release-Department.
           MOVE WS-HD-Div-Code(WS-HC-Dept-SUB)  TO SW-Div-Code.
           MOVE WS-HD-Dept-Code(WS-HC-Dept-SUB) TO SW-Dept-Code.
           MOVE WS-HC-Dept-SUB                  TO SW-Dept-SUB.
           RELEASE SW-REC.

      * SORT output procedure: a line per department under its
      * division, division subtotals and the grand total; each
      * department's closing headcount goes to HCSNAP.
       2500-Print-Headcount.
           INITIALIZE WS-HC-Totals.
           WRITE HR-REC FROM WS-HR-Column-Heading-1.
           WRITE HR-REC FROM WS-HR-Column-Heading-2.
           PERFORM 2510-Return-Department UNTIL WS-Sort-EOF.
           IF WS-HT-Count(1) > 0
              PERFORM 2540-Print-Div-Total
           END-IF.
           MOVE SPACES TO HR-REC.
           WRITE HR-REC.
           MOVE SPACES TO WS-HR-Code.
           MOVE 'GRAND TOTAL' TO WS-HR-Name.
           MOVE 2 TO WS-HT-SUB.
           PERFORM 2550-Print-Total-Level.

       2510-Return-Department.
           RETURN SORTWORK
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF SW-Div-Code NOT = WS-HT-Break-Div
                 IF WS-HT-Count(1) > 0
                    PERFORM 2540-Print-Div-Total
                 END-IF
                 MOVE SW-Div-Code TO WS-HT-Break-Div
                 PERFORM 2520-Print-Div-Heading
              END-IF
              MOVE SW-Dept-SUB TO WS-HC-Dept-SUB
              PERFORM 2530-Print-Department
           END-IF.

       2520-Print-Div-Heading.
           MOVE SW-Div-Code TO WS-HR-Div-Code.
           MOVE 'NOT ON DEPTREF' TO WS-HR-Div-Name.
           PERFORM VARYING WS-Dept-Ref-SUB FROM 1 BY 1
              UNTIL WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                 OR WS-Dept-Ref-Div-Code(WS-Dept-Ref-SUB) = SW-Div-Code
           END-PERFORM.
           IF WS-Dept-Ref-SUB <= WS-Dept-Ref-Count
              MOVE WS-Dept-Ref-Div-Name(WS-Dept-Ref-SUB)
                 TO WS-HR-Div-Name
           END-IF.
           MOVE SPACES TO HR-REC.
           WRITE HR-REC.
           WRITE HR-REC FROM WS-HR-Div-Line.

      * Without HCPRIOR the opening is worked back from the
      * closing, so it is the closing that is known to be right.
       2530-Print-Department.
           IF NOT WS-HC-Prior-Loaded
              COMPUTE WS-HD-Opening(WS-HC-Dept-SUB) =
                 WS-HD-Closing(WS-HC-Dept-SUB)
                 - WS-HD-Hires(WS-HC-Dept-SUB)
                 + WS-HD-Terms(WS-HC-Dept-SUB)
                 - WS-HD-Xfer-In(WS-HC-Dept-SUB)
                 + WS-HD-Xfer-Out(WS-HC-Dept-SUB)
           END-IF.
           MOVE WS-HD-Opening(WS-HC-Dept-SUB)      TO WS-HW-Opening.
           MOVE WS-HD-Hires(WS-HC-Dept-SUB)        TO WS-HW-Hires.
           MOVE WS-HD-Terms(WS-HC-Dept-SUB)        TO WS-HW-Terms.
           MOVE WS-HD-Xfer-In(WS-HC-Dept-SUB)      TO WS-HW-Xfer-In.
           MOVE WS-HD-Xfer-Out(WS-HC-Dept-SUB)     TO WS-HW-Xfer-Out.
           MOVE WS-HD-Closing(WS-HC-Dept-SUB)      TO WS-HW-Closing.
           MOVE WS-HD-Hire-Salary(WS-HC-Dept-SUB)
              TO WS-HW-Hire-Salary.
           MOVE WS-HD-Leave-Salary(WS-HC-Dept-SUB)
              TO WS-HW-Leave-Salary.
           MOVE WS-HD-Dept-Code(WS-HC-Dept-SUB)    TO WS-HR-Code.
           MOVE WS-HD-Name(WS-HC-Dept-SUB)         TO WS-HR-Name.
           MOVE 0 TO WS-HW-Level.
           PERFORM 2560-Print-Headcount-Line.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1 UNTIL WS-HT-SUB > 2
              ADD +1             TO WS-HT-Count(WS-HT-SUB)
              ADD WS-HW-Opening  TO WS-HT-Opening(WS-HT-SUB)
              ADD WS-HW-Hires    TO WS-HT-Hires(WS-HT-SUB)
              ADD WS-HW-Terms    TO WS-HT-Terms(WS-HT-SUB)
              ADD WS-HW-Xfer-In  TO WS-HT-Xfer-In(WS-HT-SUB)
              ADD WS-HW-Xfer-Out TO WS-HT-Xfer-Out(WS-HT-SUB)
              ADD WS-HW-Closing  TO WS-HT-Closing(WS-HT-SUB)
              ADD WS-HW-Hire-Salary
                 TO WS-HT-Hire-Salary(WS-HT-SUB)
              ADD WS-HW-Leave-Salary
                 TO WS-HT-Leave-Salary(WS-HT-SUB)
           END-PERFORM.
           PERFORM 2580-Write-Snapshot.

       2540-Print-Div-Total.
           MOVE 'DIV' TO WS-HR-Code.
           MOVE SPACES TO WS-HR-Name.
           STRING WS-HT-Break-Div ' TOTAL'
              DELIMITED BY SIZE INTO WS-HR-Name
           END-STRING.
           MOVE 1 TO WS-HT-SUB.
           PERFORM 2550-Print-Total-Level.

      * Prints level WS-HT-SUB (1 division, 2 grand) and clears
      * it for the next group.
       2550-Print-Total-Level.
           MOVE WS-HT-Opening(WS-HT-SUB)      TO WS-HW-Opening.
           MOVE WS-HT-Hires(WS-HT-SUB)        TO WS-HW-Hires.
           MOVE WS-HT-Terms(WS-HT-SUB)        TO WS-HW-Terms.
           MOVE WS-HT-Xfer-In(WS-HT-SUB)      TO WS-HW-Xfer-In.
           MOVE WS-HT-Xfer-Out(WS-HT-SUB)     TO WS-HW-Xfer-Out.
           MOVE WS-HT-Closing(WS-HT-SUB)      TO WS-HW-Closing.
           MOVE WS-HT-Hire-Salary(WS-HT-SUB)  TO WS-HW-Hire-Salary.
           MOVE WS-HT-Leave-Salary(WS-HT-SUB) TO WS-HW-Leave-Salary.
           MOVE WS-HT-SUB TO WS-HW-Level.
           PERFORM 2560-Print-Headcount-Line.
           INITIALIZE WS-HT-Level(WS-HT-SUB).

      * Turnover is terminations over the average of opening and
      * closing headcount. Opening, plus hires, less terms, plus
      * transfers in, less transfers out must be the closing.
       2560-Print-Headcount-Line.
           COMPUTE WS-HW-Expected = WS-HW-Opening + WS-HW-Hires
              - WS-HW-Terms + WS-HW-Xfer-In - WS-HW-Xfer-Out.
           IF WS-HW-Expected = WS-HW-Closing
              MOVE SPACES TO WS-HR-Flag
           ELSE
              MOVE '***'  TO WS-HR-Flag
              IF WS-HW-Level-Dept
                 ADD +1 TO WS-HC-Depts-Flagged
              END-IF
           END-IF.
           COMPUTE WS-HW-Average-Count =
              (WS-HW-Opening + WS-HW-Closing) / 2.
           MOVE 0 TO WS-HW-Turnover.
           IF WS-HW-Average-Count > 0
              COMPUTE WS-HW-Turnover ROUNDED =
                 WS-HW-Terms * 100 / WS-HW-Average-Count
                 ON SIZE ERROR MOVE 999.9 TO WS-HW-Turnover
              END-COMPUTE
           END-IF.
           MOVE 0 TO WS-HW-Avg-Hire WS-HW-Avg-Leave.
           IF WS-HW-Hires > 0
              COMPUTE WS-HW-Avg-Hire ROUNDED =
                 WS-HW-Hire-Salary / WS-HW-Hires
           END-IF.
           IF WS-HW-Terms > 0
              COMPUTE WS-HW-Avg-Leave ROUNDED =
                 WS-HW-Leave-Salary / WS-HW-Terms
           END-IF.
           MOVE WS-HW-Opening   TO WS-HR-Opening.
           MOVE WS-HW-Hires     TO WS-HR-Hires.
           MOVE WS-HW-Terms     TO WS-HR-Terms.
           MOVE WS-HW-Xfer-In   TO WS-HR-Xfer-In.
           MOVE WS-HW-Xfer-Out  TO WS-HR-Xfer-Out.
           MOVE WS-HW-Closing   TO WS-HR-Closing.
           MOVE WS-HW-Turnover  TO WS-HR-Turnover.
           MOVE WS-HW-Avg-Hire  TO WS-HR-Avg-Hire.
           MOVE WS-HW-Avg-Leave TO WS-HR-Avg-Leave.
           WRITE HR-REC FROM WS-HR-Detail-Line.

       2580-Write-Snapshot.
           MOVE SPACES                         TO HS-REC.
           MOVE WS-HC-Month-X                  TO HS-Month.
           MOVE WS-HD-Dept-Code(WS-HC-Dept-SUB) TO HS-Dept-Code.
           MOVE WS-HD-Closing(WS-HC-Dept-SUB)  TO HS-Headcount.
           WRITE HS-REC.
           IF WS-HS-Good
              ADD +1 TO WS-HS-Records-Written
           ELSE
              DISPLAY "** ERROR **: 2580-HCSNAP"
              DISPLAY "Write HCSNAP Failed."
              DISPLAY "File Status: " WS-HS-Status
              PERFORM 9999-Abend-Headcount
           END-IF.

       3000-End-Job.
           MOVE SPACES TO HR-REC.
           WRITE HR-REC.
           IF NOT WS-HC-Prior-Loaded
              MOVE SPACES TO WS-HR-Message
              STRING 'NO HCPRIOR SNAPSHOT - OPENING HEADCOUNT'
                 ' WORKED BACK FROM CLOSING'
                 DELIMITED BY SIZE INTO WS-HR-Message
              END-STRING
              WRITE HR-REC FROM WS-HR-Message-Line
              MOVE +4 TO RETURN-CODE
           END-IF.
           IF WS-HC-Prior-Month-Bad
              MOVE SPACES TO WS-HR-Message
              STRING '*** HCPRIOR IS NOT THE SNAPSHOT FOR '
                 WS-HC-Prior-Month-X ' - OPENING HEADCOUNT SUSPECT'
                 DELIMITED BY SIZE INTO WS-HR-Message
              END-STRING
              WRITE HR-REC FROM WS-HR-Message-Line
              MOVE +4 TO RETURN-CODE
           END-IF.
           IF WS-HC-Depts-Flagged > 0
              MOVE SPACES TO WS-HR-Message
              STRING '*** FLAGGED DEPARTMENTS DO NOT TIE TO CLOSING'
                 ' HEADCOUNT'
                 DELIMITED BY SIZE INTO WS-HR-Message
              END-STRING
              WRITE HR-REC FROM WS-HR-Message-Line
              MOVE +4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO HR-REC.
           WRITE HR-REC.
           MOVE 'EMPAUDIT RECORDS READ' TO WS-HR-Count-Label.
           MOVE WS-AU-Records-Read TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           MOVE 'APPLIED ACTIONS' TO WS-HR-Count-Label.
           MOVE WS-AU-Applied-Read TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           MOVE 'EMPJRNL RECORDS MATCHED' TO WS-HR-Count-Label.
           MOVE WS-JR-Records-Read TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           MOVE 'CHANGES WITHIN A DEPARTMENT' TO WS-HR-Count-Label.
           MOVE WS-AU-Other-Changes TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           MOVE 'ACTIONS RESTORED BY BACKOUT' TO WS-HR-Count-Label.
           MOVE WS-AU-Reversed TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           MOVE 'RESTORES WITH NO MOVEMENT' TO WS-HR-Count-Label.
           MOVE WS-AU-Reverse-Unmatched TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           MOVE 'REJECTED OR SKIPPED ACTIONS' TO WS-HR-Count-Label.
           MOVE WS-AU-Not-Applied TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           MOVE 'ACTIVITY OUTSIDE THE MONTH' TO WS-HR-Count-Label.
           MOVE WS-AU-Outside-Month TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           MOVE 'EMPMAST RECORDS READ' TO WS-HR-Count-Label.
           MOVE WS-EM-Records-Read TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           MOVE 'DEPARTMENTS FLAGGED' TO WS-HR-Count-Label.
           MOVE WS-HC-Depts-Flagged TO WS-HR-Count.
           WRITE HR-REC FROM WS-HR-Count-Line.
           DISPLAY "3000-EOJ: ".
           DISPLAY "REPORT MONTH:             " WS-HC-Month-X.
           DISPLAY "EMPAUDIT RECORDS READ:    " WS-AU-Records-Read.
           DISPLAY "EMPJRNL RECORDS READ:     " WS-JR-Records-Read.
           DISPLAY "EMPMAST RECORDS READ:     " WS-EM-Records-Read.
           DISPLAY "HCSNAP RECORDS WRITTEN:   " WS-HS-Records-Written.
           DISPLAY "DEPARTMENTS FLAGGED:      " WS-HC-Depts-Flagged.
           CLOSE HCSNAP.
           CLOSE HCRPT.

       9999-Abend-Headcount.
           CLOSE EMPAUDIT.
           CLOSE EMPJRNL.
           CLOSE EMPMAST.
           CLOSE DEPTREF.
           CLOSE HCPRIOR.
           CLOSE HCSNAP.
           CLOSE HCRPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
