      ***********************************************************
      * Program name:    EMPINQ
      * Original author: maintainer
      *
      * Description: Employee benefits and pay profile inquiry.
      *           Takes a list of employee IDs on INQREQ (one per
      *           card, columns 1-5; blank cards and cards with
      *           '*' in column 1 are ignored) and prints one
      *           profile per employee to INQRPT, in request order:
      *
      *             - the EMPMAST record, with the department and
      *               division names from DEPTREF;
      *             - every ENRLMST row for the employee, active
      *               and terminated, with its coverage tier, the
      *               dates it was effective, terminated and keyed,
      *               and the current PLANRATE premium for the tier;
      *             - the YTDMAST year-to-date gross, deductions by
      *               plan and bonus, and the cycles they were last
      *               posted for;
      *             - every EMPAUDIT and ENRAUDIT line for the
      *               employee - applied, rejected, restored or
      *               skipped - in date and time order.
      *
      *           EMPAUDIT and ENRAUDIT are whichever runs' trails
      *           are concatenated in. An employee not on EMPMAST
      *           (a leaver, or a key error) still prints whatever
      *           enrollment, YTD and audit history there is. Read-
      *           only; may run at any point in the cycle. Ends with
      *           RETURN-CODE 4 when a requested employee is on none
      *           of the files.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - one place to answer an
      *                          employee's deduction query.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPINQ.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQREQ
           ASSIGN TO INQREQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IQ-Status.

           SELECT INQRPT
           ASSIGN TO INQRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IR-Status.

           SELECT EMPMAST
           ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-Emp-ID
           FILE STATUS IS WS-EM-Status.

           SELECT ENRLMST
           ASSIGN TO ENRLMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NM-Key
           FILE STATUS IS WS-NM-Status.

           SELECT YTDMAST
           ASSIGN TO YTDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS YT-Emp-ID
           FILE STATUS IS WS-YT-Status.

           SELECT EMPAUDIT
           ASSIGN TO EMPAUDIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AU-Status.

           SELECT ENRAUDIT
           ASSIGN TO ENRAUDIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NA-Status.

           SELECT DEPTREF
           ASSIGN TO DEPTREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DF-Status.

           SELECT PLANRATE
           ASSIGN TO PLANRATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PL-Status.

           SELECT SORTWORK
           ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  INQREQ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  IQ-REC.
           05  IQ-Emp-ID                    PIC X(05).
           05  FILLER                       PIC X(75).

       FD  INQRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  IR-REC                           PIC X(080).

       FD  EMPMAST.
       01  EM-REC.
           05  EM-Emp-ID                    PIC X(05).
           05  EM-Dept-Code                 PIC X(03).
           05  EM-Salary                    PIC 9(07).

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

       FD  YTDMAST.
       01  YT-REC.
           05  YT-Emp-ID                    PIC X(05).
           05  YT-Year                      PIC 9(04).
           05  YT-Gross                     PIC 9(09)V99.
           05  YT-Plan-Bucket OCCURS 5 TIMES.
               10  YT-Plan-Code             PIC X(03).
               10  YT-Plan-Ded              PIC 9(07)V99.
           05  YT-Bonus                     PIC 9(09).
           05  YT-Ded-Cycle                 PIC X(08).
           05  YT-Bonus-Cycle               PIC X(08).

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
           05  FILLER                       PIC X(01).
           05  AU-Reason                    PIC X(20).
           05  FILLER                       PIC X(01).
           05  AU-Status-Out                PIC X(02).
           05  FILLER                       PIC X(01).
           05  AU-After-Dept                PIC X(03).
           05  FILLER                       PIC X(01).
           05  AU-After-Salary              PIC X(07).
           05  FILLER                       PIC X(12).

       FD  ENRAUDIT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NA-REC.
           05  NA-Run-Date                  PIC X(08).
           05  FILLER                       PIC X(01).
           05  NA-Run-Time                  PIC X(06).
           05  FILLER                       PIC X(01).
           05  NA-Action                    PIC X(01).
           05  FILLER                       PIC X(01).
           05  NA-Emp-ID                    PIC X(05).
           05  FILLER                       PIC X(01).
           05  NA-Plan-Code                 PIC X(03).
           05  FILLER                       PIC X(01).
           05  NA-Disposition               PIC X(08).
           05  FILLER                       PIC X(01).
           05  NA-Reason                    PIC X(20).
           05  FILLER                       PIC X(01).
           05  NA-Status-Out                PIC X(02).

       FD  DEPTREF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DF-REC.
           05  DF-Dept-Code                 PIC X(03).
           05  DF-Dept-Name                 PIC X(20).
           05  DF-Div-Code                  PIC X(03).
           05  DF-Div-Name                  PIC X(20).

       FD  PLANRATE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PL-REC.
           05  PL-Code                      PIC X(03).
           05  PL-Premium-Emp               PIC 9(05)V99.
           05  PL-Premium-Sps               PIC 9(05)V99.
           05  PL-Premium-Fam               PIC 9(05)V99.

      * One '0' record per requested employee starts its profile;
      * its '1' records are the audit history, in date and time
      * order and, within a run, in the order they were written.
       SD  SORTWORK.
       01  SW-REC.
           05  SW-Req-Seq                   PIC 9(04).
           05  SW-Rec-Type                  PIC X(01).
               88  SW-Profile-Start             VALUE '0'.
               88  SW-History                   VALUE '1'.
           05  SW-Run-Date                  PIC X(08).
           05  SW-Run-Time                  PIC X(06).
           05  SW-Rel-Seq                   PIC 9(08).
           05  SW-Emp-ID                    PIC X(05).
           05  SW-Source                    PIC X(03).
           05  SW-Action                    PIC X(01).
           05  SW-Plan-Code                 PIC X(03).
           05  SW-Disposition               PIC X(08).
           05  SW-Reason                    PIC X(20).
           05  SW-After-Dept                PIC X(03).
           05  SW-After-Salary              PIC X(07).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==IQ==.
           COPY WSFST REPLACING ==:tag:== BY ==IR==.
           COPY WSFST REPLACING ==:tag:== BY ==EM==.
           COPY WSFST REPLACING ==:tag:== BY ==NM==.
           COPY WSFST REPLACING ==:tag:== BY ==YT==.
           COPY WSFST REPLACING ==:tag:== BY ==AU==.
           COPY WSFST REPLACING ==:tag:== BY ==NA==.
           COPY WSFST REPLACING ==:tag:== BY ==DF==.
           COPY WSFST REPLACING ==:tag:== BY ==PL==.

       01  WS-Inquiry-Counters.
           12 WS-IQ-Records-Read      PIC S9(8) COMP VALUE 0.
           12 WS-IQ-Duplicates        PIC S9(8) COMP VALUE 0.
           12 WS-AU-Records-Read      PIC S9(8) COMP VALUE 0.
           12 WS-NA-Records-Read      PIC S9(8) COMP VALUE 0.
           12 WS-SW-Records-Released  PIC S9(8) COMP VALUE 0.
           12 WS-IR-Profiles-Printed  PIC S9(8) COMP VALUE 0.
           12 WS-IQ-Unknown-Emps      PIC S9(8) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

       01  WS-Sort-EOF-Sw             PIC X(01) VALUE 'N'.
           88  WS-Sort-EOF                VALUE 'Y'.

      * Requested employees, in request order. A repeated ID is
      * printed once.
       01  WS-Request-Storage.
           12 WS-IQ-Max               PIC S9(4) COMP VALUE 500.
           12 WS-IQ-Count             PIC S9(4) COMP VALUE 0.
           12 WS-IQ-SUB               PIC S9(4) COMP VALUE 0.
           12 WS-IQ-Find-Emp          PIC X(05).
           12 WS-IQ-Table OCCURS 500 TIMES.
              15 WS-IQ-Emp-ID         PIC X(05).

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

       01  WS-Planrate-Table-Storage.
           12 WS-PL-SUB                        PIC 9 VALUE 0.
           12 WS-Planrate-Table-Setup.
              15 WS-Planrate-Table OCCURS 5 TIMES.
                 18 WS-Planrate-Code           PIC X(03)
                    VALUE SPACES.
                 18 WS-Planrate-Premium-Emp    PIC 9(05)V99
                    VALUE ZERO.
                 18 WS-Planrate-Premium-Sps    PIC 9(05)V99
                    VALUE ZERO.
                 18 WS-Planrate-Premium-Fam    PIC 9(05)V99
                    VALUE ZERO.

       01  WS-Profile-Work.
           12 WS-PW-Emp-ID            PIC X(05).
           12 WS-PW-Found-Sw          PIC X(01) VALUE 'N'.
              88  WS-PW-Found-Somewhere   VALUE 'Y'.
           12 WS-PW-History-Count     PIC S9(8) COMP VALUE 0.
           12 WS-PW-Enroll-Count      PIC S9(4) COMP VALUE 0.
           12 WS-PW-Bucket-SUB        PIC S9(4) COMP VALUE 0.
           12 WS-PW-Browse-Sw         PIC X(01) VALUE 'N'.
              88  WS-PW-Browse-Done       VALUE 'Y'.
           12 WS-PW-Edit-Date         PIC X(10).
           12 WS-PW-Salary-Edit       PIC Z(06)9.

       01  WS-IR-Separator-Line.
           12 FILLER                  PIC X(80) VALUE ALL '='.

       01  WS-IR-Heading-Line.
           12 FILLER                  PIC X(18) VALUE
              'EMPLOYEE PROFILE: '.
           12 WS-IR-Emp-ID            PIC X(05).
           12 FILLER                  PIC X(37) VALUE SPACES.
           12 FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           12 WS-IR-Run-Date          PIC X(10).

       01  WS-IR-Section-Line.
           12 WS-IR-Section           PIC X(80).

       01  WS-IR-Dept-Line.
           12 FILLER                  PIC X(14) VALUE
              '  DEPARTMENT: '.
           12 WS-IR-Dept-Code         PIC X(03).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Dept-Name         PIC X(20).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 FILLER                  PIC X(10) VALUE 'DIVISION: '.
           12 WS-IR-Div-Code          PIC X(03).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Div-Name          PIC X(20).
           12 FILLER                  PIC X(06) VALUE SPACES.

       01  WS-IR-Salary-Line.
           12 FILLER                  PIC X(14) VALUE
              '  SALARY:     '.
           12 WS-IR-Salary            PIC Z,ZZZ,ZZ9.
           12 FILLER                  PIC X(57) VALUE SPACES.

       01  WS-IR-Enroll-Heading.
           12 FILLER                  PIC X(20) VALUE
              '  PLAN TIER  STATUS '.
           12 FILLER                  PIC X(20) VALUE
              'EFF DATE  TERM DATE '.
           12 FILLER                  PIC X(20) VALUE
              ' KEYED    TRM KEYED '.
           12 FILLER                  PIC X(20) VALUE
              '  PREMIUM'.

       01  WS-IR-Enroll-Line.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-IR-Plan-Code         PIC X(03).
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-IR-Tier-Code         PIC X(01).
           12 FILLER                  PIC X(03) VALUE SPACES.
           12 WS-IR-Enroll-Status     PIC X(06).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Eff-Date          PIC X(08).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-IR-Term-Date         PIC X(08).
           12 FILLER                  PIC X(03) VALUE SPACES.
           12 WS-IR-Keyed-Date        PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Term-Keyed-Date   PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Premium           PIC X(09).
           12 FILLER                  PIC X(12) VALUE SPACES.

       01  WS-IR-Premium-Edit         PIC ZZ,ZZ9.99.

       01  WS-IR-YTD-Line.
           12 FILLER                  PIC X(07) VALUE '  YEAR '.
           12 WS-IR-YTD-Year          PIC 9(04).
           12 FILLER                  PIC X(09) VALUE '   GROSS '.
           12 WS-IR-YTD-Gross         PIC ZZZ,ZZZ,ZZ9.99.
           12 FILLER                  PIC X(09) VALUE '   BONUS '.
           12 WS-IR-YTD-Bonus         PIC ZZZ,ZZZ,ZZ9.
           12 FILLER                  PIC X(26) VALUE SPACES.

       01  WS-IR-YTD-Plan-Line.
           12 FILLER                  PIC X(09) VALUE '    PLAN '.
           12 WS-IR-YTD-Plan-Code     PIC X(03).
           12 FILLER                  PIC X(12) VALUE
              ' DEDUCTIONS '.
           12 WS-IR-YTD-Plan-Ded      PIC Z,ZZZ,ZZ9.99.
           12 FILLER                  PIC X(44) VALUE SPACES.

       01  WS-IR-YTD-Cycle-Line.
           12 FILLER                  PIC X(30) VALUE
              '  DEDUCTIONS POSTED FOR CYCLE '.
           12 WS-IR-YTD-Ded-Cycle     PIC X(08).
           12 FILLER                  PIC X(22) VALUE
              '   BONUS FOR CYCLE '.
           12 WS-IR-YTD-Bonus-Cycle   PIC X(08).
           12 FILLER                  PIC X(12) VALUE SPACES.

       01  WS-IR-History-Heading.
           12 FILLER                  PIC X(20) VALUE
              '  DATE       TIME'.
           12 FILLER                  PIC X(20) VALUE
              '  FILE ACT PLAN RESU'.
           12 FILLER                  PIC X(20) VALUE
              'LT   REASON'.
           12 FILLER                  PIC X(20) VALUE
              '      AFTER'.

       01  WS-IR-History-Line.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-IR-H-Date            PIC X(10).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-H-Time            PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-H-Source          PIC X(03).
           12 FILLER                  PIC X(03) VALUE SPACES.
           12 WS-IR-H-Action          PIC X(01).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-IR-H-Plan-Code       PIC X(03).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-IR-H-Disposition     PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-H-Reason          PIC X(20).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-H-After           PIC X(14).

       01  WS-IR-Count-Line.
           12 WS-IR-Count-Label       PIC X(35).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-IR-Count             PIC Z(06)9.
           12 FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SORT SORTWORK
              ON ASCENDING KEY SW-Req-Seq
              ON ASCENDING KEY SW-Rec-Type
              ON ASCENDING KEY SW-Run-Date
              ON ASCENDING KEY SW-Run-Time
              ON ASCENDING KEY SW-Rel-Seq
              INPUT PROCEDURE IS 2100-Release-Inquiry-Data
              OUTPUT PROCEDURE IS 2500-Print-Profiles.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           STRING WS-Run-Date-Time(1:4) '-' WS-Run-Date-Time(5:2) '-'
              WS-Run-Date-Time(7:2)
              DELIMITED BY SIZE INTO WS-IR-Run-Date
           END-STRING.
           OPEN OUTPUT INQRPT.
           IF NOT WS-IR-Good
              DISPLAY "** ERROR **: 1000-INQRPT"
              DISPLAY "Open INQRPT Failed."
              DISPLAY "File Status: " WS-IR-Status
              PERFORM 9999-Abend-Inquiry
           END-IF.
           PERFORM 1100-Load-Inquiry-Requests.
           PERFORM 1200-Load-Dept-Reference.
           PERFORM 1300-Load-Planrate-Table.
           OPEN INPUT EMPMAST.
           IF NOT WS-EM-Good
              DISPLAY "** ERROR **: 1000-EMPMAST"
              DISPLAY "Open EMPMAST Failed."
              DISPLAY "File Status: " WS-EM-Status
              PERFORM 9999-Abend-Inquiry
           END-IF.
           OPEN INPUT ENRLMST.
           IF NOT WS-NM-Good
              DISPLAY "** ERROR **: 1000-ENRLMST"
              DISPLAY "Open ENRLMST Failed."
              DISPLAY "File Status: " WS-NM-Status
              PERFORM 9999-Abend-Inquiry
           END-IF.
           OPEN INPUT YTDMAST.
           IF NOT WS-YT-Good
              DISPLAY "** ERROR **: 1000-YTDMAST"
              DISPLAY "Open YTDMAST Failed."
              DISPLAY "File Status: " WS-YT-Status
              PERFORM 9999-Abend-Inquiry
           END-IF.

       1100-Load-Inquiry-Requests.
           OPEN INPUT INQREQ.
           IF NOT WS-IQ-Good
              DISPLAY "** ERROR **: 1100-INQREQ"
              DISPLAY "Open INQREQ Failed."
              DISPLAY "File Status: " WS-IQ-Status
              PERFORM 9999-Abend-Inquiry
           END-IF.
           PERFORM 1110-Load-Request-Record UNTIL WS-IQ-EOF.
           CLOSE INQREQ.
           IF WS-IQ-Count = 0
              DISPLAY "** WARNING **: 1100-INQREQ"
              DISPLAY "No employee IDs on INQREQ - nothing printed."
              MOVE +4 TO RETURN-CODE
           END-IF.

       1110-Load-Request-Record.
           READ INQREQ
              AT END SET WS-IQ-EOF TO TRUE
           END-READ.
           IF WS-IQ-Good
              ADD +1 TO WS-IQ-Records-Read
              IF IQ-Emp-ID = SPACES
                 OR IQ-Emp-ID(1:1) = '*'
                 NEXT SENTENCE
              ELSE
                 MOVE IQ-Emp-ID TO WS-IQ-Find-Emp
                 PERFORM 2150-Find-Request
                 IF WS-IQ-SUB <= WS-IQ-Count
                    ADD +1 TO WS-IQ-Duplicates
                 ELSE
                    IF WS-IQ-Count >= WS-IQ-Max
                       DISPLAY "** ERROR **: 1110-INQREQ"
                       DISPLAY "More than " WS-IQ-Max
                          " employees requested."
                       PERFORM 9999-Abend-Inquiry
                    END-IF
                    ADD +1 TO WS-IQ-Count
                    MOVE IQ-Emp-ID TO WS-IQ-Emp-ID(WS-IQ-Count)
                 END-IF
              END-IF
           ELSE
              IF WS-IQ-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1110-INQREQ"
                 DISPLAY "Read INQREQ Failed."
                 DISPLAY "File Status: " WS-IQ-Status
                 PERFORM 9999-Abend-Inquiry
              END-IF
           END-IF.

       1200-Load-Dept-Reference.
           OPEN INPUT DEPTREF.
           IF NOT WS-DF-Good
              DISPLAY "** ERROR **: 1200-DEPTREF"
              DISPLAY "Open DEPTREF Failed."
              DISPLAY "File Status: " WS-DF-Status
              PERFORM 9999-Abend-Inquiry
           END-IF.
           PERFORM 1210-Load-Dept-Ref-Record UNTIL WS-DF-EOF.
           CLOSE DEPTREF.
           IF WS-Dept-Ref-Dropped > 0
              DISPLAY "** WARNING **: 1200-Load-Dept-Reference"
              DISPLAY "DEPTREF has more than " WS-Dept-Ref-Max
                 " departments - " WS-Dept-Ref-Dropped " dropped."
           END-IF.

       1210-Load-Dept-Ref-Record.
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
                 DISPLAY "** ERROR **: 1210-DEPTREF"
                 DISPLAY "Read DEPTREF Failed."
                 DISPLAY "File Status: " WS-DF-Status
                 PERFORM 9999-Abend-Inquiry
              END-IF
           END-IF.

       1300-Load-Planrate-Table.
           OPEN INPUT PLANRATE.
           IF NOT WS-PL-Good
              DISPLAY "** ERROR **: 1300-PLANRATE"
              DISPLAY "Open PLANRATE Failed."
              DISPLAY "File Status: " WS-PL-Status
              PERFORM 9999-Abend-Inquiry
           END-IF.
           MOVE 1 TO WS-PL-SUB.
           PERFORM 1310-Load-Planrate-Record
              UNTIL WS-PL-EOF OR WS-PL-SUB > 5.
           CLOSE PLANRATE.

       1310-Load-Planrate-Record.
           READ PLANRATE INTO WS-Planrate-Table(WS-PL-SUB)
              AT END SET WS-PL-EOF TO TRUE
           END-READ.
           IF WS-PL-Good
              ADD 1 TO WS-PL-SUB
           ELSE
              IF WS-PL-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1310-PLANRATE"
                 DISPLAY "Read PLANRATE Failed."
                 DISPLAY "File Status: " WS-PL-Status
                 PERFORM 9999-Abend-Inquiry
              END-IF
           END-IF.

      * SORT input procedure: a profile-start record for each
      * requested employee, then the audit lines for requested
      * employees off both trails.
       2100-Release-Inquiry-Data.
           PERFORM 2110-Release-Profile-Start
              VARYING WS-IQ-SUB FROM 1 BY 1
              UNTIL WS-IQ-SUB > WS-IQ-Count.
           OPEN INPUT EMPAUDIT.
           IF NOT WS-AU-Good
              DISPLAY "** ERROR **: 2100-EMPAUDIT"
              DISPLAY "Open EMPAUDIT Failed."
              DISPLAY "File Status: " WS-AU-Status
              PERFORM 9999-Abend-Inquiry
           END-IF.
           PERFORM 2120-Release-Emp-Audit UNTIL WS-AU-EOF.
           CLOSE EMPAUDIT.
           OPEN INPUT ENRAUDIT.
           IF NOT WS-NA-Good
              DISPLAY "** ERROR **: 2100-ENRAUDIT"
              DISPLAY "Open ENRAUDIT Failed."
              DISPLAY "File Status: " WS-NA-Status
              PERFORM 9999-Abend-Inquiry
           END-IF.
           PERFORM 2130-Release-Enr-Audit UNTIL WS-NA-EOF.
           CLOSE ENRAUDIT.

       2110-Release-Profile-Start.
           MOVE SPACES                  TO SW-REC.
           MOVE WS-IQ-SUB               TO SW-Req-Seq.
           SET SW-Profile-Start         TO TRUE.
           MOVE ZERO                    TO SW-Rel-Seq.
           MOVE WS-IQ-Emp-ID(WS-IQ-SUB) TO SW-Emp-ID.
           RELEASE SW-REC.

       2120-Release-Emp-Audit.
           READ EMPAUDIT
              AT END SET WS-AU-EOF TO TRUE
           END-READ.
           IF WS-AU-Good
              ADD +1 TO WS-AU-Records-Read
              MOVE AU-Emp-ID TO WS-IQ-Find-Emp
              PERFORM 2150-Find-Request
              IF WS-IQ-SUB <= WS-IQ-Count
                 MOVE SPACES          TO SW-REC
                 MOVE WS-IQ-SUB       TO SW-Req-Seq
                 SET SW-History       TO TRUE
                 MOVE AU-Run-Date     TO SW-Run-Date
                 MOVE AU-Run-Time     TO SW-Run-Time
                 PERFORM 2160-Next-Release-Seq
                 MOVE AU-Emp-ID       TO SW-Emp-ID
                 MOVE 'EMP'           TO SW-Source
                 MOVE AU-Action       TO SW-Action
                 MOVE AU-Disposition  TO SW-Disposition
                 MOVE AU-Reason       TO SW-Reason
                 MOVE AU-After-Dept   TO SW-After-Dept
                 MOVE AU-After-Salary TO SW-After-Salary
                 RELEASE SW-REC
              END-IF
           ELSE
              IF WS-AU-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2120-EMPAUDIT"
                 DISPLAY "Read EMPAUDIT Failed."
                 DISPLAY "File Status: " WS-AU-Status
                 PERFORM 9999-Abend-Inquiry
              END-IF
           END-IF.

       2130-Release-Enr-Audit.
           READ ENRAUDIT
              AT END SET WS-NA-EOF TO TRUE
           END-READ.
           IF WS-NA-Good
              ADD +1 TO WS-NA-Records-Read
              MOVE NA-Emp-ID TO WS-IQ-Find-Emp
              PERFORM 2150-Find-Request
              IF WS-IQ-SUB <= WS-IQ-Count
                 MOVE SPACES          TO SW-REC
                 MOVE WS-IQ-SUB       TO SW-Req-Seq
                 SET SW-History       TO TRUE
                 MOVE NA-Run-Date     TO SW-Run-Date
                 MOVE NA-Run-Time     TO SW-Run-Time
                 PERFORM 2160-Next-Release-Seq
                 MOVE NA-Emp-ID       TO SW-Emp-ID
                 MOVE 'ENR'           TO SW-Source
                 MOVE NA-Action       TO SW-Action
                 MOVE NA-Plan-Code    TO SW-Plan-Code
                 MOVE NA-Disposition  TO SW-Disposition
                 MOVE NA-Reason       TO SW-Reason
                 RELEASE SW-REC
              END-IF
           ELSE
              IF WS-NA-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2130-ENRAUDIT"
                 DISPLAY "Read ENRAUDIT Failed."
                 DISPLAY "File Status: " WS-NA-Status
                 PERFORM 9999-Abend-Inquiry
              END-IF
           END-IF.

      * Leaves WS-IQ-SUB on WS-IQ-Find-Emp, or past WS-IQ-Count
      * when it was not requested.
       2150-Find-Request.
           PERFORM VARYING WS-IQ-SUB FROM 1 BY 1
              UNTIL WS-IQ-SUB > WS-IQ-Count
                 OR WS-IQ-Emp-ID(WS-IQ-SUB) = WS-IQ-Find-Emp
           END-PERFORM.

       2160-Next-Release-Seq.
           ADD +1 TO WS-SW-Records-Released.
           MOVE WS-SW-Records-Released TO SW-Rel-Seq.

      * SORT output procedure: a profile-start record prints the
      * master, enrollment and YTD sections; the history lines
      * that follow it print under them.
       2500-Print-Profiles.
           PERFORM 2510-Return-Inquiry-Record UNTIL WS-Sort-EOF.
           IF WS-IR-Profiles-Printed > 0
              PERFORM 2590-End-Profile
           END-IF.

       2510-Return-Inquiry-Record.
           RETURN SORTWORK
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF SW-Profile-Start
                 IF WS-IR-Profiles-Printed > 0
                    PERFORM 2590-End-Profile
                 END-IF
                 PERFORM 2520-Start-Profile
              ELSE
                 PERFORM 2900-Print-History-Line
              END-IF
           END-IF.

       2520-Start-Profile.
           ADD +1 TO WS-IR-Profiles-Printed.
           MOVE SW-Emp-ID TO WS-PW-Emp-ID.
           MOVE 'N' TO WS-PW-Found-Sw.
           MOVE 0 TO WS-PW-History-Count.
           MOVE SW-Emp-ID TO WS-IR-Emp-ID.
           WRITE IR-REC FROM WS-IR-Separator-Line.
           WRITE IR-REC FROM WS-IR-Heading-Line.
           PERFORM 2600-Print-Employee-Master.
           PERFORM 2700-Print-Enrollments.
           PERFORM 2800-Print-Year-To-Date.
           MOVE SPACES TO WS-IR-Section.
           WRITE IR-REC FROM WS-IR-Section-Line.
           MOVE 'MAINTENANCE HISTORY (EMPAUDIT / ENRAUDIT)'
              TO WS-IR-Section.
           WRITE IR-REC FROM WS-IR-Section-Line.
           WRITE IR-REC FROM WS-IR-History-Heading.

       2590-End-Profile.
           IF WS-PW-History-Count = 0
              MOVE '  NO MAINTENANCE HISTORY ON THE AUDIT TRAILS READ'
                 TO WS-IR-Section
              WRITE IR-REC FROM WS-IR-Section-Line
           ELSE
              MOVE 'Y' TO WS-PW-Found-Sw
           END-IF.
           IF NOT WS-PW-Found-Somewhere
              ADD +1 TO WS-IQ-Unknown-Emps
              MOVE SPACES TO WS-IR-Section
              WRITE IR-REC FROM WS-IR-Section-Line
              MOVE '*** EMPLOYEE NOT FOUND ON ANY FILE - CHECK THE ID'
                 TO WS-IR-Section
              WRITE IR-REC FROM WS-IR-Section-Line
              MOVE +4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-IR-Section.
           WRITE IR-REC FROM WS-IR-Section-Line.

       2600-Print-Employee-Master.
           MOVE SPACES TO WS-IR-Section.
           WRITE IR-REC FROM WS-IR-Section-Line.
           MOVE 'EMPLOYEE MASTER (EMPMAST)' TO WS-IR-Section.
           WRITE IR-REC FROM WS-IR-Section-Line.
           MOVE WS-PW-Emp-ID TO EM-Emp-ID.
           READ EMPMAST
              INVALID KEY CONTINUE
           END-READ.
           IF WS-EM-Good
              MOVE 'Y' TO WS-PW-Found-Sw
              MOVE EM-Dept-Code TO WS-IR-Dept-Code
              MOVE 'NOT ON DEPTREF' TO WS-IR-Dept-Name
              MOVE '???' TO WS-IR-Div-Code
              MOVE SPACES TO WS-IR-Div-Name
              PERFORM VARYING WS-Dept-Ref-SUB FROM 1 BY 1
                 UNTIL WS-Dept-Ref-SUB > WS-Dept-Ref-Count
                    OR WS-Dept-Ref-Code(WS-Dept-Ref-SUB) = EM-Dept-Code
              END-PERFORM
              IF WS-Dept-Ref-SUB <= WS-Dept-Ref-Count
                 MOVE WS-Dept-Ref-Name(WS-Dept-Ref-SUB)
                    TO WS-IR-Dept-Name
                 MOVE WS-Dept-Ref-Div-Code(WS-Dept-Ref-SUB)
                    TO WS-IR-Div-Code
                 MOVE WS-Dept-Ref-Div-Name(WS-Dept-Ref-SUB)
                    TO WS-IR-Div-Name
              END-IF
              WRITE IR-REC FROM WS-IR-Dept-Line
              MOVE EM-Salary TO WS-IR-Salary
              WRITE IR-REC FROM WS-IR-Salary-Line
           ELSE
              IF WS-EM-Not-Found
                 MOVE '  NOT ON EMPMAST - NO CURRENT EMPLOYEE RECORD'
                    TO WS-IR-Section
                 WRITE IR-REC FROM WS-IR-Section-Line
              ELSE
                 DISPLAY "** ERROR **: 2600-EMPMAST"
                 DISPLAY "Read EMPMAST Failed."
                 DISPLAY "File Status: " WS-EM-Status
                 PERFORM 9999-Abend-Inquiry
              END-IF
           END-IF.

      * Every row for the employee, from the first plan code on.
       2700-Print-Enrollments.
           MOVE SPACES TO WS-IR-Section.
           WRITE IR-REC FROM WS-IR-Section-Line.
           MOVE 'ENROLLMENTS (ENRLMST)' TO WS-IR-Section.
           WRITE IR-REC FROM WS-IR-Section-Line.
           WRITE IR-REC FROM WS-IR-Enroll-Heading.
           MOVE 0 TO WS-PW-Enroll-Count.
           MOVE 'N' TO WS-PW-Browse-Sw.
           MOVE WS-PW-Emp-ID TO NM-Emp-ID.
           MOVE LOW-VALUES   TO NM-Plan-Code.
           START ENRLMST KEY IS NOT LESS THAN NM-Key
              INVALID KEY SET WS-PW-Browse-Done TO TRUE
           END-START.
           PERFORM 2710-Print-Enrollment-Row UNTIL WS-PW-Browse-Done.
           IF WS-PW-Enroll-Count = 0
              MOVE '  NO ENROLLMENTS ON ENRLMST' TO WS-IR-Section
              WRITE IR-REC FROM WS-IR-Section-Line
           ELSE
              MOVE 'Y' TO WS-PW-Found-Sw
           END-IF.

       2710-Print-Enrollment-Row.
           READ ENRLMST NEXT RECORD
              AT END SET WS-PW-Browse-Done TO TRUE
           END-READ.
           IF WS-NM-Good
              IF NM-Emp-ID NOT = WS-PW-Emp-ID
                 SET WS-PW-Browse-Done TO TRUE
              ELSE
                 ADD +1 TO WS-PW-Enroll-Count
                 PERFORM 2720-Format-Enrollment-Row
                 WRITE IR-REC FROM WS-IR-Enroll-Line
              END-IF
           ELSE
              IF WS-PW-Browse-Done
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2710-ENRLMST"
                 DISPLAY "Read ENRLMST Failed."
                 DISPLAY "File Status: " WS-NM-Status
                 PERFORM 9999-Abend-Inquiry
              END-IF
           END-IF.

      * Premium is today's PLANRATE rate for the row's tier - a
      * blank tier is employee only.
       2720-Format-Enrollment-Row.
           MOVE NM-Plan-Code       TO WS-IR-Plan-Code.
           MOVE NM-Tier-Code       TO WS-IR-Tier-Code.
           IF NM-Tier-Code = SPACE
              MOVE 'E' TO WS-IR-Tier-Code
           END-IF.
           EVALUATE TRUE
              WHEN NM-Active
                 MOVE 'ACTIVE' TO WS-IR-Enroll-Status
              WHEN NM-Terminated
                 MOVE 'TERM'   TO WS-IR-Enroll-Status
              WHEN OTHER
                 MOVE NM-Status TO WS-IR-Enroll-Status
           END-EVALUATE.
           MOVE NM-Eff-Date        TO WS-IR-Eff-Date.
           MOVE NM-Term-Date       TO WS-IR-Term-Date.
           MOVE NM-Keyed-Date      TO WS-IR-Keyed-Date.
           MOVE NM-Term-Keyed-Date TO WS-IR-Term-Keyed-Date.
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
              UNTIL WS-PL-SUB > 5
                 OR WS-Planrate-Code(WS-PL-SUB) = NM-Plan-Code
           END-PERFORM.
           IF WS-PL-SUB > 5
              MOVE 'NO RATE' TO WS-IR-Premium
           ELSE
              EVALUATE WS-IR-Tier-Code
                 WHEN 'S'
                    MOVE WS-Planrate-Premium-Sps(WS-PL-SUB)
                       TO WS-IR-Premium-Edit
                 WHEN 'F'
                    MOVE WS-Planrate-Premium-Fam(WS-PL-SUB)
                       TO WS-IR-Premium-Edit
                 WHEN OTHER
                    MOVE WS-Planrate-Premium-Emp(WS-PL-SUB)
                       TO WS-IR-Premium-Edit
              END-EVALUATE
              MOVE WS-IR-Premium-Edit TO WS-IR-Premium
           END-IF.

       2800-Print-Year-To-Date.
           MOVE SPACES TO WS-IR-Section.
           WRITE IR-REC FROM WS-IR-Section-Line.
           MOVE 'YEAR TO DATE (YTDMAST)' TO WS-IR-Section.
           WRITE IR-REC FROM WS-IR-Section-Line.
           MOVE WS-PW-Emp-ID TO YT-Emp-ID.
           READ YTDMAST
              INVALID KEY CONTINUE
           END-READ.
           IF WS-YT-Good
              MOVE 'Y' TO WS-PW-Found-Sw
              MOVE YT-Year  TO WS-IR-YTD-Year
              MOVE YT-Gross TO WS-IR-YTD-Gross
              MOVE YT-Bonus TO WS-IR-YTD-Bonus
              WRITE IR-REC FROM WS-IR-YTD-Line
              PERFORM VARYING WS-PW-Bucket-SUB FROM 1 BY 1
                 UNTIL WS-PW-Bucket-SUB > 5
                 IF YT-Plan-Code(WS-PW-Bucket-SUB) NOT = SPACES
                    MOVE YT-Plan-Code(WS-PW-Bucket-SUB)
                       TO WS-IR-YTD-Plan-Code
                    MOVE YT-Plan-Ded(WS-PW-Bucket-SUB)
                       TO WS-IR-YTD-Plan-Ded
                    WRITE IR-REC FROM WS-IR-YTD-Plan-Line
                 END-IF
              END-PERFORM
              MOVE YT-Ded-Cycle   TO WS-IR-YTD-Ded-Cycle
              MOVE YT-Bonus-Cycle TO WS-IR-YTD-Bonus-Cycle
              WRITE IR-REC FROM WS-IR-YTD-Cycle-Line
           ELSE
              IF WS-YT-Not-Found
                 MOVE '  NOT ON YTDMAST - NOTHING POSTED THIS YEAR'
                    TO WS-IR-Section
                 WRITE IR-REC FROM WS-IR-Section-Line
              ELSE
                 DISPLAY "** ERROR **: 2800-YTDMAST"
                 DISPLAY "Read YTDMAST Failed."
                 DISPLAY "File Status: " WS-YT-Status
                 PERFORM 9999-Abend-Inquiry
              END-IF
           END-IF.

      * EMPAUDIT lines show the master's department and salary
      * after the action; ENRAUDIT lines show the plan.
       2900-Print-History-Line.
           ADD +1 TO WS-PW-History-Count.
           MOVE SPACES TO WS-IR-H-Date.
           STRING SW-Run-Date(1:4) '-' SW-Run-Date(5:2) '-'
              SW-Run-Date(7:2)
              DELIMITED BY SIZE INTO WS-IR-H-Date
           END-STRING.
           MOVE SPACES TO WS-IR-H-Time.
           STRING SW-Run-Time(1:2) ':' SW-Run-Time(3:2) ':'
              SW-Run-Time(5:2)
              DELIMITED BY SIZE INTO WS-IR-H-Time
           END-STRING.
           MOVE SW-Source      TO WS-IR-H-Source.
           MOVE SW-Action      TO WS-IR-H-Action.
           MOVE SW-Plan-Code   TO WS-IR-H-Plan-Code.
           MOVE SW-Disposition TO WS-IR-H-Disposition.
           MOVE SW-Reason      TO WS-IR-H-Reason.
           MOVE SPACES         TO WS-IR-H-After.
           IF SW-After-Dept NOT = SPACES
              IF SW-After-Salary IS NUMERIC
                 MOVE SW-After-Salary TO WS-PW-Salary-Edit
              ELSE
                 MOVE ZERO TO WS-PW-Salary-Edit
              END-IF
              STRING SW-After-Dept ' ' WS-PW-Salary-Edit
                 DELIMITED BY SIZE INTO WS-IR-H-After
              END-STRING
           END-IF.
           WRITE IR-REC FROM WS-IR-History-Line.

       3000-End-Job.
           WRITE IR-REC FROM WS-IR-Separator-Line.
           MOVE 'INQREQ CARDS READ' TO WS-IR-Count-Label.
           MOVE WS-IQ-Records-Read TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'REPEATED EMPLOYEE IDS IGNORED' TO WS-IR-Count-Label.
           MOVE WS-IQ-Duplicates TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'PROFILES PRINTED' TO WS-IR-Count-Label.
           MOVE WS-IR-Profiles-Printed TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'EMPLOYEES NOT FOUND ON ANY FILE' TO WS-IR-Count-Label.
           MOVE WS-IQ-Unknown-Emps TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'EMPAUDIT RECORDS READ' TO WS-IR-Count-Label.
           MOVE WS-AU-Records-Read TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'ENRAUDIT RECORDS READ' TO WS-IR-Count-Label.
           MOVE WS-NA-Records-Read TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           DISPLAY "3000-EOJ: ".
           DISPLAY "INQREQ CARDS READ:        " WS-IQ-Records-Read.
           DISPLAY "PROFILES PRINTED:         " WS-IR-Profiles-Printed.
           DISPLAY "NOT FOUND ON ANY FILE:    " WS-IQ-Unknown-Emps.
           CLOSE EMPMAST.
           CLOSE ENRLMST.
           CLOSE YTDMAST.
           CLOSE INQRPT.

       9999-Abend-Inquiry.
           CLOSE INQREQ.
           CLOSE INQRPT.
           CLOSE EMPMAST.
           CLOSE ENRLMST.
           CLOSE YTDMAST.
           CLOSE EMPAUDIT.
           CLOSE ENRAUDIT.
           CLOSE DEPTREF.
           CLOSE PLANRATE.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
