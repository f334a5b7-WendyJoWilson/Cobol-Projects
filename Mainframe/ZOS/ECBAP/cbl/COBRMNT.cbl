      ***********************************************************
      * Program name:    COBRMNT
      * Original author: maintainer
      *
      * Description: COBRA continuation maintenance. Runs after
      *           ENRLMNT and keeps the indexed COBRA master
      *           (COBRAMST, VSAM KSDS keyed on employee ID plus
      *           plan code) in three phases:
      *
      *           1. Every leaver plan ENRLMNT closed this cycle
      *              (COBRAOUT) opens a pending election record.
      *              The election deadline is 60 days after the
      *              later of the termination date and the date
      *              the election notice went out; coverage, once
      *              elected, ends on the last day of the 18th
      *              month after the termination month. A leaver
      *              returning to COBRA on a plan whose earlier
      *              episode has closed starts a new episode.
      *
      *           2. The COBTRAN transaction file records the
      *              election notice going out ('N'), the leaver
      *              electing ('E', on or before the deadline) or
      *              waiving ('W'). Every applied and rejected
      *              transaction is written to COBAUDIT.
      *
      *           3. A pass over the master expires pending
      *              records whose notice has gone out and whose
      *              deadline has passed, ends
      *              elected coverage past its end date, costs the
      *              elected members at 102% of their PLANRATE
      *              tier premium on the COBRBILL billing report
      *              (plan subtotals and grand total), and lists
      *              pending leavers with no notice sent on the
      *              NOTCRPT notice-due report - OVERDUE once 44
      *              days have passed since termination.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - COBRA election tracking
      *                          off ENRLMNT's leaver closeouts,
      *                          replacing the COBRA spreadsheet.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COBRMNT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRAMST
           ASSIGN TO COBRAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-Key
           FILE STATUS IS WS-CM-Status.

           SELECT COBRAOUT
           ASSIGN TO COBRAOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CO-Status.

           SELECT COBTRAN
           ASSIGN TO COBTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CT-Status.

           SELECT COBAUDIT
           ASSIGN TO COBAUDIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CA-Status.

           SELECT PLANRATE
           ASSIGN TO PLANRATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PL-Status.

           SELECT COBRBILL
           ASSIGN TO COBRBILL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BL-Status.

           SELECT NOTCRPT
           ASSIGN TO NOTCRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NR-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  COBRAMST.
       01  CM-REC.
           05  CM-Key.
               10  CM-Emp-ID                PIC X(05).
               10  CM-Plan-Code             PIC X(03).
           05  CM-Tier-Code                 PIC X(01).
           05  CM-Eff-Date                  PIC X(08).
           05  CM-Term-Date                 PIC X(08).
           05  CM-Notice-Date               PIC X(08).
           05  CM-Elect-Deadline            PIC X(08).
           05  CM-Status                    PIC X(01).
               88  CM-Pending                   VALUE 'P'.
               88  CM-Elected                   VALUE 'E'.
               88  CM-Waived                    VALUE 'W'.
               88  CM-Expired                   VALUE 'X'.
               88  CM-Ended                     VALUE 'C'.
               88  CM-Open                      VALUE 'P' 'E'.
           05  CM-Elect-Date                PIC X(08).
           05  CM-Coverage-End              PIC X(08).
           05  CM-Status-Date               PIC X(08).

       FD  COBRAOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CO-REC.
           05  CO-Emp-ID                    PIC X(05).
           05  CO-Plan-Code                 PIC X(03).
           05  CO-Tier-Code                 PIC X(01).
           05  CO-Eff-Date                  PIC X(08).
           05  CO-Term-Date                 PIC X(08).

       FD  COBTRAN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CT-REC.
           05  CT-Action                    PIC X(01).
               88  CT-Action-Notice             VALUE 'N'.
               88  CT-Action-Elect              VALUE 'E'.
               88  CT-Action-Waive              VALUE 'W'.
           05  CT-Emp-ID                    PIC X(05).
           05  CT-Plan-Code                 PIC X(03).
           05  CT-Date                      PIC X(08).

       FD  COBAUDIT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CA-REC                           PIC X(060).

       FD  PLANRATE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PL-REC.
           05  PL-Code                      PIC X(03).
           05  PL-Premium-Emp               PIC 9(05)V99.
           05  PL-Premium-Sps               PIC 9(05)V99.
           05  PL-Premium-Fam               PIC 9(05)V99.

       FD  COBRBILL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BL-REC                           PIC X(080).

       FD  NOTCRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NR-REC                           PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CM==.
           COPY WSFST REPLACING ==:tag:== BY ==CO==.
           COPY WSFST REPLACING ==:tag:== BY ==CT==.
           COPY WSFST REPLACING ==:tag:== BY ==CA==.
           COPY WSFST REPLACING ==:tag:== BY ==PL==.
           COPY WSFST REPLACING ==:tag:== BY ==BL==.
           COPY WSFST REPLACING ==:tag:== BY ==NR==.

       01  WS-Maint-Counters.
           12 WS-CO-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-CO-Records-Opened             PIC S9(4) COMP VALUE 0.
           12 WS-CO-Records-Reopened           PIC S9(4) COMP VALUE 0.
           12 WS-CO-Records-Rejected           PIC S9(4) COMP VALUE 0.
           12 WS-CT-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-CT-Notices-Applied            PIC S9(4) COMP VALUE 0.
           12 WS-CT-Elections-Applied          PIC S9(4) COMP VALUE 0.
           12 WS-CT-Waivers-Applied            PIC S9(4) COMP VALUE 0.
           12 WS-CT-Records-Rejected           PIC S9(4) COMP VALUE 0.
           12 WS-CM-Expired-Count              PIC S9(4) COMP VALUE 0.
           12 WS-CM-Ended-Count                PIC S9(4) COMP VALUE 0.
           12 WS-BL-Members-Billed             PIC S9(4) COMP VALUE 0.
           12 WS-BL-No-Rate-Count              PIC S9(4) COMP VALUE 0.
           12 WS-NR-Notices-Due                PIC S9(4) COMP VALUE 0.
           12 WS-NR-Notices-Overdue            PIC S9(4) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

       01  WS-Browse-Done-Sw          PIC X(01) VALUE 'N'.
           88  WS-Browse-Done             VALUE 'Y'.

      * COBRA time limits: 60 days to elect, 18 months of
      * coverage, 44 days (30 for the plan to be told plus 14 to
      * send the letter) before a missing notice is overdue.
       01  WS-Cobra-Limits.
           12 WS-Elect-Days                    PIC 9(03) VALUE 60.
           12 WS-Coverage-Months               PIC 9(02) VALUE 18.
           12 WS-Notice-Days                   PIC 9(03) VALUE 44.
           12 WS-Cobra-Admin-Pct               PIC 9V99  VALUE 1.02.

       01  WS-Cobra-Date-Work.
           12 WS-CW-Date.
              15 WS-CW-Year                    PIC 9(04).
              15 WS-CW-Month                   PIC 9(02).
              15 WS-CW-Day                     PIC 9(02).
           12 WS-CW-Date-N REDEFINES WS-CW-Date
                                               PIC 9(08).
           12 WS-CW-Base-Date                  PIC X(08).
           12 WS-CW-Month-Num                  PIC 9(06) VALUE 0.
           12 WS-CW-Day-Int                    PIC 9(07) VALUE 0.
           12 WS-CW-Run-Day-Int                PIC 9(07) VALUE 0.
           12 WS-CW-Days-Since                 PIC S9(05) VALUE 0.

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

      * COBRA billing totals by PLANRATE slot.
       01  WS-Cobra-Billing-Storage.
           12 WS-BL-Base-Rate                  PIC 9(05)V99 VALUE 0.
           12 WS-BL-Cobra-Rate                 PIC 9(05)V99 VALUE 0.
           12 WS-BL-Grand-Total                PIC 9(09)V99 VALUE 0.
           12 WS-BL-Plan-Totals OCCURS 5 TIMES.
              15 WS-BL-Plan-Count              PIC S9(4) COMP.
              15 WS-BL-Plan-Total              PIC 9(09)V99.

       01  WS-CA-Detail-Line.
           12 WS-CA-Run-Date          PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CA-Run-Time          PIC X(06).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CA-Action            PIC X(01).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CA-Emp-ID            PIC X(05).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CA-Plan-Code         PIC X(03).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CA-Disposition       PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CA-Reason            PIC X(20).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CA-Status-Out        PIC X(02).

       01  WS-BL-Heading-1.
           12 FILLER                  PIC X(80) VALUE
              'COBRA CONTINUATION BILLING REPORT - 102% OF TIER RATE'.

       01  WS-BL-Heading-2.
           12 FILLER                  PIC X(80) VALUE
              'EMP   PLAN TIER COVER END  TIER PREMIUM  COBRA PREMIUM'.

       01  WS-BL-Detail-Line.
           12 WS-BL-Emp-ID            PIC X(05).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-BL-Plan-Code         PIC X(03).
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-BL-Tier-Code         PIC X(01).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-BL-Coverage-End      PIC X(08).
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-BL-Base-Out          PIC ZZZZ9.99.
           12 FILLER                  PIC X(07) VALUE SPACES.
           12 WS-BL-Cobra-Out         PIC ZZZZ9.99.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-BL-Note              PIC X(20).
           12 FILLER                  PIC X(08) VALUE SPACES.

       01  WS-BL-Plan-Subtotal-Line.
           12 FILLER                  PIC X(05) VALUE 'PLAN '.
           12 WS-BL-Sub-Code          PIC X(03).
           12 FILLER                  PIC X(09) VALUE ' MEMBERS '.
           12 WS-BL-Sub-Count         PIC ZZZ9.
           12 FILLER                  PIC X(12) VALUE ' SUBTOTAL = '.
           12 WS-BL-Sub-Total         PIC ZZZZZZZZ9.99.
           12 FILLER                  PIC X(35) VALUE SPACES.

       01  WS-BL-Grand-Total-Line.
           12 FILLER                  PIC X(30) VALUE
              'GRAND TOTAL COBRA PREMIUMS = '.
           12 WS-BL-Grand-Out         PIC ZZZZZZZZ9.99.
           12 FILLER                  PIC X(38) VALUE SPACES.

       01  WS-NR-Heading-1.
           12 FILLER                  PIC X(80) VALUE
              'COBRA ELECTION NOTICES DUE - LETTER NOT YET SENT'.

       01  WS-NR-Heading-2.
           12 FILLER                  PIC X(80) VALUE
              'EMP   PLAN TERM DATE  ELECT BY   DAYS SINCE TERM'.

       01  WS-NR-Detail-Line.
           12 WS-NR-Emp-ID            PIC X(05).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-NR-Plan-Code         PIC X(03).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-NR-Term-Date         PIC X(08).
           12 FILLER                  PIC X(03) VALUE SPACES.
           12 WS-NR-Elect-Deadline    PIC X(08).
           12 FILLER                  PIC X(03) VALUE SPACES.
           12 WS-NR-Days-Since        PIC ZZZZ9.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-NR-Flag              PIC X(07).
           12 FILLER                  PIC X(33) VALUE SPACES.

       01  WS-NR-Total-Line.
           12 FILLER                  PIC X(14) VALUE
              'NOTICES DUE: '.
           12 WS-NR-Total-Due         PIC ZZZ9.
           12 FILLER                  PIC X(12) VALUE
              '  OVERDUE: '.
           12 WS-NR-Total-Overdue     PIC ZZZ9.
           12 FILLER                  PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2100-Open-Cobra-Elections.
           PERFORM 2300-Apply-Cobra-Transactions.
           PERFORM 2600-Review-Cobra-Master.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           MOVE WS-Run-Date-Time(1:8) TO WS-CA-Run-Date.
           MOVE WS-Run-Date-Time(9:6) TO WS-CA-Run-Time.
           MOVE WS-Run-Date-Time(1:8) TO WS-CW-Date.
           COMPUTE WS-CW-Run-Day-Int =
              FUNCTION INTEGER-OF-DATE(WS-CW-Date-N).
           OPEN I-O COBRAMST.
           IF WS-CM-Status = '35'
              OPEN OUTPUT COBRAMST
              CLOSE COBRAMST
              OPEN I-O COBRAMST
           END-IF.
           IF NOT WS-CM-Good
              DISPLAY "** ERROR **: 1000-COBRAMST"
              DISPLAY "Open COBRAMST Failed."
              DISPLAY "File Status: " WS-CM-Status
              PERFORM 9999-Abend-Cobra
           END-IF.
           OPEN INPUT COBTRAN.
           IF NOT WS-CT-Good
              DISPLAY "** ERROR **: 1000-COBTRAN"
              DISPLAY "Open COBTRAN Failed."
              DISPLAY "File Status: " WS-CT-Status
              PERFORM 9999-Abend-Cobra
           END-IF.
           OPEN OUTPUT COBAUDIT.
           PERFORM 1100-Load-Planrate-Table.

       1100-Load-Planrate-Table.
           OPEN INPUT PLANRATE.
           IF NOT WS-PL-Good
              DISPLAY "** ERROR **: 1100-PLANRATE"
              DISPLAY "Open PLANRATE Failed - no COBRA rates."
              DISPLAY "File Status: " WS-PL-Status
              PERFORM 9999-Abend-Cobra
           END-IF.
           MOVE 1 TO WS-PL-SUB.
           PERFORM 1110-Load-Planrate-Record
              UNTIL WS-PL-EOF OR WS-PL-SUB > 5.
           CLOSE PLANRATE.

       1110-Load-Planrate-Record.
           READ PLANRATE INTO WS-Planrate-Table(WS-PL-SUB)
              AT END SET WS-PL-EOF TO TRUE
           END-READ.
           IF WS-PL-Good
              ADD 1 TO WS-PL-SUB
           ELSE
              IF WS-PL-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1110-PLANRATE"
                 DISPLAY "Read PLANRATE Failed."
                 DISPLAY "File Status: " WS-PL-Status
                 PERFORM 9999-Abend-Cobra
              END-IF
           END-IF.

      * COBRAOUT is optional the same way TERMIN is for ENRLMNT -
      * a cycle with no leavers may leave it empty or absent.
       2100-Open-Cobra-Elections.
           OPEN INPUT COBRAOUT.
           IF NOT WS-CO-Good
              DISPLAY "** WARNING **: 2100-COBRAOUT"
              DISPLAY "COBRAOUT not available - no COBRA elections"
                 " opened this run."
              DISPLAY "File Status: " WS-CO-Status
           ELSE
              PERFORM 2110-Open-Cobra-Record UNTIL WS-CO-EOF
              CLOSE COBRAOUT
           END-IF.

       2110-Open-Cobra-Record.
           READ COBRAOUT
              AT END SET WS-CO-EOF TO TRUE
           END-READ.
           IF WS-CO-Good
              ADD +1 TO WS-CO-Records-Read
              IF CO-Term-Date IS NOT NUMERIC
                 MOVE 'O'          TO WS-CA-Action
                 MOVE CO-Emp-ID    TO WS-CA-Emp-ID
                 MOVE CO-Plan-Code TO WS-CA-Plan-Code
                 MOVE 'INVALID TERM DATE' TO WS-CA-Reason
                 MOVE SPACES TO WS-CA-Status-Out
                 ADD +1 TO WS-CO-Records-Rejected
                 PERFORM 2525-Write-Audit-Reject-Line
              ELSE
                 PERFORM 2120-Build-Cobra-Record
                 WRITE CM-REC
                    INVALID KEY CONTINUE
                 END-WRITE
                 IF WS-CM-Good
                    ADD +1 TO WS-CO-Records-Opened
                    MOVE 'OPENED  ' TO WS-CA-Disposition
                    MOVE 'LEAVER PLAN CLOSED' TO WS-CA-Reason
                    PERFORM 2530-Write-Audit-Master
                 ELSE
                    IF WS-CM-Duplicate
                       PERFORM 2130-Reopen-Cobra-Record
                    ELSE
                       DISPLAY "** ERROR **: 2110-COBRAMST"
                       DISPLAY "Write COBRAMST Failed."
                       DISPLAY "File Status: " WS-CM-Status
                       PERFORM 9999-Abend-Cobra
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF WS-CO-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2110-COBRAOUT"
                 DISPLAY "Read COBRAOUT Failed."
                 DISPLAY "File Status: " WS-CO-Status
                 PERFORM 9999-Abend-Cobra
              END-IF
           END-IF.

       2120-Build-Cobra-Record.
           MOVE CO-Emp-ID    TO CM-Emp-ID.
           MOVE CO-Plan-Code TO CM-Plan-Code.
           MOVE CO-Tier-Code TO CM-Tier-Code.
           MOVE CO-Eff-Date  TO CM-Eff-Date.
           MOVE CO-Term-Date TO CM-Term-Date.
           MOVE SPACES       TO CM-Notice-Date.
           MOVE SPACES       TO CM-Elect-Date.
           SET CM-Pending TO TRUE.
           MOVE WS-Run-Date-Time(1:8) TO CM-Status-Date.
           MOVE CM-Term-Date TO WS-CW-Base-Date.
           PERFORM 2150-Compute-Elect-Deadline.
           PERFORM 2160-Compute-Coverage-End.

      * A leaver already on COBRA for this plan keeps the open
      * episode; one whose earlier episode has closed (waived,
      * expired or ended) starts a new one over it.
       2130-Reopen-Cobra-Record.
           MOVE CO-Emp-ID    TO CM-Emp-ID.
           MOVE CO-Plan-Code TO CM-Plan-Code.
           READ COBRAMST
              INVALID KEY CONTINUE
           END-READ.
           IF WS-CM-Good
              IF CM-Open
                 MOVE 'O'          TO WS-CA-Action
                 MOVE CO-Emp-ID    TO WS-CA-Emp-ID
                 MOVE CO-Plan-Code TO WS-CA-Plan-Code
                 MOVE 'COBRA ALREADY OPEN' TO WS-CA-Reason
                 MOVE '22' TO WS-CA-Status-Out
                 ADD +1 TO WS-CO-Records-Rejected
                 PERFORM 2525-Write-Audit-Reject-Line
              ELSE
                 PERFORM 2120-Build-Cobra-Record
                 REWRITE CM-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
                 IF WS-CM-Good
                    ADD +1 TO WS-CO-Records-Reopened
                    MOVE 'OPENED  ' TO WS-CA-Disposition
                    MOVE 'NEW COBRA EPISODE' TO WS-CA-Reason
                    PERFORM 2530-Write-Audit-Master
                 ELSE
                    DISPLAY "** ERROR **: 2130-COBRAMST"
                    DISPLAY "Rewrite COBRAMST Failed."
                    DISPLAY "File Status: " WS-CM-Status
                    PERFORM 9999-Abend-Cobra
                 END-IF
              END-IF
           ELSE
              DISPLAY "** ERROR **: 2130-COBRAMST"
              DISPLAY "Read COBRAMST Failed."
              DISPLAY "File Status: " WS-CM-Status
              PERFORM 9999-Abend-Cobra
           END-IF.

      * Deadline is WS-Elect-Days after WS-CW-Base-Date - the
      * termination date, or the notice date once it is later.
       2150-Compute-Elect-Deadline.
           MOVE WS-CW-Base-Date TO WS-CW-Date.
           COMPUTE WS-CW-Day-Int =
              FUNCTION INTEGER-OF-DATE(WS-CW-Date-N) + WS-Elect-Days.
           COMPUTE WS-CW-Date-N =
              FUNCTION DATE-OF-INTEGER(WS-CW-Day-Int).
           MOVE WS-CW-Date TO CM-Elect-Deadline.

      * Last day of the 18th month after the termination month:
      * step to the first of the month after that, less one day.
       2160-Compute-Coverage-End.
           MOVE CM-Term-Date TO WS-CW-Date.
           COMPUTE WS-CW-Month-Num =
              WS-CW-Year * 12 + WS-CW-Month - 1
              + WS-Coverage-Months + 1.
           DIVIDE WS-CW-Month-Num BY 12
              GIVING WS-CW-Year REMAINDER WS-CW-Month.
           ADD 1 TO WS-CW-Month.
           MOVE 1 TO WS-CW-Day.
           COMPUTE WS-CW-Day-Int =
              FUNCTION INTEGER-OF-DATE(WS-CW-Date-N) - 1.
           COMPUTE WS-CW-Date-N =
              FUNCTION DATE-OF-INTEGER(WS-CW-Day-Int).
           MOVE WS-CW-Date TO CM-Coverage-End.

       2300-Apply-Cobra-Transactions.
           PERFORM 2310-Apply-Transaction UNTIL WS-CT-EOF.

       2310-Apply-Transaction.
           READ COBTRAN
              AT END SET WS-CT-EOF TO TRUE
           END-READ.
           IF WS-CT-Good
              ADD +1 TO WS-CT-Records-Read
              IF CT-Action-Notice OR CT-Action-Elect
                 OR CT-Action-Waive
                 PERFORM 2320-Get-Pending-Record
              ELSE
                 MOVE 'INVALID ACTION CODE' TO WS-CA-Reason
                 MOVE SPACES TO WS-CA-Status-Out
                 PERFORM 2520-Write-Audit-Rejected
              END-IF
           ELSE
              IF WS-CT-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2310-COBTRAN"
                 DISPLAY "Read COBTRAN Failed."
                 DISPLAY "File Status: " WS-CT-Status
                 PERFORM 9999-Abend-Cobra
              END-IF
           END-IF.

      * Every transaction needs a valid date and a pending
      * election to act on.
       2320-Get-Pending-Record.
           IF CT-Date IS NOT NUMERIC
              MOVE 'INVALID DATE' TO WS-CA-Reason
              MOVE SPACES TO WS-CA-Status-Out
              PERFORM 2520-Write-Audit-Rejected
           ELSE
              MOVE CT-Emp-ID    TO CM-Emp-ID
              MOVE CT-Plan-Code TO CM-Plan-Code
              READ COBRAMST
                 INVALID KEY CONTINUE
              END-READ
              IF WS-CM-Good
                 IF CM-Pending
                    EVALUATE TRUE
                       WHEN CT-Action-Notice
                          PERFORM 2330-Apply-Notice
                       WHEN CT-Action-Elect
                          PERFORM 2340-Apply-Election
                       WHEN OTHER
                          PERFORM 2350-Apply-Waiver
                    END-EVALUATE
                 ELSE
                    MOVE 'ELECTION NOT PENDING' TO WS-CA-Reason
                    MOVE SPACES TO WS-CA-Status-Out
                    PERFORM 2520-Write-Audit-Rejected
                 END-IF
              ELSE
                 IF WS-CM-Not-Found
                    MOVE 'COBRA NOT FOUND' TO WS-CA-Reason
                    MOVE WS-CM-Status TO WS-CA-Status-Out
                    PERFORM 2520-Write-Audit-Rejected
                 ELSE
                    DISPLAY "** ERROR **: 2320-COBRAMST"
                    DISPLAY "Read COBRAMST Failed."
                    DISPLAY "File Status: " WS-CM-Status
                    PERFORM 9999-Abend-Cobra
                 END-IF
              END-IF
           END-IF.

      * A notice sent after the termination date moves the
      * deadline out to 60 days after the notice.
       2330-Apply-Notice.
           IF CM-Notice-Date NOT = SPACES
              MOVE 'NOTICE ALREADY SENT' TO WS-CA-Reason
              MOVE SPACES TO WS-CA-Status-Out
              PERFORM 2520-Write-Audit-Rejected
           ELSE
              MOVE CT-Date TO CM-Notice-Date
              IF CM-Notice-Date > CM-Term-Date
                 MOVE CM-Notice-Date TO WS-CW-Base-Date
                 PERFORM 2150-Compute-Elect-Deadline
              END-IF
              PERFORM 2360-Rewrite-Cobra-Record
              ADD +1 TO WS-CT-Notices-Applied
              PERFORM 2510-Write-Audit-Applied
           END-IF.

       2340-Apply-Election.
           IF CT-Date > CM-Elect-Deadline
              MOVE 'PAST ELECT DEADLINE' TO WS-CA-Reason
              MOVE SPACES TO WS-CA-Status-Out
              PERFORM 2520-Write-Audit-Rejected
           ELSE
              SET CM-Elected TO TRUE
              MOVE CT-Date TO CM-Elect-Date
              MOVE WS-Run-Date-Time(1:8) TO CM-Status-Date
              PERFORM 2360-Rewrite-Cobra-Record
              ADD +1 TO WS-CT-Elections-Applied
              PERFORM 2510-Write-Audit-Applied
           END-IF.

       2350-Apply-Waiver.
           SET CM-Waived TO TRUE.
           MOVE CT-Date TO CM-Elect-Date.
           MOVE WS-Run-Date-Time(1:8) TO CM-Status-Date.
           PERFORM 2360-Rewrite-Cobra-Record.
           ADD +1 TO WS-CT-Waivers-Applied.
           PERFORM 2510-Write-Audit-Applied.

       2360-Rewrite-Cobra-Record.
           REWRITE CM-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF NOT WS-CM-Good
              DISPLAY "** ERROR **: 2360-COBRAMST"
              DISPLAY "Rewrite COBRAMST Failed."
              DISPLAY "File Status: " WS-CM-Status
              PERFORM 9999-Abend-Cobra
           END-IF.

       2510-Write-Audit-Applied.
           MOVE CT-Action     TO WS-CA-Action.
           MOVE CT-Emp-ID     TO WS-CA-Emp-ID.
           MOVE CT-Plan-Code  TO WS-CA-Plan-Code.
           MOVE 'APPLIED '    TO WS-CA-Disposition.
           MOVE SPACES        TO WS-CA-Reason.
           MOVE WS-CM-Status  TO WS-CA-Status-Out.
           WRITE CA-REC FROM WS-CA-Detail-Line.

      * Caller sets WS-CA-Reason and WS-CA-Status-Out.
       2520-Write-Audit-Rejected.
           MOVE CT-Action     TO WS-CA-Action.
           MOVE CT-Emp-ID     TO WS-CA-Emp-ID.
           MOVE CT-Plan-Code  TO WS-CA-Plan-Code.
           ADD +1 TO WS-CT-Records-Rejected.
           PERFORM 2525-Write-Audit-Reject-Line.

      * Caller sets action, employee, plan, reason and status, and
      * counts the reject against its own input file.
       2525-Write-Audit-Reject-Line.
           MOVE 'REJECTED'    TO WS-CA-Disposition.
           WRITE CA-REC FROM WS-CA-Detail-Line.

      * Master-driven lines (opened, expired, ended) carry the
      * new COBRA status as their action code. Caller sets the
      * disposition and reason.
       2530-Write-Audit-Master.
           MOVE CM-Status     TO WS-CA-Action.
           MOVE CM-Emp-ID     TO WS-CA-Emp-ID.
           MOVE CM-Plan-Code  TO WS-CA-Plan-Code.
           MOVE WS-CM-Status  TO WS-CA-Status-Out.
           WRITE CA-REC FROM WS-CA-Detail-Line.

      * One pass over the whole master: lapse what is past its
      * date, then bill the elected and list the unnoticed.
       2600-Review-Cobra-Master.
           OPEN OUTPUT COBRBILL.
           WRITE BL-REC FROM WS-BL-Heading-1.
           WRITE BL-REC FROM WS-BL-Heading-2.
           OPEN OUTPUT NOTCRPT.
           WRITE NR-REC FROM WS-NR-Heading-1.
           WRITE NR-REC FROM WS-NR-Heading-2.
           INITIALIZE WS-Cobra-Billing-Storage.
           MOVE LOW-VALUES TO CM-Key.
           START COBRAMST KEY >= CM-Key
              INVALID KEY CONTINUE
           END-START.
           IF WS-CM-Good
              MOVE 'N' TO WS-Browse-Done-Sw
              PERFORM 2610-Review-Cobra-Record
                 UNTIL WS-Browse-Done
           END-IF.
           PERFORM 2700-Print-Billing-Totals.
           MOVE WS-NR-Notices-Due     TO WS-NR-Total-Due.
           MOVE WS-NR-Notices-Overdue TO WS-NR-Total-Overdue.
           WRITE NR-REC FROM WS-NR-Total-Line.
           CLOSE COBRBILL.
           CLOSE NOTCRPT.

       2610-Review-Cobra-Record.
           READ COBRAMST NEXT RECORD
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-CM-Good
              PERFORM 2620-Lapse-Cobra-Record
              IF CM-Elected
                 PERFORM 2640-Bill-Cobra-Member
              END-IF
              IF CM-Pending AND CM-Notice-Date = SPACES
                 PERFORM 2650-List-Notice-Due
              END-IF
           ELSE
              IF WS-Browse-Done
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2610-COBRAMST"
                 DISPLAY "Read Next COBRAMST Failed."
                 DISPLAY "File Status: " WS-CM-Status
                 PERFORM 9999-Abend-Cobra
              END-IF
           END-IF.

      * The election window runs from the notice, so a pending
      * leaver never sent one does not lapse - it stays on
      * NOTCRPT until 2330 records the notice and its deadline.
       2620-Lapse-Cobra-Record.
           EVALUATE TRUE
              WHEN CM-Pending
                 AND CM-Notice-Date NOT = SPACES
                 AND CM-Elect-Deadline < WS-Run-Date-Time(1:8)
                 SET CM-Expired TO TRUE
                 MOVE WS-Run-Date-Time(1:8) TO CM-Status-Date
                 PERFORM 2360-Rewrite-Cobra-Record
                 ADD +1 TO WS-CM-Expired-Count
                 MOVE 'EXPIRED ' TO WS-CA-Disposition
                 MOVE 'NO ELECTION BY DUE' TO WS-CA-Reason
                 PERFORM 2530-Write-Audit-Master
              WHEN CM-Elected
                 AND CM-Coverage-End < WS-Run-Date-Time(1:8)
                 SET CM-Ended TO TRUE
                 MOVE WS-Run-Date-Time(1:8) TO CM-Status-Date
                 PERFORM 2360-Rewrite-Cobra-Record
                 ADD +1 TO WS-CM-Ended-Count
                 MOVE 'ENDED   ' TO WS-CA-Disposition
                 MOVE 'COVERAGE PERIOD OVER' TO WS-CA-Reason
                 PERFORM 2530-Write-Audit-Master
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Cost at the member's tier rate plus the 2% COBRA
      * administration charge; blank or unknown tiers cost at E
      * the same way TABLE1 defaults them.
       2640-Bill-Cobra-Member.
           MOVE 0 TO WS-BL-Base-Rate.
           MOVE 0 TO WS-BL-Cobra-Rate.
           MOVE SPACES TO WS-BL-Note.
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
              UNTIL WS-PL-SUB > 5
                 OR WS-Planrate-Code(WS-PL-SUB) = CM-Plan-Code
           END-PERFORM.
           IF WS-PL-SUB <= 5
              EVALUATE CM-Tier-Code
                 WHEN 'S'
                    MOVE WS-Planrate-Premium-Sps(WS-PL-SUB)
                       TO WS-BL-Base-Rate
                 WHEN 'F'
                    MOVE WS-Planrate-Premium-Fam(WS-PL-SUB)
                       TO WS-BL-Base-Rate
                 WHEN OTHER
                    MOVE WS-Planrate-Premium-Emp(WS-PL-SUB)
                       TO WS-BL-Base-Rate
              END-EVALUATE
              COMPUTE WS-BL-Cobra-Rate ROUNDED =
                 WS-BL-Base-Rate * WS-Cobra-Admin-Pct
              ADD +1 TO WS-BL-Plan-Count(WS-PL-SUB)
              ADD WS-BL-Cobra-Rate TO WS-BL-Plan-Total(WS-PL-SUB)
              ADD WS-BL-Cobra-Rate TO WS-BL-Grand-Total
           ELSE
              ADD +1 TO WS-BL-No-Rate-Count
              MOVE 'PLAN NOT ON PLANRATE' TO WS-BL-Note
           END-IF.
           ADD +1 TO WS-BL-Members-Billed.
           MOVE CM-Emp-ID       TO WS-BL-Emp-ID.
           MOVE CM-Plan-Code    TO WS-BL-Plan-Code.
           MOVE CM-Tier-Code    TO WS-BL-Tier-Code.
           MOVE CM-Coverage-End TO WS-BL-Coverage-End.
           MOVE WS-BL-Base-Rate  TO WS-BL-Base-Out.
           MOVE WS-BL-Cobra-Rate TO WS-BL-Cobra-Out.
           WRITE BL-REC FROM WS-BL-Detail-Line.

       2650-List-Notice-Due.
           ADD +1 TO WS-NR-Notices-Due.
           MOVE CM-Term-Date TO WS-CW-Date.
           COMPUTE WS-CW-Days-Since = WS-CW-Run-Day-Int -
              FUNCTION INTEGER-OF-DATE(WS-CW-Date-N).
           MOVE CM-Emp-ID         TO WS-NR-Emp-ID.
           MOVE CM-Plan-Code      TO WS-NR-Plan-Code.
           MOVE CM-Term-Date      TO WS-NR-Term-Date.
           MOVE CM-Elect-Deadline TO WS-NR-Elect-Deadline.
           MOVE WS-CW-Days-Since  TO WS-NR-Days-Since.
           IF WS-CW-Days-Since > WS-Notice-Days
              ADD +1 TO WS-NR-Notices-Overdue
              MOVE 'OVERDUE' TO WS-NR-Flag
           ELSE
              MOVE SPACES TO WS-NR-Flag
           END-IF.
           WRITE NR-REC FROM WS-NR-Detail-Line.

       2700-Print-Billing-Totals.
           MOVE SPACES TO BL-REC.
           WRITE BL-REC.
           PERFORM 2710-Print-Plan-Subtotal
              VARYING WS-PL-SUB FROM 1 BY 1
              UNTIL WS-PL-SUB > 5.
           MOVE WS-BL-Grand-Total TO WS-BL-Grand-Out.
           WRITE BL-REC FROM WS-BL-Grand-Total-Line.

       2710-Print-Plan-Subtotal.
           IF WS-Planrate-Code(WS-PL-SUB) NOT = SPACES
              MOVE WS-Planrate-Code(WS-PL-SUB)  TO WS-BL-Sub-Code
              MOVE WS-BL-Plan-Count(WS-PL-SUB)  TO WS-BL-Sub-Count
              MOVE WS-BL-Plan-Total(WS-PL-SUB)  TO WS-BL-Sub-Total
              WRITE BL-REC FROM WS-BL-Plan-Subtotal-Line
           END-IF.

       3000-End-Job.
           DISPLAY "3000-EOJ: ".
           DISPLAY "COBRAOUT RECORDS READ:    " WS-CO-Records-Read.
           DISPLAY "COBRA RECORDS OPENED:     " WS-CO-Records-Opened.
           DISPLAY "COBRA EPISODES REOPENED:  " WS-CO-Records-Reopened.
           DISPLAY "COBRAOUT REJECTED:        " WS-CO-Records-Rejected.
           DISPLAY "COBTRAN RECORDS READ:     " WS-CT-Records-Read.
           DISPLAY "NOTICES APPLIED:          " WS-CT-Notices-Applied.
           DISPLAY "ELECTIONS APPLIED:        "
              WS-CT-Elections-Applied.
           DISPLAY "WAIVERS APPLIED:          " WS-CT-Waivers-Applied.
           DISPLAY "COBTRAN REJECTED:         "
              WS-CT-Records-Rejected.
           DISPLAY "ELECTIONS EXPIRED:        " WS-CM-Expired-Count.
           DISPLAY "COVERAGE PERIODS ENDED:   " WS-CM-Ended-Count.
           DISPLAY "COBRA MEMBERS BILLED:     " WS-BL-Members-Billed.
           DISPLAY "MEMBERS WITH NO RATE:     " WS-BL-No-Rate-Count.
           DISPLAY "NOTICES DUE:              " WS-NR-Notices-Due.
           DISPLAY "NOTICES OVERDUE:          "
              WS-NR-Notices-Overdue.
           CLOSE COBRAMST.
           CLOSE COBTRAN.
           CLOSE COBAUDIT.

       9999-Abend-Cobra.
           CLOSE COBRAMST.
           CLOSE COBRAOUT.
           CLOSE COBTRAN.
           CLOSE COBAUDIT.
           CLOSE COBRBILL.
           CLOSE NOTCRPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
