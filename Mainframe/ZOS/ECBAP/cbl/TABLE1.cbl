      *                          still track the first five
      *                          departments - the history record
      *                          layout is unchanged.
      * 2026-10-15 maintainer    ENROLL carries the keyed dates of the
      *                          enrollment and its termination. A
      *                          change keyed since the last billed
      *                          run (latest RUNHIST date) with an
      *                          effective or termination date in an
      *                          already-billed month produces an
      *                          'A' adjustment record (months owed
      *                          or refunded at the tier rate) on
      *                          DEDREG and CARRBILL, inside the
      *                          trailer counts, and an adjustments
      *                          section on PREMRPT. ENROLL and
      *                          ENRLMST grow from 26 to 42 bytes;
      *                          rows reloaded with blank keyed
      *                          dates are taken as no retro.
      * 2026-10-15 maintainer    Checks CYCLECTL at start-up and
      *                          refuses to run (RC 12) unless
      *                          ENRLMNT completed this cycle and
      *                          the PAYROLL trailer count and hash
      *                          equal those EMPXTRCT stamped for
      *                          the cycle - a stale PAYROLL that
      *                          balances to its own trailer is no
      *                          longer costed. Stamps step 4
      *                          complete with the PAYROLL and
      *                          DEDREG counts.
      * 2026-10-15 maintainer    YTDMAST records carry the cycle
      *                          their deductions and their bonus
      *                          were last posted for; a rerun of
      *                          the same cycle skips employees
      *                          already posted and counts them on
      *                          CTLRPT. A YTDCKPT checkpoint is
      *                          taken every CKPTINT postings
      *                          (RUNPARM, default 100) so a rerun
      *                          after an abend resumes behind the
      *                          last committed employee. YTDMAST
      *                          grows 16 bytes: unload and reload
      *                          the KSDS with both stamps blank
      *                          (never posted).
      * 2026-10-15 maintainer    Year-end close: a YTDMAST record is
      *                          not rolled into a new year until
      *                          YTDCLOSE has archived its year to
      *                          YTDHIST (CC-YTD-Closed-Year on
      *                          CYCLECTL) - the run stops RC 8 and
      *                          is rerun after the close. Refuses
      *                          (RC 12) to post into a year that
      *                          has already been closed.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS YT-Emp-ID
           FILE STATUS IS WS-YT-Status.

           SELECT CYCLECTL
           ASSIGN TO CYCLECTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CC-Status.

           SELECT YTDCKPT
           ASSIGN TO YTDCKPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-YC-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLOAD
           05  EN-Status                    PIC X(01).
           05  EN-Term-Date                 PIC X(08).
           05  EN-Tier-Code                 PIC X(01).
           05  EN-Keyed-Date                PIC X(08).
           05  EN-Term-Keyed-Date           PIC X(08).

       FD  ENRLRPT
           RECORDING MODE IS F
               10  YT-Plan-Code             PIC X(03).
               10  YT-Plan-Ded              PIC 9(07)V99.
           05  YT-Bonus                     PIC 9(09).
           05  YT-Ded-Cycle                 PIC X(08).
           05  YT-Bonus-Cycle               PIC X(08).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CC-REC.
           COPY CYCLCTL.

       FD  YTDCKPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  YC-REC                           PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DF==.
           COPY WSFST REPLACING ==:tag:== BY ==CB==.
           COPY WSFST REPLACING ==:tag:== BY ==YT==.
           COPY WSFST REPLACING ==:tag:== BY ==CC==.
           COPY WSFST REPLACING ==:tag:== BY ==YC==.

       01  WS-FILE-Counters.
           12 WS-TL-Records-Physical           PIC S9(4) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

      * Cycle control - TABLE1 is step 4 of the nightly cycle.
       01  WS-Cycle-Storage.
           12 WS-CC-SUB               PIC S9(4) COMP VALUE 0.
           12 WS-CC-End-Date-Time     PIC X(21).
      * PAYROLL trailer found by the start-up pre-pass, held
      * apart from the payroll pass's own trailer fields.
           12 WS-CC-PR-Trailer-Sw     PIC X(01) VALUE 'N'.
              88  WS-CC-PR-Trailer-Seen   VALUE 'Y'.
           12 WS-CC-PR-Count          PIC 9(05) VALUE 0.
           12 WS-CC-PR-Hash           PIC 9(09) VALUE 0.

       01  WS-CR-Heading-Line.
           12 FILLER                  PIC X(24) VALUE
              'TABLE1 CONTROL REPORT - '.
                 88  WS-Parm-Tolpct-Seen   VALUE 'Y'.
              15 WS-Parm-Runmode-Sw   PIC X(01) VALUE 'N'.
                 88  WS-Parm-Runmode-Seen  VALUE 'Y'.
              15 WS-Parm-Ckptint-Sw   PIC X(01) VALUE 'N'.
                 88  WS-Parm-Ckptint-Seen  VALUE 'Y'.

       01  WS-RH-Record.
           12 WS-RH-Date              PIC X(08).
           12 WS-YT-Created-Count     PIC S9(4) COMP VALUE 0.
           12 WS-YT-Bucket-SUB        PIC 9 VALUE 0.
           12 WS-YT-Work-Emp-ID       PIC X(05).
           12 WS-YT-Post-Cycle        PIC X(08) VALUE SPACES.
           12 WS-YT-Closed-Year       PIC 9(04) VALUE 0.
           12 WS-YT-Run-Year          PIC 9(04) VALUE 0.
           12 WS-YT-Ded-Posted        PIC S9(4) COMP VALUE 0.
           12 WS-YT-Ded-Skipped       PIC S9(4) COMP VALUE 0.
           12 WS-YT-Bonus-Posted      PIC S9(4) COMP VALUE 0.
           12 WS-YT-Bonus-Skipped     PIC S9(4) COMP VALUE 0.

      * YTD posting checkpoint - rewritten every CKPTINT postings,
      * at the end of the payroll pass (phase B: deductions all
      * posted) and at end of job (phase C). A checkpoint for the
      * current cycle that is not phase C means the last run
      * abended part-way through its postings.
       01  WS-YC-Checkpoint-Rec.
           12 WS-YC-Cycle-Date        PIC X(08).
           12 WS-YC-Phase             PIC X(01).
              88  WS-YC-Phase-Ded         VALUE 'D'.
              88  WS-YC-Phase-Bonus       VALUE 'B'.
              88  WS-YC-Phase-Done        VALUE 'C'.
           12 WS-YC-Last-Emp-ID       PIC X(05).
           12 WS-YC-Ded-Posted        PIC 9(07).
           12 WS-YC-Ded-Skipped       PIC 9(07).
           12 WS-YC-Bonus-Posted      PIC 9(07).
           12 WS-YC-Bonus-Skipped     PIC 9(07).
           12 WS-YC-Stamp             PIC X(14).
           12 FILLER                  PIC X(24).

       01  WS-YC-Checkpoint-Storage.
           12 WS-YC-Interval          PIC 9(05) VALUE 100.
           12 WS-YC-Since-Ckpt        PIC S9(8) COMP VALUE 0.
           12 WS-YC-Date-Time         PIC X(21).
           12 WS-YC-Resume-Sw         PIC X(01) VALUE 'N'.
              88  WS-YC-Resume-Run        VALUE 'Y'.
           12 WS-YC-Resume-Phase      PIC X(01) VALUE SPACE.
           12 WS-YC-Resume-Emp-ID     PIC X(05) VALUE SPACES.

       01  WS-Register-Work.
           12 WS-Reg-Plan-Code        PIC X(03) VALUE SPACES.
           12 WS-DG-S-Credit          PIC 9(07)V99.
           12 FILLER                  PIC X(38) VALUE SPACES.

      * Retroactive adjustment - months owed (O) or refunded (R)
      * for a change keyed after the month was already billed.
       01  WS-DG-Adjust-Rec.
           12 WS-DG-A-Type            PIC X(01) VALUE 'A'.
           12 WS-DG-A-Emp             PIC X(05).
           12 WS-DG-A-Plan            PIC X(03).
           12 WS-DG-A-Tier            PIC X(01).
           12 WS-DG-A-Adj-Type        PIC X(01).
           12 WS-DG-A-Months          PIC 9(03).
           12 WS-DG-A-Rate            PIC 9(05)V99.
           12 WS-DG-A-Amount          PIC 9(07)V99.
           12 WS-DG-A-From-Period     PIC 9(06).
           12 FILLER                  PIC X(24) VALUE SPACES.

       01  WS-DG-Trailer-Rec.
           12 WS-DG-T-Type            PIC X(01) VALUE 'T'.
           12 WS-DG-T-Count           PIC 9(05).
              15 WS-EN-Term-Date            PIC X(08).
              15 WS-EN-Tier-Code            PIC X(01).
                 88  WS-EN-Tier-Valid           VALUE 'E' 'S' 'F'.
              15 WS-EN-Keyed-Date           PIC X(08).
              15 WS-EN-Term-Keyed-Date      PIC X(08).
              15 WS-EN-Matched-Sw           PIC X(01).
                 88  WS-EN-Matched              VALUE 'Y'.
                 88  WS-EN-Unmatched            VALUE 'N'.
              15 WS-EN-Adj-Type             PIC X(01).
                 88  WS-EN-Adj-Owed             VALUE 'O'.
                 88  WS-EN-Adj-Refund           VALUE 'R'.
              15 WS-EN-Adj-Months           PIC 9(03).
              15 WS-EN-Adj-Rate             PIC 9(05)V99.
              15 WS-EN-Adj-Amount           PIC 9(07)V99.
              15 WS-EN-Adj-From-Period      PIC 9(06).

       01  WS-EX-Heading-Line.
           12 FILLER                  PIC X(80) VALUE
           12 WS-EX-NE-Dept           PIC X(03).
           12 FILLER                  PIC X(47) VALUE SPACES.

       01  WS-EX-No-Rate-Line.
           12 FILLER                  PIC X(14) VALUE
              'NO ADJ RATE  -'.
           12 FILLER                  PIC X(05) VALUE ' EMP '.
           12 WS-EX-NR-Emp-ID         PIC X(05).
           12 FILLER                  PIC X(06) VALUE ' PLAN '.
           12 WS-EX-NR-Plan           PIC X(03).
           12 FILLER                  PIC X(06) VALUE ' TIER '.
           12 WS-EX-NR-Tier           PIC X(01).
           12 FILLER                  PIC X(08) VALUE ' MONTHS '.
           12 WS-EX-NR-Months         PIC ZZ9.
           12 FILLER                  PIC X(29) VALUE
              ' - ADJUSTMENT NOT BILLED'.

      * Compiled-in fallback department codes, used only when the
      * DEPTREF reference file is not available.
       01  WS-Dept-HOLD.
           12 WS-CB-D-Premium         PIC 9(05)V99.
           12 FILLER                  PIC X(15) VALUE SPACES.

       01  WS-CB-Adjust-Rec.
           12 WS-CB-A-Type            PIC X(01) VALUE 'A'.
           12 WS-CB-A-Emp             PIC X(05).
           12 WS-CB-A-Plan            PIC X(03).
           12 WS-CB-A-Tier            PIC X(01).
           12 WS-CB-A-Adj-Type        PIC X(01).
           12 WS-CB-A-Months          PIC 9(03).
           12 WS-CB-A-Rate            PIC 9(05)V99.
           12 WS-CB-A-Amount          PIC 9(07)V99.
           12 WS-CB-A-From-Period     PIC 9(06).
           12 FILLER                  PIC X(04) VALUE SPACES.

       01  WS-CB-Trailer-Rec.
           12 WS-CB-T-Type            PIC X(01) VALUE 'T'.
           12 WS-CB-T-Count           PIC 9(05).
           12 WS-PM-Grand-Total       PIC ZZZZZZZZ9.99.
           12 FILLER                  PIC X(44) VALUE SPACES.

      * Retroactive adjustments. Months are compared as
      * year * 12 + month; the last billed month is the month of
      * the latest RUNHIST run before today (or last month when
      * that run was earlier this month).
       01  WS-Retro-Adj-Storage.
           12 WS-Adj-Last-Run-Date    PIC X(08) VALUE SPACES.
           12 WS-Adj-Date-In.
              15 WS-Adj-Date-Year     PIC 9(04).
              15 WS-Adj-Date-Month    PIC 9(02).
              15 WS-Adj-Date-Day      PIC X(02).
           12 WS-Adj-Month-Out        PIC 9(06) VALUE 0.
           12 WS-Adj-Run-Month        PIC 9(06) VALUE 0.
           12 WS-Adj-Upper-Month      PIC 9(06) VALUE 0.
           12 WS-Adj-Eff-Month        PIC 9(06) VALUE 0.
           12 WS-Adj-Term-Month       PIC 9(06) VALUE 0.
           12 WS-Adj-From-Month       PIC 9(06) VALUE 0.
           12 WS-Adj-To-Month         PIC 9(06) VALUE 0.
           12 WS-Adj-Period.
              15 WS-Adj-Period-Year   PIC 9(04).
              15 WS-Adj-Period-Month  PIC 9(02).
           12 WS-Adj-Upper-Period     PIC 9(06) VALUE 0.
           12 WS-Adj-Owed-Count       PIC S9(4) COMP VALUE 0.
           12 WS-Adj-Refund-Count     PIC S9(4) COMP VALUE 0.
           12 WS-Adj-No-Rate-Count    PIC S9(4) COMP VALUE 0.
           12 WS-Adj-Owed-Total       PIC 9(09)V99 VALUE 0.
           12 WS-Adj-Refund-Total     PIC 9(09)V99 VALUE 0.
           12 WS-Adj-Net-Total        PIC S9(09)V99 VALUE 0.

       01  WS-PM-Adj-Heading-1.
           12 FILLER                  PIC X(42) VALUE
              'RETROACTIVE ADJUSTMENTS - BILLED THROUGH '.
           12 WS-PM-Adj-Through       PIC 9(06).
           12 FILLER                  PIC X(32) VALUE SPACES.

       01  WS-PM-Adj-Heading-2.
           12 FILLER                  PIC X(32) VALUE
              'EMP   PLAN TIER TYPE    FROM    '.
           12 FILLER                  PIC X(48) VALUE
              'MONTHS      RATE     AMOUNT'.

       01  WS-PM-Adj-No-History-Line.
           12 FILLER                  PIC X(80) VALUE
              'NO PRIOR BILLED RUN ON RUNHIST - NO ADJUSTMENTS'.

       01  WS-PM-Adj-Detail-Line.
           12 WS-PM-Adj-Emp           PIC X(05).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-PM-Adj-Plan          PIC X(03).
           12 FILLER                  PIC X(03) VALUE SPACES.
           12 WS-PM-Adj-Tier          PIC X(01).
           12 FILLER                  PIC X(03) VALUE SPACES.
           12 WS-PM-Adj-Type          PIC X(06).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-PM-Adj-From          PIC 9(06).
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-PM-Adj-Months        PIC ZZ9.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-PM-Adj-Rate          PIC ZZZZZ9.99.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-PM-Adj-Amount        PIC ZZZZZZ9.99.
           12 FILLER                  PIC X(20) VALUE SPACES.

       01  WS-PM-Adj-Total-Line.
           12 WS-PM-Adj-Total-Label   PIC X(24).
           12 WS-PM-Adj-Total         PIC ZZZZZZZZ9.99-.
           12 FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
       1000-Begin-Job.
           OPEN OUTPUT CTLRPT.
           PERFORM 1005-Print-Control-Header.
           PERFORM 1050-Start-Cycle-Step.
           PERFORM 1006-Load-Run-Parms.
           PERFORM 1007-Check-Restart-Record.
           PERFORM 1010-Load-Type-Table.
           PERFORM 1100-Load-Other-Tables.
           PERFORM 1160-Open-YTD-Master.
           PERFORM 1170-Load-Dept-Reference.
           PERFORM 1180-Find-Last-Billed-Run.

       1005-Print-Control-Header.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           END-STRING.
           WRITE CR-REC FROM WS-CR-Heading-Line.

      * Cycle control: step 4 runs only once ENRLMNT has
      * completed step 3 of the current cycle. Starting it
      * clears the later steps - new costing makes
      * their output stale.
       1050-Start-Cycle-Step.
           OPEN I-O CYCLECTL.
           IF WS-CC-Status = '35'
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "No CYCLECTL - EMPMAINT has not opened a cycle."
              PERFORM 1058-Refuse-Cycle-Step
           END-IF.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Open CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 1059-Abend-Cycle-Control
           END-IF.
           READ CYCLECTL
              AT END SET WS-CC-EOF TO TRUE
           END-READ.
           IF WS-CC-EOF
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "CYCLECTL is empty - no cycle open."
              PERFORM 1058-Refuse-Cycle-Step
           END-IF.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Read CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 1059-Abend-Cycle-Control
           END-IF.
           IF NOT CC-Step-Complete(3)
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Cycle " CC-Cycle-Date ": ENRLMNT  has not"
                 " completed - run it first."
              PERFORM 1058-Refuse-Cycle-Step
           END-IF.
           PERFORM 1060-Verify-Payroll-Cycle.
           PERFORM VARYING WS-CC-SUB FROM 4 BY 1
              UNTIL WS-CC-SUB > 5
              PERFORM 1070-Clear-Cycle-Step
           END-PERFORM.
           SET CC-Step-Started(4) TO TRUE.
           MOVE WS-Run-Date-Time(1:14) TO CC-Step-Start-Stamp(4).
           MOVE CC-Cycle-Date TO WS-YT-Post-Cycle.
           MOVE WS-Run-Date-Time(1:4) TO WS-YT-Run-Year.
           IF CC-YTD-Closed-Year IS NUMERIC
              MOVE CC-YTD-Closed-Year TO WS-YT-Closed-Year
           END-IF.
           IF WS-YT-Closed-Year > 0
              AND WS-YT-Run-Year <= WS-YT-Closed-Year
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "YTD year " WS-YT-Closed-Year " is closed -"
                 " TABLE1 cannot post into it."
              PERFORM 1058-Refuse-Cycle-Step
           END-IF.
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 1059-Abend-Cycle-Control
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP TABLE1   STARTED".
           CLOSE CYCLECTL.

       1070-Clear-Cycle-Step.
           SET CC-Step-Not-Run(WS-CC-SUB) TO TRUE.
           MOVE SPACES TO CC-Step-Start-Stamp(WS-CC-SUB)
                          CC-Step-End-Stamp(WS-CC-SUB).
           MOVE ZERO   TO CC-Step-Count-In(WS-CC-SUB)
                          CC-Step-Count-Out(WS-CC-SUB)
                          CC-Step-Hash(WS-CC-SUB).

       1058-Refuse-Cycle-Step.
           DISPLAY "Step refused - CYCLECTL not updated.".
           MOVE 'REFUSED: OUT OF CYCLE SEQUENCE' TO WS-CR-Label.
           MOVE 0 TO WS-CR-Count.
           WRITE CR-REC FROM WS-CR-Detail-Line.
           CLOSE CYCLECTL.
           CLOSE CTLRPT.
           MOVE +12 TO RETURN-CODE.
           GOBACK.

       1059-Abend-Cycle-Control.
           MOVE 'ABEND: I/O FAILURE ON CYCLECTL' TO WS-CR-Label.
           MOVE 0 TO WS-CR-Count.
           WRITE CR-REC FROM WS-CR-Detail-Line.
           CLOSE CYCLECTL.
           CLOSE YTDMAST.
           CLOSE CTLRPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.

      * The PAYROLL about to be costed must be the one EMPXTRCT
      * wrote in this cycle: its trailer count and hash have to
      * equal the counts EMPXTRCT stamped on CYCLECTL. A PAYROLL
      * left over from an earlier cycle still balances to its
      * own trailer, so only this check catches it.
       1060-Verify-Payroll-Cycle.
           OPEN INPUT PAYROLL.
           IF NOT WS-PR-Good
              DISPLAY "** ERROR **: 1060-PAYROLL"
              DISPLAY "Open PAYROLL Failed."
              DISPLAY "File Status: " WS-PR-Status
              PERFORM 1069-Abend-Payroll-Verify
           END-IF.
           PERFORM 1065-Find-Payroll-Trailer UNTIL WS-PR-EOF.
           CLOSE PAYROLL.
           IF NOT WS-CC-PR-Trailer-Seen
              OR WS-CC-PR-Count NOT = CC-Step-Count-Out(2)
              OR WS-CC-PR-Hash  NOT = CC-Step-Hash(2)
              DISPLAY "** ERROR **: 1060-PAYROLL"
              DISPLAY "PAYROLL is not the EMPXTRCT extract of cycle "
                 CC-Cycle-Date
              DISPLAY "PAYROLL trailer count/hash:   "
                 WS-CC-PR-Count " " WS-CC-PR-Hash
              DISPLAY "CYCLECTL EMPXTRCT count/hash: "
                 CC-Step-Count-Out(2) " " CC-Step-Hash(2)
              PERFORM 1058-Refuse-Cycle-Step
           END-IF.

       1065-Find-Payroll-Trailer.
           READ PAYROLL
              AT END SET WS-PR-EOF TO TRUE
           END-READ.
           IF WS-PR-Good
              IF PR-REC(1:1) = 'T'
                 AND PR-REC(2:14) IS NUMERIC
                 SET WS-CC-PR-Trailer-Seen TO TRUE
                 MOVE PR-REC(2:5) TO WS-CC-PR-Count
                 MOVE PR-REC(7:9) TO WS-CC-PR-Hash
              END-IF
           ELSE
              IF WS-PR-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1065-PAYROLL"
                 DISPLAY "Read PAYROLL Failed."
                 DISPLAY "File Status: " WS-PR-Status
                 PERFORM 1069-Abend-Payroll-Verify
              END-IF
           END-IF.

      * PAYROLL failed before the run opened anything but
      * CTLRPT and CYCLECTL - step 4 is not yet marked started.
       1069-Abend-Payroll-Verify.
           MOVE 'ABEND: I/O FAILURE ON PAYROLL' TO WS-CR-Label.
           MOVE 0 TO WS-CR-Count.
           WRITE CR-REC FROM WS-CR-Detail-Line.
           CLOSE PAYROLL.
           CLOSE CYCLECTL.
           CLOSE CTLRPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.

       1006-Load-Run-Parms.
           OPEN INPUT RUNPARM.
           IF WS-RP-Good
              MOVE WS-Run-Mode-Sw TO WS-CR-Parm-Value(1:5)
              PERFORM 1039-Write-Parm-Defaulted
           END-IF.
           IF NOT WS-Parm-Ckptint-Seen
              MOVE 'CKPTINT ' TO WS-CR-Parm-Keyword
              MOVE SPACES TO WS-CR-Parm-Value
              MOVE WS-YC-Interval TO WS-CR-Parm-Value(1:5)
              PERFORM 1039-Write-Parm-Defaulted
           END-IF.

       1030-Apply-Parm-Card.
           READ RUNPARM
                    PERFORM 1036-Parm-Tolpct
                 WHEN 'RUNMODE '
                    PERFORM 1037-Parm-Runmode
                 WHEN 'CKPTINT '
                    PERFORM 1035-Parm-Ckptint
                 WHEN OTHER
                    DISPLAY "** WARNING **: 1030-RUNPARM"
                    DISPLAY "Unknown parameter card ignored: "
              PERFORM 1040-Warn-Bad-Parm
           END-IF.

      * CKPTINT is the number of YTDMAST postings between
      * YTDCKPT checkpoints.
       1035-Parm-Ckptint.
           IF RP-Value(1:5) IS NUMERIC
              MOVE RP-Value(1:5) TO WS-Parm-Num
           ELSE
              MOVE 0 TO WS-Parm-Num
           END-IF.
           IF WS-Parm-Num > 0
              MOVE WS-Parm-Num TO WS-YC-Interval
              SET WS-Parm-Ckptint-Seen TO TRUE
              MOVE 'CKPTINT ' TO WS-CR-Parm-Keyword
              PERFORM 1038-Write-Parm-Accepted
           ELSE
              MOVE 'CKPTINT ' TO WS-CR-Parm-Keyword
              PERFORM 1040-Warn-Bad-Parm
           END-IF.

      * TOLPCT value is a 5-digit percent with two implied decimals
      * (01000 = 10.00).
       1036-Parm-Tolpct.
              DISPLAY "File Status: " WS-YT-Status
              PERFORM 1169-Abend-YTD-Open
           END-IF.
           PERFORM 1165-Check-YTD-Checkpoint.

      * A checkpoint left by an abended run of this same cycle
      * makes this a resumed run: postings up to the checkpoint
      * are known to be on YTDMAST and are skipped unread. Any
      * posted after it are caught by the cycle stamps.
       1165-Check-YTD-Checkpoint.
           OPEN INPUT YTDCKPT.
           IF WS-YC-Good
              READ YTDCKPT INTO WS-YC-Checkpoint-Rec
                 AT END SET WS-YC-EOF TO TRUE
              END-READ
              IF WS-YC-Good
                 AND WS-YC-Cycle-Date = WS-YT-Post-Cycle
                 AND NOT WS-YC-Phase-Done
                 SET WS-YC-Resume-Run TO TRUE
                 MOVE WS-YC-Phase       TO WS-YC-Resume-Phase
                 MOVE WS-YC-Last-Emp-ID TO WS-YC-Resume-Emp-ID
                 DISPLAY "** WARNING **: 1165-YTDCKPT"
                 DISPLAY "Resuming YTD posting for cycle "
                    WS-YC-Cycle-Date " - phase " WS-YC-Phase
                    " checkpoint after employee " WS-YC-Last-Emp-ID
                 MOVE 'YTD POSTING RESUMED FROM CHECKPOINT'
                    TO WS-CR-Label
                 MOVE WS-YC-Ded-Posted TO WS-CR-Count
                 WRITE CR-REC FROM WS-CR-Detail-Line
              END-IF
              CLOSE YTDCKPT
           END-IF.

       1169-Abend-YTD-Open.
           MOVE 'ABEND: OPEN FAILURE ON YTDMAST' TO WS-CR-Label.
              END-IF
           END-IF.

      * The last billed run is the latest RUNHIST date before
      * today. Its month has been billed; so has every month
      * before it. A run already taken earlier this month has
      * billed last month only - this month is billed tonight.
       1180-Find-Last-Billed-Run.
           MOVE SPACES TO WS-Adj-Last-Run-Date.
           MOVE WS-Run-Date-Time(1:8) TO WS-Adj-Date-In.
           PERFORM 2397-Date-To-Month-Number.
           MOVE WS-Adj-Month-Out TO WS-Adj-Run-Month.
           OPEN INPUT RUNHIST.
           IF WS-RH-Good
              PERFORM 1185-Read-Billed-Run UNTIL WS-RH-EOF
              CLOSE RUNHIST
           END-IF.
           IF WS-Adj-Last-Run-Date = SPACES
              DISPLAY "** WARNING **: 1180-Find-Last-Billed-Run"
              DISPLAY "No prior run on RUNHIST - retroactive"
                 " adjustments are not computed this run."
           ELSE
              MOVE WS-Adj-Last-Run-Date TO WS-Adj-Date-In
              PERFORM 2397-Date-To-Month-Number
              IF WS-Adj-Month-Out < WS-Adj-Run-Month
                 MOVE WS-Adj-Month-Out TO WS-Adj-Upper-Month
              ELSE
                 COMPUTE WS-Adj-Upper-Month = WS-Adj-Run-Month - 1
              END-IF
              MOVE WS-Adj-Upper-Month TO WS-Adj-Month-Out
              PERFORM 2398-Month-Number-To-Period
              MOVE WS-Adj-Period TO WS-Adj-Upper-Period
           END-IF.

       1185-Read-Billed-Run.
           READ RUNHIST INTO WS-RH-Record
              AT END SET WS-RH-EOF TO TRUE
           END-READ.
           IF WS-RH-Good
              IF WS-RH-Date IS NUMERIC
                 AND WS-RH-Date < WS-Run-Date-Time(1:8)
                 AND (WS-Adj-Last-Run-Date = SPACES
                    OR WS-RH-Date > WS-Adj-Last-Run-Date)
                 MOVE WS-RH-Date TO WS-Adj-Last-Run-Date
              END-IF
           ELSE
              IF WS-RH-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** WARNING **: 1185-RUNHIST"
                 DISPLAY "Bad read on RUNHIST - history scan stopped."
                 DISPLAY "File Status: " WS-RH-Status
                 SET WS-RH-EOF TO TRUE
              END-IF
           END-IF.

       2000-Process.
           IF WS-Run-Mode-Trace
              DISPLAY "2000-Process: "
           CLOSE ENRLRPT.
           CLOSE BONEXRPT.
           CLOSE YTDMAST.
           CLOSE CYCLECTL.
           CLOSE CTLRPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
              UNTIL WS-Dedrate-SUB > 5
              PERFORM 2430-Write-Register-Summary
           END-PERFORM.
           IF NOT WS-Continuation-Run
              SET WS-YC-Phase-Bonus TO TRUE
              PERFORM 2446-Write-YTD-Checkpoint
           END-IF.
           PERFORM 2391-Compute-Retro-Adjustments.
           MOVE WS-GL-Record-Count TO WS-DG-T-Count.
           MOVE WS-GL-Hash TO WS-DG-T-Hash.
           WRITE DG-REC FROM WS-DG-Trailer-Rec.
           PERFORM 2490-Reject-Unmatched-Bonus.
           CLOSE BONEXRPT.

      * Retroactive adjustments. An enrollment keyed since the
      * last billed run owes every billed month from its effective
      * month (up to its termination month). A termination keyed
      * since the last billed run refunds every billed month from
      * its termination month - never a month the enrollment was
      * not billed for. Each adjustment goes to DEDREG as an 'A'
      * record inside the trailer count and hash.
       2391-Compute-Retro-Adjustments.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
              UNTIL WS-EN-IDX > WS-EN-Occurs-Dep-Counter
              PERFORM 2392-Compute-Enroll-Adjustment
           END-PERFORM.

       2392-Compute-Enroll-Adjustment.
           MOVE SPACE TO WS-EN-Adj-Type(WS-EN-IDX).
           MOVE 0 TO WS-EN-Adj-Months(WS-EN-IDX)
                     WS-EN-Adj-Rate(WS-EN-IDX)
                     WS-EN-Adj-Amount(WS-EN-IDX)
                     WS-EN-Adj-From-Period(WS-EN-IDX).
           IF WS-Adj-Last-Run-Date = SPACES
              OR WS-EN-Eff-Date(WS-EN-IDX) IS NOT NUMERIC
              NEXT SENTENCE
           ELSE
              MOVE WS-EN-Eff-Date(WS-EN-IDX) TO WS-Adj-Date-In
              PERFORM 2397-Date-To-Month-Number
              MOVE WS-Adj-Month-Out TO WS-Adj-Eff-Month
              MOVE 999999 TO WS-Adj-Term-Month
              IF WS-EN-Terminated(WS-EN-IDX)
                 AND WS-EN-Term-Date(WS-EN-IDX) IS NUMERIC
                 MOVE WS-EN-Term-Date(WS-EN-IDX) TO WS-Adj-Date-In
                 PERFORM 2397-Date-To-Month-Number
                 MOVE WS-Adj-Month-Out TO WS-Adj-Term-Month
              END-IF
              EVALUATE TRUE
                 WHEN WS-EN-Keyed-Date(WS-EN-IDX) IS NUMERIC
                    AND WS-EN-Keyed-Date(WS-EN-IDX) >
                       WS-Adj-Last-Run-Date
                    PERFORM 2393-Compute-Months-Owed
                 WHEN WS-EN-Terminated(WS-EN-IDX)
                    AND WS-EN-Term-Keyed-Date(WS-EN-IDX) IS NUMERIC
                    AND WS-EN-Term-Keyed-Date(WS-EN-IDX) >
                       WS-Adj-Last-Run-Date
                    PERFORM 2394-Compute-Months-Refunded
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-EN-Adj-Months(WS-EN-IDX) > 0
                 PERFORM 2395-Lookup-Adjustment-Rate
              END-IF
              IF WS-EN-Adj-Months(WS-EN-IDX) > 0
                 PERFORM 2396-Write-Register-Adjustment
              END-IF
           END-IF.

       2393-Compute-Months-Owed.
           MOVE WS-Adj-Eff-Month TO WS-Adj-From-Month.
           MOVE WS-Adj-Upper-Month TO WS-Adj-To-Month.
           IF WS-Adj-Term-Month - 1 < WS-Adj-To-Month
              COMPUTE WS-Adj-To-Month = WS-Adj-Term-Month - 1
           END-IF.
           IF WS-Adj-To-Month >= WS-Adj-From-Month
              SET WS-EN-Adj-Owed(WS-EN-IDX) TO TRUE
              COMPUTE WS-EN-Adj-Months(WS-EN-IDX) =
                 WS-Adj-To-Month - WS-Adj-From-Month + 1
           END-IF.

      * Every month from the effective month on has been billed -
      * those before the row was keyed through 2393's owed
      * adjustment - so the refund runs from the later of the
      * effective and termination months.
       2394-Compute-Months-Refunded.
           MOVE WS-Adj-Eff-Month TO WS-Adj-From-Month.
           IF WS-Adj-Term-Month > WS-Adj-From-Month
              MOVE WS-Adj-Term-Month TO WS-Adj-From-Month
           END-IF.
           MOVE WS-Adj-Upper-Month TO WS-Adj-To-Month.
           IF WS-Adj-To-Month >= WS-Adj-From-Month
              SET WS-EN-Adj-Refund(WS-EN-IDX) TO TRUE
              COMPUTE WS-EN-Adj-Months(WS-EN-IDX) =
                 WS-Adj-To-Month - WS-Adj-From-Month + 1
           END-IF.

      * A blank tier is employee only, as ENRLMNT defaults it. A
      * plan not on PLANRATE or a tier it does not know cannot be
      * priced - the adjustment is dropped to ENRLRPT rather than
      * billed at zero.
       2395-Lookup-Adjustment-Rate.
           PERFORM VARYING WS-PL-SUB2 FROM 1 BY 1
              UNTIL WS-PL-SUB2 > 5
                 OR WS-Planrate-Code(WS-PL-SUB2) =
                    WS-EN-Plan-Code(WS-EN-IDX)
           END-PERFORM.
           IF WS-PL-SUB2 <= 5
              EVALUATE WS-EN-Tier-Code(WS-EN-IDX)
                 WHEN 'E'
                 WHEN SPACE
                    MOVE WS-Planrate-Premium-Emp(WS-PL-SUB2)
                       TO WS-EN-Adj-Rate(WS-EN-IDX)
                 WHEN 'S'
                    MOVE WS-Planrate-Premium-Sps(WS-PL-SUB2)
                       TO WS-EN-Adj-Rate(WS-EN-IDX)
                 WHEN 'F'
                    MOVE WS-Planrate-Premium-Fam(WS-PL-SUB2)
                       TO WS-EN-Adj-Rate(WS-EN-IDX)
                 WHEN OTHER
                    MOVE 6 TO WS-PL-SUB2
              END-EVALUATE
           END-IF.
           IF WS-PL-SUB2 > 5
              PERFORM 2399-Reject-Adjustment-Rate
           ELSE
              COMPUTE WS-EN-Adj-Amount(WS-EN-IDX) =
                 WS-EN-Adj-Months(WS-EN-IDX) *
                 WS-EN-Adj-Rate(WS-EN-IDX)
              MOVE WS-Adj-From-Month TO WS-Adj-Month-Out
              PERFORM 2398-Month-Number-To-Period
              MOVE WS-Adj-Period TO WS-EN-Adj-From-Period(WS-EN-IDX)
              IF WS-EN-Adj-Owed(WS-EN-IDX)
                 ADD +1 TO WS-Adj-Owed-Count
                 ADD WS-EN-Adj-Amount(WS-EN-IDX) TO WS-Adj-Owed-Total
              ELSE
                 ADD +1 TO WS-Adj-Refund-Count
                 ADD WS-EN-Adj-Amount(WS-EN-IDX) TO WS-Adj-Refund-Total
              END-IF
           END-IF.

       2396-Write-Register-Adjustment.
           MOVE WS-EN-Emp-ID(WS-EN-IDX)     TO WS-DG-A-Emp.
           MOVE WS-EN-Plan-Code(WS-EN-IDX)  TO WS-DG-A-Plan.
           MOVE WS-EN-Tier-Code(WS-EN-IDX)  TO WS-DG-A-Tier.
           MOVE WS-EN-Adj-Type(WS-EN-IDX)   TO WS-DG-A-Adj-Type.
           MOVE WS-EN-Adj-Months(WS-EN-IDX) TO WS-DG-A-Months.
           MOVE WS-EN-Adj-Rate(WS-EN-IDX)   TO WS-DG-A-Rate.
           MOVE WS-EN-Adj-Amount(WS-EN-IDX) TO WS-DG-A-Amount.
           MOVE WS-EN-Adj-From-Period(WS-EN-IDX)
              TO WS-DG-A-From-Period.
           WRITE DG-REC FROM WS-DG-Adjust-Rec.
           ADD +1 TO WS-GL-Record-Count.
           ADD WS-EN-Adj-Amount(WS-EN-IDX) TO WS-GL-Hash.

       2397-Date-To-Month-Number.
           COMPUTE WS-Adj-Month-Out =
              WS-Adj-Date-Year * 12 + WS-Adj-Date-Month.

       2398-Month-Number-To-Period.
           COMPUTE WS-Adj-Period-Year = (WS-Adj-Month-Out - 1) / 12.
           COMPUTE WS-Adj-Period-Month =
              WS-Adj-Month-Out - WS-Adj-Period-Year * 12.

       2399-Reject-Adjustment-Rate.
           ADD +1 TO WS-Adj-No-Rate-Count.
           MOVE WS-EN-Emp-ID(WS-EN-IDX)     TO WS-EX-NR-Emp-ID.
           MOVE WS-EN-Plan-Code(WS-EN-IDX)  TO WS-EX-NR-Plan.
           MOVE WS-EN-Tier-Code(WS-EN-IDX)  TO WS-EX-NR-Tier.
           MOVE WS-EN-Adj-Months(WS-EN-IDX) TO WS-EX-NR-Months.
           WRITE EX-REC FROM WS-EX-No-Rate-Line.
           MOVE SPACE TO WS-EN-Adj-Type(WS-EN-IDX).
           MOVE 0 TO WS-EN-Adj-Months(WS-EN-IDX)
                     WS-EN-Adj-Rate(WS-EN-IDX).

       2100-Demo-Table-Dumps.
           DISPLAY "This is the Simple Table:"
           DISPLAY "Using numbers:"
           IF WS-YT-Good
              MOVE 'N' TO WS-YT-New-Sw
              IF YT-Year NOT = WS-Run-Date-Time(1:4)
                 IF YT-Year > WS-YT-Closed-Year
                    PERFORM 2448-Refuse-YTD-Roll
                 END-IF
                 PERFORM 2441-Init-YTD-Amounts
              END-IF
           ELSE
           MOVE WS-Run-Date-Time(1:4) TO YT-Year.
           MOVE 0 TO YT-Gross.
           MOVE 0 TO YT-Bonus.
           MOVE SPACES TO YT-Ded-Cycle.
           MOVE SPACES TO YT-Bonus-Cycle.
           PERFORM VARYING WS-YT-Bucket-SUB FROM 1 BY 1
              UNTIL WS-YT-Bucket-SUB > 5
              MOVE SPACES TO YT-Plan-Code(WS-YT-Bucket-SUB)
      * apply always cover their whole files) - accumulating
      * again would double count the master, so YTD updates are
      * skipped on continuation runs.
      * A record already stamped with this cycle was posted by an
      * earlier run of the same cycle and is skipped. On a resumed
      * run every employee up to the checkpoint is skipped without
      * a read - PAYROLL comes off EMPMAST in employee ID order, so
      * they are exactly the ones the abended run had committed.
       2442-Add-YTD-Deduction.
           IF NOT WS-Continuation-Run
              MOVE PR-Emp-ID TO WS-YT-Work-Emp-ID
              IF WS-YC-Resume-Run
                 AND (WS-YC-Resume-Phase NOT = 'D'
                      OR PR-Emp-ID <= WS-YC-Resume-Emp-ID)
                 ADD +1 TO WS-YT-Ded-Skipped
              ELSE
                 PERFORM 2440-Get-YTD-Record
                 IF YT-Ded-Cycle = WS-YT-Post-Cycle
                    ADD +1 TO WS-YT-Ded-Skipped
                 ELSE
                    PERFORM 2443-Post-YTD-Deduction
                 END-IF
              END-IF
           END-IF.

       2443-Post-YTD-Deduction.
           ADD WS-Reg-Gross TO YT-Gross.
           IF WS-Reg-Plan-Code NOT = SPACES
              PERFORM VARYING WS-YT-Bucket-SUB FROM 1 BY 1
                 UNTIL WS-YT-Bucket-SUB > 5
                    OR YT-Plan-Code(WS-YT-Bucket-SUB) =
                       WS-Reg-Plan-Code
                    OR YT-Plan-Code(WS-YT-Bucket-SUB) = SPACES
              END-PERFORM
              IF WS-YT-Bucket-SUB <= 5
                 MOVE WS-Reg-Plan-Code
                    TO YT-Plan-Code(WS-YT-Bucket-SUB)
                 ADD WS-Reg-Ded
                    TO YT-Plan-Ded(WS-YT-Bucket-SUB)
              END-IF
           END-IF.
           MOVE WS-YT-Post-Cycle TO YT-Ded-Cycle.
           PERFORM 2445-Put-YTD-Record.
           ADD +1 TO WS-YT-Ded-Posted.
           SET WS-YC-Phase-Ded TO TRUE.
           PERFORM 2447-Count-YTD-Posting.

       2445-Put-YTD-Record.
           IF WS-YT-New-Record
              WRITE YT-REC
              END-IF
           END-IF.

      * Checkpoint: YTDMAST is closed and reopened first so that
      * every posting the checkpoint vouches for is on disk.
       2446-Write-YTD-Checkpoint.
           CLOSE YTDMAST.
           OPEN I-O YTDMAST.
           IF NOT WS-YT-Good
              DISPLAY "** ERROR **: 2446-YTDMAST"
              DISPLAY "Reopen YTDMAST Failed."
              DISPLAY "File Status: " WS-YT-Status
              PERFORM 2449-Abend-YTD-Update
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-YC-Date-Time.
           MOVE WS-YT-Post-Cycle      TO WS-YC-Cycle-Date.
           MOVE WS-YT-Work-Emp-ID     TO WS-YC-Last-Emp-ID.
           MOVE WS-YT-Ded-Posted      TO WS-YC-Ded-Posted.
           MOVE WS-YT-Ded-Skipped     TO WS-YC-Ded-Skipped.
           MOVE WS-YT-Bonus-Posted    TO WS-YC-Bonus-Posted.
           MOVE WS-YT-Bonus-Skipped   TO WS-YC-Bonus-Skipped.
           MOVE WS-YC-Date-Time(1:14) TO WS-YC-Stamp.
           OPEN OUTPUT YTDCKPT.
           WRITE YC-REC FROM WS-YC-Checkpoint-Rec.
           IF NOT WS-YC-Good
              DISPLAY "** ERROR **: 2446-YTDCKPT"
              DISPLAY "Write YTDCKPT Failed."
              DISPLAY "File Status: " WS-YC-Status
              PERFORM 2449-Abend-YTD-Update
           END-IF.
           CLOSE YTDCKPT.
           MOVE 0 TO WS-YC-Since-Ckpt.

       2447-Count-YTD-Posting.
           ADD +1 TO WS-YC-Since-Ckpt.
           IF WS-YC-Since-Ckpt >= WS-YC-Interval
              PERFORM 2446-Write-YTD-Checkpoint
           END-IF.

      * Rolling a record whose year YTDCLOSE has not archived
      * would lose that year's figures - stop before it is
      * touched. Postings already made are stamped, so after the
      * close the rerun picks up where this run stopped. Step 4
      * goes back to not-run on CYCLECTL, or YTDCLOSE would
      * refuse to run behind a started TABLE1.
       2448-Refuse-YTD-Roll.
           DISPLAY "** ERROR **: 2448-YTDMAST".
           DISPLAY "YTD year " YT-Year " has not been closed -"
              " employee " YT-Emp-ID " not rolled.".
           DISPLAY "Run YTDCLOSE for " YT-Year " and rerun TABLE1.".
           MOVE 'ABEND: YTD YEAR NOT CLOSED' TO WS-CR-Label.
           MOVE YT-Year TO WS-CR-Count.
           WRITE CR-REC FROM WS-CR-Detail-Line.
           CLOSE YTDMAST.
           PERFORM 2458-Reset-Cycle-Step.
           CLOSE CTLRPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.

       2449-Abend-YTD-Update.
           MOVE 'ABEND: I-O FAILURE ON YTDMAST' TO WS-CR-Label.
           MOVE 0 TO WS-CR-Count.
           MOVE +8 TO RETURN-CODE.
           GOBACK.

       2458-Reset-Cycle-Step.
           OPEN I-O CYCLECTL.
           IF WS-CC-Good
              READ CYCLECTL
                 AT END SET WS-CC-EOF TO TRUE
              END-READ
           END-IF.
           IF WS-CC-Good
              MOVE 4 TO WS-CC-SUB
              PERFORM 1070-Clear-Cycle-Step
              REWRITE CC-REC
           END-IF.
           IF WS-CC-Good
              DISPLAY "CYCLE " CC-Cycle-Date
                 " STEP TABLE1   RESET TO NOT RUN"
           ELSE
              DISPLAY "** ERROR **: 2458-CYCLECTL"
              DISPLAY "Reset of step TABLE1 on CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
           END-IF.
           CLOSE CYCLECTL.

      * Performed from 2505 for each recipient the payroll pass
      * confirmed, with WS-Bonus-Emp-Total already summed - YTD
      * bonus never accumulates for a rejected recipient, and is
      * skipped on continuation runs (see 2442) and for a record
      * whose bonus was already posted for this cycle.
       2480-Add-YTD-Bonus.
           IF NOT WS-Continuation-Run
              MOVE WS-Bonus-Emp-ID(WS-Bonus-SUB)
                 TO WS-YT-Work-Emp-ID
              PERFORM 2440-Get-YTD-Record
              IF YT-Bonus-Cycle = WS-YT-Post-Cycle
                 ADD +1 TO WS-YT-Bonus-Skipped
              ELSE
                 ADD WS-Bonus-Emp-Total TO YT-Bonus
                 MOVE WS-YT-Post-Cycle TO YT-Bonus-Cycle
                 PERFORM 2445-Put-YTD-Record
                 ADD +1 TO WS-YT-Bonus-Posted
                 SET WS-YC-Phase-Bonus TO TRUE
                 PERFORM 2447-Count-YTD-Posting
              END-IF
           END-IF.

      * BONEXRPT stays open through the payroll pass - recipients
           END-PERFORM.
           MOVE WS-Premium-Grand-Total TO WS-PM-Grand-Total.
           WRITE PM-REC FROM WS-PM-Grand-Total-Line.
           PERFORM 2730-Print-Retro-Adjustments.
           CLOSE PREMRPT.
           MOVE WS-CB-Record-Count TO WS-CB-T-Count.
           MOVE WS-CB-Hash TO WS-CB-T-Hash.
           WRITE PM-REC FROM WS-PM-Plan-Subtotal-Line.


      * Adjustments section - the same 'A' records DEDREG carries,
      * sent to the carrier on CARRBILL inside its trailer.
       2730-Print-Retro-Adjustments.
           MOVE SPACES TO PM-REC.
           WRITE PM-REC.
           IF WS-Adj-Last-Run-Date = SPACES
              WRITE PM-REC FROM WS-PM-Adj-No-History-Line
           ELSE
              MOVE WS-Adj-Upper-Period TO WS-PM-Adj-Through
              WRITE PM-REC FROM WS-PM-Adj-Heading-1
              WRITE PM-REC FROM WS-PM-Adj-Heading-2
              PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                 UNTIL WS-EN-IDX > WS-EN-Occurs-Dep-Counter
                 IF WS-EN-Adj-Months(WS-EN-IDX) > 0
                    PERFORM 2735-Print-Adjustment-Line
                 END-IF
              END-PERFORM
              MOVE 'TOTAL OWED            = ' TO WS-PM-Adj-Total-Label
              MOVE WS-Adj-Owed-Total TO WS-PM-Adj-Total
              WRITE PM-REC FROM WS-PM-Adj-Total-Line
              MOVE 'TOTAL REFUNDED        = ' TO WS-PM-Adj-Total-Label
              MOVE WS-Adj-Refund-Total TO WS-PM-Adj-Total
              WRITE PM-REC FROM WS-PM-Adj-Total-Line
              COMPUTE WS-Adj-Net-Total =
                 WS-Adj-Owed-Total - WS-Adj-Refund-Total
              MOVE 'NET ADJUSTMENT        = ' TO WS-PM-Adj-Total-Label
              MOVE WS-Adj-Net-Total TO WS-PM-Adj-Total
              WRITE PM-REC FROM WS-PM-Adj-Total-Line
           END-IF.

       2735-Print-Adjustment-Line.
           MOVE WS-EN-Emp-ID(WS-EN-IDX)     TO WS-PM-Adj-Emp.
           MOVE WS-EN-Plan-Code(WS-EN-IDX)  TO WS-PM-Adj-Plan.
           MOVE WS-EN-Tier-Code(WS-EN-IDX)  TO WS-PM-Adj-Tier.
           IF WS-EN-Adj-Owed(WS-EN-IDX)
              MOVE 'OWED  ' TO WS-PM-Adj-Type
           ELSE
              MOVE 'REFUND' TO WS-PM-Adj-Type
           END-IF.
           MOVE WS-EN-Adj-From-Period(WS-EN-IDX) TO WS-PM-Adj-From.
           MOVE WS-EN-Adj-Months(WS-EN-IDX) TO WS-PM-Adj-Months.
           MOVE WS-EN-Adj-Rate(WS-EN-IDX)   TO WS-PM-Adj-Rate.
           MOVE WS-EN-Adj-Amount(WS-EN-IDX) TO WS-PM-Adj-Amount.
           WRITE PM-REC FROM WS-PM-Adj-Detail-Line.
           MOVE WS-EN-Emp-ID(WS-EN-IDX)     TO WS-CB-A-Emp.
           MOVE WS-EN-Plan-Code(WS-EN-IDX)  TO WS-CB-A-Plan.
           MOVE WS-EN-Tier-Code(WS-EN-IDX)  TO WS-CB-A-Tier.
           MOVE WS-EN-Adj-Type(WS-EN-IDX)   TO WS-CB-A-Adj-Type.
           MOVE WS-EN-Adj-Months(WS-EN-IDX) TO WS-CB-A-Months.
           MOVE WS-EN-Adj-Rate(WS-EN-IDX)   TO WS-CB-A-Rate.
           MOVE WS-EN-Adj-Amount(WS-EN-IDX) TO WS-CB-A-Amount.
           MOVE WS-EN-Adj-From-Period(WS-EN-IDX)
              TO WS-CB-A-From-Period.
           WRITE CB-REC FROM WS-CB-Adjust-Rec.
           ADD +1 TO WS-CB-Record-Count.
           ADD WS-EN-Adj-Amount(WS-EN-IDX) TO WS-CB-Hash.


       3000-End-Job.
           IF WS-Run-Mode-Trace
           PERFORM 3020-Write-Restart-Record.
           PERFORM 3025-Update-Run-History.
           PERFORM 3030-Print-Variance-Report.
           IF NOT WS-Continuation-Run
              SET WS-YC-Phase-Done TO TRUE
              PERFORM 2446-Write-YTD-Checkpoint
              IF WS-YT-Ded-Skipped > 0 OR WS-YT-Bonus-Skipped > 0
                 DISPLAY "** WARNING **: 3000-YTDMAST"
                 DISPLAY "Rerun of cycle " WS-YT-Post-Cycle
                    " - postings already made were skipped:"
                 DISPLAY "DEDUCTIONS SKIPPED:       " WS-YT-Ded-Skipped
                 DISPLAY "BONUSES SKIPPED:          "
                    WS-YT-Bonus-Skipped
              END-IF
           END-IF.
           PERFORM 3050-Complete-Cycle-Step.
           CLOSE YTDMAST.
           CLOSE CTLRPT.

      * Step 4 complete: PAYROLL records costed in, DEDREG
      * records written out.
       3050-Complete-Cycle-Step.
           MOVE FUNCTION CURRENT-DATE TO WS-CC-End-Date-Time.
           OPEN I-O CYCLECTL.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Open CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 1059-Abend-Cycle-Control
           END-IF.
           READ CYCLECTL
              AT END SET WS-CC-EOF TO TRUE
           END-READ.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Read CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 1059-Abend-Cycle-Control
           END-IF.
           SET CC-Step-Complete(4) TO TRUE.
           MOVE WS-CC-End-Date-Time(1:14) TO CC-Step-End-Stamp(4).
           MOVE WS-PR-Records-Read    TO CC-Step-Count-In(4).
           MOVE WS-GL-Record-Count    TO CC-Step-Count-Out(4).
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 1059-Abend-Cycle-Control
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP TABLE1   COMPLETE".
           CLOSE CYCLECTL.

       3010-Print-Control-Trailer.
           MOVE 'TABLOAD RECORDS READ (TOTAL)'      TO WS-CR-Label
           MOVE WS-TL-Records-Total                 TO WS-CR-Count
           MOVE 'YTDMAST RECORDS UPDATED'             TO WS-CR-Label
           MOVE WS-YT-Updated-Count                 TO WS-CR-Count
           WRITE CR-REC FROM WS-CR-Detail-Line.
           MOVE 'YTD DEDUCTIONS SKIPPED (POSTED)'     TO WS-CR-Label
           MOVE WS-YT-Ded-Skipped                   TO WS-CR-Count
           WRITE CR-REC FROM WS-CR-Detail-Line.
           MOVE 'YTD BONUSES SKIPPED (POSTED)'        TO WS-CR-Label
           MOVE WS-YT-Bonus-Skipped                 TO WS-CR-Count
           WRITE CR-REC FROM WS-CR-Detail-Line.
           MOVE 'CARRBILL DETAIL RECORDS WRITTEN'     TO WS-CR-Label
           MOVE WS-CB-Record-Count                  TO WS-CR-Count
           WRITE CR-REC FROM WS-CR-Detail-Line.
           MOVE 'RETRO ADJUSTMENTS OWED'              TO WS-CR-Label
           MOVE WS-Adj-Owed-Count                   TO WS-CR-Count
           WRITE CR-REC FROM WS-CR-Detail-Line.
           MOVE 'RETRO ADJUSTMENTS REFUNDED'          TO WS-CR-Label
           MOVE WS-Adj-Refund-Count                 TO WS-CR-Count
           WRITE CR-REC FROM WS-CR-Detail-Line.
           MOVE 'RETRO ADJUSTMENTS NO RATE (ENRLRPT)' TO WS-CR-Label
           MOVE WS-Adj-No-Rate-Count                TO WS-CR-Count
           WRITE CR-REC FROM WS-CR-Detail-Line.
           MOVE 'BONUSTRN RECORDS READ'               TO WS-CR-Label
           MOVE WS-BT-Records-Read                  TO WS-CR-Count
           WRITE CR-REC FROM WS-CR-Detail-Line.
