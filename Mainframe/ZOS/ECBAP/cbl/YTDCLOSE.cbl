      ***********************************************************
      * Program name:    YTDCLOSE
      * Original author: maintainer
      *
      * Description: Year-end close of the year-to-date master.
      *           Reads YTDMAST (VSAM KSDS keyed on employee ID)
      *           sequentially and copies every record still
      *           holding the close year, or an earlier one, into
      *           the annual history file YTDHIST (VSAM KSDS keyed
      *           on year plus employee ID) under its own year.
      *           A rerun replaces the history records it wrote
      *           before. Records already rolled into a later
      *           year are left alone and counted.
      *
      *           The close year comes from a CLOSEYR card on
      *           CLOSPARM and defaults to the year before the run
      *           date - the close normally runs after the last
      *           cycle of the year and before the first TABLE1
      *           run of the new one.
      *
      *           Once the copy is done the close year is read
      *           back from YTDHIST and its gross, deductions by
      *           plan and bonus are printed on CLOSERPT beside
      *           the same totals taken from YTDMAST. Only when
      *           every total agrees is the year recorded as
      *           closed (CC-YTD-Closed-Year on CYCLECTL), which
      *           is what lets TABLE1 roll records into the new
      *           year. A mismatch ends the job with RETURN-CODE
      *           8 and the year stays open.
      *
      *           Refuses to run (RETURN-CODE 12) while no cycle
      *           has been opened or while TABLE1 is part-way
      *           through posting YTDMAST.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - archives each year's YTD
      *                          figures before TABLE1 rolls them.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  YTDCLOSE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTDMAST
           ASSIGN TO YTDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS YT-Emp-ID
           FILE STATUS IS WS-YT-Status.

           SELECT YTDHIST
           ASSIGN TO YTDHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YH-Key
           FILE STATUS IS WS-YH-Status.

           SELECT CLOSPARM
           ASSIGN TO CLOSPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CP-Status.

           SELECT CLOSERPT
           ASSIGN TO CLOSERPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CL-Status.

           SELECT CYCLECTL
           ASSIGN TO CYCLECTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CC-Status.

       DATA DIVISION.
       FILE SECTION.
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

      * History record: the YTDMAST record as it stood at the
      * close, keyed by year, plus the date it was archived.
       FD  YTDHIST.
       01  YH-REC.
           05  YH-Key.
               10  YH-Year                  PIC 9(04).
               10  YH-Emp-ID                PIC X(05).
           05  YH-Gross                     PIC 9(09)V99.
           05  YH-Plan-Bucket OCCURS 5 TIMES.
               10  YH-Plan-Code             PIC X(03).
               10  YH-Plan-Ded              PIC 9(07)V99.
           05  YH-Bonus                     PIC 9(09).
           05  YH-Ded-Cycle                 PIC X(08).
           05  YH-Bonus-Cycle               PIC X(08).
           05  YH-Close-Date                PIC X(08).

       FD  CLOSPARM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CP-REC.
           05  CP-Keyword                   PIC X(08).
           05  FILLER                       PIC X(01).
           05  CP-Value                     PIC X(30).
           05  FILLER                       PIC X(41).

       FD  CLOSERPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CL-REC                           PIC X(080).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CC-REC.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==YT==.
           COPY WSFST REPLACING ==:tag:== BY ==YH==.
           COPY WSFST REPLACING ==:tag:== BY ==CP==.
           COPY WSFST REPLACING ==:tag:== BY ==CL==.
           COPY WSFST REPLACING ==:tag:== BY ==CC==.

       01  WS-Close-Counters.
           12 WS-YT-Records-Read      PIC S9(8) COMP VALUE 0.
           12 WS-YH-Records-Written   PIC S9(8) COMP VALUE 0.
           12 WS-YH-Records-Replaced  PIC S9(8) COMP VALUE 0.
           12 WS-YH-Earlier-Archived  PIC S9(8) COMP VALUE 0.
           12 WS-YT-Later-Skipped     PIC S9(8) COMP VALUE 0.
           12 WS-YH-Records-Verified  PIC S9(8) COMP VALUE 0.
           12 WS-YT-Close-Year-Count  PIC S9(8) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

       01  WS-Close-Storage.
           12 WS-CL-Close-Year        PIC 9(04) VALUE 0.
           12 WS-CL-Year-Sw           PIC X(01) VALUE 'N'.
              88  WS-CL-Year-From-Parm    VALUE 'Y'.
           12 WS-CL-Browse-Sw         PIC X(01) VALUE 'N'.
              88  WS-CL-Browse-Done       VALUE 'Y'.
           12 WS-CL-Mismatch-Count    PIC S9(4) COMP VALUE 0.
           12 WS-CL-Bucket-SUB        PIC S9(4) COMP VALUE 0.
           12 WS-CL-Work-Plan         PIC X(03).
           12 WS-CL-Work-Ded          PIC 9(07)V99.
           12 WS-CL-Side-Sw           PIC X(01).
              88  WS-CL-Side-Master       VALUE 'M'.
              88  WS-CL-Side-History      VALUE 'H'.

      * Control totals for the close year, taken once from YTDMAST
      * as records are archived and once from YTDHIST read back.
       01  WS-CL-Control-Totals.
           12 WS-CL-Mast-Gross        PIC 9(11)V99 VALUE 0.
           12 WS-CL-Hist-Gross        PIC 9(11)V99 VALUE 0.
           12 WS-CL-Mast-Bonus        PIC 9(11)    VALUE 0.
           12 WS-CL-Hist-Bonus        PIC 9(11)    VALUE 0.
           12 WS-CL-Mast-Ded-All      PIC 9(11)V99 VALUE 0.
           12 WS-CL-Hist-Ded-All      PIC 9(11)V99 VALUE 0.
           12 WS-CL-Plan-Max          PIC S9(4) COMP VALUE 20.
           12 WS-CL-Plan-Count        PIC S9(4) COMP VALUE 0.
           12 WS-CL-Plan-Entry OCCURS 20 TIMES
                               INDEXED BY WS-CL-Plan-IDX.
              15 WS-CL-Plan-Code      PIC X(03).
              15 WS-CL-Plan-Mast-Ded  PIC 9(11)V99.
              15 WS-CL-Plan-Hist-Ded  PIC 9(11)V99.

       01  WS-CL-Heading-Line.
           12 FILLER                  PIC X(26) VALUE
              'YEAR-END YTD CLOSE - YEAR '.
           12 WS-CL-H-Year            PIC 9(04).
           12 FILLER                  PIC X(25) VALUE SPACES.
           12 FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           12 WS-CL-H-Run-Date        PIC X(10).
           12 FILLER                  PIC X(05) VALUE SPACES.

       01  WS-CL-Count-Line.
           12 WS-CL-C-Label           PIC X(35).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-CL-C-Count           PIC Z(06)9.
           12 FILLER                  PIC X(36) VALUE SPACES.

       01  WS-CL-Total-Heading.
           12 FILLER                  PIC X(30) VALUE
              'CONTROL TOTAL'.
           12 FILLER                  PIC X(18) VALUE
              '    FROM YTDMAST'.
           12 FILLER                  PIC X(18) VALUE
              '      ON YTDHIST'.
           12 FILLER                  PIC X(14) VALUE SPACES.

       01  WS-CL-Total-Line.
           12 WS-CL-T-Label           PIC X(30).
           12 WS-CL-T-Mast            PIC Z,ZZZ,ZZZ,ZZ9.99.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-CL-T-Hist            PIC Z,ZZZ,ZZZ,ZZ9.99.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-CL-T-Flag            PIC X(03).
           12 FILLER                  PIC X(11) VALUE SPACES.

       01  WS-CL-Message-Line.
           12 WS-CL-Message           PIC X(80).

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           STRING WS-Run-Date-Time(1:4) '-' WS-Run-Date-Time(5:2) '-'
              WS-Run-Date-Time(7:2)
              DELIMITED BY SIZE INTO WS-CL-H-Run-Date
           END-STRING.
           PERFORM 1010-Get-Close-Year.
           PERFORM 1050-Check-Cycle-Control.
           OPEN INPUT YTDMAST.
           IF NOT WS-YT-Good
              DISPLAY "** ERROR **: 1000-YTDMAST"
              DISPLAY "Open YTDMAST Failed."
              DISPLAY "File Status: " WS-YT-Status
              PERFORM 9999-Abend-Close
           END-IF.
           OPEN I-O YTDHIST.
           IF WS-YH-Status = '35'
              OPEN OUTPUT YTDHIST
              CLOSE YTDHIST
              OPEN I-O YTDHIST
           END-IF.
           IF NOT WS-YH-Good
              DISPLAY "** ERROR **: 1000-YTDHIST"
              DISPLAY "Open YTDHIST Failed."
              DISPLAY "File Status: " WS-YH-Status
              PERFORM 9999-Abend-Close
           END-IF.
           OPEN OUTPUT CLOSERPT.
           IF NOT WS-CL-Good
              DISPLAY "** ERROR **: 1000-CLOSERPT"
              DISPLAY "Open CLOSERPT Failed."
              DISPLAY "File Status: " WS-CL-Status
              PERFORM 9999-Abend-Close
           END-IF.
           MOVE WS-CL-Close-Year TO WS-CL-H-Year.
           WRITE CL-REC FROM WS-CL-Heading-Line.
           MOVE SPACES TO WS-CL-Message.
           WRITE CL-REC FROM WS-CL-Message-Line.

      * Close year defaults to the year before the run date.
       1010-Get-Close-Year.
           MOVE WS-Run-Date-Time(1:4) TO WS-CL-Close-Year.
           SUBTRACT 1 FROM WS-CL-Close-Year.
           OPEN INPUT CLOSPARM.
           IF WS-CP-Good
              PERFORM 1020-Apply-Close-Parm UNTIL WS-CP-EOF
              CLOSE CLOSPARM
           ELSE
              DISPLAY "** WARNING **: 1010-CLOSPARM"
              DISPLAY "CLOSPARM not available - closing "
                 WS-CL-Close-Year "."
              DISPLAY "File Status: " WS-CP-Status
           END-IF.

       1020-Apply-Close-Parm.
           READ CLOSPARM
              AT END SET WS-CP-EOF TO TRUE
           END-READ.
           IF WS-CP-Good
              EVALUATE CP-Keyword
                 WHEN 'CLOSEYR '
                    IF CP-Value(1:4) IS NUMERIC
                       AND CP-Value(1:4) > '1900'
                       MOVE CP-Value(1:4) TO WS-CL-Close-Year
                       SET WS-CL-Year-From-Parm TO TRUE
                    ELSE
                       DISPLAY "** WARNING **: 1020-CLOSPARM"
                       DISPLAY "Invalid CLOSEYR value - closing "
                          WS-CL-Close-Year ": " CP-Value(1:4)
                    END-IF
                 WHEN OTHER
                    DISPLAY "** WARNING **: 1020-CLOSPARM"
                    DISPLAY "Unknown parameter card ignored: "
                       CP-Keyword
              END-EVALUATE
           ELSE
              IF WS-CP-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** WARNING **: 1020-CLOSPARM"
                 DISPLAY "Bad read on CLOSPARM - remaining cards"
                    " ignored."
                 DISPLAY "File Status: " WS-CP-Status
                 SET WS-CP-EOF TO TRUE
              END-IF
           END-IF.

      * The close runs between cycles. It is refused while no
      * cycle exists or while TABLE1 is part-way through posting
      * YTDMAST - a copy taken then would hold half a run.
       1050-Check-Cycle-Control.
           OPEN INPUT CYCLECTL.
           IF WS-CC-Status = '35'
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "No CYCLECTL - EMPMAINT has not opened a cycle."
              PERFORM 9998-Refuse-Close
           END-IF.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Open CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Close
           END-IF.
           READ CYCLECTL
              AT END SET WS-CC-EOF TO TRUE
           END-READ.
           IF WS-CC-EOF
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "CYCLECTL is empty - no cycle open."
              PERFORM 9998-Refuse-Close
           END-IF.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Read CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Close
           END-IF.
           IF CC-Step-Started(4)
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Cycle " CC-Cycle-Date ": TABLE1 started but"
                 " not complete - YTDMAST is mid-posting."
              PERFORM 9998-Refuse-Close
           END-IF.
           IF CC-YTD-Closed-Year IS NUMERIC
              AND CC-YTD-Closed-Year >= WS-CL-Close-Year
              DISPLAY "** WARNING **: 1050-CYCLECTL"
              DISPLAY "Year " WS-CL-Close-Year " already closed -"
                 " its YTDHIST records are replaced."
           END-IF.
           CLOSE CYCLECTL.

       2000-Process.
           PERFORM 2010-Archive-YTD-Record UNTIL WS-YT-EOF.
           PERFORM 2500-Verify-History.

       2010-Archive-YTD-Record.
           READ YTDMAST
              AT END SET WS-YT-EOF TO TRUE
           END-READ.
           IF WS-YT-Good
              ADD +1 TO WS-YT-Records-Read
              IF YT-Year > WS-CL-Close-Year
                 ADD +1 TO WS-YT-Later-Skipped
              ELSE
                 PERFORM 2100-Write-History-Record
                 IF YT-Year = WS-CL-Close-Year
                    PERFORM 2200-Accumulate-Master-Totals
                 ELSE
                    ADD +1 TO WS-YH-Earlier-Archived
                 END-IF
              END-IF
           ELSE
              IF WS-YT-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2010-YTDMAST"
                 DISPLAY "Read YTDMAST Failed."
                 DISPLAY "File Status: " WS-YT-Status
                 PERFORM 9999-Abend-Close
              END-IF
           END-IF.

      * A history record already there is from an earlier run of
      * this close - it is replaced with the current figures.
       2100-Write-History-Record.
           MOVE YT-Year          TO YH-Year.
           MOVE YT-Emp-ID        TO YH-Emp-ID.
           MOVE YT-Gross         TO YH-Gross.
           PERFORM VARYING WS-CL-Bucket-SUB FROM 1 BY 1
              UNTIL WS-CL-Bucket-SUB > 5
              MOVE YT-Plan-Code(WS-CL-Bucket-SUB)
                 TO YH-Plan-Code(WS-CL-Bucket-SUB)
              MOVE YT-Plan-Ded(WS-CL-Bucket-SUB)
                 TO YH-Plan-Ded(WS-CL-Bucket-SUB)
           END-PERFORM.
           MOVE YT-Bonus         TO YH-Bonus.
           MOVE YT-Ded-Cycle     TO YH-Ded-Cycle.
           MOVE YT-Bonus-Cycle   TO YH-Bonus-Cycle.
           MOVE WS-Run-Date-Time(1:8) TO YH-Close-Date.
           WRITE YH-REC
              INVALID KEY CONTINUE
           END-WRITE.
           IF WS-YH-Good
              ADD +1 TO WS-YH-Records-Written
           ELSE
              IF WS-YH-Duplicate
                 REWRITE YH-REC
                    INVALID KEY CONTINUE
                 END-REWRITE
                 IF WS-YH-Good
                    ADD +1 TO WS-YH-Records-Written
                    ADD +1 TO WS-YH-Records-Replaced
                 ELSE
                    DISPLAY "** ERROR **: 2100-YTDHIST"
                    DISPLAY "Rewrite YTDHIST Failed."
                    DISPLAY "File Status: " WS-YH-Status
                    PERFORM 9999-Abend-Close
                 END-IF
              ELSE
                 DISPLAY "** ERROR **: 2100-YTDHIST"
                 DISPLAY "Write YTDHIST Failed."
                 DISPLAY "File Status: " WS-YH-Status
                 PERFORM 9999-Abend-Close
              END-IF
           END-IF.

       2200-Accumulate-Master-Totals.
           ADD +1 TO WS-YT-Close-Year-Count.
           ADD YT-Gross TO WS-CL-Mast-Gross.
           ADD YT-Bonus TO WS-CL-Mast-Bonus.
           SET WS-CL-Side-Master TO TRUE.
           PERFORM VARYING WS-CL-Bucket-SUB FROM 1 BY 1
              UNTIL WS-CL-Bucket-SUB > 5
              IF YT-Plan-Code(WS-CL-Bucket-SUB) NOT = SPACES
                 MOVE YT-Plan-Code(WS-CL-Bucket-SUB)
                    TO WS-CL-Work-Plan
                 MOVE YT-Plan-Ded(WS-CL-Bucket-SUB)
                    TO WS-CL-Work-Ded
                 PERFORM 2300-Add-Plan-Total
              END-IF
           END-PERFORM.

      * Deductions by plan code, first-seen order. The side switch
      * says which column (YTDMAST or YTDHIST) the amount is for.
       2300-Add-Plan-Total.
           PERFORM VARYING WS-CL-Plan-IDX FROM 1 BY 1
              UNTIL WS-CL-Plan-IDX > WS-CL-Plan-Count
                 OR WS-CL-Plan-Code(WS-CL-Plan-IDX) = WS-CL-Work-Plan
           END-PERFORM.
           IF WS-CL-Plan-IDX > WS-CL-Plan-Count
              IF WS-CL-Plan-Count >= WS-CL-Plan-Max
                 DISPLAY "** ERROR **: 2300-YTDMAST"
                 DISPLAY "More than 20 plan codes in the close year."
                 DISPLAY "Plan code not totalled: " WS-CL-Work-Plan
                 PERFORM 9999-Abend-Close
              END-IF
              ADD +1 TO WS-CL-Plan-Count
              SET WS-CL-Plan-IDX TO WS-CL-Plan-Count
              MOVE WS-CL-Work-Plan TO WS-CL-Plan-Code(WS-CL-Plan-IDX)
              MOVE 0 TO WS-CL-Plan-Mast-Ded(WS-CL-Plan-IDX)
              MOVE 0 TO WS-CL-Plan-Hist-Ded(WS-CL-Plan-IDX)
           END-IF.
           IF WS-CL-Side-Master
              ADD WS-CL-Work-Ded TO WS-CL-Plan-Mast-Ded(WS-CL-Plan-IDX)
              ADD WS-CL-Work-Ded TO WS-CL-Mast-Ded-All
           ELSE
              ADD WS-CL-Work-Ded TO WS-CL-Plan-Hist-Ded(WS-CL-Plan-IDX)
              ADD WS-CL-Work-Ded TO WS-CL-Hist-Ded-All
           END-IF.

      * Read the close year back off YTDHIST - the control totals
      * must come from what was actually archived.
       2500-Verify-History.
           MOVE WS-CL-Close-Year TO YH-Year.
           MOVE LOW-VALUES       TO YH-Emp-ID.
           START YTDHIST KEY IS NOT LESS THAN YH-Key
              INVALID KEY SET WS-CL-Browse-Done TO TRUE
           END-START.
           SET WS-CL-Side-History TO TRUE.
           PERFORM 2510-Read-History-Record UNTIL WS-CL-Browse-Done.

       2510-Read-History-Record.
           READ YTDHIST NEXT RECORD
              AT END SET WS-CL-Browse-Done TO TRUE
           END-READ.
           IF WS-YH-Good
              IF YH-Year NOT = WS-CL-Close-Year
                 SET WS-CL-Browse-Done TO TRUE
              ELSE
                 ADD +1 TO WS-YH-Records-Verified
                 ADD YH-Gross TO WS-CL-Hist-Gross
                 ADD YH-Bonus TO WS-CL-Hist-Bonus
                 PERFORM VARYING WS-CL-Bucket-SUB FROM 1 BY 1
                    UNTIL WS-CL-Bucket-SUB > 5
                    IF YH-Plan-Code(WS-CL-Bucket-SUB) NOT = SPACES
                       MOVE YH-Plan-Code(WS-CL-Bucket-SUB)
                          TO WS-CL-Work-Plan
                       MOVE YH-Plan-Ded(WS-CL-Bucket-SUB)
                          TO WS-CL-Work-Ded
                       PERFORM 2300-Add-Plan-Total
                    END-IF
                 END-PERFORM
              END-IF
           ELSE
              IF WS-CL-Browse-Done
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2510-YTDHIST"
                 DISPLAY "Read YTDHIST Failed."
                 DISPLAY "File Status: " WS-YH-Status
                 PERFORM 9999-Abend-Close
              END-IF
           END-IF.

       3000-End-Job.
           PERFORM 3010-Print-Close-Report.
           CLOSE YTDMAST.
           CLOSE YTDHIST.
           CLOSE CLOSERPT.
           DISPLAY "3000-EOJ: ".
           DISPLAY "CLOSE YEAR:               " WS-CL-Close-Year.
           DISPLAY "YTDMAST RECORDS READ:     " WS-YT-Records-Read.
           DISPLAY "YTDHIST RECORDS WRITTEN:  " WS-YH-Records-Written.
           DISPLAY "CONTROL TOTAL MISMATCHES: " WS-CL-Mismatch-Count.
           IF WS-CL-Mismatch-Count > 0
              DISPLAY "** ERROR **: 3000-YTDHIST"
              DISPLAY "YTDHIST does not agree with YTDMAST - year "
                 WS-CL-Close-Year " NOT closed."
              MOVE +8 TO RETURN-CODE
           ELSE
              PERFORM 3050-Record-Year-Closed
           END-IF.

       3010-Print-Close-Report.
           MOVE 'YTDMAST RECORDS READ'            TO WS-CL-C-Label.
           MOVE WS-YT-Records-Read                TO WS-CL-C-Count.
           WRITE CL-REC FROM WS-CL-Count-Line.
           MOVE 'CLOSE YEAR RECORDS ARCHIVED'     TO WS-CL-C-Label.
           MOVE WS-YT-Close-Year-Count            TO WS-CL-C-Count.
           WRITE CL-REC FROM WS-CL-Count-Line.
           MOVE 'EARLIER YEAR RECORDS ARCHIVED'   TO WS-CL-C-Label.
           MOVE WS-YH-Earlier-Archived            TO WS-CL-C-Count.
           WRITE CL-REC FROM WS-CL-Count-Line.
           MOVE 'HISTORY RECORDS REPLACED (RERUN)' TO WS-CL-C-Label.
           MOVE WS-YH-Records-Replaced            TO WS-CL-C-Count.
           WRITE CL-REC FROM WS-CL-Count-Line.
           MOVE 'LATER YEAR RECORDS NOT ARCHIVED' TO WS-CL-C-Label.
           MOVE WS-YT-Later-Skipped               TO WS-CL-C-Count.
           WRITE CL-REC FROM WS-CL-Count-Line.
           MOVE 'CLOSE YEAR RECORDS ON YTDHIST'   TO WS-CL-C-Label.
           MOVE WS-YH-Records-Verified            TO WS-CL-C-Count.
           WRITE CL-REC FROM WS-CL-Count-Line.
           MOVE SPACES TO WS-CL-Message.
           WRITE CL-REC FROM WS-CL-Message-Line.
           WRITE CL-REC FROM WS-CL-Total-Heading.
           MOVE 'YTD GROSS PAY'                   TO WS-CL-T-Label.
           MOVE WS-CL-Mast-Gross                  TO WS-CL-T-Mast.
           MOVE WS-CL-Hist-Gross                  TO WS-CL-T-Hist.
           IF WS-CL-Mast-Gross = WS-CL-Hist-Gross
              MOVE SPACES TO WS-CL-T-Flag
           ELSE
              MOVE '***'  TO WS-CL-T-Flag
              ADD +1 TO WS-CL-Mismatch-Count
           END-IF.
           WRITE CL-REC FROM WS-CL-Total-Line.
           PERFORM 3020-Print-Plan-Total
              VARYING WS-CL-Plan-IDX FROM 1 BY 1
              UNTIL WS-CL-Plan-IDX > WS-CL-Plan-Count.
           MOVE 'DEDUCTIONS - ALL PLANS'          TO WS-CL-T-Label.
           MOVE WS-CL-Mast-Ded-All                TO WS-CL-T-Mast.
           MOVE WS-CL-Hist-Ded-All                TO WS-CL-T-Hist.
           IF WS-CL-Mast-Ded-All = WS-CL-Hist-Ded-All
              MOVE SPACES TO WS-CL-T-Flag
           ELSE
              MOVE '***'  TO WS-CL-T-Flag
              ADD +1 TO WS-CL-Mismatch-Count
           END-IF.
           WRITE CL-REC FROM WS-CL-Total-Line.
           MOVE 'YTD BONUS'                       TO WS-CL-T-Label.
           MOVE WS-CL-Mast-Bonus                  TO WS-CL-T-Mast.
           MOVE WS-CL-Hist-Bonus                  TO WS-CL-T-Hist.
           IF WS-CL-Mast-Bonus = WS-CL-Hist-Bonus
              MOVE SPACES TO WS-CL-T-Flag
           ELSE
              MOVE '***'  TO WS-CL-T-Flag
              ADD +1 TO WS-CL-Mismatch-Count
           END-IF.
           WRITE CL-REC FROM WS-CL-Total-Line.
           IF WS-YT-Close-Year-Count NOT = WS-YH-Records-Verified
              ADD +1 TO WS-CL-Mismatch-Count
           END-IF.
           MOVE SPACES TO WS-CL-Message.
           WRITE CL-REC FROM WS-CL-Message-Line.
           IF WS-CL-Mismatch-Count > 0
              MOVE '*** CONTROL TOTALS DO NOT AGREE - YEAR NOT CLOSED'
                 TO WS-CL-Message
           ELSE
              MOVE 'CONTROL TOTALS AGREE - YEAR CLOSED'
                 TO WS-CL-Message
           END-IF.
           WRITE CL-REC FROM WS-CL-Message-Line.

       3020-Print-Plan-Total.
           MOVE SPACES TO WS-CL-T-Label.
           STRING 'DEDUCTIONS - PLAN ' WS-CL-Plan-Code(WS-CL-Plan-IDX)
              DELIMITED BY SIZE INTO WS-CL-T-Label
           END-STRING.
           MOVE WS-CL-Plan-Mast-Ded(WS-CL-Plan-IDX) TO WS-CL-T-Mast.
           MOVE WS-CL-Plan-Hist-Ded(WS-CL-Plan-IDX) TO WS-CL-T-Hist.
           IF WS-CL-Plan-Mast-Ded(WS-CL-Plan-IDX) =
              WS-CL-Plan-Hist-Ded(WS-CL-Plan-IDX)
              MOVE SPACES TO WS-CL-T-Flag
           ELSE
              MOVE '***'  TO WS-CL-T-Flag
              ADD +1 TO WS-CL-Mismatch-Count
           END-IF.
           WRITE CL-REC FROM WS-CL-Total-Line.

      * The closed year never moves backwards - reclosing an
      * earlier year refreshes its history but leaves the later
      * close recorded.
       3050-Record-Year-Closed.
           OPEN I-O CYCLECTL.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Open CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Close
           END-IF.
           READ CYCLECTL
              AT END SET WS-CC-EOF TO TRUE
           END-READ.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Read CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Close
           END-IF.
           IF CC-YTD-Closed-Year IS NOT NUMERIC
              MOVE ZERO TO CC-YTD-Closed-Year
           END-IF.
           IF WS-CL-Close-Year > CC-YTD-Closed-Year
              MOVE WS-CL-Close-Year TO CC-YTD-Closed-Year
           END-IF.
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Close
           END-IF.
           CLOSE CYCLECTL.
           DISPLAY "YTD YEAR " WS-CL-Close-Year " CLOSED".

      * Out of sequence - return code 12 tells the scheduler the
      * close was refused, not that it failed.
       9998-Refuse-Close.
           DISPLAY "Close refused - nothing archived.".
           CLOSE CYCLECTL.
           MOVE +12 TO RETURN-CODE.
           GOBACK.

       9999-Abend-Close.
           CLOSE YTDMAST.
           CLOSE YTDHIST.
           CLOSE CLOSERPT.
           CLOSE CYCLECTL.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
