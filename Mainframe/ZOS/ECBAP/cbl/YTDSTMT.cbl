      *           total, for the benefits statements HR mails out
      *           at year end.
      *
      *           A REPRINT card on STMTPARM (REPRINT  yyyy eeeee)
      *           reprints statements for a closed year from the
      *           YTDHIST annual history file instead - for one
      *           employee, or for all when the ID is blank or
      *           ALL. A reprint is not a cycle step and does not
      *           touch CYCLECTL. No STMTPARM is a normal run.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      *                          reconstruction of YTD figures
      *                          from a year of saved DEDREG
      *                          files.
      * 2026-10-15 maintainer    Checks CYCLECTL at start-up and
      *                          refuses to run (RC 12) unless
      *                          TABLE1 completed this cycle;
      *                          stamps step 5, the last step of
      *                          the cycle, complete.
      * 2026-10-15 maintainer    YTDMAST layout carries the cycle
      *                          stamps TABLE1 posts deductions
      *                          and bonus under.
      * 2026-10-15 maintainer    STMTPARM REPRINT card reprints a
      *                          prior year's statements from
      *                          YTDHIST.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS YT-Emp-ID
           FILE STATUS IS WS-YT-Status.

           SELECT YTDHIST
           ASSIGN TO YTDHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YH-Key
           FILE STATUS IS WS-YH-Status.

           SELECT STMTPARM
           ASSIGN TO STMTPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SP-Status.

           SELECT STMTRPT
           ASSIGN TO STMTRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SR-Status.

           SELECT CYCLECTL
           ASSIGN TO CYCLECTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CC-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  YTDMAST.
               10  YT-Plan-Code             PIC X(03).
               10  YT-Plan-Ded              PIC 9(07)V99.
           05  YT-Bonus                     PIC 9(09).
           05  YT-Ded-Cycle                 PIC X(08).
           05  YT-Bonus-Cycle               PIC X(08).

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

       FD  STMTPARM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SP-REC.
           05  SP-Keyword                   PIC X(08).
           05  FILLER                       PIC X(01).
           05  SP-Value                     PIC X(30).
           05  FILLER                       PIC X(41).

       FD  STMTRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SR-REC                           PIC X(080).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CC-REC.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==YT==.
           COPY WSFST REPLACING ==:tag:== BY ==SR==.
           COPY WSFST REPLACING ==:tag:== BY ==CC==.
           COPY WSFST REPLACING ==:tag:== BY ==YH==.
           COPY WSFST REPLACING ==:tag:== BY ==SP==.

       01  WS-Statement-Counters.
           12 WS-YT-Records-Read      PIC S9(4) COMP VALUE 0.
           12 WS-Statements-Written   PIC S9(4) COMP VALUE 0.
           12 WS-YH-Records-Read      PIC S9(4) COMP VALUE 0.
           12 WS-Bucket-SUB           PIC 9 VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

      * Cycle control - YTDSTMT is step 5 of the nightly cycle.
       01  WS-Cycle-Storage.
           12 WS-CC-SUB               PIC S9(4) COMP VALUE 0.
           12 WS-CC-End-Date-Time     PIC X(21).

      * Reprint from YTDHIST - blank employee ID means every
      * employee on file for the year.
       01  WS-Reprint-Storage.
           12 WS-RP-Sw                PIC X(01) VALUE 'N'.
              88  WS-RP-Reprint           VALUE 'Y'.
           12 WS-RP-Year              PIC 9(04) VALUE 0.
           12 WS-RP-Emp-ID            PIC X(05) VALUE SPACES.
           12 WS-RP-Browse-Sw         PIC X(01) VALUE 'N'.
              88  WS-RP-Browse-Done       VALUE 'Y'.

      * One employee's figures, from YTDMAST or from YTDHIST.
       01  WS-Statement-Work.
           12 WS-ST-Year              PIC 9(04).
           12 WS-ST-Emp-ID            PIC X(05).
           12 WS-ST-Gross             PIC 9(09)V99.
           12 WS-ST-Plan-Bucket OCCURS 5 TIMES.
              15 WS-ST-Plan-Code      PIC X(03).
              15 WS-ST-Plan-Ded       PIC 9(07)V99.
           12 WS-ST-Bonus             PIC 9(09).

       01  WS-SR-Heading-Line.
           12 FILLER                  PIC X(42) VALUE
              'ANNUAL BENEFITS DEDUCTION STATEMENT - YEAR'.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-SR-Year              PIC 9(04).
           12 WS-SR-Reprint-Tag       PIC X(33) VALUE SPACES.

       01  WS-SR-Employee-Line.
           12 FILLER                  PIC X(10) VALUE 'EMPLOYEE: '.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           PERFORM 1010-Read-Stmt-Parm.
           IF WS-RP-Reprint
              OPEN INPUT YTDHIST
              IF NOT WS-YH-Good
                 DISPLAY "** ERROR **: 1000-YTDHIST"
                 DISPLAY "Open YTDHIST Failed."
                 DISPLAY "File Status: " WS-YH-Status
                 PERFORM 9999-Abend-Statements
              END-IF
              MOVE ' - REPRINT' TO WS-SR-Reprint-Tag
           ELSE
              PERFORM 1050-Start-Cycle-Step
              OPEN INPUT YTDMAST
              IF NOT WS-YT-Good
                 DISPLAY "** ERROR **: 1000-YTDMAST"
                 DISPLAY "Open YTDMAST Failed."
                 DISPLAY "File Status: " WS-YT-Status
                 PERFORM 9999-Abend-Statements
              END-IF
           END-IF.
           OPEN OUTPUT STMTRPT.
           IF NOT WS-SR-Good
              PERFORM 9999-Abend-Statements
           END-IF.

      * STMTPARM is optional - without it this is the normal
      * cycle run from YTDMAST.
       1010-Read-Stmt-Parm.
           OPEN INPUT STMTPARM.
           IF WS-SP-Good
              PERFORM 1020-Apply-Stmt-Parm UNTIL WS-SP-EOF
              CLOSE STMTPARM
           END-IF.

       1020-Apply-Stmt-Parm.
           READ STMTPARM
              AT END SET WS-SP-EOF TO TRUE
           END-READ.
           IF WS-SP-Good
              EVALUATE SP-Keyword
                 WHEN 'REPRINT '
                    IF SP-Value(1:4) IS NUMERIC
                       AND SP-Value(1:4) > '1900'
                       MOVE SP-Value(1:4) TO WS-RP-Year
                       MOVE SP-Value(6:5) TO WS-RP-Emp-ID
                       IF WS-RP-Emp-ID = 'ALL  '
                          MOVE SPACES TO WS-RP-Emp-ID
                       END-IF
                       SET WS-RP-Reprint TO TRUE
                    ELSE
                       DISPLAY "** ERROR **: 1020-STMTPARM"
                       DISPLAY "Invalid REPRINT year: " SP-Value(1:4)
                       CLOSE STMTPARM
                       PERFORM 9999-Abend-Statements
                    END-IF
                 WHEN OTHER
                    DISPLAY "** WARNING **: 1020-STMTPARM"
                    DISPLAY "Unknown parameter card ignored: "
                       SP-Keyword
              END-EVALUATE
           ELSE
              IF WS-SP-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1020-STMTPARM"
                 DISPLAY "Read STMTPARM Failed."
                 DISPLAY "File Status: " WS-SP-Status
                 CLOSE STMTPARM
                 PERFORM 9999-Abend-Statements
              END-IF
           END-IF.

      * Cycle control: step 5 runs only once TABLE1 has
      * completed step 4 of the current cycle. It is the last
      * step - completing it closes the cycle and lets EMPMAINT
      * open the next one.
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
              PERFORM 9999-Abend-Statements
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
              PERFORM 9999-Abend-Statements
           END-IF.
           IF NOT CC-Step-Complete(4)
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Cycle " CC-Cycle-Date ": TABLE1   has not"
                 " completed - run it first."
              PERFORM 9998-Refuse-Cycle-Step
           END-IF.
           MOVE 5 TO WS-CC-SUB.
           PERFORM 1070-Clear-Cycle-Step.
           SET CC-Step-Started(5) TO TRUE.
           MOVE WS-Run-Date-Time(1:14) TO CC-Step-Start-Stamp(5).
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 1050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Statements
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP YTDSTMT  STARTED".
           CLOSE CYCLECTL.

       1070-Clear-Cycle-Step.
           SET CC-Step-Not-Run(WS-CC-SUB) TO TRUE.
           MOVE SPACES TO CC-Step-Start-Stamp(WS-CC-SUB)
                          CC-Step-End-Stamp(WS-CC-SUB).
           MOVE ZERO   TO CC-Step-Count-In(WS-CC-SUB)
                          CC-Step-Count-Out(WS-CC-SUB)
                          CC-Step-Hash(WS-CC-SUB).

       2000-Process.
           IF WS-RP-Reprint
              PERFORM 2100-Reprint-Statements
           ELSE
              PERFORM 2010-Print-Statement UNTIL WS-YT-EOF
           END-IF.

       2010-Print-Statement.
           READ YTDMAST
           END-READ.
           IF WS-YT-Good
              ADD +1 TO WS-YT-Records-Read
              MOVE YT-Year   TO WS-ST-Year
              MOVE YT-Emp-ID TO WS-ST-Emp-ID
              MOVE YT-Gross  TO WS-ST-Gross
              PERFORM VARYING WS-Bucket-SUB FROM 1 BY 1
                 UNTIL WS-Bucket-SUB > 5
                 MOVE YT-Plan-Code(WS-Bucket-SUB)
                    TO WS-ST-Plan-Code(WS-Bucket-SUB)
                 MOVE YT-Plan-Ded(WS-Bucket-SUB)
                    TO WS-ST-Plan-Ded(WS-Bucket-SUB)
              END-PERFORM
              MOVE YT-Bonus  TO WS-ST-Bonus
              PERFORM 2050-Write-Statement
           ELSE
              IF WS-YT-EOF
                 NEXT SENTENCE
              END-IF
           END-IF.

       2050-Write-Statement.
           MOVE WS-ST-Year   TO WS-SR-Year.
           MOVE WS-ST-Emp-ID TO WS-SR-Emp-ID.
           MOVE WS-ST-Gross  TO WS-SR-Gross.
           WRITE SR-REC FROM WS-SR-Heading-Line.
           WRITE SR-REC FROM WS-SR-Employee-Line.
           WRITE SR-REC FROM WS-SR-Gross-Line.
           PERFORM VARYING WS-Bucket-SUB FROM 1 BY 1
              UNTIL WS-Bucket-SUB > 5
              IF WS-ST-Plan-Code(WS-Bucket-SUB) NOT = SPACES
                 MOVE WS-ST-Plan-Code(WS-Bucket-SUB)
                    TO WS-SR-Plan-Code
                 MOVE WS-ST-Plan-Ded(WS-Bucket-SUB)
                    TO WS-SR-Plan-Ded
                 WRITE SR-REC FROM WS-SR-Plan-Line
              END-IF
           END-PERFORM.
           MOVE WS-ST-Bonus TO WS-SR-Bonus.
           WRITE SR-REC FROM WS-SR-Bonus-Line.
           WRITE SR-REC FROM WS-SR-Separator-Line.
           ADD +1 TO WS-Statements-Written.

      * Reprint: one employee is a keyed read; all employees is a
      * browse of the year from the first key on file.
       2100-Reprint-Statements.
           MOVE WS-RP-Year TO YH-Year.
           IF WS-RP-Emp-ID = SPACES
              MOVE LOW-VALUES TO YH-Emp-ID
              START YTDHIST KEY IS NOT LESS THAN YH-Key
                 INVALID KEY SET WS-RP-Browse-Done TO TRUE
              END-START
              PERFORM 2110-Reprint-Next-Statement
                 UNTIL WS-RP-Browse-Done
           ELSE
              MOVE WS-RP-Emp-ID TO YH-Emp-ID
              READ YTDHIST
                 INVALID KEY CONTINUE
              END-READ
              IF WS-YH-Good
                 ADD +1 TO WS-YH-Records-Read
                 PERFORM 2150-Load-History-Statement
              ELSE
                 IF WS-YH-Not-Found
                    NEXT SENTENCE
                 ELSE
                    DISPLAY "** ERROR **: 2100-YTDHIST"
                    DISPLAY "Read YTDHIST Failed."
                    DISPLAY "File Status: " WS-YH-Status
                    PERFORM 9999-Abend-Statements
                 END-IF
              END-IF
           END-IF.
           IF WS-Statements-Written = 0
              DISPLAY "** WARNING **: 2100-YTDHIST"
              DISPLAY "Nothing on YTDHIST for year " WS-RP-Year
                 " employee " WS-RP-Emp-ID
              MOVE +4 TO RETURN-CODE
           END-IF.

       2110-Reprint-Next-Statement.
           READ YTDHIST NEXT RECORD
              AT END SET WS-RP-Browse-Done TO TRUE
           END-READ.
           IF WS-YH-Good
              IF YH-Year NOT = WS-RP-Year
                 SET WS-RP-Browse-Done TO TRUE
              ELSE
                 ADD +1 TO WS-YH-Records-Read
                 PERFORM 2150-Load-History-Statement
              END-IF
           ELSE
              IF WS-RP-Browse-Done
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2110-YTDHIST"
                 DISPLAY "Read YTDHIST Failed."
                 DISPLAY "File Status: " WS-YH-Status
                 PERFORM 9999-Abend-Statements
              END-IF
           END-IF.

       2150-Load-History-Statement.
           MOVE YH-Year   TO WS-ST-Year.
           MOVE YH-Emp-ID TO WS-ST-Emp-ID.
           MOVE YH-Gross  TO WS-ST-Gross.
           PERFORM VARYING WS-Bucket-SUB FROM 1 BY 1
              UNTIL WS-Bucket-SUB > 5
              MOVE YH-Plan-Code(WS-Bucket-SUB)
                 TO WS-ST-Plan-Code(WS-Bucket-SUB)
              MOVE YH-Plan-Ded(WS-Bucket-SUB)
                 TO WS-ST-Plan-Ded(WS-Bucket-SUB)
           END-PERFORM.
           MOVE YH-Bonus  TO WS-ST-Bonus.
           PERFORM 2050-Write-Statement.

       3000-End-Job.
           DISPLAY "3000-EOJ: ".
           IF WS-RP-Reprint
              DISPLAY "REPRINT YEAR:             " WS-RP-Year
              DISPLAY "YTDHIST RECORDS READ:     " WS-YH-Records-Read
              DISPLAY "STATEMENTS WRITTEN:       " WS-Statements-Written
              CLOSE YTDHIST
              CLOSE STMTRPT
           ELSE
              DISPLAY "YTDMAST RECORDS READ:     " WS-YT-Records-Read
              DISPLAY "STATEMENTS WRITTEN:       " WS-Statements-Written
              CLOSE YTDMAST
              CLOSE STMTRPT
              PERFORM 3050-Complete-Cycle-Step
           END-IF.

      * Step 5 complete: YTDMAST records read in,
      * statements printed out. The cycle is closed.
       3050-Complete-Cycle-Step.
           MOVE FUNCTION CURRENT-DATE TO WS-CC-End-Date-Time.
           OPEN I-O CYCLECTL.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Open CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Statements
           END-IF.
           READ CYCLECTL
              AT END SET WS-CC-EOF TO TRUE
           END-READ.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Read CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Statements
           END-IF.
           SET CC-Step-Complete(5) TO TRUE.
           MOVE WS-CC-End-Date-Time(1:14) TO CC-Step-End-Stamp(5).
           MOVE WS-YT-Records-Read    TO CC-Step-Count-In(5).
           MOVE WS-Statements-Written TO CC-Step-Count-Out(5).
           REWRITE CC-REC.
           IF NOT WS-CC-Good
              DISPLAY "** ERROR **: 3050-CYCLECTL"
              DISPLAY "Rewrite CYCLECTL Failed."
              DISPLAY "File Status: " WS-CC-Status
              PERFORM 9999-Abend-Statements
           END-IF.
           DISPLAY "CYCLE " CC-Cycle-Date " STEP YTDSTMT  COMPLETE".
           CLOSE CYCLECTL.

      * Run out of cycle sequence - return code 12 tells the
      * scheduler the step was refused, not that it failed.
       9998-Refuse-Cycle-Step.
           DISPLAY "Step refused - CYCLECTL not updated.".
           CLOSE CYCLECTL.
           MOVE +12 TO RETURN-CODE.
           GOBACK.

       9999-Abend-Statements.
           CLOSE YTDMAST.
           CLOSE YTDHIST.
           CLOSE STMTRPT.
           CLOSE CYCLECTL.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
