      ***********************************************************
      * Program name:    CYCLSTAT
      * Original author: maintainer
      *
      * Description: Nightly cycle status report. Reads the one
      *           CYCLECTL cycle control record and prints it to
      *           CYCLRPT for the operators: the cycle date, then
      *           for each step of the cycle (EMPMAINT, EMPXTRCT,
      *           ENRLMNT, TABLE1, YTDSTMT) its status, start and
      *           end stamps, record counts in and out and control
      *           hash, followed by the next step due to run, and
      *           the last year YTDCLOSE has closed.
      *
      *           Read-only - it may be run at any point in the
      *           cycle. A step left started but not complete has
      *           abended (or is still running); the report says
      *           so and the job ends with RETURN-CODE 4. The same
      *           is true when no cycle has been opened yet.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - operator view of the
      *                          CYCLECTL cycle control record.
      * 2026-10-15 maintainer    Shows the last YTD year closed.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CYCLSTAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLECTL
           ASSIGN TO CYCLECTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CC-Status.

           SELECT CYCLRPT
           ASSIGN TO CYCLRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CY-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CC-REC.
           COPY CYCLCTL.

       FD  CYCLRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CY-REC                           PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CC==.
           COPY WSFST REPLACING ==:tag:== BY ==CY==.

       01  WS-Run-Date-Time           PIC X(21).

       01  WS-Cycle-Status-Storage.
           12 WS-CC-SUB               PIC S9(4) COMP VALUE 0.
           12 WS-CC-Next-SUB          PIC S9(4) COMP VALUE 0.
           12 WS-CC-Record-Sw         PIC X(01) VALUE 'N'.
              88  WS-CC-Record-Found      VALUE 'Y'.

       01  WS-CY-Heading-Line-1.
           12 FILLER                  PIC X(27) VALUE
              'NIGHTLY CYCLE STATUS REPORT'.
           12 FILLER                  PIC X(28) VALUE SPACES.
           12 FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           12 WS-CY-Run-Date          PIC X(10).
           12 FILLER                  PIC X(05) VALUE SPACES.

       01  WS-CY-Heading-Line-2.
           12 FILLER                  PIC X(12) VALUE 'CYCLE DATE: '.
           12 WS-CY-Cycle-Date        PIC X(08).
           12 FILLER                  PIC X(60) VALUE SPACES.

       01  WS-CY-Closed-Line.
           12 FILLER                  PIC X(22) VALUE
              'LAST YTD YEAR CLOSED: '.
           12 WS-CY-Closed-Year       PIC X(04).
           12 FILLER                  PIC X(54) VALUE SPACES.

       01  WS-CY-Heading-Line-3.
           12 FILLER                  PIC X(28) VALUE
              'STEP  PROGRAM   STATUS      '.
           12 FILLER                  PIC X(17) VALUE 'STARTED'.
           12 FILLER                  PIC X(17) VALUE 'ENDED'.
           12 FILLER                  PIC X(08) VALUE 'RECS IN'.
           12 FILLER                  PIC X(10) VALUE 'RECS OUT'.

       01  WS-CY-Step-Line.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CY-Step-No           PIC 9(01).
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-CY-Step-Name         PIC X(08).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-CY-Status-Text       PIC X(10).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-CY-Start-Date        PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CY-Start-Time        PIC X(06).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-CY-End-Date          PIC X(08).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-CY-End-Time          PIC X(06).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-CY-Count-In          PIC Z(06)9.
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-CY-Count-Out         PIC Z(06)9.
           12 FILLER                  PIC X(02) VALUE SPACES.

       01  WS-CY-Hash-Line.
           12 FILLER                  PIC X(16) VALUE SPACES.
           12 FILLER                  PIC X(14) VALUE
              'CONTROL HASH: '.
           12 WS-CY-Hash              PIC Z(10)9.
           12 FILLER                  PIC X(39) VALUE SPACES.

       01  WS-CY-Message-Line.
           12 WS-CY-Message           PIC X(80).

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
              DELIMITED BY SIZE INTO WS-CY-Run-Date
           END-STRING.
           OPEN OUTPUT CYCLRPT.
           IF NOT WS-CY-Good
              DISPLAY "** ERROR **: 1000-CYCLRPT"
              DISPLAY "Open CYCLRPT Failed."
              DISPLAY "File Status: " WS-CY-Status
              PERFORM 9999-Abend-Status
           END-IF.
      * CYCLECTL stays open to end of job - the report is built
      * from the record area.
           OPEN INPUT CYCLECTL.
           IF WS-CC-Good
              READ CYCLECTL
                 AT END SET WS-CC-EOF TO TRUE
              END-READ
              IF WS-CC-Good
                 SET WS-CC-Record-Found TO TRUE
              ELSE
                 IF WS-CC-EOF
                    CONTINUE
                 ELSE
                    DISPLAY "** ERROR **: 1000-CYCLECTL"
                    DISPLAY "Read CYCLECTL Failed."
                    DISPLAY "File Status: " WS-CC-Status
                    PERFORM 9999-Abend-Status
                 END-IF
              END-IF
           ELSE
              IF WS-CC-Status = '35'
                 CONTINUE
              ELSE
                 DISPLAY "** ERROR **: 1000-CYCLECTL"
                 DISPLAY "Open CYCLECTL Failed."
                 DISPLAY "File Status: " WS-CC-Status
                 PERFORM 9999-Abend-Status
              END-IF
           END-IF.

       2000-Process.
           WRITE CY-REC FROM WS-CY-Heading-Line-1.
           IF NOT WS-CC-Record-Found
              MOVE 'NO CYCLE OPENED - RUN EMPMAINT TO OPEN ONE.'
                 TO WS-CY-Message
              WRITE CY-REC FROM WS-CY-Message-Line
              MOVE +4 TO RETURN-CODE
           ELSE
              MOVE CC-Cycle-Date TO WS-CY-Cycle-Date
              WRITE CY-REC FROM WS-CY-Heading-Line-2
              IF CC-YTD-Closed-Year IS NUMERIC
                 AND CC-YTD-Closed-Year > 0
                 MOVE CC-YTD-Closed-Year TO WS-CY-Closed-Year
              ELSE
                 MOVE 'NONE' TO WS-CY-Closed-Year
              END-IF
              WRITE CY-REC FROM WS-CY-Closed-Line
              MOVE SPACES TO WS-CY-Message
              WRITE CY-REC FROM WS-CY-Message-Line
              WRITE CY-REC FROM WS-CY-Heading-Line-3
              PERFORM 2100-Print-Step-Line
                 VARYING WS-CC-SUB FROM 1 BY 1
                 UNTIL WS-CC-SUB > 5
              MOVE SPACES TO WS-CY-Message
              WRITE CY-REC FROM WS-CY-Message-Line
              PERFORM 2200-Print-Next-Step
           END-IF.

       2100-Print-Step-Line.
           MOVE WS-CC-SUB                      TO WS-CY-Step-No.
           MOVE CC-Step-Name(WS-CC-SUB)        TO WS-CY-Step-Name.
           EVALUATE TRUE
              WHEN CC-Step-Complete(WS-CC-SUB)
                 MOVE 'COMPLETE'  TO WS-CY-Status-Text
              WHEN CC-Step-Started(WS-CC-SUB)
                 MOVE 'STARTED'   TO WS-CY-Status-Text
              WHEN CC-Step-Not-Run(WS-CC-SUB)
                 MOVE 'NOT RUN'   TO WS-CY-Status-Text
              WHEN OTHER
                 MOVE 'UNKNOWN'   TO WS-CY-Status-Text
           END-EVALUATE.
           MOVE CC-Step-Start-Stamp(WS-CC-SUB)(1:8) TO WS-CY-Start-Date.
           MOVE CC-Step-Start-Stamp(WS-CC-SUB)(9:6) TO WS-CY-Start-Time.
           MOVE CC-Step-End-Stamp(WS-CC-SUB)(1:8)   TO WS-CY-End-Date.
           MOVE CC-Step-End-Stamp(WS-CC-SUB)(9:6)   TO WS-CY-End-Time.
           MOVE CC-Step-Count-In(WS-CC-SUB)    TO WS-CY-Count-In.
           MOVE CC-Step-Count-Out(WS-CC-SUB)   TO WS-CY-Count-Out.
           WRITE CY-REC FROM WS-CY-Step-Line.
           IF CC-Step-Hash(WS-CC-SUB) > 0
              MOVE CC-Step-Hash(WS-CC-SUB)     TO WS-CY-Hash
              WRITE CY-REC FROM WS-CY-Hash-Line
           END-IF.
           IF WS-CC-Next-SUB = 0
              AND NOT CC-Step-Complete(WS-CC-SUB)
              MOVE WS-CC-SUB TO WS-CC-Next-SUB
           END-IF.

      * The first step that is not complete is the one due next.
      * If it is already started it abended (or is running now)
      * and is the step to rerun.
       2200-Print-Next-Step.
           IF WS-CC-Next-SUB = 0
              MOVE 'CYCLE COMPLETE - EMPMAINT OPENS THE NEXT ONE.'
                 TO WS-CY-Message
              WRITE CY-REC FROM WS-CY-Message-Line
           ELSE
              IF CC-Step-Started(WS-CC-Next-SUB)
                 MOVE SPACES TO WS-CY-Message
                 STRING '*** STEP ' CC-Step-Name(WS-CC-Next-SUB)
                    ' STARTED BUT NOT COMPLETE - ABENDED OR STILL'
                    ' RUNNING ***'
                    DELIMITED BY SIZE INTO WS-CY-Message
                 END-STRING
                 WRITE CY-REC FROM WS-CY-Message-Line
                 MOVE +4 TO RETURN-CODE
              END-IF
              MOVE SPACES TO WS-CY-Message
              STRING 'NEXT STEP TO RUN: ' CC-Step-Name(WS-CC-Next-SUB)
                 DELIMITED BY SIZE INTO WS-CY-Message
              END-STRING
              WRITE CY-REC FROM WS-CY-Message-Line
           END-IF.

       3000-End-Job.
           DISPLAY "3000-EOJ: ".
           IF WS-CC-Record-Found
              DISPLAY "CYCLE DATE:               " CC-Cycle-Date
           ELSE
              DISPLAY "CYCLE DATE:               NONE OPENED"
           END-IF.
           CLOSE CYCLECTL.
           CLOSE CYCLRPT.

       9999-Abend-Status.
           CLOSE CYCLECTL.
           CLOSE CYCLRPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
