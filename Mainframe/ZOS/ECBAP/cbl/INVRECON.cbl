      ***********************************************************
      * Program name:    INVRECON
      * Original author: maintainer
      *
      * Description: Carrier invoice reconciliation. Matches the
      *           monthly carrier invoice file (CARRINV) against
      *           the CARRBILL extract TABLE1 wrote for the same
      *           billing period, by employee ID and plan code.
      *
      *           CARRBILL details ('D') and retroactive
      *           adjustments ('A' - owed adds, refund subtracts)
      *           are netted to one expected amount per employee
      *           and plan; the extract must balance to its
      *           trailer count and hash or the run stops. Invoice
      *           lines are netted the same way, so a carrier's
      *           retro and credit lines fall in with the current
      *           month.
      *
      *           INVRPT lists every mismatch - billed by the
      *           carrier but not on our file, on our file but not
      *           billed, wrong tier, wrong amount, and invoice
      *           lines for another billing period - followed by
      *           plan-level totals and the net variance per
      *           carrier (invoice less our extract: positive is
      *           overbilled, to short-pay or dispute).
      *
      *           The run ends RETURN-CODE 4 when anything is out
      *           of balance so the job can hold the AP payment.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - replaces the hand check
      *                          of carrier invoices against
      *                          CARRBILL.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVRECON.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRBILL
           ASSIGN TO CARRBILL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CB-Status.

           SELECT CARRINV
           ASSIGN TO CARRINV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CI-Status.

           SELECT INVRPT
           ASSIGN TO INVRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IR-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRBILL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CB-REC.
           05  CB-Type                      PIC X(01).
               88  CB-Header                    VALUE 'H'.
               88  CB-Detail                    VALUE 'D'.
               88  CB-Adjustment                VALUE 'A'.
               88  CB-Trailer                   VALUE 'T'.
           05  FILLER                       PIC X(39).
       01  CB-Header-Rec.
           05  FILLER                       PIC X(01).
           05  CB-H-Run-Date                PIC X(08).
           05  FILLER                       PIC X(31).
       01  CB-Detail-Rec.
           05  FILLER                       PIC X(01).
           05  CB-D-Emp                     PIC X(05).
           05  CB-D-Plan                    PIC X(03).
           05  CB-D-Eff-Date                PIC X(08).
           05  CB-D-Tier                    PIC X(01).
           05  CB-D-Premium                 PIC 9(05)V99.
           05  FILLER                       PIC X(15).
       01  CB-Adjust-Rec.
           05  FILLER                       PIC X(01).
           05  CB-A-Emp                     PIC X(05).
           05  CB-A-Plan                    PIC X(03).
           05  CB-A-Tier                    PIC X(01).
           05  CB-A-Adj-Type                PIC X(01).
               88  CB-A-Owed                    VALUE 'O'.
               88  CB-A-Refund                  VALUE 'R'.
           05  CB-A-Months                  PIC 9(03).
           05  CB-A-Rate                    PIC 9(05)V99.
           05  CB-A-Amount                  PIC 9(07)V99.
           05  CB-A-From-Period             PIC 9(06).
           05  FILLER                       PIC X(04).
       01  CB-Trailer-Rec.
           05  FILLER                       PIC X(01).
           05  CB-T-Count                   PIC 9(05).
           05  CB-T-Hash                    PIC 9(11)V99.
           05  FILLER                       PIC X(21).

       FD  CARRINV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CI-REC.
           05  CI-Carrier-Code              PIC X(05).
           05  CI-Bill-Period               PIC X(06).
           05  CI-Emp-ID                    PIC X(05).
           05  CI-Plan-Code                 PIC X(03).
           05  CI-Tier-Code                 PIC X(01).
           05  CI-Amount                    PIC S9(07)V99
                                            SIGN IS LEADING SEPARATE.
           05  FILLER                       PIC X(10).

       FD  INVRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  IR-REC                           PIC X(080).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CB==.
           COPY WSFST REPLACING ==:tag:== BY ==CI==.
           COPY WSFST REPLACING ==:tag:== BY ==IR==.

       01  WS-Recon-Counters.
           12 WS-CB-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-CB-Details-Read               PIC S9(4) COMP VALUE 0.
           12 WS-CB-Adjustments-Read           PIC S9(4) COMP VALUE 0.
           12 WS-CB-Hash                       PIC 9(11)V99 VALUE 0.
           12 WS-CB-Trailer-Count              PIC 9(05) VALUE 0.
           12 WS-CB-Trailer-Hash               PIC 9(11)V99 VALUE 0.
           12 WS-CI-Records-Read               PIC S9(4) COMP VALUE 0.
           12 WS-CI-Wrong-Period               PIC S9(4) COMP VALUE 0.
           12 WS-RT-Matched-Count              PIC S9(4) COMP VALUE 0.
           12 WS-RT-Not-On-File                PIC S9(4) COMP VALUE 0.
           12 WS-RT-Not-Billed                 PIC S9(4) COMP VALUE 0.
           12 WS-RT-Wrong-Tier                 PIC S9(4) COMP VALUE 0.
           12 WS-RT-Wrong-Amount               PIC S9(4) COMP VALUE 0.
           12 WS-RT-Mismatch-Count             PIC S9(4) COMP VALUE 0.

       01  WS-Run-Date-Time           PIC X(21).

       01  WS-Billing-Period          PIC X(06) VALUE SPACES.

       01  WS-Trailer-Seen-Sw         PIC X(01) VALUE 'N'.
           88  WS-Trailer-Seen            VALUE 'Y'.

      * One entry per employee and plan, netted from both sides.
       01  WS-Recon-Table-Storage.
           12 WS-RT-Max-Element-Counter     PIC S9(4) COMP VALUE 1000.
           12 WS-RT-Occurs-Dep-Counter      PIC S9(4) COMP VALUE 0.
           12 WS-Find-Emp-ID                PIC X(05).
           12 WS-Find-Plan-Code             PIC X(03).
           12 WS-Recon-Table OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-RT-Occurs-Dep-Counter
              INDEXED BY WS-RT-IDX.
              15 WS-RT-Emp-ID               PIC X(05).
              15 WS-RT-Plan-Code            PIC X(03).
              15 WS-RT-Carrier-Code         PIC X(05).
              15 WS-RT-Our-Tier             PIC X(01).
              15 WS-RT-Inv-Tier             PIC X(01).
              15 WS-RT-Our-Count            PIC S9(4) COMP.
              15 WS-RT-Inv-Count            PIC S9(4) COMP.
              15 WS-RT-Our-Amount           PIC S9(07)V99.
              15 WS-RT-Inv-Amount           PIC S9(07)V99.

      * Plan-level totals; each plan's carrier is the carrier
      * that invoiced it.
       01  WS-Plan-Table-Storage.
           12 WS-PT-Max                     PIC S9(4) COMP VALUE 20.
           12 WS-PT-Count                   PIC S9(4) COMP VALUE 0.
           12 WS-PT-SUB                     PIC S9(4) COMP VALUE 0.
           12 WS-Plan-Table OCCURS 20 TIMES.
              15 WS-PT-Plan-Code            PIC X(03).
              15 WS-PT-Carrier-Code         PIC X(05).
              15 WS-PT-Mismatches           PIC S9(4) COMP.
              15 WS-PT-Our-Total            PIC S9(09)V99.
              15 WS-PT-Inv-Total            PIC S9(09)V99.

       01  WS-Carrier-Table-Storage.
           12 WS-CT-Max                     PIC S9(4) COMP VALUE 20.
           12 WS-CT-Count                   PIC S9(4) COMP VALUE 0.
           12 WS-CT-SUB                     PIC S9(4) COMP VALUE 0.
           12 WS-Carrier-Table OCCURS 20 TIMES.
              15 WS-CT-Carrier-Code         PIC X(05).
              15 WS-CT-Mismatches           PIC S9(4) COMP.
              15 WS-CT-Our-Total            PIC S9(09)V99.
              15 WS-CT-Inv-Total            PIC S9(09)V99.

       01  WS-Recon-Work.
           12 WS-RW-Carrier-Code            PIC X(05).
           12 WS-RW-Mismatch                PIC X(18).
           12 WS-RW-Variance                PIC S9(09)V99 VALUE 0.
           12 WS-RW-Net-Variance            PIC S9(09)V99 VALUE 0.

       01  WS-IR-Heading-1.
           12 FILLER                  PIC X(48) VALUE
              'CARRIER INVOICE RECONCILIATION - BILLING PERIOD '.
           12 WS-IR-Period            PIC X(06).
           12 FILLER                  PIC X(26) VALUE SPACES.

       01  WS-IR-Heading-2.
           12 FILLER                  PIC X(36) VALUE
              'CARR  EMP   PLAN OUR INV OUR AMOUNT '.
           12 FILLER                  PIC X(44) VALUE
              'INV AMOUNT   VARIANCE MISMATCH'.

       01  WS-IR-Detail-Line.
           12 WS-IR-Carrier-Code      PIC X(05).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Emp-ID            PIC X(05).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Plan-Code         PIC X(03).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-IR-Our-Tier          PIC X(01).
           12 FILLER                  PIC X(03) VALUE SPACES.
           12 WS-IR-Inv-Tier          PIC X(01).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Our-Amount        PIC ZZZZZ9.99-.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Inv-Amount        PIC ZZZZZ9.99-.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Variance          PIC ZZZZZ9.99-.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-Mismatch          PIC X(18).
           12 FILLER                  PIC X(06) VALUE SPACES.

       01  WS-IR-Plan-Heading-1.
           12 FILLER                  PIC X(80) VALUE
              'PLAN TOTALS'.

       01  WS-IR-Plan-Heading-2.
           12 FILLER                  PIC X(32) VALUE
              'PLAN CARR     OUR AMOUNT    INV '.
           12 FILLER                  PIC X(48) VALUE
              'AMOUNT      VARIANCE MISMATCHES'.

       01  WS-IR-Plan-Line.
           12 WS-IR-PT-Plan-Code      PIC X(03).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-IR-PT-Carrier-Code   PIC X(05).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-PT-Our-Total      PIC ZZZZZZZZ9.99-.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-PT-Inv-Total      PIC ZZZZZZZZ9.99-.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-PT-Variance       PIC ZZZZZZZZ9.99-.
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-IR-PT-Mismatches     PIC ZZZZ9.
           12 FILLER                  PIC X(19) VALUE SPACES.

       01  WS-IR-Carrier-Heading-1.
           12 FILLER                  PIC X(80) VALUE
              'NET VARIANCE BY CARRIER (INVOICE LESS CARRBILL)'.

       01  WS-IR-Carrier-Heading-2.
           12 FILLER                  PIC X(33) VALUE
              'CARR     OUR AMOUNT    INV AMOUNT'.
           12 FILLER                  PIC X(47) VALUE
              '  NET VARIANCE MISMATCHES ACTION'.

       01  WS-IR-Carrier-Line.
           12 WS-IR-CT-Carrier-Code   PIC X(05).
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-CT-Our-Total      PIC ZZZZZZZZ9.99-.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-CT-Inv-Total      PIC ZZZZZZZZ9.99-.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-CT-Net-Variance   PIC ZZZZZZZZ9.99-.
           12 FILLER                  PIC X(04) VALUE SPACES.
           12 WS-IR-CT-Mismatches     PIC ZZZZ9.
           12 FILLER                  PIC X(01) VALUE SPACE.
           12 WS-IR-CT-Action         PIC X(17).
           12 FILLER                  PIC X(06) VALUE SPACES.

       01  WS-IR-Count-Line.
           12 WS-IR-Count-Label       PIC X(35).
           12 FILLER                  PIC X(02) VALUE SPACES.
           12 WS-IR-Count             PIC ZZZZ9.
           12 FILLER                  PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 1100-Load-Carrier-Billing.
           PERFORM 1200-Load-Carrier-Invoice.
           PERFORM 2000-Reconcile-Invoice.
           PERFORM 2500-Print-Plan-Totals.
           PERFORM 2600-Print-Carrier-Totals.
           PERFORM 2700-Print-Mismatch-Summary.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           OPEN INPUT CARRBILL.
           IF NOT WS-CB-Good
              DISPLAY "** ERROR **: 1000-CARRBILL"
              DISPLAY "Open CARRBILL Failed."
              DISPLAY "File Status: " WS-CB-Status
              PERFORM 9999-Abend-Recon
           END-IF.
           OPEN INPUT CARRINV.
           IF NOT WS-CI-Good
              DISPLAY "** ERROR **: 1000-CARRINV"
              DISPLAY "Open CARRINV Failed."
              DISPLAY "File Status: " WS-CI-Status
              PERFORM 9999-Abend-Recon
           END-IF.
           OPEN OUTPUT INVRPT.
           IF NOT WS-IR-Good
              DISPLAY "** ERROR **: 1000-INVRPT"
              DISPLAY "Open INVRPT Failed."
              DISPLAY "File Status: " WS-IR-Status
              PERFORM 9999-Abend-Recon
           END-IF.

      * The billing period is the month of the CARRBILL header run
      * date. The extract must carry its header first and balance
      * to its trailer - a short or stale extract stops the run.
       1100-Load-Carrier-Billing.
           READ CARRBILL
              AT END SET WS-CB-EOF TO TRUE
           END-READ.
           IF WS-CB-Good AND CB-Header
              MOVE CB-H-Run-Date(1:6) TO WS-Billing-Period
           ELSE
              DISPLAY "** ERROR **: 1100-CARRBILL"
              DISPLAY "CARRBILL has no header record."
              DISPLAY "File Status: " WS-CB-Status
              PERFORM 9999-Abend-Recon
           END-IF.
           MOVE WS-Billing-Period TO WS-IR-Period.
           WRITE IR-REC FROM WS-IR-Heading-1.
           WRITE IR-REC FROM WS-IR-Heading-2.
           PERFORM 1110-Load-Billing-Record UNTIL WS-CB-EOF.
           CLOSE CARRBILL.
           IF NOT WS-Trailer-Seen
              OR WS-CB-Trailer-Count NOT = WS-CB-Records-Read
              OR WS-CB-Trailer-Hash NOT = WS-CB-Hash
              DISPLAY "** ERROR **: 1100-CARRBILL"
              DISPLAY "CARRBILL out of balance to its trailer."
              DISPLAY "Records read: " WS-CB-Records-Read
                 " Hash: " WS-CB-Hash
              PERFORM 9999-Abend-Recon
           END-IF.

       1110-Load-Billing-Record.
           READ CARRBILL
              AT END SET WS-CB-EOF TO TRUE
           END-READ.
           IF WS-CB-Good
              EVALUATE TRUE
                 WHEN CB-Detail
                    ADD +1 TO WS-CB-Records-Read
                    ADD +1 TO WS-CB-Details-Read
                    ADD CB-D-Premium TO WS-CB-Hash
                    MOVE CB-D-Emp  TO WS-Find-Emp-ID
                    MOVE CB-D-Plan TO WS-Find-Plan-Code
                    PERFORM 1120-Find-Recon-Entry
                    MOVE CB-D-Tier TO WS-RT-Our-Tier(WS-RT-IDX)
                    ADD +1 TO WS-RT-Our-Count(WS-RT-IDX)
                    ADD CB-D-Premium TO WS-RT-Our-Amount(WS-RT-IDX)
                 WHEN CB-Adjustment
                    ADD +1 TO WS-CB-Records-Read
                    ADD +1 TO WS-CB-Adjustments-Read
                    ADD CB-A-Amount TO WS-CB-Hash
                    MOVE CB-A-Emp  TO WS-Find-Emp-ID
                    MOVE CB-A-Plan TO WS-Find-Plan-Code
                    PERFORM 1120-Find-Recon-Entry
                    IF WS-RT-Our-Tier(WS-RT-IDX) = SPACE
                       MOVE CB-A-Tier TO WS-RT-Our-Tier(WS-RT-IDX)
                    END-IF
                    ADD +1 TO WS-RT-Our-Count(WS-RT-IDX)
                    IF CB-A-Refund
                       SUBTRACT CB-A-Amount
                          FROM WS-RT-Our-Amount(WS-RT-IDX)
                    ELSE
                       ADD CB-A-Amount TO WS-RT-Our-Amount(WS-RT-IDX)
                    END-IF
                 WHEN CB-Trailer
                    SET WS-Trailer-Seen TO TRUE
                    MOVE CB-T-Count TO WS-CB-Trailer-Count
                    MOVE CB-T-Hash  TO WS-CB-Trailer-Hash
                    SET WS-CB-EOF TO TRUE
                 WHEN OTHER
                    DISPLAY "** WARNING **: 1110-CARRBILL"
                    DISPLAY "Unknown CARRBILL record type " CB-Type
                       " - skipped."
              END-EVALUATE
           ELSE
              IF WS-CB-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1110-CARRBILL"
                 DISPLAY "Read CARRBILL Failed."
                 DISPLAY "File Status: " WS-CB-Status
                 PERFORM 9999-Abend-Recon
              END-IF
           END-IF.

      * Leaves WS-RT-IDX on the entry for WS-Find-Emp-ID and
      * WS-Find-Plan-Code, adding it when it is not yet there.
       1120-Find-Recon-Entry.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-Occurs-Dep-Counter
                 OR (WS-RT-Emp-ID(WS-RT-IDX) = WS-Find-Emp-ID
                 AND WS-RT-Plan-Code(WS-RT-IDX) = WS-Find-Plan-Code)
           END-PERFORM.
           IF WS-RT-IDX > WS-RT-Occurs-Dep-Counter
              IF WS-RT-Occurs-Dep-Counter >= WS-RT-Max-Element-Counter
                 DISPLAY "** ERROR **: 1120-Find-Recon-Entry"
                 DISPLAY "WS-Recon-Table is too small - "
                    WS-RT-Max-Element-Counter " entries."
                 PERFORM 9999-Abend-Recon
              END-IF
              ADD +1 TO WS-RT-Occurs-Dep-Counter
              SET WS-RT-IDX TO WS-RT-Occurs-Dep-Counter
              MOVE WS-Find-Emp-ID    TO WS-RT-Emp-ID(WS-RT-IDX)
              MOVE WS-Find-Plan-Code TO WS-RT-Plan-Code(WS-RT-IDX)
              MOVE SPACES TO WS-RT-Carrier-Code(WS-RT-IDX)
                             WS-RT-Our-Tier(WS-RT-IDX)
                             WS-RT-Inv-Tier(WS-RT-IDX)
              MOVE 0 TO WS-RT-Our-Count(WS-RT-IDX)
                        WS-RT-Inv-Count(WS-RT-IDX)
                        WS-RT-Our-Amount(WS-RT-IDX)
                        WS-RT-Inv-Amount(WS-RT-IDX)
           END-IF.

       1200-Load-Carrier-Invoice.
           PERFORM 1210-Load-Invoice-Record UNTIL WS-CI-EOF.
           CLOSE CARRINV.

      * Invoice lines for another billing period are listed and
      * counted but not matched.
       1210-Load-Invoice-Record.
           READ CARRINV
              AT END SET WS-CI-EOF TO TRUE
           END-READ.
           IF WS-CI-Good
              ADD +1 TO WS-CI-Records-Read
              IF CI-Bill-Period NOT = WS-Billing-Period
                 ADD +1 TO WS-CI-Wrong-Period
                 ADD +1 TO WS-RT-Mismatch-Count
                 PERFORM 1230-Print-Wrong-Period
              ELSE
                 MOVE CI-Emp-ID    TO WS-Find-Emp-ID
                 MOVE CI-Plan-Code TO WS-Find-Plan-Code
                 PERFORM 1120-Find-Recon-Entry
                 MOVE CI-Carrier-Code TO WS-RT-Carrier-Code(WS-RT-IDX)
                 MOVE CI-Tier-Code TO WS-RT-Inv-Tier(WS-RT-IDX)
                 ADD +1 TO WS-RT-Inv-Count(WS-RT-IDX)
                 ADD CI-Amount TO WS-RT-Inv-Amount(WS-RT-IDX)
                 PERFORM 1220-Find-Plan-Entry
                 IF WS-PT-Carrier-Code(WS-PT-SUB) = SPACES
                    MOVE CI-Carrier-Code
                       TO WS-PT-Carrier-Code(WS-PT-SUB)
                 END-IF
              END-IF
           ELSE
              IF WS-CI-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1210-CARRINV"
                 DISPLAY "Read CARRINV Failed."
                 DISPLAY "File Status: " WS-CI-Status
                 PERFORM 9999-Abend-Recon
              END-IF
           END-IF.

      * Leaves WS-PT-SUB on the plan entry for WS-Find-Plan-Code,
      * adding it when it is not yet there.
       1220-Find-Plan-Entry.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
              UNTIL WS-PT-SUB > WS-PT-Count
                 OR WS-PT-Plan-Code(WS-PT-SUB) = WS-Find-Plan-Code
           END-PERFORM.
           IF WS-PT-SUB > WS-PT-Count
              IF WS-PT-Count >= WS-PT-Max
                 DISPLAY "** ERROR **: 1220-Find-Plan-Entry"
                 DISPLAY "WS-Plan-Table is too small - "
                    WS-PT-Max " plans."
                 PERFORM 9999-Abend-Recon
              END-IF
              ADD +1 TO WS-PT-Count
              MOVE WS-PT-Count TO WS-PT-SUB
              MOVE WS-Find-Plan-Code TO WS-PT-Plan-Code(WS-PT-SUB)
              MOVE SPACES TO WS-PT-Carrier-Code(WS-PT-SUB)
              MOVE 0 TO WS-PT-Mismatches(WS-PT-SUB)
                        WS-PT-Our-Total(WS-PT-SUB)
                        WS-PT-Inv-Total(WS-PT-SUB)
           END-IF.

       1230-Print-Wrong-Period.
           MOVE CI-Carrier-Code TO WS-IR-Carrier-Code.
           MOVE CI-Emp-ID       TO WS-IR-Emp-ID.
           MOVE CI-Plan-Code    TO WS-IR-Plan-Code.
           MOVE SPACE           TO WS-IR-Our-Tier.
           MOVE CI-Tier-Code    TO WS-IR-Inv-Tier.
           MOVE 0               TO WS-IR-Our-Amount.
           MOVE CI-Amount       TO WS-IR-Inv-Amount.
           MOVE CI-Amount       TO WS-IR-Variance.
           MOVE 'WRONG PERIOD'  TO WS-IR-Mismatch.
           WRITE IR-REC FROM WS-IR-Detail-Line.

      * Every employee/plan entry lands in its plan and carrier
      * totals; only the mismatches print as detail lines.
       2000-Reconcile-Invoice.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-Occurs-Dep-Counter
              PERFORM 2100-Reconcile-Entry
           END-PERFORM.

       2100-Reconcile-Entry.
           MOVE WS-RT-Plan-Code(WS-RT-IDX) TO WS-Find-Plan-Code.
           PERFORM 1220-Find-Plan-Entry.
           MOVE WS-RT-Carrier-Code(WS-RT-IDX) TO WS-RW-Carrier-Code.
           IF WS-RW-Carrier-Code = SPACES
              MOVE WS-PT-Carrier-Code(WS-PT-SUB) TO WS-RW-Carrier-Code
           END-IF.
           IF WS-RW-Carrier-Code = SPACES
              MOVE '*NONE' TO WS-RW-Carrier-Code
           END-IF.
           COMPUTE WS-RW-Variance =
              WS-RT-Inv-Amount(WS-RT-IDX) - WS-RT-Our-Amount(WS-RT-IDX).
           MOVE SPACES TO WS-RW-Mismatch.
           EVALUATE TRUE
              WHEN WS-RT-Our-Count(WS-RT-IDX) = 0
                 MOVE 'NOT ON OUR FILE' TO WS-RW-Mismatch
                 ADD +1 TO WS-RT-Not-On-File
              WHEN WS-RT-Inv-Count(WS-RT-IDX) = 0
                 MOVE 'NOT BILLED BY CARR' TO WS-RW-Mismatch
                 ADD +1 TO WS-RT-Not-Billed
              WHEN WS-RT-Our-Tier(WS-RT-IDX) NOT =
                   WS-RT-Inv-Tier(WS-RT-IDX)
                 MOVE 'WRONG TIER' TO WS-RW-Mismatch
                 ADD +1 TO WS-RT-Wrong-Tier
              WHEN WS-RW-Variance NOT = 0
                 MOVE 'WRONG AMOUNT' TO WS-RW-Mismatch
                 ADD +1 TO WS-RT-Wrong-Amount
              WHEN OTHER
                 ADD +1 TO WS-RT-Matched-Count
           END-EVALUATE.
           PERFORM 2200-Find-Carrier-Entry.
           ADD WS-RT-Our-Amount(WS-RT-IDX)
              TO WS-PT-Our-Total(WS-PT-SUB) WS-CT-Our-Total(WS-CT-SUB).
           ADD WS-RT-Inv-Amount(WS-RT-IDX)
              TO WS-PT-Inv-Total(WS-PT-SUB) WS-CT-Inv-Total(WS-CT-SUB).
           IF WS-RW-Mismatch NOT = SPACES
              ADD +1 TO WS-RT-Mismatch-Count
                        WS-PT-Mismatches(WS-PT-SUB)
                        WS-CT-Mismatches(WS-CT-SUB)
              PERFORM 2150-Print-Mismatch-Line
           END-IF.

       2150-Print-Mismatch-Line.
           MOVE WS-RW-Carrier-Code          TO WS-IR-Carrier-Code.
           MOVE WS-RT-Emp-ID(WS-RT-IDX)     TO WS-IR-Emp-ID.
           MOVE WS-RT-Plan-Code(WS-RT-IDX)  TO WS-IR-Plan-Code.
           MOVE WS-RT-Our-Tier(WS-RT-IDX)   TO WS-IR-Our-Tier.
           MOVE WS-RT-Inv-Tier(WS-RT-IDX)   TO WS-IR-Inv-Tier.
           MOVE WS-RT-Our-Amount(WS-RT-IDX) TO WS-IR-Our-Amount.
           MOVE WS-RT-Inv-Amount(WS-RT-IDX) TO WS-IR-Inv-Amount.
           MOVE WS-RW-Variance              TO WS-IR-Variance.
           MOVE WS-RW-Mismatch              TO WS-IR-Mismatch.
           WRITE IR-REC FROM WS-IR-Detail-Line.

      * Leaves WS-CT-SUB on the carrier entry for
      * WS-RW-Carrier-Code, adding it when it is not yet there.
       2200-Find-Carrier-Entry.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
              UNTIL WS-CT-SUB > WS-CT-Count
                 OR WS-CT-Carrier-Code(WS-CT-SUB) = WS-RW-Carrier-Code
           END-PERFORM.
           IF WS-CT-SUB > WS-CT-Count
              IF WS-CT-Count >= WS-CT-Max
                 DISPLAY "** ERROR **: 2200-Find-Carrier-Entry"
                 DISPLAY "WS-Carrier-Table is too small - "
                    WS-CT-Max " carriers."
                 PERFORM 9999-Abend-Recon
              END-IF
              ADD +1 TO WS-CT-Count
              MOVE WS-CT-Count TO WS-CT-SUB
              MOVE WS-RW-Carrier-Code TO WS-CT-Carrier-Code(WS-CT-SUB)
              MOVE 0 TO WS-CT-Mismatches(WS-CT-SUB)
                        WS-CT-Our-Total(WS-CT-SUB)
                        WS-CT-Inv-Total(WS-CT-SUB)
           END-IF.

       2500-Print-Plan-Totals.
           MOVE SPACES TO IR-REC.
           WRITE IR-REC.
           WRITE IR-REC FROM WS-IR-Plan-Heading-1.
           WRITE IR-REC FROM WS-IR-Plan-Heading-2.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
              UNTIL WS-PT-SUB > WS-PT-Count
              PERFORM 2510-Print-Plan-Line
           END-PERFORM.

       2510-Print-Plan-Line.
           MOVE WS-PT-Plan-Code(WS-PT-SUB)    TO WS-IR-PT-Plan-Code.
           MOVE WS-PT-Carrier-Code(WS-PT-SUB) TO WS-IR-PT-Carrier-Code.
           MOVE WS-PT-Our-Total(WS-PT-SUB)    TO WS-IR-PT-Our-Total.
           MOVE WS-PT-Inv-Total(WS-PT-SUB)    TO WS-IR-PT-Inv-Total.
           COMPUTE WS-RW-Variance =
              WS-PT-Inv-Total(WS-PT-SUB) - WS-PT-Our-Total(WS-PT-SUB).
           MOVE WS-RW-Variance                TO WS-IR-PT-Variance.
           MOVE WS-PT-Mismatches(WS-PT-SUB)   TO WS-IR-PT-Mismatches.
           WRITE IR-REC FROM WS-IR-Plan-Line.

      * Positive net variance: the carrier billed more than our
      * extract supports - short-pay or dispute before the due
      * date.
       2600-Print-Carrier-Totals.
           MOVE SPACES TO IR-REC.
           WRITE IR-REC.
           WRITE IR-REC FROM WS-IR-Carrier-Heading-1.
           WRITE IR-REC FROM WS-IR-Carrier-Heading-2.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
              UNTIL WS-CT-SUB > WS-CT-Count
              PERFORM 2610-Print-Carrier-Line
           END-PERFORM.

       2610-Print-Carrier-Line.
           MOVE WS-CT-Carrier-Code(WS-CT-SUB) TO WS-IR-CT-Carrier-Code.
           MOVE WS-CT-Our-Total(WS-CT-SUB)    TO WS-IR-CT-Our-Total.
           MOVE WS-CT-Inv-Total(WS-CT-SUB)    TO WS-IR-CT-Inv-Total.
           COMPUTE WS-RW-Variance =
              WS-CT-Inv-Total(WS-CT-SUB) - WS-CT-Our-Total(WS-CT-SUB).
           MOVE WS-RW-Variance                TO WS-IR-CT-Net-Variance.
           MOVE WS-CT-Mismatches(WS-CT-SUB)   TO WS-IR-CT-Mismatches.
           EVALUATE TRUE
              WHEN WS-RW-Variance > 0
                 MOVE 'SHORT-PAY/DISPUTE' TO WS-IR-CT-Action
              WHEN WS-RW-Variance < 0
                 MOVE 'UNDERBILLED' TO WS-IR-CT-Action
              WHEN OTHER
                 MOVE 'IN BALANCE' TO WS-IR-CT-Action
           END-EVALUATE.
           ADD WS-RW-Variance TO WS-RW-Net-Variance.
           WRITE IR-REC FROM WS-IR-Carrier-Line.

       2700-Print-Mismatch-Summary.
           MOVE SPACES TO IR-REC.
           WRITE IR-REC.
           MOVE 'CARRBILL DETAIL RECORDS READ' TO WS-IR-Count-Label.
           MOVE WS-CB-Details-Read TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'CARRBILL ADJUSTMENT RECORDS READ' TO WS-IR-Count-Label.
           MOVE WS-CB-Adjustments-Read TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'CARRINV RECORDS READ' TO WS-IR-Count-Label.
           MOVE WS-CI-Records-Read TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'EMPLOYEE/PLANS MATCHED' TO WS-IR-Count-Label.
           MOVE WS-RT-Matched-Count TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'BILLED BY CARRIER, NOT ON OUR FILE'
              TO WS-IR-Count-Label.
           MOVE WS-RT-Not-On-File TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'ON OUR FILE, NOT BILLED BY CARRIER'
              TO WS-IR-Count-Label.
           MOVE WS-RT-Not-Billed TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'WRONG TIER' TO WS-IR-Count-Label.
           MOVE WS-RT-Wrong-Tier TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'WRONG AMOUNT' TO WS-IR-Count-Label.
           MOVE WS-RT-Wrong-Amount TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.
           MOVE 'INVOICE LINES FOR ANOTHER PERIOD' TO WS-IR-Count-Label.
           MOVE WS-CI-Wrong-Period TO WS-IR-Count.
           WRITE IR-REC FROM WS-IR-Count-Line.

       3000-End-Job.
           DISPLAY "3000-EOJ: ".
           DISPLAY "BILLING PERIOD:           " WS-Billing-Period.
           DISPLAY "CARRBILL RECORDS READ:    " WS-CB-Records-Read.
           DISPLAY "CARRINV RECORDS READ:     " WS-CI-Records-Read.
           DISPLAY "EMPLOYEE/PLANS MATCHED:   " WS-RT-Matched-Count.
           DISPLAY "MISMATCHES REPORTED:      " WS-RT-Mismatch-Count.
           CLOSE INVRPT.
           IF WS-RT-Mismatch-Count > 0
              OR WS-RW-Net-Variance NOT = 0
              DISPLAY "** WARNING **: 3000-End-Job"
              DISPLAY "Carrier invoices do not reconcile to CARRBILL"
                 " - see INVRPT."
              MOVE +4 TO RETURN-CODE
           END-IF.

       9999-Abend-Recon.
           CLOSE CARRBILL.
           CLOSE CARRINV.
           CLOSE INVRPT.
           MOVE +8 TO RETURN-CODE.
           GOBACK.
