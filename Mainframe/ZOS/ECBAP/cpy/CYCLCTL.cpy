      ***********************************************************
      * Copybook name:   CYCLCTL
      * Original author: maintainer
      *
      * Description: Nightly cycle control record - the one record
      *           on the CYCLECTL file. Include under the FD with:
      *              01  CC-REC.
      *                  COPY CYCLCTL.
      *
      *           CC-Cycle-Date is set by EMPMAINT when it opens a
      *           new cycle. One CC-Step-Entry per step of the
      *           cycle, in run order:
      *              1 EMPMAINT  2 EMPXTRCT  3 ENRLMNT
      *              4 TABLE1    5 YTDSTMT
      *           Each step refuses to run (RETURN-CODE 12) unless
      *           the step before it is complete for the cycle,
      *           marks itself started - clearing every later
      *           step, whose output is now stale - and stamps
      *           itself complete with its record counts at end
      *           of job. A step left started has abended.
      *
      *           CC-Step-Count-In / -Out are the step's main
      *           input and output record counts; CC-Step-Hash is
      *           the control hash of the step's output where it
      *           has one (EMPXTRCT: the PAYROLL trailer hash).
      *
      *           CC-YTD-Closed-Year is the last year YTDCLOSE
      *           archived to YTDHIST (zero until the first close).
      *           TABLE1 will not roll a YTDMAST record out of a
      *           year that has not been closed, nor post into a
      *           year that has.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 maintainer    Created - enforces the nightly
      *                          job sequence across programs.
      * 2026-10-15 maintainer    CC-YTD-Closed-Year carved out of
      *                          the reserve for the year-end close.
      *
      **********************************************************
           05  CC-Cycle-Date                PIC X(08).
           05  CC-Step-Entry OCCURS 5 TIMES.
               10  CC-Step-Name             PIC X(08).
               10  CC-Step-Status           PIC X(01).
                   88  CC-Step-Not-Run          VALUE SPACE.
                   88  CC-Step-Started          VALUE 'S'.
                   88  CC-Step-Complete         VALUE 'C'.
               10  CC-Step-Start-Stamp      PIC X(14).
               10  CC-Step-End-Stamp        PIC X(14).
               10  CC-Step-Count-In         PIC 9(07).
               10  CC-Step-Count-Out        PIC 9(07).
               10  CC-Step-Hash             PIC 9(11).
           05  CC-YTD-Closed-Year           PIC 9(04).
           05  FILLER                       PIC X(36).
