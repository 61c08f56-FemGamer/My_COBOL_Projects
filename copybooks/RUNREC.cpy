      * RUNREC.cpy
      * Run-control record layout for RUN-CONTROL: one record per
      * batch run, written by the RunCtl subprogram when a program
      * registers at start and completed when it signs off, with the
      * operator the run was started under. Read by the run-status
      * inquiry.
      *----------------------------------------------------------------
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-NUMBER           pic 9(6).
               88  RC-COMPLETED                value "C".
               88  RC-FAILED                   value "F".
               88  RC-OVERRIDDEN               value "X".
           05  RC-OPERATOR-ID          pic x(8).
