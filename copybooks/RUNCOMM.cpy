      * run (RN-RESULT comes back blocked if a prior run of the
      * same program is still in flight and the operator declines
      * the override), then sets RN-END with its counters and a
      * completion code to sign the run off. The operator ID the run
      * is recorded under comes back in RN-OPERATOR-ID.
      *----------------------------------------------------------------
       01  RUN-CONTROL-COMM.
           05  RN-FUNCTION             pic x(1).
               88  RN-OK                       value "0".
               88  RN-BLOCKED                  value "B".
               88  RN-FILE-ERROR               value "E".
           05  RN-OPERATOR-ID          pic x(8).
