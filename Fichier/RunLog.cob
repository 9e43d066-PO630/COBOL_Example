      *    console message that scrolls away.
      *
      *    The caller passes its step name, an event code ('S' step
      *    start, 'E' step end, 'C' cycle open, 'X' cycle close, 'R'
      *    cycle restarted at its failed step), its
      *    record and reject counts, and the return code it is about
      *    to end with (zero on a start record). The timestamp and
      *    the business date (CUSTBIZDATE when the nightly chain is
           LK-Rejects LK-RC LK-Capacity.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSRunLogFileName FROM ENVIRONMENT "CUSTRUNLOG"
                   ON EXCEPTION
                       MOVE "RunLog.dat" TO WSRunLogFileName
