       PROCEDURE DIVISION.

           MainLine.
               CALL 'ParmLoad'
               ACCEPT WSStatsFileName FROM ENVIRONMENT "CUSTSTATS"
                   ON EXCEPTION
                       MOVE "StatsHist.dat" TO WSStatsFileName
