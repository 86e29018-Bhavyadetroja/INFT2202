      *
           close   run-history-file
                   trend-report-file.
      *
      * completion code for the job stream - a swing flagged on the
      * latest run is a warning
           if ws-runs-held > 0
                   and ws-tdl-flags not = spaces then
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
      *
           stop run.
      *
