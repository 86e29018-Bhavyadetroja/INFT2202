               88 pc-status-closed      value "CLOSED".
           05 pc-last-commission-run    pic 9(6).
           05 pc-last-aged-period       pic 9(6).
           05 pc-last-adjust-run        pic 9(6).
      *
       fd period-report-file
           data record is period-line
           05 filler                   pic x(10)
               value "LAST AGED ".
           05 ws-sl-last-aged          pic 9(6).
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(9)
               value "LAST ADJ ".
           05 ws-sl-last-adjust        pic 9(6).
           05 filler                   pic x(31)
               value spaces.
      *
       01 ws-trans-total-line.
           close   period-trans-file
                   period-control-file
                   period-report-file.
      *
      * completion code for the job stream - a rejected card is a
      * warning
           if ws-trans-rejected > 0 then
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
      *
           stop run.
      *
               move "CLOSED"           to pc-status
               move 0                  to pc-last-commission-run
               move 0                  to pc-last-aged-period
               move 0                  to pc-last-adjust-run
           end-if.
      *
       100-apply-open.
               move pc-status          to ws-sl-status
               move pc-last-commission-run to ws-sl-last-run
               move pc-last-aged-period to ws-sl-last-aged
               move pc-last-adjust-run to ws-sl-last-adjust
               write period-line from ws-state-line
                   after advancing 2 lines
           end-if.
