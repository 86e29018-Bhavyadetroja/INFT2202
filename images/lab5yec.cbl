           data record is ytd-rec.
      *
       01 ytd-rec.
           05 ytd-sman-num              pic 9(5).
           05 ytd-year                  pic 9(4).
           05 ytd-earned                pic s9(9)v99.
           05 ytd-paid                  pic s9(9)v99.
           data record is master-rec.
      *
       01 master-rec.
           05 master-sman-num          pic 9(5).
           05 master-full-name         pic x(20).
           05 master-territory         pic x(4).
           05 master-manager           pic x(8).
           05 master-hire-date         pic 9(8).
           05 master-plan-code         pic 999.
           05 master-worker-class      pic x.
               88 master-employee      value 'E'.
               88 master-contractor    value 'C'.
           05 master-tin-type          pic x.
           05 master-tax-id            pic x(9).
      *
       fd ytd-history-file
           data record is hist-rec.
      *
       01 hist-rec.
           05 hist-sman-num            pic 9(5).
           05 hist-year                pic 9(4).
           05 hist-earned              pic s9(9)v99.
           05 hist-paid                pic s9(9)v99.
               88 pc-status-closed      value "CLOSED".
           05 pc-last-commission-run    pic 9(6).
           05 pc-last-aged-period       pic 9(6).
           05 pc-last-adjust-run        pic 9(6).
      *
       working-storage section.
      *
       01 ws-ytd-rel-key               pic 9(5).
       01 ws-ytd-status                pic xx
           value '00'.
      *
       01 ws-master-rel-key            pic 9(5).
       01 ws-master-status             pic xx
           value '00'.
       01 ws-master-found-flag         pic x
           05 filler                   pic x(61)
               value spaces.
      *
      * scan counter is a digit wider than the 9(5) relative key so
      * the until test can actually pass 99999
       77 ws-scan-key                  pic 9(6)
           value 0.
      *
       01 ws-current-year              pic 9(4).
               value spaces.
           05 filler                   pic x(9)
               value "SALESMAN ".
           05 ws-ssl-num               pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-ssl-name              pic x(20).
           05 filler                   pic x(10)
               value "TERRITORY ".
           05 ws-ssl-territory         pic x(4).
           05 filler                   pic x(63)
               value spaces.
      *
       01 ws-stmt-amount-line.
      *
      * walk every possible salesman number - the YTD master is keyed
      * by salesman number as the relative record number, so a full
      * scan of 1-99999 visits every record on the file
           perform 050-close-one-key
               varying ws-scan-key from 1 by 1
               until ws-scan-key > 99999.
      *
           perform 300-print-totals.
      *
                   ytd-history-file
                   period-control-file
                   annual-stmt-file.
      *
      * completion code for the job stream - a skipped record is a
      * warning
           if ws-records-skipped > 0 then
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
      *
           stop run.
      *
           if ws-period-open-flag = 'y' then
               close period-control-file
           end-if.
      *
      * the run was refused - completion code for the job stream
           move 8                      to return-code.
      *
           stop run.
      *
