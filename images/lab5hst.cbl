           data record is hist-rec.
      *
       01 hist-rec.
           05 hist-sman-num            pic 9(5).
           05 hist-year                pic 9(4).
           05 hist-earned              pic s9(9)v99.
           05 hist-paid                pic s9(9)v99.
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
       fd history-report-file
           data record is history-line
           data record is hist-sort-rec.
      *
       01 hist-sort-rec.
           05 hsr-sman-num             pic 9(5).
           05 hsr-year                 pic 9(4).
           05 hsr-earned               pic s9(9)v99.
           05 hsr-paid                 pic s9(9)v99.
       01 ws-sorted-eof-flag           pic x
           value 'n'.
      *
       01 ws-master-rel-key            pic 9(5).
       01 ws-master-status             pic xx
           value '00'.
       01 ws-master-found-flag         pic x
           value 0.
       77 ws-page-count                pic 9(5)
           value 0.
       77 ws-prev-sman                 pic 9(5)
           value 0.
      * the prior printed year's earned, for the year-over-year
      * column - the flag marks a salesman's first line, which has
               value spaces.
           05 filler                   pic x(9)
               value "SALESMAN ".
           05 ws-hsl-num               pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-hsl-name              pic x(20).
           05 filler                   pic x(10)
               value "TERRITORY ".
           05 ws-hsl-territory         pic x(4).
           05 filler                   pic x(63)
               value spaces.
      *
       01 ws-hist-col-line.
