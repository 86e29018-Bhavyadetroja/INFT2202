       identification division.
       program-id. lab5inq.
       author. Punit Patel
       date-written. date.
      *Program Description:
      *    salesman account position inquiry - one page per salesman
      *    pulling together everything the suite holds on the account:
      *    the master record with the territory resolved to its name
      *    and region, the year-to-date earned/paid/sales, the annual
      *    quota and attainment, the open draw with its recovery
      *    policy and periods open, the clawback receivable, and every
      *    closed year in the history archive, ending with a net
      *    position line of what is owed the company against what
      *    has been earned. reads only - the cards name the salesmen
      *    to print, or ALL for every salesman on the master
      *
       environment division.
      *
       input-output section.
       file-control.
      * each card lists up to thirteen salesman numbers, five digits
      * and a separator apiece, or ALL in the first position for
      * every salesman on the master
           select inquiry-card-file
               assign to "../../data/lab5inq.trn"
               organization is line sequential.
      *
      * keyed by salesman number via relative record number - same
      * convention as the commission run's master files
           select salesman-master-file
               assign to "../../data/salesman.master"
               organization is relative
               access mode is dynamic
               relative key is ws-master-rel-key
               file status is ws-master-status.
      *
           select ytd-master-file
               assign to "../../data/ytdmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-ytd-rel-key
               file status is ws-ytd-status.
      *
           select draw-file
               assign to "../../data/drawmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-draw-rel-key
               file status is ws-draw-status.
      *
           select clawback-file
               assign to "../../data/clawmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-claw-rel-key
               file status is ws-claw-status.
      *
           select quota-file
               assign to "../../data/quotamst.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-quota-rel-key
               file status is ws-quota-status.
      *
      * the open period tells the attainment how far into the year
      * we are - read only
           select period-control-file
               assign to "../../data/periodct.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-period-rel-key
               file status is ws-period-status.
      *
      * must stay field for field identical to the record the
      * year-end close appends - read back once per salesman page
           select ytd-history-file
               assign to "../../data/ytdhist.dat"
               organization is line sequential
               file status is ws-history-status.
      *
           select territory-ref-file
               assign to "../../data/terrref.dat"
               organization is line sequential
               file status is ws-terr-ref-status.
      *
           select inquiry-report-file
               assign to "../../data/lab5inq.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd inquiry-card-file
           data record is inquiry-card-rec
           record contains 80 characters.
      *
       01 inquiry-card-rec.
           05 iq-entry                 occurs 13 times
                                        indexed by iq-idx.
               10 iq-sman-x            pic x(5).
               10 iq-sman-num redefines iq-sman-x
                                        pic 9(5).
               10 filler               pic x.
           05 filler                   pic x(2).
      *
      * must stay field for field identical to master-rec in the
      * commission run and the maintenance program
       fd salesman-master-file
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
      * must stay field for field identical to ytd-rec in the
      * commission run
       fd ytd-master-file
           data record is ytd-rec.
      *
       01 ytd-rec.
           05 ytd-sman-num              pic 9(5).
           05 ytd-year                  pic 9(4).
           05 ytd-earned                pic s9(9)v99.
           05 ytd-paid                  pic s9(9)v99.
           05 ytd-sales                 pic s9(9).
      *
      * must stay field for field identical to draw-rec in the
      * commission run and the draw administration program
       fd draw-file
           data record is draw-rec.
      *
       01 draw-rec.
           05 draw-sman-num             pic 9(5).
           05 draw-balance              pic 9(9)v99.
           05 draw-limit                pic 9(9)v99.
           05 draw-issue-date           pic 9(8).
           05 draw-recovered-period     pic 9(9)v99.
           05 draw-periods-open         pic 9(3).
           05 draw-recovery-type        pic x.
               88 draw-recover-full     value ' '.
               88 draw-recover-percent  value 'P'.
               88 draw-recover-flat     value 'F'.
           05 draw-recovery-amount      pic 9(9)v99.
      *
      * must stay field for field identical to claw-rec in the
      * commission run
       fd clawback-file
           data record is claw-rec.
      *
       01 claw-rec.
           05 claw-sman-num             pic 9(5).
           05 claw-balance              pic 9(9)v99.
      *
      * must stay field for field identical to quota-rec in the
      * quota maintenance program
       fd quota-file
           data record is quota-rec.
      *
       01 quota-rec.
           05 qta-sman-num              pic 9(5).
           05 qta-annual-quota          pic 9(9).
      *
      * must stay field for field identical to the layout lab5pct
      * maintains
       fd period-control-file
           data record is period-rec.
      *
       01 period-rec.
           05 pc-period-id              pic 9(6).
           05 pc-status                 pic x(6).
               88 pc-status-open        value "OPEN  ".
               88 pc-status-closed      value "CLOSED".
           05 pc-last-commission-run    pic 9(6).
           05 pc-last-aged-period       pic 9(6).
           05 pc-last-adjust-run        pic 9(6).
      *
       fd ytd-history-file
           data record is hist-rec.
      *
       01 hist-rec.
           05 hist-sman-num            pic 9(5).
           05 hist-year                pic 9(4).
           05 hist-earned              pic s9(9)v99.
           05 hist-paid                pic s9(9)v99.
      *
       fd territory-ref-file
           data record is terr-ref-rec.
      *
       01 terr-ref-rec.
           05 tr-code                   pic x(4).
           05 tr-desc                   pic x(20).
           05 tr-region                 pic x(4).
      *
       fd inquiry-report-file
           data record is inquiry-line
           record contains 120 characters.
      *
       01 inquiry-line                 pic x(120).
      *
       working-storage section.
      *
       01 ws-eof-flag                  pic x
           value 'n'.
      *
       01 ws-master-rel-key            pic 9(5).
       01 ws-master-status             pic xx
           value '00'.
       01 ws-master-found-flag         pic x
           value 'n'.
      *
       01 ws-ytd-rel-key               pic 9(5).
       01 ws-ytd-status                pic xx
           value '00'.
       01 ws-ytd-found-flag            pic x
           value 'n'.
      *
       01 ws-draw-rel-key              pic 9(5).
       01 ws-draw-status               pic xx
           value '00'.
       01 ws-draw-found-flag           pic x
           value 'n'.
      *
       01 ws-claw-rel-key              pic 9(5).
       01 ws-claw-status               pic xx
           value '00'.
       01 ws-claw-found-flag           pic x
           value 'n'.
      *
       01 ws-quota-rel-key             pic 9(5).
       01 ws-quota-status              pic xx
           value '00'.
       01 ws-quota-found-flag          pic x
           value 'n'.
      *
       01 ws-period-rel-key            pic 9.
       01 ws-period-status             pic xx
           value '00'.
       77 ws-period-id                 pic 9(6)
           value 0.
      *
       01 ws-history-status            pic xx
           value '00'.
       01 ws-hist-eof-flag             pic x
           value 'n'.
      *
       01 ws-terr-ref-status           pic xx
           value '00'.
       01 ws-terr-ref-eof-flag         pic x
           value 'n'.
       01 ws-territory-table.
           05 ws-terr-entry            occurs 30 times
                                        indexed by ws-terr-idx.
               10 ws-terr-code         pic x(4).
               10 ws-terr-desc         pic x(20).
               10 ws-terr-region       pic x(4).
       77 ws-terr-count                pic 99
           value 0.
       01 ws-terr-found-flag           pic x
           value 'n'.
       01 ws-region-work               pic x(4).
       01 ws-terr-desc-work            pic x(20).
      *
       01 ws-scan-key                  pic 9(6)
           value 0.
       01 ws-inq-sman                  pic 9(5)
           value 0.
      *
       77 ws-current-year              pic 9(4)
           value 0.
      *
      * attainment work fields - the expected percent comes from the
      * period number within the year, the same way the commission
      * run's attainment report judges on-track/behind
       77 ws-period-work               pic 9(4)
           value 0.
       77 ws-period-num                pic 99
           value 0.
       77 ws-expected-pct              pic s9(5)v9
           value 0.
       77 ws-attain-pct                pic s9(5)v9
           value 0.
       77 ws-quota-work                pic 9(9)
           value 0.
       77 ws-ytd-sales-work            pic s9(9)
           value 0.
      *
      * the net position - what the salesman owes back (open draw
      * plus clawback receivable) against what was earned this year
       77 ws-ytd-earned-work           pic s9(9)v99
           value 0.
       77 ws-ytd-paid-work             pic s9(9)v99
           value 0.
       77 ws-owed-to-company           pic s9(9)v99
           value 0.
       77 ws-net-position              pic s9(10)v99
           value 0.
       77 ws-hist-years                pic 9(3)
           value 0.
      *
       77 ws-cards-read                pic 9(5)
           value 0.
       77 ws-numbers-requested         pic 9(5)
           value 0.
       77 ws-pages-printed             pic 9(5)
           value 0.
       77 ws-not-on-file               pic 9(5)
           value 0.
       77 ws-invalid-numbers           pic 9(5)
           value 0.
      *
       01 ws-heading1-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 ws-nl-date               pic 9(6).
           05 filler                   pic x(5)
               value spaces.
           05 ws-nl-time               pic 9(8).
           05 filler                   pic x(17)
               value spaces.
           05 filler                   pic x(26)
               value "SALESMAN ACCOUNT POSITION ".
           05 filler                   pic x(7)
               value "PERIOD ".
           05 ws-nl-period             pic 9(6).
           05 filler                   pic x(40)
               value spaces.
      *
       01 ws-inq-salesman-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(9)
               value "SALESMAN ".
           05 ws-isl-num               pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-isl-name              pic x(20).
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(6)
               value "HIRED ".
           05 ws-isl-hire-date         pic 9(8).
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(5)
               value "PLAN ".
           05 ws-isl-plan-code         pic 999.
           05 filler                   pic x(53)
               value spaces.
      *
       01 ws-inq-assign-line.
           05 filler                   pic x(7)
               value spaces.
           05 filler                   pic x(10)
               value "TERRITORY ".
           05 ws-ial-territory         pic x(4).
           05 filler                   pic x(2)
               value spaces.
           05 ws-ial-terr-desc         pic x(20).
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(7)
               value "REGION ".
           05 ws-ial-region            pic x(4).
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(8)
               value "MANAGER ".
           05 ws-ial-manager           pic x(8).
           05 filler                   pic x(46)
               value spaces.
      *
       01 ws-inq-section-line.
           05 filler                   pic x(5)
               value spaces.
           05 ws-isc-title             pic x(30).
           05 filler                   pic x(85)
               value spaces.
      *
      * three label/amount pairs across the page - the YTD, draw and
      * net position blocks all print through it
       01 ws-inq-amount-line.
           05 filler                   pic x(7)
               value spaces.
           05 ws-iml-label1            pic x(16).
           05 ws-iml-amount1           pic zzz,zzz,zz9.99-.
           05 filler                   pic x(4)
               value spaces.
           05 ws-iml-label2            pic x(16).
           05 ws-iml-amount2           pic zzz,zzz,zz9.99-.
           05 filler                   pic x(4)
               value spaces.
           05 ws-iml-label3            pic x(16).
           05 ws-iml-amount3           pic zzz,zzz,zz9.99-.
           05 filler                   pic x(12)
               value spaces.
      *
       01 ws-inq-ytd-line.
           05 filler                   pic x(7)
               value spaces.
           05 filler                   pic x(5)
               value "YEAR ".
           05 ws-iyl-year              pic 9(4).
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(7)
               value "EARNED ".
           05 ws-iyl-earned            pic zzz,zzz,zz9.99-.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(5)
               value "PAID ".
           05 ws-iyl-paid              pic zzz,zzz,zz9.99-.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(6)
               value "SALES ".
           05 ws-iyl-sales             pic zzz,zzz,zz9-.
           05 filler                   pic x(32)
               value spaces.
      *
       01 ws-inq-quota-line.
           05 filler                   pic x(7)
               value spaces.
           05 filler                   pic x(13)
               value "ANNUAL QUOTA ".
           05 ws-iql-quota             pic zzz,zzz,zz9.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(10)
               value "YTD SALES ".
           05 ws-iql-ytd-sales         pic zzz,zzz,zz9-.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(11)
               value "ATTAINMENT ".
           05 ws-iql-pct               pic zzz9.9-.
           05 filler                   pic x(2)
               value "% ".
           05 filler                   pic x(2)
               value spaces.
           05 ws-iql-status            pic x(8).
           05 filler                   pic x(29)
               value spaces.
      *
       01 ws-inq-policy-line.
           05 filler                   pic x(7)
               value spaces.
           05 filler                   pic x(16)
               value "PERIODS OPEN    ".
           05 ws-ipl-periods-open      pic zz9.
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(11)
               value "ISSUED ON  ".
           05 ws-ipl-issue-date        pic 9(8).
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(16)
               value "RECOVERY POLICY ".
           05 ws-ipl-policy            pic x(4).
           05 filler                   pic x(2)
               value spaces.
           05 ws-ipl-policy-amount     pic zzz,zzz,zz9.99.
           05 filler                   pic x(31)
               value spaces.
      *
       01 ws-inq-hist-col-line.
           05 filler                   pic x(7)
               value spaces.
           05 filler                   pic x(4)
               value "YEAR".
           05 filler                   pic x(11)
               value spaces.
           05 filler                   pic x(6)
               value "EARNED".
           05 filler                   pic x(13)
               value spaces.
           05 filler                   pic x(4)
               value "PAID".
           05 filler                   pic x(75)
               value spaces.
      *
       01 ws-inq-hist-line.
           05 filler                   pic x(7)
               value spaces.
           05 ws-ihl-year              pic 9(4).
           05 filler                   pic x(2)
               value spaces.
           05 ws-ihl-earned            pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-ihl-paid              pic zzz,zzz,zz9.99-.
           05 filler                   pic x(75)
               value spaces.
      *
       01 ws-inq-note-line.
           05 filler                   pic x(7)
               value spaces.
           05 ws-inl-text              pic x(40).
           05 filler                   pic x(73)
               value spaces.
      *
       01 ws-inq-total-line.
           05 filler                   pic x(3)
               value spaces.
           05 ws-itl-label             pic x(28).
           05 ws-itl-count             pic zz,zz9.
           05 filler                   pic x(83)
               value spaces.
      *
       procedure division.
       000-main.
           perform 001-open-files.
      *
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      *
           compute ws-current-year = 2000 + (ws-nl-date / 10000).
      *
           perform 007-read-period-control.
      *
           perform 008-load-territory-table.
      *
           read inquiry-card-file
               at end move 'y'         to ws-eof-flag.
      *
           perform until ws-eof-flag = 'y'
               add 1                   to ws-cards-read
               perform 050-process-card
               read inquiry-card-file
                   at end move 'y'     to ws-eof-flag
           end-perform.
      *
           perform 300-print-totals.
      *
           close   inquiry-card-file
                   salesman-master-file
                   ytd-master-file
                   draw-file
                   clawback-file
                   quota-file
                   inquiry-report-file.
      *
      * completion code for the job stream - a number that could not
      * be answered is a warning
           if ws-not-on-file > 0
                   or ws-invalid-numbers > 0 then
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
      *
           stop run.
      *
       001-open-files.
      *
           open input inquiry-card-file.
      *
      * create the keyed files on disk the first time a run needs
      * them - relative files must already exist before they can be
      * opened for input
           open input salesman-master-file.
           if ws-master-status = '35' then
               open output salesman-master-file
               close  salesman-master-file
               open input salesman-master-file
           end-if.
      *
           open input ytd-master-file.
           if ws-ytd-status = '35' then
               open output ytd-master-file
               close  ytd-master-file
               open input ytd-master-file
           end-if.
      *
           open input draw-file.
           if ws-draw-status = '35' then
               open output draw-file
               close  draw-file
               open input draw-file
           end-if.
      *
           open input clawback-file.
           if ws-claw-status = '35' then
               open output clawback-file
               close  clawback-file
               open input clawback-file
           end-if.
      *
           open input quota-file.
           if ws-quota-status = '35' then
               open output quota-file
               close  quota-file
               open input quota-file
           end-if.
      *
           open output inquiry-report-file.
      *
      * no period on file - the attainment prints without an
      * on-track/behind judgement
       007-read-period-control.
      *
           move 0                      to ws-period-id.
      *
           open input period-control-file.
           if ws-period-status = '00' then
               move 1                  to ws-period-rel-key
               read period-control-file
                   invalid key move 0  to ws-period-id
                   not invalid key move pc-period-id to ws-period-id
               end-read
               close period-control-file
           end-if.
      *
           move ws-period-id           to ws-nl-period.
      *
           divide ws-period-id by 100
               giving ws-period-work
               remainder ws-period-num.
           if ws-period-num = 0
                   or ws-period-num > 12 then
               move 100                to ws-expected-pct
           else
               compute ws-expected-pct rounded =
                   ws-period-num * 100 / 12
           end-if.
      *
       008-load-territory-table.
      *
           open input territory-ref-file.
      *
           if ws-terr-ref-status = '00' then
               read territory-ref-file
                   at end move 'y'     to ws-terr-ref-eof-flag
               end-read
      *
               perform until ws-terr-ref-eof-flag = 'y'
                       or ws-terr-count >= 30
                   add 1               to ws-terr-count
                   set ws-terr-idx     to ws-terr-count
                   move tr-code        to ws-terr-code (ws-terr-idx)
                   move tr-desc        to ws-terr-desc (ws-terr-idx)
                   move tr-region      to ws-terr-region (ws-terr-idx)
                   read territory-ref-file
                       at end move 'y' to ws-terr-ref-eof-flag
                   end-read
               end-perform
      *
               close territory-ref-file
           end-if.
      *
      * no reference file supplied - seed the four legacy territories,
      * each as its own region, so existing runs behave as before
           if ws-terr-count = 0 then
               move 4                  to ws-terr-count
               set ws-terr-idx         to 1
               move "EAST"             to ws-terr-code (ws-terr-idx)
               move "EAST"             to ws-terr-region (ws-terr-idx)
               move spaces             to ws-terr-desc (ws-terr-idx)
               set ws-terr-idx         to 2
               move "WEST"             to ws-terr-code (ws-terr-idx)
               move "WEST"             to ws-terr-region (ws-terr-idx)
               move spaces             to ws-terr-desc (ws-terr-idx)
               set ws-terr-idx         to 3
               move "NRTH"             to ws-terr-code (ws-terr-idx)
               move "NRTH"             to ws-terr-region (ws-terr-idx)
               move spaces             to ws-terr-desc (ws-terr-idx)
               set ws-terr-idx         to 4
               move "SOTH"             to ws-terr-code (ws-terr-idx)
               move "SOTH"             to ws-terr-region (ws-terr-idx)
               move spaces             to ws-terr-desc (ws-terr-idx)
           end-if.
      *
      * ALL in the first position prints every salesman on the master;
      * otherwise each non-blank entry on the card is one salesman
       050-process-card.
      *
           if iq-sman-x (1) = "ALL" then
               perform 060-inquire-all-key
                   varying ws-scan-key from 1 by 1
                   until ws-scan-key > 99999
           else
               perform 070-inquire-card-entry
                   varying iq-idx from 1 by 1
                   until iq-idx > 13
           end-if.
      *
       060-inquire-all-key.
      *
           move ws-scan-key            to ws-master-rel-key.
           read salesman-master-file
               invalid key move 'n'    to ws-master-found-flag
               not invalid key move 'y' to ws-master-found-flag
           end-read.
      *
           if ws-master-found-flag = 'y' then
               add 1                   to ws-numbers-requested
               move ws-scan-key        to ws-inq-sman
               perform 100-print-position-page
           end-if.
      *
       070-inquire-card-entry.
      *
           if iq-sman-x (iq-idx) not = spaces then
               add 1                   to ws-numbers-requested
               if iq-sman-num (iq-idx) not numeric
                       or iq-sman-num (iq-idx) = 0 then
                   add 1               to ws-invalid-numbers
               else
                   move iq-sman-num (iq-idx) to ws-inq-sman
                   perform 080-check-on-file
               end-if
           end-if.
      *
      * a terminated salesman can still owe a draw or carry a
      * receivable - a page prints if any master file knows the number
       080-check-on-file.
      *
           move ws-inq-sman            to ws-master-rel-key.
           read salesman-master-file
               invalid key move 'n'    to ws-master-found-flag
               not invalid key move 'y' to ws-master-found-flag
           end-read.
      *
           perform 110-read-balances.
      *
           if ws-master-found-flag = 'y'
                   or ws-ytd-found-flag = 'y'
                   or ws-draw-found-flag = 'y'
                   or ws-claw-found-flag = 'y' then
               perform 100-print-position-page
           else
               add 1                   to ws-not-on-file
           end-if.
      *
       100-print-position-page.
      *
           perform 110-read-balances.
      *
           add 1                       to ws-pages-printed.
      *
           if ws-pages-printed > 1 then
               move spaces             to inquiry-line
               write inquiry-line
                   after page
           end-if.
      *
           write inquiry-line from ws-heading1-name-line
               after advancing 1 line.
      *
           perform 120-print-master-block.
      *
           perform 130-print-ytd-block.
      *
           perform 140-print-quota-block.
      *
           perform 150-print-draw-block.
      *
           perform 160-print-clawback-block.
      *
           perform 170-print-history-block.
      *
           perform 180-print-net-position.
      *
       110-read-balances.
      *
           move ws-inq-sman            to ws-ytd-rel-key.
           read ytd-master-file
               invalid key move 'n'    to ws-ytd-found-flag
               not invalid key move 'y' to ws-ytd-found-flag
           end-read.
      *
           move ws-inq-sman            to ws-draw-rel-key.
           read draw-file
               invalid key move 'n'    to ws-draw-found-flag
               not invalid key move 'y' to ws-draw-found-flag
           end-read.
      *
           move ws-inq-sman            to ws-claw-rel-key.
           read clawback-file
               invalid key move 'n'    to ws-claw-found-flag
               not invalid key move 'y' to ws-claw-found-flag
           end-read.
      *
           move ws-inq-sman            to ws-quota-rel-key.
           read quota-file
               invalid key move 'n'    to ws-quota-found-flag
               not invalid key move 'y' to ws-quota-found-flag
           end-read.
      *
       120-print-master-block.
      *
           move ws-inq-sman            to ws-isl-num.
      *
           if ws-master-found-flag = 'y' then
               move master-full-name   to ws-isl-name
               move master-hire-date   to ws-isl-hire-date
               move master-plan-code   to ws-isl-plan-code
           else
               move "(NOT ON MASTER)"  to ws-isl-name
               move 0                  to ws-isl-hire-date
               move 0                  to ws-isl-plan-code
           end-if.
      *
           write inquiry-line from ws-inq-salesman-line
               after advancing 2 lines.
      *
           if ws-master-found-flag = 'y' then
               perform 125-find-territory
               move master-territory   to ws-ial-territory
               move ws-terr-desc-work  to ws-ial-terr-desc
               move ws-region-work     to ws-ial-region
               move master-manager     to ws-ial-manager
               write inquiry-line from ws-inq-assign-line
                   after advancing 1 line
           end-if.
      *
       125-find-territory.
      *
           move master-territory       to ws-region-work.
           move "(NOT ON REFERENCE)"   to ws-terr-desc-work.
           move 'n'                    to ws-terr-found-flag.
      *
           perform varying ws-terr-idx from 1 by 1
                   until ws-terr-idx > ws-terr-count
                       or ws-terr-found-flag = 'y'
               if ws-terr-code (ws-terr-idx)
                       = master-territory then
                   move ws-terr-region (ws-terr-idx)
                                        to ws-region-work
                   move ws-terr-desc (ws-terr-idx)
                                        to ws-terr-desc-work
                   move 'y'            to ws-terr-found-flag
               end-if
           end-perform.
      *
      * a record still carrying a prior year hasn't had its first
      * posting of the new year - it prints as it stands, under its
      * own year, but counts as zero against this year's quota
       130-print-ytd-block.
      *
           move spaces                 to ws-inq-section-line.
           move "YEAR TO DATE"         to ws-isc-title.
           write inquiry-line from ws-inq-section-line
               after advancing 2 lines.
      *
           move 0                      to ws-ytd-earned-work.
           move 0                      to ws-ytd-paid-work.
           move 0                      to ws-ytd-sales-work.
      *
           if ws-ytd-found-flag = 'y' then
               move ytd-year           to ws-iyl-year
               move ytd-earned         to ws-iyl-earned
               move ytd-paid           to ws-iyl-paid
               move ytd-sales          to ws-iyl-sales
               write inquiry-line from ws-inq-ytd-line
                   after advancing 1 line
               if ytd-year = ws-current-year then
                   move ytd-earned     to ws-ytd-earned-work
                   move ytd-paid       to ws-ytd-paid-work
                   move ytd-sales      to ws-ytd-sales-work
               end-if
           else
               move spaces             to ws-inq-note-line
               move "NO YEAR-TO-DATE RECORD" to ws-inl-text
               write inquiry-line from ws-inq-note-line
                   after advancing 1 line
           end-if.
      *
       140-print-quota-block.
      *
           move spaces                 to ws-inq-section-line.
           move "QUOTA"                to ws-isc-title.
           write inquiry-line from ws-inq-section-line
               after advancing 2 lines.
      *
           move 0                      to ws-quota-work.
           if ws-quota-found-flag = 'y'
                   and qta-annual-quota numeric then
               move qta-annual-quota   to ws-quota-work
           end-if.
      *
           move ws-quota-work          to ws-iql-quota.
           move ws-ytd-sales-work      to ws-iql-ytd-sales.
      *
           if ws-quota-work > 0 then
               compute ws-attain-pct rounded =
                   ws-ytd-sales-work * 100 / ws-quota-work
               move ws-attain-pct      to ws-iql-pct
               if ws-period-id = 0 then
                   move spaces         to ws-iql-status
               else
                   if ws-attain-pct >= ws-expected-pct then
                       move "ON-TRACK" to ws-iql-status
                   else
                       move "BEHIND"   to ws-iql-status
                   end-if
               end-if
           else
               move 0                  to ws-iql-pct
               move "NO QUOTA"         to ws-iql-status
           end-if.
      *
           write inquiry-line from ws-inq-quota-line
               after advancing 1 line.
      *
       150-print-draw-block.
      *
           move spaces                 to ws-inq-section-line.
           move "DRAW"                 to ws-isc-title.
           write inquiry-line from ws-inq-section-line
               after advancing 2 lines.
      *
           if ws-draw-found-flag = 'n' then
               move spaces             to ws-inq-note-line
               move "NO DRAW ON FILE"  to ws-inl-text
               write inquiry-line from ws-inq-note-line
                   after advancing 1 line
           else
               move spaces             to ws-inq-amount-line
               move "OPEN BALANCE"     to ws-iml-label1
               move draw-balance       to ws-iml-amount1
               move "LIMIT"            to ws-iml-label2
               move draw-limit         to ws-iml-amount2
               move "RECOVERED LAST"   to ws-iml-label3
               move draw-recovered-period to ws-iml-amount3
               write inquiry-line from ws-inq-amount-line
                   after advancing 1 line
      *
               move draw-periods-open  to ws-ipl-periods-open
               move draw-issue-date    to ws-ipl-issue-date
               evaluate true
                   when draw-recover-percent
                       move "PCT"      to ws-ipl-policy
                       move draw-recovery-amount
                                        to ws-ipl-policy-amount
                   when draw-recover-flat
                       move "FLAT"     to ws-ipl-policy
                       move draw-recovery-amount
                                        to ws-ipl-policy-amount
                   when other
                       move "FULL"     to ws-ipl-policy
               end-evaluate
               write inquiry-line from ws-inq-policy-line
                   after advancing 1 line
           end-if.
      *
       160-print-clawback-block.
      *
           move spaces                 to ws-inq-section-line.
           move "CLAWBACK"             to ws-isc-title.
           write inquiry-line from ws-inq-section-line
               after advancing 2 lines.
      *
           move spaces                 to ws-inq-amount-line.
           move "RECEIVABLE"           to ws-iml-label1.
           if ws-claw-found-flag = 'y' then
               move claw-balance       to ws-iml-amount1
           else
               move 0                  to ws-iml-amount1
           end-if.
           write inquiry-line from ws-inq-amount-line
               after advancing 1 line.
      *
      * the archive is grouped by year, one close at a time - the
      * salesman's lines come out oldest year first without a sort
       170-print-history-block.
      *
           move spaces                 to ws-inq-section-line.
           move "PRIOR YEARS"          to ws-isc-title.
           write inquiry-line from ws-inq-section-line
               after advancing 2 lines.
      *
           move 0                      to ws-hist-years.
           move 'n'                    to ws-hist-eof-flag.
      *
           open input ytd-history-file.
      *
           if ws-history-status = '00' then
               read ytd-history-file
                   at end move 'y'     to ws-hist-eof-flag
               end-read
      *
               perform until ws-hist-eof-flag = 'y'
                   if hist-sman-num = ws-inq-sman then
                       perform 175-print-history-line
                   end-if
                   read ytd-history-file
                       at end move 'y' to ws-hist-eof-flag
                   end-read
               end-perform
      *
               close ytd-history-file
           end-if.
      *
           if ws-hist-years = 0 then
               move spaces             to ws-inq-note-line
               move "NO CLOSED YEARS ON FILE" to ws-inl-text
               write inquiry-line from ws-inq-note-line
                   after advancing 1 line
           end-if.
      *
       175-print-history-line.
      *
           if ws-hist-years = 0 then
               write inquiry-line from ws-inq-hist-col-line
                   after advancing 1 line
           end-if.
      *
           add 1                       to ws-hist-years.
      *
           move spaces                 to ws-inq-hist-line.
           move hist-year              to ws-ihl-year.
           move hist-earned            to ws-ihl-earned.
           move hist-paid              to ws-ihl-paid.
           write inquiry-line from ws-inq-hist-line
               after advancing 1 line.
      *
      * what is owed the company - the open draw and the clawback
      * receivable - against what was earned this year. a negative
      * net means more is owed back than has been earned
       180-print-net-position.
      *
           move 0                      to ws-owed-to-company.
      *
           if ws-draw-found-flag = 'y' then
               add draw-balance        to ws-owed-to-company
           end-if.
      *
           if ws-claw-found-flag = 'y' then
               add claw-balance        to ws-owed-to-company
           end-if.
      *
           compute ws-net-position =
               ws-ytd-earned-work - ws-owed-to-company.
      *
           move spaces                 to ws-inq-amount-line.
           move "OWED TO COMPANY"      to ws-iml-label1.
           move ws-owed-to-company     to ws-iml-amount1.
           move "EARNED YTD"           to ws-iml-label2.
           move ws-ytd-earned-work     to ws-iml-amount2.
           move "NET POSITION"         to ws-iml-label3.
           move ws-net-position        to ws-iml-amount3.
           write inquiry-line from ws-inq-amount-line
               after advancing 3 lines.
      *
       300-print-totals.
      *
           if ws-pages-printed > 0 then
               move spaces             to inquiry-line
               write inquiry-line
                   after page
           end-if.
      *
           write inquiry-line from ws-heading1-name-line
               after advancing 1 line.
      *
           move spaces                 to ws-inq-total-line.
           move "INQUIRY CARDS READ"   to ws-itl-label.
           move ws-cards-read          to ws-itl-count.
           write inquiry-line from ws-inq-total-line
               after advancing 2 lines.
      *
           move spaces                 to ws-inq-total-line.
           move "SALESMEN REQUESTED"   to ws-itl-label.
           move ws-numbers-requested   to ws-itl-count.
           write inquiry-line from ws-inq-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-inq-total-line.
           move "PAGES PRINTED"        to ws-itl-label.
           move ws-pages-printed       to ws-itl-count.
           write inquiry-line from ws-inq-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-inq-total-line.
           move "NOT ON ANY FILE"      to ws-itl-label.
           move ws-not-on-file         to ws-itl-count.
           write inquiry-line from ws-inq-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-inq-total-line.
           move "INVALID NUMBERS"      to ws-itl-label.
           move ws-invalid-numbers     to ws-itl-count.
           write inquiry-line from ws-inq-total-line
               after advancing 1 line.
      *
       end program lab5inq.
