       identification division.
       program-id. lab5adj.
       author. Punit Patel
       date-written. date.
      *Program Description:
      *    manual commission adjustments - posts authorized adjustment
      *    cards (SPIFFs, contest bonuses, and corrections to sales
      *    keyed wrong in an earlier period) through the same files
      *    the commission run posts to, so payroll never keys them by
      *    hand. each card updates the salesman's YTD record, a
      *    positive adjustment is paid on the payroll interface under
      *    its own earnings code (appended to this period's lab5.pay)
      *    after earning back any clawback receivable, a negative one
      *    is carried as a clawback receivable the way a credit is,
      *    and every card is journalled in the commission run's GL
      *    layout. each adjustment is also queued for the salesman's
      *    next commission statement as a line of its own. runs after
      *    the period's commission run, once per period, and prints
      *    an adjustment register
      *
       environment division.
      *
       input-output section.
       file-control.
           select adjust-trans-file
               assign to "../../data/lab5adj.trn"
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
           select clawback-file
               assign to "../../data/clawmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-claw-rel-key
               file status is ws-claw-status.
      *
      * single control record naming the accounting period - the
      * adjustments post into the open period, only after that
      * period's commission run, and only once
           select period-control-file
               assign to "../../data/periodct.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-period-rel-key
               file status is ws-period-status.
      *
      * the commission run's payroll interface for the period - the
      * adjustments are appended to it so payroll loads them with
      * the period's commission
           select payroll-interface-file
               assign to "../../data/lab5.pay"
               organization is line sequential
               file status is ws-payroll-status.
      *
      * permanent record of everything payroll was sent - the commission
      * run copies its extract here at the end of the run, so the
      * adjustments appended after it are added here as they are paid
           select payroll-history-file
               assign to "../../data/payhist.dat"
               organization is line sequential
               file status is ws-payhist-status.
      *
      * same layout as the commission run's journal extract, with its
      * own trailer so the loader proves it the same way
           select journal-extract-file
               assign to "../../data/lab5adj.gl"
               organization is line sequential.
      *
      * adjustment lines waiting for the next commission statement -
      * the commission run prints them and empties this file
           select adj-stmt-file
               assign to "../../data/lab5.adw"
               organization is line sequential
               file status is ws-adw-status.
      *
           select territory-ref-file
               assign to "../../data/terrref.dat"
               organization is line sequential
               file status is ws-terr-ref-status.
      *
      * every CHANGE lab5mnt applies, with the period it takes
      * effect - an adjustment is journalled to the territory the
      * salesman was in for the period it refers to
           select assignment-history-file
               assign to "../../data/asgnhist.dat"
               organization is line sequential
               file status is ws-asg-status.
      *
           select register-file
               assign to "../../data/lab5adj.out"
               organization is line sequential.
      *
       data division.
       file section.
      * the amount carries its own sign in front - a negative card
      * takes commission back, a positive one pays it
       fd adjust-trans-file
           data record is adjust-trans-rec
           record contains 33 characters.
      *
       01 adjust-trans-rec.
           05 ad-sman-num              pic 9(5).
           05 ad-amount                pic s9(7)v99
                                        sign is leading separate.
           05 ad-reason                pic x(4).
               88 ad-reason-spiff      value "SPIF".
               88 ad-reason-contest    value "CONT".
               88 ad-reason-correct    value "CORR".
           05 ad-ref-period            pic 9(6).
           05 ad-ref-period-x redefines ad-ref-period.
               10 ad-ref-year          pic 9(4).
               10 ad-ref-month         pic 99.
           05 ad-auth-id               pic x(8).
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
      * must stay field for field identical to claw-rec in the
      * commission run
       fd clawback-file
           data record is claw-rec.
      *
       01 claw-rec.
           05 claw-sman-num             pic 9(5).
           05 claw-balance              pic 9(9)v99.
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
      * must stay field for field identical to payroll-rec in the
      * commission run
       fd payroll-interface-file
           data record is payroll-rec
           record contains 28 characters.
      *
       01 payroll-rec.
           05 pay-sman-num              pic 9(5).
           05 pay-amount                pic 9(7)v99.
           05 pay-earnings-code         pic x(8).
           05 pay-period                pic 9(6).
      *
      * must stay field for field identical to payroll-rec
       fd payroll-history-file
           data record is payhist-rec
           record contains 28 characters.
      *
       01 payhist-rec                  pic x(28).
      *
      * must stay field for field identical to the commission run's
      * journal extract layout
       fd journal-extract-file
           data record is gl-detail-rec
           record contains 30 characters.
      *
       01 gl-detail-rec.
           05 gld-rec-type              pic x.
           05 gld-account               pic x(8).
           05 gld-territory             pic x(4).
           05 gld-region                pic x(4).
           05 gld-dr-cr                 pic xx.
           05 gld-amount                pic 9(9)v99.
      *
       01 gl-trailer-rec.
           05 glt-rec-type              pic x.
           05 glt-entry-count           pic 9(5).
           05 glt-hash-total            pic 9(12)v99.
           05 glt-period                pic 9(6).
           05 filler                    pic x(4).
      *
      * must stay field for field identical to stmt-work-rec in the
      * commission run - that run releases these lines straight into
      * its statement sort
       fd adj-stmt-file
           data record is stmt-work-rec
           record contains 131 characters.
      *
       01 stmt-work-rec.
           05 stw-sman-num              pic 9(5).
           05 stw-name                  pic x(20).
           05 stw-territory             pic x(4).
           05 stw-type                  pic x.
           05 stw-sales                 pic 9(6).
           05 stw-rate                  pic 99v9.
           05 stw-tier-found            pic x.
           05 stw-tier-limit            pic 9(9).
           05 stw-tier-rate             pic 99v99.
           05 stw-adjust                pic x.
           05 stw-min                   pic 9(6).
           05 stw-max                   pic 9(6).
           05 stw-earned                pic s9(9)v99.
           05 stw-draw-recovered        pic 9(9)v99.
           05 stw-claw-recovered        pic 9(9)v99.
           05 stw-claw-posted           pic 9(9)v99.
           05 stw-paid                  pic s9(9)v99.
           05 stw-adj-reason            pic x(4).
           05 stw-adj-ref-period        pic 9(6).
      *
       fd territory-ref-file
           data record is terr-ref-rec.
      *
       01 terr-ref-rec.
           05 tr-code                   pic x(4).
           05 tr-desc                   pic x(20).
           05 tr-region                 pic x(4).
      *
      * must stay field for field identical to the record lab5mnt
      * appends
       fd assignment-history-file
           data record is asgn-hist-rec.
      *
       01 asgn-hist-rec.
           05 ah-sman-num               pic 9(5).
           05 ah-eff-period             pic 9(6).
           05 ah-old-territory          pic x(4).
           05 ah-old-manager            pic x(8).
           05 ah-new-territory          pic x(4).
           05 ah-new-manager            pic x(8).
           05 ah-keyed-date             pic 9(6).
      *
       fd register-file
           data record is register-line
           record contains 120 characters.
      *
       01 register-line                pic x(120).
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
       01 ws-claw-rel-key              pic 9(5).
       01 ws-claw-status               pic xx
           value '00'.
       01 ws-claw-found-flag           pic x
           value 'n'.
      *
       01 ws-period-rel-key            pic 9.
       01 ws-period-status             pic xx
           value '00'.
       01 ws-period-open-flag          pic x
           value 'n'.
       01 ws-period-ok-flag            pic x
           value 'n'.
       01 ws-period-refuse-reason      pic x(40)
           value spaces.
       77 ws-period-id                 pic 9(6)
           value 0.
      *
       01 ws-payroll-status            pic xx
           value '00'.
       01 ws-payhist-status            pic xx
           value '00'.
       01 ws-adw-status                pic xx
           value '00'.
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
      *
      * assignment history loaded at start of run, in the order
      * lab5mnt keyed it
       01 ws-asg-status                pic xx
           value '00'.
       01 ws-asg-eof-flag              pic x
           value 'n'.
       01 ws-assignment-table.
           05 ws-asg-entry             occurs 2000 times
                                        indexed by ws-asg-idx.
               10 ws-asg-sman          pic 9(5).
               10 ws-asg-eff-period    pic 9(6).
               10 ws-asg-old-territory pic x(4).
               10 ws-asg-old-manager   pic x(8).
               10 ws-asg-new-territory pic x(4).
               10 ws-asg-new-manager   pic x(8).
       77 ws-asg-count                 pic 9(4)
           value 0.
      * resolver work - the caller loads the salesman, the period and
      * the master's territory/manager; 312 replaces them with the
      * assignment in effect for that period when history has one
       01 ws-asg-sman-work             pic 9(5).
       77 ws-asg-period-work           pic 9(6)
           value 0.
       01 ws-asg-territory-work        pic x(4).
       01 ws-asg-manager-work          pic x(8).
       77 ws-asg-best-period           pic 9(6)
           value 0.
       77 ws-asg-next-period           pic 9(6)
           value 0.
       01 ws-asg-best-flag             pic x
           value 'n'.
       01 ws-asg-next-flag             pic x
           value 'n'.
       01 ws-asg-next-territory        pic x(4).
       01 ws-asg-next-manager          pic x(8).
      *
       77 ws-current-year              pic 9(4)
           value 0.
      *
       77 ws-reject-reason             pic x(40)
           value spaces.
       77 ws-trans-read                pic 9(5)
           value 0.
       77 ws-trans-applied             pic 9(5)
           value 0.
       77 ws-trans-rejected            pic 9(5)
           value 0.
      *
      * one card's posting - what the clawback took and what payroll
      * is left to pay
       77 ws-adj-amount                pic s9(9)v99
           value 0.
       77 ws-adj-magnitude             pic 9(9)v99
           value 0.
       77 ws-claw-recovered            pic 9(9)v99
           value 0.
       77 ws-claw-posted               pic 9(9)v99
           value 0.
       77 ws-adj-paid                  pic 9(9)v99
           value 0.
      *
       77 ws-total-positive            pic s9(9)v99
           value 0.
       77 ws-total-negative            pic s9(9)v99
           value 0.
       77 ws-total-claw-recovered      pic s9(9)v99
           value 0.
       77 ws-total-payroll             pic s9(9)v99
           value 0.
      *
      * adjustments pay under their own earnings code, so payroll and
      * the reconciliation can tell them from the run's commission
       77 ws-adjust-earnings-code      pic x(8)
           value "ADJ     ".
      *
      * adjustment expense has its own account - the payable and
      * receivable accounts are the commission run's
       77 ws-gl-adjust-acct            pic x(8)
           value "ADJEXP  ".
       77 ws-gl-payable-acct           pic x(8)
           value "COMMPAY ".
       77 ws-gl-claw-acct              pic x(8)
           value "CLAWRECV".
       01 ws-gl-account-work           pic x(8).
       01 ws-gl-territory-work         pic x(4).
       01 ws-gl-region-work            pic x(4).
       01 ws-gl-dr-cr-work             pic xx.
       77 ws-gl-amount-work            pic 9(9)v99
           value 0.
       77 ws-gl-entry-count            pic 9(5)
           value 0.
       77 ws-gl-hash-total             pic 9(12)v99
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
           05 filler                   pic x(31)
               value "COMMISSION ADJUSTMENT REGISTER ".
           05 filler                   pic x(7)
               value "PERIOD ".
           05 ws-nl-period             pic 9(6).
           05 filler                   pic x(35)
               value spaces.
      *
       01 ws-refuse-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(14)
               value "RUN REFUSED - ".
           05 ws-rfl-reason            pic x(40).
           05 filler                   pic x(61)
               value spaces.
      *
       01 ws-heading2-headings.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(5)
               value "NO ".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(20)
               value "NAME".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(4)
               value "RSN ".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(6)
               value "REF PD".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(13)
               value "       AMOUNT".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(12)
               value "  CLAW RECVD".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(12)
               value "     PAYROLL".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(8)
               value "AUTH BY ".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(11)
               value "DISPOSITION".
           05 filler                   pic x(12)
               value spaces.
      *
       01 ws-register-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-rd-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-rd-name               pic x(20).
           05 filler                   pic x(2)
               value spaces.
           05 ws-rd-reason             pic x(4).
           05 filler                   pic x(2)
               value spaces.
           05 ws-rd-ref-period         pic x(6).
           05 filler                   pic x(2)
               value spaces.
           05 ws-rd-amount             pic z,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-rd-claw-recovered     pic z,zzz,zz9.99.
           05 filler                   pic x(2)
               value spaces.
           05 ws-rd-paid               pic z,zzz,zz9.99.
           05 filler                   pic x(2)
               value spaces.
           05 ws-rd-auth-id            pic x(8).
           05 filler                   pic x(2)
               value spaces.
           05 ws-rd-disposition        pic x(10).
           05 filler                   pic x(12)
               value spaces.
      *
       01 ws-register-reason-line.
           05 filler                   pic x(6)
               value spaces.
           05 filler                   pic x(10)
               value "REASON:   ".
           05 ws-rr-reason             pic x(40).
           05 filler                   pic x(64)
               value spaces.
      *
       01 ws-register-total-line.
           05 filler                   pic x(3)
               value spaces.
           05 ws-rt-label              pic x(30).
           05 ws-rt-count              pic zz,zz9.
           05 filler                   pic x(4)
               value spaces.
           05 ws-rt-amount             pic zzz,zzz,zz9.99-.
           05 filler                   pic x(62)
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
      * no open period, the period's commission run hasn't happened
      * yet (it would overwrite lab5.pay and lose the adjustments),
      * or the adjustments already posted - refused at the door
           perform 009-verify-period-control.
           if ws-period-ok-flag = 'n' then
               perform 010-refuse-run
           end-if.
      *
           perform 008-load-territory-table.
      *
           perform 014-load-assignment-history.
      *
           perform 002-open-posting-files.
      *
           move ws-period-id           to ws-nl-period.
           write register-line from ws-heading1-name-line
               after advancing 1 line.
           write register-line from ws-heading2-headings
               after advancing 2 lines.
      *
           read adjust-trans-file
               at end move 'y'         to ws-eof-flag.
      *
           perform until ws-eof-flag = 'y'
               add 1                   to ws-trans-read
               perform 050-apply-adjustment
               read adjust-trans-file
                   at end move 'y'     to ws-eof-flag
           end-perform.
      *
           perform 360-finish-gl-extract.
      *
           perform 300-print-totals.
      *
           perform 380-stamp-period-control.
      *
           close   adjust-trans-file
                   salesman-master-file
                   ytd-master-file
                   clawback-file
                   period-control-file
                   payroll-interface-file
                   payroll-history-file
                   journal-extract-file
                   adj-stmt-file
                   register-file.
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
       001-open-files.
      *
           open input adjust-trans-file.
      *
      * create the keyed files on disk the first time a run needs
      * them - relative files must already exist before they can be
      * opened for input or i-o
           open input salesman-master-file.
           if ws-master-status = '35' then
               open output salesman-master-file
               close  salesman-master-file
               open input salesman-master-file
           end-if.
      *
           open i-o ytd-master-file.
           if ws-ytd-status = '35' then
               open output ytd-master-file
               close  ytd-master-file
               open i-o ytd-master-file
           end-if.
      *
           open i-o clawback-file.
           if ws-claw-status = '35' then
               open output clawback-file
               close  clawback-file
               open i-o clawback-file
           end-if.
      *
           open output register-file.
      *
      * the period gate has passed - only now are the payroll
      * interface and the statement queue extended and the journal
      * opened, so a refused run leaves them as they were
       002-open-posting-files.
      *
           open extend payroll-interface-file.
           if ws-payroll-status = '35' then
               open output payroll-interface-file
           end-if.
      *
           open extend payroll-history-file.
           if ws-payhist-status = '35' then
               open output payroll-history-file
           end-if.
      *
           open extend adj-stmt-file.
           if ws-adw-status = '35' then
               open output adj-stmt-file
           end-if.
      *
           open output journal-extract-file.
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
               set ws-terr-idx         to 2
               move "WEST"             to ws-terr-code (ws-terr-idx)
               move "WEST"             to ws-terr-region (ws-terr-idx)
               set ws-terr-idx         to 3
               move "NRTH"             to ws-terr-code (ws-terr-idx)
               move "NRTH"             to ws-terr-region (ws-terr-idx)
               set ws-terr-idx         to 4
               move "SOTH"             to ws-terr-code (ws-terr-idx)
               move "SOTH"             to ws-terr-region (ws-terr-idx)
           end-if.
      *
      * no history yet - every salesman resolves to the master
      * territory and manager, as before
       014-load-assignment-history.
      *
           open input assignment-history-file.
      *
           if ws-asg-status = '00' then
               read assignment-history-file
                   at end move 'y'     to ws-asg-eof-flag
               end-read
      *
               perform until ws-asg-eof-flag = 'y'
                       or ws-asg-count >= 2000
                   add 1               to ws-asg-count
                   set ws-asg-idx      to ws-asg-count
                   move ah-sman-num    to ws-asg-sman (ws-asg-idx)
                   move ah-eff-period  to ws-asg-eff-period (ws-asg-idx)
                   move ah-old-territory
                                   to ws-asg-old-territory (ws-asg-idx)
                   move ah-old-manager
                                   to ws-asg-old-manager (ws-asg-idx)
                   move ah-new-territory
                                   to ws-asg-new-territory (ws-asg-idx)
                   move ah-new-manager
                                   to ws-asg-new-manager (ws-asg-idx)
                   read assignment-history-file
                       at end move 'y' to ws-asg-eof-flag
                   end-read
               end-perform
      *
               close assignment-history-file
           end-if.
      *
       009-verify-period-control.
      *
           move 'n'                    to ws-period-ok-flag.
      *
           open i-o period-control-file.
           if ws-period-status not = '00' then
               move "no accounting period is open"
                                        to ws-period-refuse-reason
           else
               move 'y'                to ws-period-open-flag
               move 1                  to ws-period-rel-key
               read period-control-file
                   invalid key
                       move "no accounting period is open"
                                        to ws-period-refuse-reason
                   not invalid key
                       perform 012-check-period-record
               end-read
           end-if.
      *
       012-check-period-record.
      *
           if not pc-status-open then
               move "accounting period is closed"
                                        to ws-period-refuse-reason
           else
               if pc-last-commission-run not = pc-period-id then
                   move "commission run not yet run this period"
                                        to ws-period-refuse-reason
               else
                   if pc-last-adjust-run = pc-period-id then
                       move "adjustments already posted this period"
                                        to ws-period-refuse-reason
                   else
                       move pc-period-id to ws-period-id
                       move 'y'        to ws-period-ok-flag
                   end-if
               end-if
           end-if.
      *
      * nothing has been posted and none of the payroll, journal or
      * statement files has been opened - the register carries the
      * reason
       010-refuse-run.
      *
           move ws-period-refuse-reason to ws-rfl-reason.
           write register-line from ws-refuse-line
               after advancing 1 line.
      *
           close   adjust-trans-file
                   salesman-master-file
                   ytd-master-file
                   clawback-file
                   register-file.
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
       380-stamp-period-control.
      *
      * the adjustments posted - mark the period so a second run of
      * the same deck is refused at 009
           move 1                      to ws-period-rel-key.
           move ws-period-id           to pc-last-adjust-run.
           rewrite period-rec.
      *
       050-apply-adjustment.
      *
           move spaces                 to ws-reject-reason.
           move 0                      to ws-claw-recovered.
           move 0                      to ws-claw-posted.
           move 0                      to ws-adj-paid.
      *
           perform 060-edit-adjustment.
      *
           if ws-reject-reason = spaces then
               perform 100-post-adjustment
               add 1                   to ws-trans-applied
           else
               add 1                   to ws-trans-rejected
           end-if.
      *
           perform 150-write-register-line.
      *
       060-edit-adjustment.
      *
           move 'n'                    to ws-master-found-flag.
      *
           if ad-sman-num not numeric
                   or ad-sman-num = 0 then
               move "salesman number missing or not numeric"
                                        to ws-reject-reason
           end-if.
      *
           if ws-reject-reason = spaces
                   and (ad-amount not numeric
                       or ad-amount = 0) then
               move "amount missing, zero or not numeric"
                                        to ws-reject-reason
           end-if.
      *
           if ws-reject-reason = spaces
                   and not ad-reason-spiff
                   and not ad-reason-contest
                   and not ad-reason-correct then
               move "reason code must be SPIF, CONT or CORR"
                                        to ws-reject-reason
           end-if.
      *
           if ws-reject-reason = spaces then
               if ad-ref-period not numeric then
                   move "reference period missing or invalid"
                                        to ws-reject-reason
               else
                   if ad-ref-month < 1
                           or ad-ref-month > 12 then
                       move "reference period missing or invalid"
                                        to ws-reject-reason
                   end-if
               end-if
           end-if.
      *
           if ws-reject-reason = spaces
                   and ad-ref-period > ws-period-id then
               move "reference period is after the open period"
                                        to ws-reject-reason
           end-if.
      *
      * a correction fixes sales keyed wrong in a period already paid
           if ws-reject-reason = spaces
                   and ad-reason-correct
                   and ad-ref-period = ws-period-id then
               move "correction must reference a prior period"
                                        to ws-reject-reason
           end-if.
      *
           if ws-reject-reason = spaces
                   and ad-auth-id = spaces then
               move "adjustment card not authorized"
                                        to ws-reject-reason
           end-if.
      *
           if ws-reject-reason = spaces then
               move ad-sman-num        to ws-master-rel-key
               read salesman-master-file
                   invalid key move 'n' to ws-master-found-flag
                   not invalid key move 'y' to ws-master-found-flag
               end-read
               if ws-master-found-flag = 'n' then
                   move "salesman not on master"
                                        to ws-reject-reason
               end-if
           end-if.
      *
       100-post-adjustment.
      *
           move ad-amount              to ws-adj-amount.
      *
      * the expense belongs to the territory the salesman was in for
      * the period the adjustment refers to
           move master-territory       to ws-asg-territory-work.
           move master-manager         to ws-asg-manager-work.
           move ad-sman-num            to ws-asg-sman-work.
           move ad-ref-period          to ws-asg-period-work.
           perform 312-resolve-assignment.
      *
           perform 315-find-region.
      *
           perform 110-net-clawback-balance.
      *
           perform 120-update-ytd-master.
      *
           if ws-adj-paid > 0 then
               move spaces             to payroll-rec
               move ad-sman-num        to pay-sman-num
               move ws-adj-paid        to pay-amount
               move ws-adjust-earnings-code
                                        to pay-earnings-code
               move ws-period-id       to pay-period
               write payroll-rec
               write payhist-rec from payroll-rec
               add ws-adj-paid         to ws-total-payroll
           end-if.
      *
           perform 130-write-gl-entries.
      *
           perform 140-queue-statement-line.
      *
           if ws-adj-amount > 0 then
               add ws-adj-amount       to ws-total-positive
           else
               add ws-adj-amount       to ws-total-negative
           end-if.
      *
      * a negative adjustment is carried as a receivable the way the
      * commission run carries a credit nothing else absorbed; a
      * positive one first earns back any receivable already
      * outstanding, and payroll pays what is left. a draw balance is
      * left for the commission run, which recovers it under the
      * salesman's recovery policy
       110-net-clawback-balance.
      *
           move 'n'                    to ws-claw-found-flag.
           move ad-sman-num            to ws-claw-rel-key.
      *
           read clawback-file
               invalid key move 'n'    to ws-claw-found-flag
               not invalid key move 'y' to ws-claw-found-flag
           end-read.
      *
           if ws-claw-found-flag = 'n' then
               move ad-sman-num        to claw-sman-num
               move 0                  to claw-balance
           end-if.
      *
           if ws-adj-amount < 0 then
               compute ws-adj-magnitude = 0 - ws-adj-amount
               add ws-adj-magnitude    to claw-balance
               move ws-adj-magnitude   to ws-claw-posted
           else
               move ws-adj-amount      to ws-adj-magnitude
               move ws-adj-amount      to ws-adj-paid
               if claw-balance > 0 then
                   if claw-balance < ws-adj-paid then
                       move claw-balance   to ws-claw-recovered
                   else
                       move ws-adj-paid    to ws-claw-recovered
                   end-if
                   subtract ws-claw-recovered from ws-adj-paid
                   subtract ws-claw-recovered from claw-balance
                   add ws-claw-recovered to ws-total-claw-recovered
               end-if
           end-if.
      *
           if ws-claw-found-flag = 'y' then
               rewrite claw-rec
           else
               if claw-balance > 0 then
                   write claw-rec
               end-if
           end-if.
      *
      * earned moves by the whole adjustment; paid only by what
      * payroll actually pays. sales are untouched - an adjustment
      * is money, not volume
       120-update-ytd-master.
      *
           move 'n'                    to ws-ytd-found-flag.
           move ad-sman-num            to ws-ytd-rel-key.
      *
           read ytd-master-file
               invalid key
                   move 'y'            to ws-ytd-found-flag.
      *
           if ws-ytd-found-flag = 'y'
                   or ytd-year not = ws-current-year then
               move ad-sman-num        to ytd-sman-num
               move ws-current-year    to ytd-year
               move ws-adj-amount      to ytd-earned
               move ws-adj-paid        to ytd-paid
               move 0                  to ytd-sales
               if ws-ytd-found-flag = 'y' then
                   write ytd-rec
               else
                   rewrite ytd-rec
               end-if
           else
               add ws-adj-amount       to ytd-earned
               add ws-adj-paid         to ytd-paid
               rewrite ytd-rec
           end-if.
      *
      * each card balances on its own: a positive adjustment debits
      * adjustment expense and credits what payroll pays to
      * commission payable and what the receivable took to the
      * clawback receivable; a negative one debits the receivable and
      * credits the expense back
       130-write-gl-entries.
      *
           move ws-asg-territory-work  to ws-gl-territory-work.
           move ws-region-work         to ws-gl-region-work.
      *
           if ws-adj-amount > 0 then
               move ws-adj-magnitude   to ws-gl-amount-work
               move "DR"               to ws-gl-dr-cr-work
               move ws-gl-adjust-acct  to ws-gl-account-work
               perform 332-write-gl-entry
      *
               if ws-adj-paid > 0 then
                   move ws-adj-paid    to ws-gl-amount-work
                   move "CR"           to ws-gl-dr-cr-work
                   move ws-gl-payable-acct to ws-gl-account-work
                   perform 332-write-gl-entry
               end-if
      *
               if ws-claw-recovered > 0 then
                   move ws-claw-recovered to ws-gl-amount-work
                   move "CR"           to ws-gl-dr-cr-work
                   move ws-gl-claw-acct to ws-gl-account-work
                   perform 332-write-gl-entry
               end-if
           else
               move ws-adj-magnitude   to ws-gl-amount-work
               move "DR"               to ws-gl-dr-cr-work
               move ws-gl-claw-acct    to ws-gl-account-work
               perform 332-write-gl-entry
      *
               move "CR"               to ws-gl-dr-cr-work
               move ws-gl-adjust-acct  to ws-gl-account-work
               perform 332-write-gl-entry
           end-if.
      *
       332-write-gl-entry.
      *
           move spaces                 to gl-detail-rec.
           move 'D'                    to gld-rec-type.
           move ws-gl-account-work     to gld-account.
           move ws-gl-territory-work   to gld-territory.
           move ws-gl-region-work      to gld-region.
           move ws-gl-dr-cr-work       to gld-dr-cr.
           move ws-gl-amount-work      to gld-amount.
      *
           write gl-detail-rec.
      *
           add 1                       to ws-gl-entry-count.
           add ws-gl-amount-work       to ws-gl-hash-total.
      *
      * the line the salesman's next commission statement prints for
      * this adjustment - type 'A', with the reason and the period it
      * refers to
       140-queue-statement-line.
      *
           move spaces                 to stmt-work-rec.
           move ad-sman-num            to stw-sman-num.
           move master-full-name       to stw-name.
           move master-territory       to stw-territory.
           move 'A'                    to stw-type.
           move 0                      to stw-sales.
           move 0                      to stw-rate.
           move 'n'                    to stw-tier-found.
           move 0                      to stw-tier-limit.
           move 0                      to stw-tier-rate.
           move 0                      to stw-min.
           move 0                      to stw-max.
           move ws-adj-amount          to stw-earned.
           move 0                      to stw-draw-recovered.
           move ws-claw-recovered      to stw-claw-recovered.
           move ws-claw-posted         to stw-claw-posted.
           move ws-adj-paid            to stw-paid.
           move ad-reason              to stw-adj-reason.
           move ad-ref-period          to stw-adj-ref-period.
      *
           write stmt-work-rec.
      *
      * the territory and manager in effect for the period - the
      * latest move effective on or before it; failing that, the
      * side a later move moved away from; failing both, the master
      * as loaded by the caller. moves keyed for the same period
      * take the last one keyed
       312-resolve-assignment.
      *
           move 'n'                    to ws-asg-best-flag.
           move 'n'                    to ws-asg-next-flag.
      *
           perform varying ws-asg-idx from 1 by 1
                   until ws-asg-idx > ws-asg-count
               if ws-asg-sman (ws-asg-idx) = ws-asg-sman-work then
                   if ws-asg-eff-period (ws-asg-idx)
                           not > ws-asg-period-work then
                       if ws-asg-best-flag = 'n'
                               or ws-asg-eff-period (ws-asg-idx)
                                   not < ws-asg-best-period then
                           move 'y'    to ws-asg-best-flag
                           move ws-asg-eff-period (ws-asg-idx)
                                        to ws-asg-best-period
                           move ws-asg-new-territory (ws-asg-idx)
                                        to ws-asg-territory-work
                           move ws-asg-new-manager (ws-asg-idx)
                                        to ws-asg-manager-work
                       end-if
                   else
                       if ws-asg-next-flag = 'n'
                               or ws-asg-eff-period (ws-asg-idx)
                                   < ws-asg-next-period then
                           move 'y'    to ws-asg-next-flag
                           move ws-asg-eff-period (ws-asg-idx)
                                        to ws-asg-next-period
                           move ws-asg-old-territory (ws-asg-idx)
                                        to ws-asg-next-territory
                           move ws-asg-old-manager (ws-asg-idx)
                                        to ws-asg-next-manager
                       end-if
                   end-if
               end-if
           end-perform.
      *
           if ws-asg-best-flag = 'n'
                   and ws-asg-next-flag = 'y' then
               move ws-asg-next-territory to ws-asg-territory-work
               move ws-asg-next-manager to ws-asg-manager-work
           end-if.
      *
       315-find-region.
      *
           move ws-asg-territory-work  to ws-region-work.
           move 'n'                    to ws-terr-found-flag.
      *
           perform varying ws-terr-idx from 1 by 1
                   until ws-terr-idx > ws-terr-count
                       or ws-terr-found-flag = 'y'
               if ws-terr-code (ws-terr-idx)
                       = ws-asg-territory-work then
                   move ws-terr-region (ws-terr-idx)
                                        to ws-region-work
                   move 'y'            to ws-terr-found-flag
               end-if
           end-perform.
      *
       150-write-register-line.
      *
           move spaces                 to ws-register-detail-line.
      *
           if ad-sman-num numeric then
               move ad-sman-num        to ws-rd-sman-num
           else
               move 0                  to ws-rd-sman-num
           end-if.
      *
           if ws-master-found-flag = 'y' then
               move master-full-name   to ws-rd-name
           end-if.
      *
           move ad-reason              to ws-rd-reason.
           move ad-ref-period-x        to ws-rd-ref-period.
      *
           if ad-amount numeric then
               move ad-amount          to ws-rd-amount
           else
               move 0                  to ws-rd-amount
           end-if.
      *
           move ws-claw-recovered      to ws-rd-claw-recovered.
           move ws-adj-paid            to ws-rd-paid.
           move ad-auth-id             to ws-rd-auth-id.
      *
           if ws-reject-reason = spaces then
               move "APPLIED"          to ws-rd-disposition
           else
               move "REJECTED"         to ws-rd-disposition
           end-if.
      *
           write register-line from ws-register-detail-line
               after advancing 1 line.
      *
           if ws-reject-reason not = spaces then
               move ws-reject-reason   to ws-rr-reason
               write register-line from ws-register-reason-line
                   after advancing 1 line
           end-if.
      *
      * trailer - same proof the commission run's extract carries
       360-finish-gl-extract.
      *
           move spaces                 to gl-trailer-rec.
           move 'T'                    to glt-rec-type.
           move ws-gl-entry-count      to glt-entry-count.
           move ws-gl-hash-total       to glt-hash-total.
           move ws-period-id           to glt-period.
      *
           write gl-trailer-rec.
      *
       300-print-totals.
      *
           move spaces                 to ws-register-total-line.
           move "CARDS READ"           to ws-rt-label.
           move ws-trans-read          to ws-rt-count.
           write register-line from ws-register-total-line
               after advancing 2 lines.
      *
           move spaces                 to ws-register-total-line.
           move "CARDS APPLIED"        to ws-rt-label.
           move ws-trans-applied       to ws-rt-count.
           write register-line from ws-register-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-register-total-line.
           move "CARDS REJECTED"       to ws-rt-label.
           move ws-trans-rejected      to ws-rt-count.
           write register-line from ws-register-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-register-total-line.
           move "ADJUSTMENTS PAID OUT"  to ws-rt-label.
           move ws-total-positive      to ws-rt-amount.
           write register-line from ws-register-total-line
               after advancing 2 lines.
      *
           move spaces                 to ws-register-total-line.
           move "ADJUSTMENTS TAKEN BACK"
                                        to ws-rt-label.
           move ws-total-negative      to ws-rt-amount.
           write register-line from ws-register-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-register-total-line.
           move "CLAWBACK EARNED BACK" to ws-rt-label.
           move ws-total-claw-recovered to ws-rt-amount.
           write register-line from ws-register-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-register-total-line.
           move "PAYROLL INTERFACE (ADJ)"
                                        to ws-rt-label.
           move ws-total-payroll       to ws-rt-amount.
           write register-line from ws-register-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-register-total-line.
           move "GL ENTRIES / HASH TOTAL"
                                        to ws-rt-label.
           move ws-gl-entry-count      to ws-rt-count.
           move ws-gl-hash-total       to ws-rt-amount.
           write register-line from ws-register-total-line
               after advancing 1 line.
      *
       end program lab5adj.
