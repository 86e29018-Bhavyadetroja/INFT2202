       identification division.
       program-id. lab5cnv.
       author. Punit Patel
       date-written. date.
      *Program Description:
      *    one-time conversion of the master and history files from
      *    the three-digit salesman number to the five-digit one. each
      *    file is read in the layout the commission suite has always
      *    written it in and every record copied out to a holding
      *    file, then the file is rebuilt from the holding file in the
      *    new layout - a keyed record goes back under the same
      *    relative record number, and a manager keyed by number
      *    ("nnn") is rewritten as "nnnnn". salesman master records
      *    take the commission plan named on the control card, with
      *    worker class and tax id left blank for maintenance to key,
      *    and the period record gains its adjustment-run stamp.
      *    every rebuilt file is then read back and its record count,
      *    the hash total of the salesman numbers it carries and its
      *    money total are printed against the same figures taken
      *    before the conversion. runs once, after the period's runs
      *    are finished, the data files are backed up and the plan
      *    master is loaded - refused if the files were already
      *    converted, a commission run is waiting to restart, the plan
      *    on the control card is not on the plan master, or a file
      *    cannot be read. the holding file stays behind as a copy of
      *    every record exactly as it was read
      *
       environment division.
      *
       input-output section.
       file-control.
      * the commission plan every converted salesman starts on
           select conversion-control-file
               assign to "../../data/lab5cnv.ctl"
               organization is line sequential
               file status is ws-ctl-status.
      *
           select plan-file
               assign to "../../data/planmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-plan-rel-key
               file status is ws-plan-status.
      *
      * the files as they stand before the conversion - the keyed
      * ones are walked in relative record order, so the relative
      * key comes back holding the record number each one sits at
           select old-master-file
               assign to "../../data/salesman.master"
               organization is relative
               access mode is sequential
               relative key is ws-old-rel-key
               file status is ws-old-status.
      *
           select old-ytd-master-file
               assign to "../../data/ytdmast.dat"
               organization is relative
               access mode is sequential
               relative key is ws-old-rel-key
               file status is ws-old-status.
      *
           select old-draw-file
               assign to "../../data/drawmast.dat"
               organization is relative
               access mode is sequential
               relative key is ws-old-rel-key
               file status is ws-old-status.
      *
           select old-clawback-file
               assign to "../../data/clawmast.dat"
               organization is relative
               access mode is sequential
               relative key is ws-old-rel-key
               file status is ws-old-status.
      *
           select old-quota-file
               assign to "../../data/quotamst.dat"
               organization is relative
               access mode is sequential
               relative key is ws-old-rel-key
               file status is ws-old-status.
      *
           select old-checkpoint-file
               assign to "../../data/lab5.chk"
               organization is relative
               access mode is sequential
               relative key is ws-old-rel-key
               file status is ws-old-status.
      *
           select old-ytd-history-file
               assign to "../../data/ytdhist.dat"
               organization is line sequential
               file status is ws-old-status.
      *
           select old-payroll-interface-file
               assign to "../../data/lab5.pay"
               organization is line sequential
               file status is ws-old-status.
      *
           select old-period-control-file
               assign to "../../data/periodct.dat"
               organization is relative
               access mode is sequential
               relative key is ws-old-rel-key
               file status is ws-old-status.
      *
      * the same files rebuilt in the new layout - keyed by salesman
      * number via relative record number, same convention as the
      * commission run's master files
           select salesman-master-file
               assign to "../../data/salesman.master"
               organization is relative
               access mode is dynamic
               relative key is ws-new-rel-key
               file status is ws-new-status.
      *
           select ytd-master-file
               assign to "../../data/ytdmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-new-rel-key
               file status is ws-new-status.
      *
           select draw-file
               assign to "../../data/drawmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-new-rel-key
               file status is ws-new-status.
      *
           select clawback-file
               assign to "../../data/clawmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-new-rel-key
               file status is ws-new-status.
      *
           select quota-file
               assign to "../../data/quotamst.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-new-rel-key
               file status is ws-new-status.
      *
           select checkpoint-file
               assign to "../../data/lab5.chk"
               organization is relative
               access mode is dynamic
               relative key is ws-new-rel-key
               file status is ws-new-status.
      *
           select ytd-history-file
               assign to "../../data/ytdhist.dat"
               organization is line sequential
               file status is ws-new-status.
      *
           select payroll-interface-file
               assign to "../../data/lab5.pay"
               organization is line sequential
               file status is ws-new-status.
      *
           select period-control-file
               assign to "../../data/periodct.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-new-rel-key
               file status is ws-new-status.
      *
      * every record read, tagged with the file it came from and the
      * relative record number it sat at
           select holding-file
               assign to "../../data/lab5cnv.hld"
               organization is line sequential
               file status is ws-hold-status.
      *
      * written once the files are rebuilt - its presence refuses any
      * later run, which would read the new layout as the old one
           select conversion-marker-file
               assign to "../../data/lab5cnv.don"
               organization is line sequential
               file status is ws-marker-status.
      *
           select conversion-report-file
               assign to "../../data/lab5cnv.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd conversion-control-file
           data record is cnv-ctl-rec.
      *
       01 cnv-ctl-rec.
           05 cv-plan-code             pic 999.
           05 cv-plan-code-x redefines cv-plan-code
                                        pic x(3).
      *
      * must stay field for field identical to plan-rec in the plan
      * maintenance
       fd plan-file
           data record is plan-rec.
      *
       01 plan-rec.
           05 pln-code                 pic 999.
           05 pln-desc                 pic x(20).
           05 pln-rate                 pic 99v9.
           05 pln-min                  pic 9(6).
           05 pln-max                  pic 9(6).
      *
      * each old record is read into its old layout in working
      * storage below
       fd old-master-file
           data record is old-master-rec.
      *
       01 old-master-rec               pic x(43).
      *
       fd old-ytd-master-file
           data record is old-ytd-rec.
      *
       01 old-ytd-rec                  pic x(38).
      *
       fd old-draw-file
           data record is old-draw-rec.
      *
       01 old-draw-rec                 pic x(59).
      *
       fd old-clawback-file
           data record is old-claw-rec.
      *
       01 old-claw-rec                 pic x(14).
      *
       fd old-quota-file
           data record is old-quota-rec.
      *
       01 old-quota-rec                pic x(12).
      *
       fd old-checkpoint-file
           data record is old-checkpoint-rec.
      *
       01 old-checkpoint-rec           pic x(94).
      *
       fd old-ytd-history-file
           data record is old-hist-rec.
      *
       01 old-hist-rec                 pic x(29).
      *
       fd old-payroll-interface-file
           data record is old-payroll-rec.
      *
       01 old-payroll-rec              pic x(26).
      *
       fd old-period-control-file
           data record is old-period-rec.
      *
       01 old-period-rec               pic x(24).
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
      * commission run
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
      * commission run
       fd quota-file
           data record is quota-rec.
      *
       01 quota-rec.
           05 qta-sman-num              pic 9(5).
           05 qta-annual-quota          pic 9(9).
      *
      * must stay field for field identical to checkpoint-rec in the
      * commission run
       fd checkpoint-file
           data record is checkpoint-rec.
      *
       01 checkpoint-rec.
           05 chk-records-processed     pic 9(5).
           05 chk-last-sman-num         pic 9(5).
           05 chk-total-earned          pic s9(9)v99.
           05 chk-total-paid            pic s9(9)v99.
           05 chk-ytd-earned            pic s9(9)v99.
           05 chk-ytd-paid              pic s9(9)v99.
           05 chk-exception-count       pic 9(9).
           05 chk-draw-recovered        pic 9(9)v99.
           05 chk-claw-posted           pic 9(9)v99.
           05 chk-claw-recovered        pic 9(9)v99.
      *
      * must stay field for field identical to the record the
      * year-end close appends
       fd ytd-history-file
           data record is hist-rec.
      *
       01 hist-rec.
           05 hist-sman-num            pic 9(5).
           05 hist-year                pic 9(4).
           05 hist-earned              pic s9(9)v99.
           05 hist-paid                pic s9(9)v99.
      *
      * must stay field for field identical to payroll-rec in the
      * commission run
       fd payroll-interface-file
           data record is payroll-rec.
      *
       01 payroll-rec.
           05 pay-sman-num              pic 9(5).
           05 pay-amount                pic 9(7)v99.
           05 pay-earnings-code         pic x(8).
           05 pay-period                pic 9(6).
      *
      * must stay field for field identical to period-rec in the
      * commission run
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
       fd holding-file
           data record is hold-rec.
      *
       01 hold-rec.
           05 hold-file-num            pic 99.
           05 hold-key                 pic 9(5).
           05 hold-data                pic x(94).
      *
       fd conversion-marker-file
           data record is marker-rec.
      *
       01 marker-rec.
           05 mk-date                  pic 9(6).
           05 mk-time                  pic 9(8).
           05 mk-text                  pic x(40).
      *
       fd conversion-report-file
           data record is conversion-line
           record contains 120 characters.
      *
       01 conversion-line              pic x(120).
      *
       working-storage section.
      *
       01 ws-ctl-status                pic xx
           value '00'.
       01 ws-plan-status               pic xx
           value '00'.
       01 ws-old-status                pic xx
           value '00'.
       01 ws-new-status                pic xx
           value '00'.
       01 ws-hold-status               pic xx
           value '00'.
       01 ws-marker-status             pic xx
           value '00'.
       01 ws-plan-rel-key              pic 9(3).
       01 ws-old-rel-key               pic 9(5).
       01 ws-new-rel-key               pic 9(5).
       01 ws-old-eof-flag              pic x
           value 'n'.
       01 ws-new-eof-flag              pic x
           value 'n'.
       01 ws-hold-eof-flag             pic x
           value 'n'.
      *
       01 ws-convert-ok-flag           pic x
           value 'y'.
       77 ws-refuse-reason             pic x(40)
           value spaces.
       77 ws-default-plan-code         pic 999
           value 0.
      *
       77 ws-files-converted           pic 9(5)
           value 0.
       77 ws-files-not-on-file         pic 9(5)
           value 0.
       77 ws-files-out-of-balance      pic 9(5)
           value 0.
       77 ws-read-failures             pic 9(5)
           value 0.
       77 ws-write-failures            pic 9(5)
           value 0.
       77 ws-managers-widened          pic 9(5)
           value 0.
      *
      * one entry per file converted, in the order they are unloaded:
      *  1 salesman.master   2 ytdmast.dat    3 drawmast.dat
      *  4 clawmast.dat      5 quotamst.dat   6 lab5.chk
      *  7 ytdhist.dat       8 lab5.pay       9 periodct.dat
      * the hash is the sum of every salesman number a record
      * carries; the amount is the one money figure each file is
      * balanced on
       01 ws-conv-table.
           05 ws-cf-entry              occurs 9 times
                                        indexed by ws-cf-idx.
               10 ws-cf-file-name      pic x(16).
               10 ws-cf-amount-label   pic x(14).
               10 ws-cf-found-flag     pic x.
               10 ws-cf-before-count   pic 9(7).
               10 ws-cf-after-count    pic 9(7).
               10 ws-cf-before-hash    pic 9(12).
               10 ws-cf-after-hash     pic 9(12).
               10 ws-cf-before-amount  pic s9(13)v99.
               10 ws-cf-after-amount   pic s9(13)v99.
       77 ws-hold-file-work            pic 99
           value 0.
      *
      * a manager keyed by salesman number - "nnn" with the rest of
      * the field blank becomes "nnnnn"
       01 ws-cnv-manager               pic x(8).
       01 ws-cnv-manager-x redefines ws-cnv-manager.
           05 ws-cnv-mgr-old           pic 999.
           05 ws-cnv-mgr-rest          pic x(5).
       01 ws-cnv-mgr-new               pic 9(5).
      *
      * the old layouts, field for field as the files were written
      * before the conversion
       01 ws-old-master.
           05 ws-om-sman-num           pic 999.
           05 ws-om-full-name          pic x(20).
           05 ws-om-territory          pic x(4).
           05 ws-om-manager            pic x(8).
           05 ws-om-hire-date          pic 9(8).
      *
       01 ws-old-ytd.
           05 ws-oy-sman-num           pic 999.
           05 ws-oy-year               pic 9(4).
           05 ws-oy-earned             pic s9(9)v99.
           05 ws-oy-paid               pic s9(9)v99.
           05 ws-oy-sales              pic s9(9).
      *
       01 ws-old-draw.
           05 ws-od-sman-num           pic 999.
           05 ws-od-balance            pic 9(9)v99.
           05 ws-od-limit              pic 9(9)v99.
           05 ws-od-issue-date         pic 9(8).
           05 ws-od-recovered-period   pic 9(9)v99.
           05 ws-od-periods-open       pic 9(3).
           05 ws-od-recovery-type      pic x.
           05 ws-od-recovery-amount    pic 9(9)v99.
      *
       01 ws-old-claw.
           05 ws-oc-sman-num           pic 999.
           05 ws-oc-balance            pic 9(9)v99.
      *
       01 ws-old-quota.
           05 ws-oq-sman-num           pic 999.
           05 ws-oq-annual-quota       pic 9(9).
      *
       01 ws-old-checkpoint.
           05 ws-ok-records-processed  pic 9(5).
           05 ws-ok-last-sman-num      pic 999.
           05 ws-ok-total-earned       pic s9(9)v99.
           05 ws-ok-total-paid         pic s9(9)v99.
           05 ws-ok-ytd-earned         pic s9(9)v99.
           05 ws-ok-ytd-paid           pic s9(9)v99.
           05 ws-ok-exception-count    pic 9(9).
           05 ws-ok-draw-recovered     pic 9(9)v99.
           05 ws-ok-claw-posted        pic 9(9)v99.
           05 ws-ok-claw-recovered     pic 9(9)v99.
      *
       01 ws-old-hist.
           05 ws-oh-sman-num           pic 999.
           05 ws-oh-year               pic 9(4).
           05 ws-oh-earned             pic s9(9)v99.
           05 ws-oh-paid               pic s9(9)v99.
      *
       01 ws-old-payroll.
           05 ws-op-sman-num           pic 999.
           05 ws-op-amount             pic 9(7)v99.
           05 ws-op-earnings-code      pic x(8).
           05 ws-op-period             pic 9(6).
      *
       01 ws-old-period.
           05 ws-ot-period-id          pic 9(6).
           05 ws-ot-status             pic x(6).
           05 ws-ot-last-commission-run pic 9(6).
           05 ws-ot-last-aged-period   pic 9(6).
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
       01 ws-heading1-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 ws-nl-date               pic 9(6).
           05 filler                   pic x(5)
               value spaces.
           05 ws-nl-time               pic 9(8).
           05 filler                   pic x(17)
               value spaces.
           05 filler                   pic x(35)
               value "SALESMAN NUMBER CONVERSION TO 5 DIG".
           05 filler                   pic x(44)
               value "ITS".
      *
       01 ws-heading2-headings.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(16)
               value "FILE".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(6)
               value "STAGE ".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(10)
               value "   RECORDS".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(15)
               value "    NUMBER HASH".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(22)
               value "                AMOUNT".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(14)
               value "BALANCED ON".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(14)
               value "RESULT".
           05 filler                   pic x(10)
               value spaces.
      *
       01 ws-conv-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-cd-file-name          pic x(16).
           05 filler                   pic x(2)
               value spaces.
           05 ws-cd-stage              pic x(6).
           05 filler                   pic x(2)
               value spaces.
           05 ws-cd-count              pic zz,zzz,zz9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-cd-hash               pic zzz,zzz,zzz,zz9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-cd-amount             pic zz,zzz,zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-cd-amount-label       pic x(14).
           05 filler                   pic x(2)
               value spaces.
           05 ws-cd-result             pic x(14).
           05 filler                   pic x(10)
               value spaces.
      *
       01 ws-conv-none-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-cn-file-name          pic x(16).
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(40)
               value "NOT ON FILE - NOTHING TO CONVERT".
           05 filler                   pic x(61)
               value spaces.
      *
       01 ws-conv-total-line.
           05 filler                   pic x(3)
               value spaces.
           05 ws-ct-label              pic x(30).
           05 ws-ct-count              pic zz,zz9.
           05 filler                   pic x(81)
               value spaces.
      *
       01 ws-conv-plan-line.
           05 filler                   pic x(3)
               value spaces.
           05 filler                   pic x(33)
               value "PLAN GIVEN EVERY SALESMAN".
           05 ws-cp-plan-code          pic 999.
           05 filler                   pic x(2)
               value spaces.
           05 ws-cp-plan-desc          pic x(20).
           05 filler                   pic x(59)
               value spaces.
      *
       01 ws-conv-result-line.
           05 filler                   pic x(3)
               value spaces.
           05 ws-cr-text               pic x(60).
           05 filler                   pic x(57)
               value spaces.
      *
       procedure division.
       000-main.
           perform 001-open-files.
           perform 002-load-file-table.
      *
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      *
           write conversion-line from ws-heading1-name-line
               after advancing 1 line.
      *
      * converted once already, a commission run still waiting to
      * restart from its checkpoint, or no plan to start the
      * salesmen on - nothing is touched
           perform 003-check-marker.
           if ws-convert-ok-flag = 'y' then
               perform 004-check-checkpoint
           end-if.
           if ws-convert-ok-flag = 'y' then
               perform 005-read-control-card
           end-if.
           if ws-convert-ok-flag = 'n' then
               perform 006-refuse-run
           end-if.
      *
           perform 100-unload-files.
      *
      * a file that is there but could not be read stops the run
      * before anything has been rewritten
           if ws-read-failures > 0 then
               move "file could not be read - nothing changed"
                                        to ws-refuse-reason
               perform 006-refuse-run
           end-if.
      *
           perform 200-reload-files.
           perform 290-write-marker.
           perform 300-verify-files.
      *
           write conversion-line from ws-heading2-headings
               after advancing 2 lines.
           perform 400-print-file-lines
               varying ws-cf-idx from 1 by 1
               until ws-cf-idx > 9.
           perform 450-print-totals.
      *
           close   conversion-report-file.
      *
      * completion code - a file that does not read back the way it
      * was read in, or a record that could not be written, failed
           if ws-files-out-of-balance > 0
                   or ws-write-failures > 0 then
               move 12                 to return-code
           else
               move 0                  to return-code
           end-if.
      *
           stop run.
      *
       001-open-files.
      *
           open output conversion-report-file.
      *
       002-load-file-table.
      *
           perform 007-clear-file-entry
               varying ws-cf-idx from 1 by 1
               until ws-cf-idx > 9.
      *
           move "salesman.master"      to ws-cf-file-name (1).
           move "ytdmast.dat"          to ws-cf-file-name (2).
           move "drawmast.dat"         to ws-cf-file-name (3).
           move "clawmast.dat"         to ws-cf-file-name (4).
           move "quotamst.dat"         to ws-cf-file-name (5).
           move "lab5.chk"             to ws-cf-file-name (6).
           move "ytdhist.dat"          to ws-cf-file-name (7).
           move "lab5.pay"             to ws-cf-file-name (8).
           move "periodct.dat"         to ws-cf-file-name (9).
      *
           move "YTD PAID"             to ws-cf-amount-label (2).
           move "DRAW BALANCE"         to ws-cf-amount-label (3).
           move "CLAWBACK"             to ws-cf-amount-label (4).
           move "ANNUAL QUOTA"         to ws-cf-amount-label (5).
           move "RUN PAID"             to ws-cf-amount-label (6).
           move "PAID"                 to ws-cf-amount-label (7).
           move "PAYROLL AMOUNT"       to ws-cf-amount-label (8).
      *
       003-check-marker.
      *
           open input conversion-marker-file.
           if ws-marker-status = '00' then
               move 'n'                to ws-convert-ok-flag
               move "salesman files already converted"
                                        to ws-refuse-reason
               close conversion-marker-file
           end-if.
      *
      * a run that stopped part way is restarted from the checkpoint
      * and the records it already processed - finish it first
       004-check-checkpoint.
      *
           open input old-checkpoint-file.
           if ws-old-status = '00' then
               read old-checkpoint-file next record
                   into ws-old-checkpoint
                   at end move 0       to ws-ok-records-processed
               end-read
               if ws-ok-records-processed numeric
                       and ws-ok-records-processed > 0 then
                   move 'n'            to ws-convert-ok-flag
                   move "commission run waiting to restart"
                                        to ws-refuse-reason
               end-if
               close old-checkpoint-file
           end-if.
      *
      * the old master carries no plan - every salesman starts on the
      * plan named on the card, which has to be on the plan master
      * already or every sale would be held as off-plan
       005-read-control-card.
      *
           open input conversion-control-file.
           if ws-ctl-status not = '00' then
               move "no control card - plan code is needed"
                                        to ws-refuse-reason
               move 'n'                to ws-convert-ok-flag
           else
               read conversion-control-file
                   at end
                       move "no control card - plan code is needed"
                                        to ws-refuse-reason
                       move 'n'        to ws-convert-ok-flag
               end-read
               close conversion-control-file
           end-if.
      *
           if ws-convert-ok-flag = 'y' then
               if cv-plan-code not numeric
                       or cv-plan-code = 0 then
                   move "plan code on control card not valid"
                                        to ws-refuse-reason
                   move 'n'            to ws-convert-ok-flag
               else
                   move cv-plan-code   to ws-default-plan-code
               end-if
           end-if.
      *
           if ws-convert-ok-flag = 'y' then
               open input plan-file
               if ws-plan-status not = '00' then
                   move "plan master not on file"
                                        to ws-refuse-reason
                   move 'n'            to ws-convert-ok-flag
               else
                   move ws-default-plan-code to ws-plan-rel-key
                   read plan-file
                       invalid key
                           move "control card plan not on plan master"
                                        to ws-refuse-reason
                           move 'n'    to ws-convert-ok-flag
                       not invalid key
                           move pln-desc to ws-cp-plan-desc
                   end-read
                   close plan-file
               end-if
           end-if.
      *
       006-refuse-run.
      *
           move ws-refuse-reason       to ws-rfl-reason.
           write conversion-line from ws-refuse-line
               after advancing 2 lines.
      *
           close   conversion-report-file.
      *
      * the run was refused - completion code for the job stream
           move 8                      to return-code.
      *
           stop run.
      *
       007-clear-file-entry.
      *
           move spaces                 to ws-cf-file-name (ws-cf-idx).
           move spaces             to ws-cf-amount-label (ws-cf-idx).
           move 'n'                    to ws-cf-found-flag (ws-cf-idx).
           move 0                  to ws-cf-before-count (ws-cf-idx).
           move 0                  to ws-cf-after-count (ws-cf-idx).
           move 0                  to ws-cf-before-hash (ws-cf-idx).
           move 0                  to ws-cf-after-hash (ws-cf-idx).
           move 0                  to ws-cf-before-amount (ws-cf-idx).
           move 0                  to ws-cf-after-amount (ws-cf-idx).
      *
      * the file is there and open, missing (nothing to convert), or
      * there and unreadable
       010-check-old-open.
      *
           evaluate ws-old-status
               when '00'
                   move 'y'            to ws-cf-found-flag (ws-cf-idx)
               when '35'
                   move 'n'            to ws-cf-found-flag (ws-cf-idx)
               when other
                   move 'n'            to ws-cf-found-flag (ws-cf-idx)
                   add 1               to ws-read-failures
           end-evaluate.
           move 'n'                    to ws-old-eof-flag.
           move 0                      to ws-old-rel-key.
      *
      * a record that does not fit the old layout - a file already
      * in the new one, or damaged - ends the unload of that file and
      * stops the run before anything is rewritten
       015-check-old-read.
      *
           if ws-old-status not = '00' then
               move 'y'                to ws-old-eof-flag
               if ws-old-status not = '10' then
                   add 1               to ws-read-failures
               end-if
           end-if.
      *
      * every old record goes to the holding file as it was read
       020-write-hold-record.
      *
           add 1                   to ws-cf-before-count (ws-cf-idx).
           set ws-hold-file-work       to ws-cf-idx.
           move ws-hold-file-work      to hold-file-num.
           move ws-old-rel-key         to hold-key.
           write hold-rec.
      *
       100-unload-files.
      *
           open output holding-file.
      *
           perform 110-unload-master.
           perform 111-unload-ytd-master.
           perform 112-unload-draw.
           perform 113-unload-clawback.
           perform 114-unload-quota.
           perform 115-unload-checkpoint.
           perform 116-unload-ytd-history.
           perform 117-unload-payroll-interface.
           perform 118-unload-period-control.
      *
           close   holding-file.
      *
       110-unload-master.
      *
           set ws-cf-idx               to 1.
           open input old-master-file.
           perform 010-check-old-open.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'y' then
               read old-master-file next record into ws-old-master
                   at end move 'y'     to ws-old-eof-flag
               end-read
               perform 015-check-old-read
               perform until ws-old-eof-flag = 'y'
                   add ws-om-sman-num
                                to ws-cf-before-hash (ws-cf-idx)
                   move ws-old-master  to hold-data
                   perform 020-write-hold-record
                   read old-master-file next record
                       into ws-old-master
                       at end move 'y' to ws-old-eof-flag
                   end-read
                   perform 015-check-old-read
               end-perform
               close old-master-file
           end-if.
      *
       111-unload-ytd-master.
      *
           set ws-cf-idx               to 2.
           open input old-ytd-master-file.
           perform 010-check-old-open.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'y' then
               read old-ytd-master-file next record into ws-old-ytd
                   at end move 'y'     to ws-old-eof-flag
               end-read
               perform 015-check-old-read
               perform until ws-old-eof-flag = 'y'
                   add ws-oy-sman-num
                                to ws-cf-before-hash (ws-cf-idx)
                   add ws-oy-paid
                                to ws-cf-before-amount (ws-cf-idx)
                   move ws-old-ytd     to hold-data
                   perform 020-write-hold-record
                   read old-ytd-master-file next record
                       into ws-old-ytd
                       at end move 'y' to ws-old-eof-flag
                   end-read
                   perform 015-check-old-read
               end-perform
               close old-ytd-master-file
           end-if.
      *
       112-unload-draw.
      *
           set ws-cf-idx               to 3.
           open input old-draw-file.
           perform 010-check-old-open.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'y' then
               read old-draw-file next record into ws-old-draw
                   at end move 'y'     to ws-old-eof-flag
               end-read
               perform 015-check-old-read
               perform until ws-old-eof-flag = 'y'
                   add ws-od-sman-num
                                to ws-cf-before-hash (ws-cf-idx)
                   add ws-od-balance
                                to ws-cf-before-amount (ws-cf-idx)
                   move ws-old-draw    to hold-data
                   perform 020-write-hold-record
                   read old-draw-file next record into ws-old-draw
                       at end move 'y' to ws-old-eof-flag
                   end-read
                   perform 015-check-old-read
               end-perform
               close old-draw-file
           end-if.
      *
       113-unload-clawback.
      *
           set ws-cf-idx               to 4.
           open input old-clawback-file.
           perform 010-check-old-open.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'y' then
               read old-clawback-file next record into ws-old-claw
                   at end move 'y'     to ws-old-eof-flag
               end-read
               perform 015-check-old-read
               perform until ws-old-eof-flag = 'y'
                   add ws-oc-sman-num
                                to ws-cf-before-hash (ws-cf-idx)
                   add ws-oc-balance
                                to ws-cf-before-amount (ws-cf-idx)
                   move ws-old-claw    to hold-data
                   perform 020-write-hold-record
                   read old-clawback-file next record
                       into ws-old-claw
                       at end move 'y' to ws-old-eof-flag
                   end-read
                   perform 015-check-old-read
               end-perform
               close old-clawback-file
           end-if.
      *
       114-unload-quota.
      *
           set ws-cf-idx               to 5.
           open input old-quota-file.
           perform 010-check-old-open.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'y' then
               read old-quota-file next record into ws-old-quota
                   at end move 'y'     to ws-old-eof-flag
               end-read
               perform 015-check-old-read
               perform until ws-old-eof-flag = 'y'
                   add ws-oq-sman-num
                                to ws-cf-before-hash (ws-cf-idx)
                   add ws-oq-annual-quota
                                to ws-cf-before-amount (ws-cf-idx)
                   move ws-old-quota   to hold-data
                   perform 020-write-hold-record
                   read old-quota-file next record into ws-old-quota
                       at end move 'y' to ws-old-eof-flag
                   end-read
                   perform 015-check-old-read
               end-perform
               close old-quota-file
           end-if.
      *
       115-unload-checkpoint.
      *
           set ws-cf-idx               to 6.
           open input old-checkpoint-file.
           perform 010-check-old-open.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'y' then
               read old-checkpoint-file next record
                   into ws-old-checkpoint
                   at end move 'y'     to ws-old-eof-flag
               end-read
               perform 015-check-old-read
               perform until ws-old-eof-flag = 'y'
                   add ws-ok-last-sman-num
                                to ws-cf-before-hash (ws-cf-idx)
                   add ws-ok-total-paid
                                to ws-cf-before-amount (ws-cf-idx)
                   move ws-old-checkpoint to hold-data
                   perform 020-write-hold-record
                   read old-checkpoint-file next record
                       into ws-old-checkpoint
                       at end move 'y' to ws-old-eof-flag
                   end-read
                   perform 015-check-old-read
               end-perform
               close old-checkpoint-file
           end-if.
      *
       116-unload-ytd-history.
      *
           set ws-cf-idx               to 7.
           open input old-ytd-history-file.
           perform 010-check-old-open.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'y' then
               read old-ytd-history-file into ws-old-hist
                   at end move 'y'     to ws-old-eof-flag
               end-read
               perform 015-check-old-read
               perform until ws-old-eof-flag = 'y'
                   add ws-oh-sman-num
                                to ws-cf-before-hash (ws-cf-idx)
                   add ws-oh-paid
                                to ws-cf-before-amount (ws-cf-idx)
                   move ws-old-hist    to hold-data
                   perform 020-write-hold-record
                   read old-ytd-history-file into ws-old-hist
                       at end move 'y' to ws-old-eof-flag
                   end-read
                   perform 015-check-old-read
               end-perform
               close old-ytd-history-file
           end-if.
      *
       117-unload-payroll-interface.
      *
           set ws-cf-idx               to 8.
           open input old-payroll-interface-file.
           perform 010-check-old-open.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'y' then
               read old-payroll-interface-file into ws-old-payroll
                   at end move 'y'     to ws-old-eof-flag
               end-read
               perform 015-check-old-read
               perform until ws-old-eof-flag = 'y'
                   add ws-op-sman-num
                                to ws-cf-before-hash (ws-cf-idx)
                   add ws-op-amount
                                to ws-cf-before-amount (ws-cf-idx)
                   move ws-old-payroll to hold-data
                   perform 020-write-hold-record
                   read old-payroll-interface-file
                       into ws-old-payroll
                       at end move 'y' to ws-old-eof-flag
                   end-read
                   perform 015-check-old-read
               end-perform
               close old-payroll-interface-file
           end-if.
      *
       118-unload-period-control.
      *
           set ws-cf-idx               to 9.
           open input old-period-control-file.
           perform 010-check-old-open.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'y' then
               read old-period-control-file next record
                   into ws-old-period
                   at end move 'y'     to ws-old-eof-flag
               end-read
               perform 015-check-old-read
               perform until ws-old-eof-flag = 'y'
                   move ws-old-period  to hold-data
                   perform 020-write-hold-record
                   read old-period-control-file next record
                       into ws-old-period
                       at end move 'y' to ws-old-eof-flag
                   end-read
                   perform 015-check-old-read
               end-perform
               close old-period-control-file
           end-if.
      *
      * every file that was there is rebuilt from the holding file -
      * a file that was not there is left that way
       200-reload-files.
      *
           if ws-cf-found-flag (1) = 'y' then
               open output salesman-master-file
           end-if.
           if ws-cf-found-flag (2) = 'y' then
               open output ytd-master-file
           end-if.
           if ws-cf-found-flag (3) = 'y' then
               open output draw-file
           end-if.
           if ws-cf-found-flag (4) = 'y' then
               open output clawback-file
           end-if.
           if ws-cf-found-flag (5) = 'y' then
               open output quota-file
           end-if.
           if ws-cf-found-flag (6) = 'y' then
               open output checkpoint-file
           end-if.
           if ws-cf-found-flag (7) = 'y' then
               open output ytd-history-file
           end-if.
           if ws-cf-found-flag (8) = 'y' then
               open output payroll-interface-file
           end-if.
           if ws-cf-found-flag (9) = 'y' then
               open output period-control-file
           end-if.
      *
           open input holding-file.
           move 'n'                    to ws-hold-eof-flag.
           read holding-file
               at end move 'y'         to ws-hold-eof-flag
           end-read.
      *
           perform until ws-hold-eof-flag = 'y'
               move hold-key           to ws-new-rel-key
               evaluate hold-file-num
                   when 1  perform 210-build-master
                   when 2  perform 211-build-ytd-master
                   when 3  perform 212-build-draw
                   when 4  perform 213-build-clawback
                   when 5  perform 214-build-quota
                   when 6  perform 215-build-checkpoint
                   when 7  perform 216-build-ytd-history
                   when 8  perform 217-build-payroll-interface
                   when 9  perform 218-build-period-control
               end-evaluate
               read holding-file
                   at end move 'y'     to ws-hold-eof-flag
               end-read
           end-perform.
      *
           close   holding-file.
      *
           if ws-cf-found-flag (1) = 'y' then
               close salesman-master-file
           end-if.
           if ws-cf-found-flag (2) = 'y' then
               close ytd-master-file
           end-if.
           if ws-cf-found-flag (3) = 'y' then
               close draw-file
           end-if.
           if ws-cf-found-flag (4) = 'y' then
               close clawback-file
           end-if.
           if ws-cf-found-flag (5) = 'y' then
               close quota-file
           end-if.
           if ws-cf-found-flag (6) = 'y' then
               close checkpoint-file
           end-if.
           if ws-cf-found-flag (7) = 'y' then
               close ytd-history-file
           end-if.
           if ws-cf-found-flag (8) = 'y' then
               close payroll-interface-file
           end-if.
           if ws-cf-found-flag (9) = 'y' then
               close period-control-file
           end-if.
      *
      * worker class and tax id are left blank for maintenance to
      * key - the tax extract lists an unclassified salesman rather
      * than guess
       210-build-master.
      *
           move hold-data              to ws-old-master.
      *
           move ws-om-sman-num         to master-sman-num.
           move ws-om-full-name        to master-full-name.
           move ws-om-territory        to master-territory.
           move ws-om-manager          to ws-cnv-manager.
           perform 280-widen-manager.
           move ws-cnv-manager         to master-manager.
           move ws-om-hire-date        to master-hire-date.
           move ws-default-plan-code   to master-plan-code.
           move space                  to master-worker-class.
           move space                  to master-tin-type.
           move spaces                 to master-tax-id.
      *
           write master-rec
               invalid key add 1       to ws-write-failures
           end-write.
      *
       211-build-ytd-master.
      *
           move hold-data              to ws-old-ytd.
      *
           move ws-oy-sman-num         to ytd-sman-num.
           move ws-oy-year             to ytd-year.
           move ws-oy-earned           to ytd-earned.
           move ws-oy-paid             to ytd-paid.
           move ws-oy-sales            to ytd-sales.
      *
           write ytd-rec
               invalid key add 1       to ws-write-failures
           end-write.
      *
       212-build-draw.
      *
           move hold-data              to ws-old-draw.
      *
           move ws-od-sman-num         to draw-sman-num.
           move ws-od-balance          to draw-balance.
           move ws-od-limit            to draw-limit.
           move ws-od-issue-date       to draw-issue-date.
           move ws-od-recovered-period to draw-recovered-period.
           move ws-od-periods-open     to draw-periods-open.
           move ws-od-recovery-type    to draw-recovery-type.
           move ws-od-recovery-amount  to draw-recovery-amount.
      *
           write draw-rec
               invalid key add 1       to ws-write-failures
           end-write.
      *
       213-build-clawback.
      *
           move hold-data              to ws-old-claw.
      *
           move ws-oc-sman-num         to claw-sman-num.
           move ws-oc-balance          to claw-balance.
      *
           write claw-rec
               invalid key add 1       to ws-write-failures
           end-write.
      *
       214-build-quota.
      *
           move hold-data              to ws-old-quota.
      *
           move ws-oq-sman-num         to qta-sman-num.
           move ws-oq-annual-quota     to qta-annual-quota.
      *
           write quota-rec
               invalid key add 1       to ws-write-failures
           end-write.
      *
       215-build-checkpoint.
      *
           move hold-data              to ws-old-checkpoint.
      *
           move ws-ok-records-processed to chk-records-processed.
           move ws-ok-last-sman-num    to chk-last-sman-num.
           move ws-ok-total-earned     to chk-total-earned.
           move ws-ok-total-paid       to chk-total-paid.
           move ws-ok-ytd-earned       to chk-ytd-earned.
           move ws-ok-ytd-paid         to chk-ytd-paid.
           move ws-ok-exception-count  to chk-exception-count.
           move ws-ok-draw-recovered   to chk-draw-recovered.
           move ws-ok-claw-posted      to chk-claw-posted.
           move ws-ok-claw-recovered   to chk-claw-recovered.
      *
           write checkpoint-rec
               invalid key add 1       to ws-write-failures
           end-write.
      *
       216-build-ytd-history.
      *
           move hold-data              to ws-old-hist.
      *
           move ws-oh-sman-num         to hist-sman-num.
           move ws-oh-year             to hist-year.
           move ws-oh-earned           to hist-earned.
           move ws-oh-paid             to hist-paid.
      *
           write hist-rec.
      *
       217-build-payroll-interface.
      *
           move hold-data              to ws-old-payroll.
      *
           move ws-op-sman-num         to pay-sman-num.
           move ws-op-amount           to pay-amount.
           move ws-op-earnings-code    to pay-earnings-code.
           move ws-op-period           to pay-period.
      *
           write payroll-rec.
      *
      * no adjustment run has been made against the open period yet
       218-build-period-control.
      *
           move hold-data              to ws-old-period.
      *
           move ws-ot-period-id        to pc-period-id.
           move ws-ot-status           to pc-status.
           move ws-ot-last-commission-run to pc-last-commission-run.
           move ws-ot-last-aged-period to pc-last-aged-period.
           move 0                      to pc-last-adjust-run.
      *
           write period-rec
               invalid key add 1       to ws-write-failures
           end-write.
      *
       280-widen-manager.
      *
           if ws-cnv-mgr-old numeric
                   and ws-cnv-mgr-rest = spaces then
               move ws-cnv-mgr-old     to ws-cnv-mgr-new
               move ws-cnv-mgr-new     to ws-cnv-manager
               add 1                   to ws-managers-widened
           end-if.
      *
      * from here on the files are in the new layout - a second run
      * would read them as the old one
       290-write-marker.
      *
           open output conversion-marker-file.
           move ws-nl-date             to mk-date.
           move ws-nl-time             to mk-time.
           move "SALESMAN NUMBERS WIDENED TO 5 DIGITS" to mk-text.
           write marker-rec.
           close conversion-marker-file.
      *
      * every rebuilt file is read back in the new layout and its
      * figures taken again
       300-verify-files.
      *
           if ws-cf-found-flag (1) = 'y' then
               perform 310-verify-master
           end-if.
           if ws-cf-found-flag (2) = 'y' then
               perform 311-verify-ytd-master
           end-if.
           if ws-cf-found-flag (3) = 'y' then
               perform 312-verify-draw
           end-if.
           if ws-cf-found-flag (4) = 'y' then
               perform 313-verify-clawback
           end-if.
           if ws-cf-found-flag (5) = 'y' then
               perform 314-verify-quota
           end-if.
           if ws-cf-found-flag (6) = 'y' then
               perform 315-verify-checkpoint
           end-if.
           if ws-cf-found-flag (7) = 'y' then
               perform 316-verify-ytd-history
           end-if.
           if ws-cf-found-flag (8) = 'y' then
               perform 317-verify-payroll-interface
           end-if.
           if ws-cf-found-flag (9) = 'y' then
               perform 318-verify-period-control
           end-if.
      *
       310-verify-master.
      *
           set ws-cf-idx               to 1.
           move 'n'                    to ws-new-eof-flag.
           open input salesman-master-file.
           read salesman-master-file next record
               at end move 'y'         to ws-new-eof-flag
           end-read.
           perform until ws-new-eof-flag = 'y'
               add 1                   to ws-cf-after-count (ws-cf-idx)
               add master-sman-num     to ws-cf-after-hash (ws-cf-idx)
               read salesman-master-file next record
                   at end move 'y'     to ws-new-eof-flag
               end-read
           end-perform.
           close   salesman-master-file.
      *
       311-verify-ytd-master.
      *
           set ws-cf-idx               to 2.
           move 'n'                    to ws-new-eof-flag.
           open input ytd-master-file.
           read ytd-master-file next record
               at end move 'y'         to ws-new-eof-flag
           end-read.
           perform until ws-new-eof-flag = 'y'
               add 1                   to ws-cf-after-count (ws-cf-idx)
               add ytd-sman-num        to ws-cf-after-hash (ws-cf-idx)
               add ytd-paid          to ws-cf-after-amount (ws-cf-idx)
               read ytd-master-file next record
                   at end move 'y'     to ws-new-eof-flag
               end-read
           end-perform.
           close   ytd-master-file.
      *
       312-verify-draw.
      *
           set ws-cf-idx               to 3.
           move 'n'                    to ws-new-eof-flag.
           open input draw-file.
           read draw-file next record
               at end move 'y'         to ws-new-eof-flag
           end-read.
           perform until ws-new-eof-flag = 'y'
               add 1                   to ws-cf-after-count (ws-cf-idx)
               add draw-sman-num       to ws-cf-after-hash (ws-cf-idx)
               add draw-balance      to ws-cf-after-amount (ws-cf-idx)
               read draw-file next record
                   at end move 'y'     to ws-new-eof-flag
               end-read
           end-perform.
           close   draw-file.
      *
       313-verify-clawback.
      *
           set ws-cf-idx               to 4.
           move 'n'                    to ws-new-eof-flag.
           open input clawback-file.
           read clawback-file next record
               at end move 'y'         to ws-new-eof-flag
           end-read.
           perform until ws-new-eof-flag = 'y'
               add 1                   to ws-cf-after-count (ws-cf-idx)
               add claw-sman-num       to ws-cf-after-hash (ws-cf-idx)
               add claw-balance      to ws-cf-after-amount (ws-cf-idx)
               read clawback-file next record
                   at end move 'y'     to ws-new-eof-flag
               end-read
           end-perform.
           close   clawback-file.
      *
       314-verify-quota.
      *
           set ws-cf-idx               to 5.
           move 'n'                    to ws-new-eof-flag.
           open input quota-file.
           read quota-file next record
               at end move 'y'         to ws-new-eof-flag
           end-read.
           perform until ws-new-eof-flag = 'y'
               add 1                   to ws-cf-after-count (ws-cf-idx)
               add qta-sman-num        to ws-cf-after-hash (ws-cf-idx)
               add qta-annual-quota  to ws-cf-after-amount (ws-cf-idx)
               read quota-file next record
                   at end move 'y'     to ws-new-eof-flag
               end-read
           end-perform.
           close   quota-file.
      *
       315-verify-checkpoint.
      *
           set ws-cf-idx               to 6.
           move 'n'                    to ws-new-eof-flag.
           open input checkpoint-file.
           read checkpoint-file next record
               at end move 'y'         to ws-new-eof-flag
           end-read.
           perform until ws-new-eof-flag = 'y'
               add 1                   to ws-cf-after-count (ws-cf-idx)
               add chk-last-sman-num   to ws-cf-after-hash (ws-cf-idx)
               add chk-total-paid    to ws-cf-after-amount (ws-cf-idx)
               read checkpoint-file next record
                   at end move 'y'     to ws-new-eof-flag
               end-read
           end-perform.
           close   checkpoint-file.
      *
       316-verify-ytd-history.
      *
           set ws-cf-idx               to 7.
           move 'n'                    to ws-new-eof-flag.
           open input ytd-history-file.
           read ytd-history-file
               at end move 'y'         to ws-new-eof-flag
           end-read.
           perform until ws-new-eof-flag = 'y'
               add 1                   to ws-cf-after-count (ws-cf-idx)
               add hist-sman-num       to ws-cf-after-hash (ws-cf-idx)
               add hist-paid         to ws-cf-after-amount (ws-cf-idx)
               read ytd-history-file
                   at end move 'y'     to ws-new-eof-flag
               end-read
           end-perform.
           close   ytd-history-file.
      *
       317-verify-payroll-interface.
      *
           set ws-cf-idx               to 8.
           move 'n'                    to ws-new-eof-flag.
           open input payroll-interface-file.
           read payroll-interface-file
               at end move 'y'         to ws-new-eof-flag
           end-read.
           perform until ws-new-eof-flag = 'y'
               add 1                   to ws-cf-after-count (ws-cf-idx)
               add pay-sman-num        to ws-cf-after-hash (ws-cf-idx)
               add pay-amount        to ws-cf-after-amount (ws-cf-idx)
               read payroll-interface-file
                   at end move 'y'     to ws-new-eof-flag
               end-read
           end-perform.
           close   payroll-interface-file.
      *
       318-verify-period-control.
      *
           set ws-cf-idx               to 9.
           move 'n'                    to ws-new-eof-flag.
           open input period-control-file.
           read period-control-file next record
               at end move 'y'         to ws-new-eof-flag
           end-read.
           perform until ws-new-eof-flag = 'y'
               add 1                   to ws-cf-after-count (ws-cf-idx)
               read period-control-file next record
                   at end move 'y'     to ws-new-eof-flag
               end-read
           end-perform.
           close   period-control-file.
      *
      * before and after for each file - a file ties when the count,
      * the salesman number hash and the amount all come back
      * unchanged
       400-print-file-lines.
      *
           if ws-cf-found-flag (ws-cf-idx) = 'n' then
               add 1                   to ws-files-not-on-file
               move ws-cf-file-name (ws-cf-idx) to ws-cn-file-name
               write conversion-line from ws-conv-none-line
                   after advancing 2 lines
           else
               add 1                   to ws-files-converted
               move ws-cf-file-name (ws-cf-idx) to ws-cd-file-name
               move "BEFORE"           to ws-cd-stage
               move ws-cf-before-count (ws-cf-idx) to ws-cd-count
               move ws-cf-before-hash (ws-cf-idx) to ws-cd-hash
               move ws-cf-before-amount (ws-cf-idx) to ws-cd-amount
               move ws-cf-amount-label (ws-cf-idx)
                                        to ws-cd-amount-label
               move spaces             to ws-cd-result
               write conversion-line from ws-conv-detail-line
                   after advancing 2 lines
      *
               move spaces             to ws-cd-file-name
               move "AFTER"            to ws-cd-stage
               move ws-cf-after-count (ws-cf-idx) to ws-cd-count
               move ws-cf-after-hash (ws-cf-idx) to ws-cd-hash
               move ws-cf-after-amount (ws-cf-idx) to ws-cd-amount
               if ws-cf-after-count (ws-cf-idx)
                           = ws-cf-before-count (ws-cf-idx)
                       and ws-cf-after-hash (ws-cf-idx)
                           = ws-cf-before-hash (ws-cf-idx)
                       and ws-cf-after-amount (ws-cf-idx)
                           = ws-cf-before-amount (ws-cf-idx) then
                   move "TIED"         to ws-cd-result
               else
                   move "OUT OF BALANCE" to ws-cd-result
                   add 1               to ws-files-out-of-balance
               end-if
               write conversion-line from ws-conv-detail-line
                   after advancing 1 line
           end-if.
      *
       450-print-totals.
      *
           move ws-default-plan-code   to ws-cp-plan-code.
           write conversion-line from ws-conv-plan-line
               after advancing 3 lines.
      *
           move "FILES CONVERTED"      to ws-ct-label.
           move ws-files-converted     to ws-ct-count.
           write conversion-line from ws-conv-total-line
               after advancing 2 lines.
      *
           move "FILES NOT ON FILE"    to ws-ct-label.
           move ws-files-not-on-file   to ws-ct-count.
           write conversion-line from ws-conv-total-line
               after advancing 1 line.
      *
           move "FILES OUT OF BALANCE" to ws-ct-label.
           move ws-files-out-of-balance to ws-ct-count.
           write conversion-line from ws-conv-total-line
               after advancing 1 line.
      *
           move "RECORDS NOT WRITTEN"  to ws-ct-label.
           move ws-write-failures      to ws-ct-count.
           write conversion-line from ws-conv-total-line
               after advancing 1 line.
      *
           move "MANAGER CODES WIDENED" to ws-ct-label.
           move ws-managers-widened    to ws-ct-count.
           write conversion-line from ws-conv-total-line
               after advancing 1 line.
      *
           if ws-files-out-of-balance > 0
                   or ws-write-failures > 0 then
               move "OUT OF BALANCE - RESTORE THE BACKED UP FILES"
                                        to ws-cr-text
           else
               move "CONVERSION COMPLETE - ALL FILES TIED"
                                        to ws-cr-text
           end-if.
           write conversion-line from ws-conv-result-line
               after advancing 2 lines.
      *
       end program lab5cnv.
