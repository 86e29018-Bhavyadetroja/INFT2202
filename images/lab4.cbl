               relative key is ws-quota-rel-key
               file status is ws-quota-status.
      *
      * commission plan master, maintained by lab5pln - the rate,
      * min and max every sale must carry are the terms of the plan
      * named on the salesman's master record
           select plan-file
               assign to "../../data/planmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-plan-rel-key
               file status is ws-plan-status.
      *
      * every CHANGE lab5mnt applies, with the period it takes
      * effect - the territory and manager a period's sales belong to
      * are the ones in effect for that period, not whatever the
      * master says today
           select assignment-history-file
               assign to "../../data/asgnhist.dat"
               organization is line sequential
               file status is ws-asg-status.
      *
      * the year's sales and commission per salesman, split by the
      * territory/manager assignment they were posted under - what
      * the quota rollups and the transfer report divide the YTD by
           select assign-ytd-file
               assign to "../../data/ytdasgn.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-asgytd-rel-key
               file status is ws-asgytd-status.
      *
      * quota attainment - period and YTD sales against annual quota
      * per salesman, with territory and manager rollups, so the
      * coverage report's no-activity names can be read next to how
               assign to "../../data/lab5.stw"
               organization is line sequential.
      *
      * manual adjustments lab5adj posted since the last run, queued
      * in the statement work layout - each prints on the salesman's
      * next statement as a line of its own, then the queue is emptied
           select adj-stmt-file
               assign to "../../data/lab5.adw"
               organization is line sequential
               file status is ws-adw-status.
      *
      * the statement print file - one page per salesman
           select statement-file
               assign to "../../data/lab5.stm"
               organization is line sequential
               file status is ws-runhist-status.
      *
      * permanent record of everything payroll was sent - a completed
      * run appends its payroll extract, so the year-end tax extract
      * can find the manager overrides paid in the year after each
      * period's extract has been re-created
           select payroll-history-file
               assign to "../../data/payhist.dat"
               organization is line sequential
               file status is ws-payhist-status.
      *
      * holding file for records that have been validated, rated and
      * posted to YTD/draw but not yet sorted and printed - written
      * one record at a time as each sales-file record is processed,
      * at when the type says 'P', so older short records still read
       fd sales-file
           data record is sales-rec
           record contains 62 characters.
      *
       01 sales-rec.
           05 sr-sman-num              pic 9(5).
           05 sr-name                  pic x(8).
           05 sr-sales                 pic 9(6).
           05 sr-min                   pic 9(6).
               88 sr-type-split        value 'P'.
      * the second salesman on a split sale and the percentage of the
      * sale that stays with sr-sman-num - the partner takes the rest
           05 sr-split-num             pic 9(5).
           05 sr-split-pct             pic 99.
      * the office's invoice number for the sale, and on a credit the
      * invoice of the sale it takes back - the gateway proves both
      * against the sales archive, this run only carries them
           05 sr-invoice-num           pic x(10).
           05 sr-orig-invoice          pic x(10).
      *
       fd report-file 
           data record is report-line
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
       fd exception-report-file
           data record is exception-line
      *
       fd payroll-interface-file
           data record is payroll-rec
           record contains 28 characters.
      *
       01 payroll-rec.
           05 pay-sman-num              pic 9(5).
           05 pay-amount                pic 9(7)v99.
           05 pay-earnings-code         pic x(8).
           05 pay-period                pic 9(6).
               88 pc-status-closed      value "CLOSED".
           05 pc-last-commission-run    pic 9(6).
           05 pc-last-aged-period       pic 9(6).
           05 pc-last-adjust-run        pic 9(6).
      *
       fd checkpoint-file
           data record is checkpoint-rec.
      *
       01 checkpoint-rec.
           05 chk-records-processed     pic 9(5).
           05 chk-last-sman-num         pic 9(5).
           05 chk-total-earned          pic s9(9)v99.
           05 chk-total-paid            pic s9(9)v99.
           05 chk-ytd-earned            pic s9(9)v99.
      * carry cents so small-rate salesmen stop losing real money
      * to whole-dollar rounding
       01 ytd-rec.
           05 ytd-sman-num              pic 9(5).
           05 ytd-year                  pic 9(4).
           05 ytd-earned                pic s9(9)v99.
           05 ytd-paid                  pic s9(9)v99.
      * policy's per-period cap, and posts what it recovered into
      * draw-recovered-period so the aging report can show it
       01 draw-rec.
           05 draw-sman-num             pic 9(5).
           05 draw-balance              pic 9(9)v99.
           05 draw-limit                pic 9(9)v99.
           05 draw-issue-date           pic 9(8).
           data record is claw-rec.
      *
       01 claw-rec.
           05 claw-sman-num             pic 9(5).
           05 claw-balance              pic 9(9)v99.
      *
      * one record per completed run - must stay field for field
           05 rh-resume-skip            pic 9(5).
           05 rh-period                 pic 9(6).
      *
      * must stay field for field identical to payroll-rec - the
      * extract is copied across record for record
       fd payroll-history-file
           data record is payhist-rec
           record contains 28 characters.
      *
       01 payhist-rec                  pic x(28).
      *
      * same layout as sort-rec field for field - 097-release-
      * processed-records below copies this record straight into
      * sort-rec before releasing it to the sort, so the two have to
      * line up exactly
       fd processed-file
           data record is processed-rec
           record contains 85 characters.
      *
       01 processed-rec.
           05 prc-region                pic x(4).
           05 prc-territory             pic x(4).
           05 prc-paid                  pic s9(9)v99.
           05 prc-sman-num              pic 9(5).
           05 prc-name                  pic x(20).
           05 prc-sales                 pic 9(6).
           05 prc-min                   pic 9(6).
           data record is quota-rec.
      *
       01 quota-rec.
           05 qta-sman-num              pic 9(5).
           05 qta-annual-quota          pic 9(9).
      *
      * must stay field for field identical to the layout lab5pln
      * maintains - both programs read the same file
       fd plan-file
           data record is plan-rec.
      *
       01 plan-rec.
           05 pln-code                  pic 999.
           05 pln-desc                  pic x(20).
           05 pln-rate                  pic 99v9.
           05 pln-min                   pic 9(6).
           05 pln-max                   pic 9(6).
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
      * one segment per assignment the salesman posted under this
      * year, oldest first - a seventh move in one year stays in the
      * sixth segment
       fd assign-ytd-file
           data record is asgn-ytd-rec.
      *
       01 asgn-ytd-rec.
           05 ya-sman-num               pic 9(5).
           05 ya-year                   pic 9(4).
           05 ya-seg-count              pic 9.
           05 ya-segment                occurs 6 times
                                        indexed by ya-seg-idx.
               10 ya-seg-territory      pic x(4).
               10 ya-seg-manager        pic x(8).
               10 ya-seg-from-period    pic 9(6).
               10 ya-seg-sales          pic s9(9).
               10 ya-seg-earned         pic s9(9)v99.
      *
       fd quota-report-file
           data record is quota-report-line
      *
       fd stmt-work-file
           data record is stmt-work-rec
           record contains 131 characters.
      *
       01 stmt-work-rec.
           05 stw-sman-num              pic 9(5).
           05 stw-name                  pic x(20).
           05 stw-territory             pic x(4).
           05 stw-type                  pic x.
           05 stw-claw-recovered        pic 9(9)v99.
           05 stw-claw-posted           pic 9(9)v99.
           05 stw-paid                  pic s9(9)v99.
           05 stw-adj-reason            pic x(4).
           05 stw-adj-ref-period        pic 9(6).
      *
      * same layout as stmt-work-rec - written by lab5adj
       fd adj-stmt-file
           data record is adj-stmt-rec
           record contains 131 characters.
      *
       01 adj-stmt-rec                 pic x(131).
      *
       fd statement-file
           data record is statement-line
           data record is stmt-sort-rec.
      *
       01 stmt-sort-rec.
           05 sts-sman-num              pic 9(5).
           05 sts-name                  pic x(20).
           05 sts-territory             pic x(4).
           05 sts-type                  pic x.
           05 sts-claw-recovered        pic 9(9)v99.
           05 sts-claw-posted           pic 9(9)v99.
           05 sts-paid                  pic s9(9)v99.
           05 sts-adj-reason            pic x(4).
           05 sts-adj-ref-period        pic 9(6).
      *
       sd sort-work-file
           data record is sort-rec.
           05 sort-region               pic x(4).
           05 sort-territory            pic x(4).
           05 sort-paid                 pic s9(9)v99.
           05 sort-sman-num             pic 9(5).
           05 sort-name                 pic x(20).
           05 sort-sales                pic 9(6).
           05 sort-min                  pic 9(6).
      *
       01 ws-master-invalid-flag       pic x
           value 'n'.
       01 ws-master-rel-key            pic 9(5).
       01 ws-master-status             pic xx
           value '00'.
      *
       01 ws-proc-eof-flag             pic x
           value 'n'.
      *
       01 ws-ytd-rel-key               pic 9(5).
       01 ws-ytd-found-flag            pic x
           value 'n'.
      *
       01 ws-claw-rel-key              pic 9(5).
       01 ws-claw-found-flag           pic x
           value 'n'.
       01 ws-claw-status               pic xx
       77 ws-adjust-code               pic x
           value ' '.
      *
       01 ws-draw-rel-key              pic 9(5).
       01 ws-draw-found-flag           pic x
           value 'n'.
       01 ws-draw-status               pic xx
               value spaces.
      *
       01 ws-report-detail-line.
           05 ws-rpt-sman-num          pic 9(5).
           05 filler                   pic x(1).
           05 ws-rpt-name              pic x(20).
           05 filler                   pic x(1).
           05 ws-rpt-territory         pic x(4).
               value spaces.
      *
       01 ws-exc-detail-line.
           05 exc-sman-num             pic 9(5).
           05 filler                   pic x(1).
           05 exc-name                 pic x(8).
           05 filler                   pic x(3).
           05 exc-reason               pic x(40).
           value 'n'.
       01 ws-stw-eof-flag              pic x
           value 'n'.
       01 ws-adw-eof-flag              pic x
           value 'n'.
       01 ws-adw-status                pic xx
           value '00'.
       77 ws-stmt-prev-sman            pic 9(5)
           value 0.
       77 ws-stmt-tot-earned           pic s9(9)v99
           value 0.
           value 0.
       77 ws-stmt-tot-claw-post        pic 9(9)v99
           value 0.
       77 ws-stmt-tot-adj-earned       pic s9(9)v99
           value 0.
       77 ws-stmt-tot-adj-paid         pic s9(9)v99
           value 0.
       77 ws-stmt-page-count           pic 9(5)
           value 0.
      *
               value spaces.
           05 filler                   pic x(9)
               value "SALESMAN ".
           05 ws-stmt-sl-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-stmt-sl-name          pic x(20).
           05 filler                   pic x(10)
               value "TERRITORY ".
           05 ws-stmt-sl-territory     pic x(4).
           05 filler                   pic x(63)
               value spaces.
      *
       01 ws-stmt-col-line.
           05 ws-sdl-cr                pic x(3).
           05 filler                   pic x(7)
               value spaces.
      *
      * a manual adjustment - reason and the period it corrects in
      * place of the rating columns, amounts under the same headings
       01 ws-stmt-adj-line.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(6)
               value "ADJ   ".
           05 ws-sal-reason            pic x(4).
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(11)
               value "REF PERIOD ".
           05 ws-sal-ref-period        pic 9(6).
           05 filler                   pic x(24)
               value spaces.
           05 ws-sal-earned            pic zzz,zzz,zz9.99.
           05 filler                   pic x(17)
               value spaces.
           05 ws-sal-claw-rec          pic zz,zzz,zz9.99.
           05 filler                   pic x(2)
               value spaces.
           05 ws-sal-paid              pic zzz,zzz,zz9.99.
           05 ws-sal-cr                pic x(3).
           05 filler                   pic x(7)
               value spaces.
      *
       01 ws-stmt-total-line.
           05 filler                   pic x(5)
               value "MANAGER ".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(5)
               value "NO ".
           05 filler                   pic x(4)
               value spaces.
               value spaces.
           05 filler                   pic x(8)
               value "OVERRIDE".
           05 filler                   pic x(75)
               value spaces.
      *
       01 ws-mgr-detail-line.
           05 ws-mgl-manager           pic x(8).
           05 filler                   pic x(2)
               value spaces.
           05 ws-mgl-num               pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-mgl-team-paid         pic zzz,zzz,zz9.99.
           05 filler                   pic x(2)
               value spaces.
           05 ws-mgl-override          pic zzz,zzz,zz9.99.
           05 filler                   pic x(68)
               value spaces.
      *
       77 ws-exception-count           pic 9(9)
           value 'n'.
       77 ws-valid-record-flag         pic x
           value 'y'.
      * why 050 refused a record on its commission plan - spaces when
      * the record's terms were not the problem
       77 ws-plan-reject-reason        pic x(40)
           value spaces.
      *
       77 ws-earned                    pic s9(9)v99
           value 0.
      * under sr-sman-num, for a split sale each partner's apportioned
      * piece in turn. the full-sale figures are parked here while the
      * shares are cut so the two always add back to them exactly
       77 ws-post-sman-num             pic 9(5)
           value 0.
       77 ws-post-sales                pic 9(6)
           value 0.
      *
       01 ws-runhist-status            pic xx
           value '00'.
       01 ws-payhist-status            pic xx
           value '00'.
       01 ws-payhist-eof-flag          pic x
           value 'n'.
      * how the control-total reconciliation came out - NONE when no
      * control-total file was supplied this run
       77 ws-recon-result              pic x(9)
      * tracks, per salesman number, whether this run has already
      * folded that salesman's YTD balance into ws-total-ytd-earned/
      * paid - sr-sman-num/master-sman-num/ytd-sman-num are all
      * pic 9(5), so 99999 entries covers every salesman the keyed
      * relative files can ever hold. Needed because the same
      * salesman can appear on more than one sales-file record in a
      * single run; without it 320-update-ytd-master would fold that
           value 'n'.
       77 ws-mgr-full-flagged          pic x
           value 'n'.
       77 ws-mgr-resolved-num          pic 9(5)
           value 0.
      * scan counter is a digit wider than the 9(5) relative key so
      * the until test can actually pass 99999
       77 ws-scan-key                  pic 9(6)
           value 0.
      *
      * per-salesman sales activity rolled up as report lines print -
      * like ws-mgr-table this is built in the output procedure, so a
      * resumed run still counts every record (old segments and new
      * alike). 99999 entries covers every possible salesman number
       01 ws-activity-table.
           05 ws-act-entry             occurs 99999 times
                                        indexed by ws-act-idx.
               10 ws-act-count         pic 9(5) value 0.
               10 ws-act-sales         pic 9(9) value 0.
       01 ws-cov-zero-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-czl-sman-num          pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-czl-name              pic x(20).
           05 filler                   pic x(2)
               value spaces.
           05 ws-czl-manager           pic x(8).
           05 filler                   pic x(76)
               value spaces.
      *
       01 ws-cov-sect2-line.
       01 ws-cov-unk-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-cul-sman-num          pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-cul-records           pic zz,zz9.
           05 ws-cul-sales             pic zzz,zzz,zz9.
           05 filler                   pic x(6)
               value " SALES".
           05 filler                   pic x(70)
               value spaces.
      *
       01 ws-cov-total-line.
           05 filler                   pic x(64)
               value spaces.
      *
       01 ws-quota-rel-key             pic 9(5).
       01 ws-quota-status              pic xx
           value '00'.
       01 ws-quota-found-flag          pic x
           value 'n'.
      *
       01 ws-plan-rel-key              pic 9(3).
       01 ws-plan-status               pic xx
           value '00'.
       01 ws-plan-found-flag           pic x
           value 'n'.
       01 ws-plan-master-flag          pic x
           value 'n'.
      * the share's sales signed the way the quota measures them -
      * a credit's returned amount draws the year's sales back down
       77 ws-share-sales               pic s9(9)
           value 0.
       77 ws-qtm-found-flag            pic x
           value 'n'.
      *
      * what one rollup call adds, and to which territory/manager -
      * a salesman who moved this year rolls the YTD up once per
      * assignment segment
       01 ws-qta-roll-territory        pic x(4).
       01 ws-qta-roll-manager          pic x(8).
       77 ws-qta-roll-period-sales     pic s9(9)
           value 0.
       77 ws-qta-roll-ytd-sales        pic s9(9)
           value 0.
       77 ws-qta-roll-quota            pic 9(9)
           value 0.
       01 ws-qta-seg-flag              pic x
           value 'n'.
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
       01 ws-asgytd-rel-key            pic 9(5).
       01 ws-asgytd-status             pic xx
           value '00'.
       01 ws-asgytd-found-flag         pic x
           value 'n'.
       77 ws-asg-prior-sales           pic s9(9)
           value 0.
       77 ws-asg-prior-earned          pic s9(9)v99
           value 0.
       77 ws-asg-period-year           pic 9(4)
           value 0.
       77 ws-asg-period-month          pic 99
           value 0.
      *
       01 ws-qta-title-line.
           05 filler                   pic x(5)
       01 ws-qta-col-line.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(5)
               value "NO ".
           05 filler                   pic x(2)
               value spaces.
               value spaces.
           05 filler                   pic x(8)
               value "STATUS  ".
           05 filler                   pic x(37)
               value spaces.
      *
       01 ws-qta-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-qdl-sman-num          pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-qdl-name              pic x(20).
           05 filler                   pic x(3)
               value spaces.
           05 ws-qdl-status            pic x(10).
           05 filler                   pic x(39)
               value spaces.
      *
       01 ws-qta-roll-title-line.
               value spaces.
      *
       01 ws-ytd-seen-table.
           05 ws-ytd-seen-entry        occurs 99999 times
                                        indexed by ws-ytd-seen-idx.
               10 ws-ytd-seen-flag     pic x value 'n'.
               10 ws-ytd-seen-earned   pic s9(9)v99 value 0.
           perform 005-load-rate-table.
      *
           perform 008-load-territory-table.
      *
           perform 014-load-assignment-history.
      *
           perform 090-sort-sales-file.
      *
      * run completed cleanly - clear the checkpoint so the next
      * run starts fresh instead of skipping records forever
           perform 006-clear-checkpoint.
      *
      * the queued adjustments are on this run's statements
           perform 011-clear-adjustment-queue.
      *
           perform 340-print-manager-overrides.
      *
           perform 300-print-totals.
      *
           perform 370-write-run-history.
      *
           perform 375-append-payroll-history.
      *
           perform 380-stamp-period-control.
      *
                   journal-extract-file
                   coverage-report-file
                   quota-file
                   plan-file
                   assign-ytd-file
                   quota-report-file
                   statement-file.
      *
      * completion code for the job stream - a control total MISMATCH
      * or any exception is a warning
           if ws-recon-result = "MISMATCH"
                   or ws-exception-count > 0 then
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
      *
           stop run.
      *
               close  quota-file
               open input quota-file
           end-if.
      *
           open input plan-file.
           if ws-plan-status = '35' then
               open output plan-file
               close  plan-file
               open input plan-file
           end-if.
      *
           open i-o assign-ytd-file.
           if ws-asgytd-status = '35' then
               open output assign-ytd-file
               close  assign-ytd-file
               open i-o assign-ytd-file
           end-if.
      *
      * the checkpoint has to be read before exception-report-file and
      * processed-file are opened - a resumed run must extend them
                   clawback-file
                   checkpoint-file
                   quota-file
                   plan-file
                   assign-ytd-file
                   report-file.
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
                   move 'y'                to ws-exc-heading-written
               end-if
           end-if.
      *
       011-clear-adjustment-queue.
      *
           open output adj-stmt-file.
           close adj-stmt-file.
      *
       006-clear-checkpoint.
      *
               move "SOUTH TERRITORY"  to ws-terr-desc (ws-terr-idx)
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
       090-sort-sales-file.
      *
           end-perform.
      *
           close stmt-work-file.
      *
      * adjustments posted since the last run, when lab5adj has
      * queued any
           move 'n'                    to ws-adw-eof-flag.
      *
           open input adj-stmt-file.
      *
           if ws-adw-status = '00' then
               read adj-stmt-file
                   at end move 'y'     to ws-adw-eof-flag
               end-read
      *
               perform until ws-adw-eof-flag = 'y'
                   move adj-stmt-rec   to stmt-sort-rec
                   release stmt-sort-rec
                   read adj-stmt-file
                       at end move 'y' to ws-adw-eof-flag
                   end-read
               end-perform
      *
               close adj-stmt-file
           end-if.
      *
       400-process-statements.
      *
               after advancing 2 lines.
      *
       420-statement-detail.
      *
           if sts-type = 'A' then
               perform 425-statement-adjustment
           else
               perform 421-statement-sale
           end-if.
      *
       421-statement-sale.
      *
           move spaces                 to ws-stmt-detail-line.
      *
           add sts-draw-recovered      to ws-stmt-tot-draw.
           add sts-claw-recovered      to ws-stmt-tot-claw-rec.
           add sts-claw-posted         to ws-stmt-tot-claw-post.
      *
      * kept out of the period totals - the commission run did not pay
      * these, lab5adj did, on the payroll interface it ran after
       425-statement-adjustment.
      *
           move sts-adj-reason         to ws-sal-reason.
           move sts-adj-ref-period     to ws-sal-ref-period.
           move sts-earned             to ws-sal-earned.
           move sts-claw-recovered     to ws-sal-claw-rec.
           move sts-paid               to ws-sal-paid.
      *
           if sts-earned < 0 then
               move " CR"              to ws-sal-cr
           else
               move spaces             to ws-sal-cr
           end-if.
      *
           write statement-line from ws-stmt-adj-line
               after advancing 1 line.
      *
           add sts-earned              to ws-stmt-tot-adj-earned.
           add sts-paid                to ws-stmt-tot-adj-paid.
      *
       430-statement-totals.
      *
           move ws-stmt-tot-claw-rec   to ws-stl-amount.
           write statement-line from ws-stmt-total-line
               after advancing 1 line.
      *
           if ws-stmt-tot-adj-earned not = 0
                   or ws-stmt-tot-adj-paid not = 0 then
               move spaces             to ws-stmt-total-line
               move "ADJUSTMENTS SINCE LAST STMT"
                                        to ws-stl-label
               move ws-stmt-tot-adj-earned to ws-stl-amount
               move "ADJ PAID"         to ws-stl-label2
               move ws-stmt-tot-adj-paid to ws-stl-amount2
               write statement-line from ws-stmt-total-line
                   after advancing 1 line
           end-if.
      *
      * the salesman's YTD standing after this run's postings
           move 'n'                    to ws-ytd-found-flag.
           move 0                      to ws-stmt-tot-draw.
           move 0                      to ws-stmt-tot-claw-rec.
           move 0                      to ws-stmt-tot-claw-post.
           move 0                      to ws-stmt-tot-adj-earned.
           move 0                      to ws-stmt-tot-adj-paid.
      *
       095-build-sort-records.
      *
           perform 310-lookup-salesman-master.
      *
           perform 315-find-region.
      *
           perform 322-update-assignment-ytd.
      *
           move spaces                 to processed-rec.
           move ws-rpt-region-work     to prc-region.
               perform 332-write-gl-entry
           end-if.
      *
      * a manager is keyed on the master either as "nnnnn" in the first
      * five bytes of master-manager, or by name - in which case the
      * master record whose full name starts with the manager's name
      * supplies the number
       345-resolve-manager-number.
      *
           move 0                      to ws-mgr-resolved-num.
      *
           if ws-mgr-name (ws-mgr-idx) (1:5) numeric then
               move ws-mgr-name (ws-mgr-idx) (1:5)
                                        to ws-mgr-resolved-num
           else
               perform varying ws-scan-key from 1 by 1
                       until ws-scan-key > 99999
                           or ws-mgr-resolved-num > 0
                   move ws-scan-key    to ws-master-rel-key
                   read salesman-master-file
      *
           perform 352-check-master-coverage
               varying ws-scan-key from 1 by 1
               until ws-scan-key > 99999.
      *
           move spaces                 to ws-cov-total-line.
           move "SALESMEN WITH NO ACTIVITY"
      *
           perform 355-check-unknown-number
               varying ws-scan-key from 1 by 1
               until ws-scan-key > 99999.
      *
           move spaces                 to ws-cov-total-line.
           move "NUMBERS NOT ON MASTER / SALES"
      *
           perform 391-attain-one-key
               varying ws-scan-key from 1 by 1
               until ws-scan-key > 99999.
      *
           perform 395-print-territory-rollup.
      *
           move ws-scan-key            to ws-qdl-sman-num.
           if ws-master-invalid-flag = 'n' then
               move master-full-name   to ws-qdl-name
               move master-territory   to ws-asg-territory-work
               move master-manager     to ws-asg-manager-work
               move ws-scan-key        to ws-asg-sman-work
               move ws-period-id       to ws-asg-period-work
               perform 312-resolve-assignment
               move ws-asg-territory-work to ws-qdl-territory
           else
               move "(NOT ON MASTER)"  to ws-qdl-name
               move spaces             to ws-qdl-territory
               after advancing 1 line.
      *
           if ws-master-invalid-flag = 'n' then
               perform 392a-rollup-by-assignment
           end-if.
      *
      * the period's sales and the quota roll up to the assignment in
      * effect this period; the YTD rolls up segment by segment to
      * the assignment each piece was posted under, so a mid-year
      * move leaves the old territory the sales it made. no segment
      * record for the year - the whole YTD goes with the period
       392a-rollup-by-assignment.
      *
           move 'n'                    to ws-qta-seg-flag.
           move ws-scan-key            to ws-asgytd-rel-key.
           read assign-ytd-file
               invalid key move 'n'    to ws-asgytd-found-flag
               not invalid key move 'y' to ws-asgytd-found-flag
           end-read.
           if ws-asgytd-found-flag = 'y'
                   and ya-year = ws-current-year then
               move 'y'                to ws-qta-seg-flag
           end-if.
      *
           move ws-asg-territory-work  to ws-qta-roll-territory.
           move ws-asg-manager-work    to ws-qta-roll-manager.
           set ws-act-idx              to ws-scan-key.
           move ws-act-sales (ws-act-idx) to ws-qta-roll-period-sales.
           move ws-qta-quota-work      to ws-qta-roll-quota.
           if ws-qta-seg-flag = 'y' then
               move 0                  to ws-qta-roll-ytd-sales
           else
               move ws-qta-ytd-sales-work to ws-qta-roll-ytd-sales
           end-if.
           perform 392b-rollup-one-assignment.
      *
           if ws-qta-seg-flag = 'y' then
               perform varying ya-seg-idx from 1 by 1
                       until ya-seg-idx > ya-seg-count
                   move ya-seg-territory (ya-seg-idx)
                                        to ws-qta-roll-territory
                   move ya-seg-manager (ya-seg-idx)
                                        to ws-qta-roll-manager
                   move 0              to ws-qta-roll-period-sales
                   move 0              to ws-qta-roll-quota
                   move ya-seg-sales (ya-seg-idx)
                                        to ws-qta-roll-ytd-sales
                   perform 392b-rollup-one-assignment
               end-perform
           end-if.
      *
       392b-rollup-one-assignment.
      *
           if ws-qta-roll-territory not = spaces then
               perform 393-rollup-territory
           end-if.
      *
           if ws-qta-roll-manager not = spaces then
               perform 394-rollup-manager
           end-if.
      *
       393-rollup-territory.
               perform varying ws-qtt-idx from 1 by 1
                       until ws-qtt-idx > ws-qtt-count
                           or ws-qtt-found-flag = 'y'
                   if ws-qtt-code (ws-qtt-idx)
                           = ws-qta-roll-territory then
                       perform 393a-add-territory-sums
                       move 'y'        to ws-qtt-found-flag
                   end-if
                   and ws-qtt-count < 30 then
               add 1                   to ws-qtt-count
               set ws-qtt-idx          to ws-qtt-count
               move ws-qta-roll-territory to ws-qtt-code (ws-qtt-idx)
               move 0                  to ws-qtt-period-sales
                                           (ws-qtt-idx)
               move 0                  to ws-qtt-ytd-sales (ws-qtt-idx)
      *
       393a-add-territory-sums.
      *
           add ws-qta-roll-period-sales
               to ws-qtt-period-sales (ws-qtt-idx).
           add ws-qta-roll-ytd-sales   to ws-qtt-ytd-sales (ws-qtt-idx).
           add ws-qta-roll-quota       to ws-qtt-quota (ws-qtt-idx).
      *
       394-rollup-manager.
      *
               perform varying ws-qtm-idx from 1 by 1
                       until ws-qtm-idx > ws-qtm-count
                           or ws-qtm-found-flag = 'y'
                   if ws-qtm-name (ws-qtm-idx)
                           = ws-qta-roll-manager then
                       perform 394a-add-manager-sums
                       move 'y'        to ws-qtm-found-flag
                   end-if
                   and ws-qtm-count < 25 then
               add 1                   to ws-qtm-count
               set ws-qtm-idx          to ws-qtm-count
               move ws-qta-roll-manager to ws-qtm-name (ws-qtm-idx)
               move 0                  to ws-qtm-period-sales
                                           (ws-qtm-idx)
               move 0                  to ws-qtm-ytd-sales (ws-qtm-idx)
      *
       394a-add-manager-sums.
      *
           add ws-qta-roll-period-sales
               to ws-qtm-period-sales (ws-qtm-idx).
           add ws-qta-roll-ytd-sales   to ws-qtm-ytd-sales (ws-qtm-idx).
           add ws-qta-roll-quota       to ws-qtm-quota (ws-qtm-idx).
      *
       395-print-territory-rollup.
      *
           write runhist-rec.
      *
           close run-history-file.
      *
      * the period's payroll extract is complete - copy it onto the
      * permanent payroll history. done once, at the end of a
      * completed run, so a resumed run never copies a record twice.
      * the extract is left open for input for the closing close
       375-append-payroll-history.
      *
           close payroll-interface-file.
           open input payroll-interface-file.
      *
           open extend payroll-history-file.
           if ws-payhist-status = '35' then
               open output payroll-history-file
           end-if.
      *
           read payroll-interface-file
               at end move 'y'         to ws-payhist-eof-flag
           end-read.
      *
           perform until ws-payhist-eof-flag = 'y'
               write payhist-rec from payroll-rec
               read payroll-interface-file
                   at end move 'y'     to ws-payhist-eof-flag
               end-read
           end-perform.
      *
           close payroll-history-file.
      *
       050-validate-sales-rec.
      *
           move 'y'                    to ws-valid-record-flag.
           move spaces                 to ws-plan-reject-reason.
      *
           if sr-sales not numeric
               or sr-min not numeric
                   move 'n'            to ws-valid-record-flag
               end-if
           end-if.
      *
           if ws-valid-record-flag = 'y' then
               perform 052-check-commission-plan
           end-if.
      *
      * the rate, min and max on the record must be the terms of the
      * plan on the salesman's master record - the gateway holds
      * off-plan details back, and this catches any that reach the
      * sales file another way. a number with no master record is
      * left to the coverage report, as before
       052-check-commission-plan.
      *
           move 'n'                    to ws-plan-master-flag.
           move sr-sman-num            to ws-master-rel-key.
      *
           if sr-sman-num numeric then
               read salesman-master-file
                   invalid key move 'n' to ws-plan-master-flag
                   not invalid key move 'y' to ws-plan-master-flag
               end-read
           end-if.
      *
           if ws-plan-master-flag = 'y' then
               move 'n'                to ws-plan-found-flag
               if master-plan-code numeric
                       and master-plan-code > 0 then
                   move master-plan-code to ws-plan-rel-key
                   read plan-file
                       invalid key move 'n' to ws-plan-found-flag
                       not invalid key move 'y' to ws-plan-found-flag
                   end-read
               end-if
      *
               if ws-plan-found-flag = 'n' then
                   move "salesman has no valid commission plan"
                                        to ws-plan-reject-reason
               else
                   if sr-rate not = pln-rate
                           or sr-min not = pln-min
                           or sr-max not = pln-max then
                       move "rate/min/max off commission plan"
                                        to ws-plan-reject-reason
                   end-if
               end-if
           end-if.
      *
           if ws-plan-reject-reason not = spaces then
               move 'n'                to ws-valid-record-flag
           end-if.
      *
       060-write-exception.
      *
                   end-if
               end-if
           end-if.
      *
      * the plan check only runs on a record whose own fields passed,
      * so its reason replaces whatever the chain above fell through to
           if ws-plan-reject-reason not = spaces then
               move ws-plan-reject-reason
                                        to exc-reason
           end-if.
      *
           add 1                       to ws-exception-count.
      *
               move spaces             to ws-rpt-manager-work
           else
               move master-full-name   to ws-rpt-name-work
               move master-territory   to ws-asg-territory-work
               move master-manager     to ws-asg-manager-work
               move ws-post-sman-num   to ws-asg-sman-work
               move ws-period-id       to ws-asg-period-work
               perform 312-resolve-assignment
               move ws-asg-territory-work to ws-rpt-territory-work
               move ws-asg-manager-work to ws-rpt-manager-work
           end-if.
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
      * maps the looked-up territory to its region through the
               to ws-ytd-seen-earned (ws-ytd-seen-idx).
           move ytd-paid
               to ws-ytd-seen-paid (ws-ytd-seen-idx).
      *
      * posts the share to the segment for the assignment in effect
      * this period (resolved by 310), opening a new segment when the
      * salesman has moved since the last posting. a record started
      * fresh for the year is seeded by 323, so the segments always
      * add back to the YTD record
       322-update-assignment-ytd.
      *
           if ws-master-invalid-flag = 'n' then
               move ws-post-sman-num   to ws-asgytd-rel-key
               move 'n'                to ws-asgytd-found-flag
               read assign-ytd-file
                   invalid key move 'n' to ws-asgytd-found-flag
                   not invalid key move 'y' to ws-asgytd-found-flag
               end-read
      *
               if ws-asgytd-found-flag = 'n'
                       or ya-year not = ws-current-year then
                   perform 323-seed-assignment-ytd
               end-if
      *
               set ya-seg-idx          to ya-seg-count
               if ya-seg-count = 0
                       or ((ya-seg-territory (ya-seg-idx)
                               not = ws-rpt-territory-work
                           or ya-seg-manager (ya-seg-idx)
                               not = ws-rpt-manager-work)
                           and ya-seg-count < 6) then
                   add 1               to ya-seg-count
                   set ya-seg-idx      to ya-seg-count
                   move ws-rpt-territory-work
                                        to ya-seg-territory (ya-seg-idx)
                   move ws-rpt-manager-work
                                        to ya-seg-manager (ya-seg-idx)
                   move ws-period-id
                                   to ya-seg-from-period (ya-seg-idx)
                   move 0              to ya-seg-sales (ya-seg-idx)
                   move 0              to ya-seg-earned (ya-seg-idx)
               end-if
               add ws-share-sales      to ya-seg-sales (ya-seg-idx)
               add ws-earned           to ya-seg-earned (ya-seg-idx)
      *
               if ws-asgytd-found-flag = 'y' then
                   rewrite asgn-ytd-rec
               else
                   write asgn-ytd-rec
               end-if
           end-if.
      *
      * the year's first posting here. whatever the YTD record held
      * before this share (earlier periods of the year, adjustments)
      * opens the year under the assignment in effect the period
      * before this one, so a move keyed late still splits the year
      * correctly; 322 then adds this period's share on top
       323-seed-assignment-ytd.
      *
           move spaces                 to asgn-ytd-rec.
           move ws-post-sman-num       to ya-sman-num.
           move ws-current-year        to ya-year.
           move 0                      to ya-seg-count.
      *
           compute ws-asg-prior-sales = ytd-sales - ws-share-sales.
           compute ws-asg-prior-earned = ytd-earned - ws-earned.
           divide ws-period-id by 100
               giving ws-asg-period-year
               remainder ws-asg-period-month.
      *
           if (ws-asg-prior-sales not = 0
                   or ws-asg-prior-earned not = 0)
                   and ws-asg-period-month > 1 then
               move master-territory   to ws-asg-territory-work
               move master-manager     to ws-asg-manager-work
               move ws-post-sman-num   to ws-asg-sman-work
               compute ws-asg-period-work = ws-period-id - 1
               perform 312-resolve-assignment
      *
               move 1                  to ya-seg-count
               set ya-seg-idx          to 1
               move ws-asg-territory-work
                                        to ya-seg-territory (ya-seg-idx)
               move ws-asg-manager-work
                                        to ya-seg-manager (ya-seg-idx)
               compute ya-seg-from-period (ya-seg-idx)
                   = ws-current-year * 100 + 1
               move ws-asg-prior-sales to ya-seg-sales (ya-seg-idx)
               move ws-asg-prior-earned
                                        to ya-seg-earned (ya-seg-idx)
           end-if.
      *
       300-print-totals.
      *
