      *    balance blocks the terminate unless the card carries the
      *    override, and an overridden terminate prints a final
      *    settlement showing the balances being written off so
      *    finance has a document to act on. every salesman is put
      *    on a commission plan from the plan master - an add must
      *    name one that is on file, and a change may move one to
      *    another. every applied change is appended to the
      *    assignment history with the period it takes effect, so the
      *    commission run credits each period's sales to the territory
      *    and manager in effect for that period. the master also
      *    carries how the salesman is paid for tax purposes - employee
      *    or outside contractor - and the taxpayer id a contractor's
      *    year-end earnings are filed under. no card is applied
      *    on one person's say-so - every card names who keyed it and
      *    who approved it, and a card without an approver on the
      *    approver list other than its submitter is held on the
      *    pending file until an approved copy of it comes through
      *
       environment division.
      *
               assign to "../../data/terrref.dat"
               organization is line sequential
               file status is ws-terr-ref-status.
      *
      * commission plan master - a salesman can only be put on a
      * plan that is already on file
           select plan-file
               assign to "../../data/planmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-plan-rel-key
               file status is ws-plan-status.
      *
      * permanent record of every change, read by the commission run
      * and the transfer report - appended to, never rewritten
           select assignment-history-file
               assign to "../../data/asgnhist.dat"
               organization is line sequential
               file status is ws-asg-status.
      *
      * permanent record of every salesman terminated - the master
      * record as it stood, so the year-end tax extract can still
      * file a contractor paid before leaving. appended to, never
      * rewritten
           select terminated-master-file
               assign to "../../data/termmast.dat"
               organization is line sequential
               file status is ws-term-status.
      *
      * the open period is the default effective period of a change
           select period-control-file
               assign to "../../data/periodct.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-period-rel-key
               file status is ws-period-status.
      *
      * the ids allowed to approve maintenance cards - kept as data
      * like the territory reference, so adding an approver never
      * needs a program recompiled
           select approver-ref-file
               assign to "../../data/apprref.dat"
               organization is line sequential
               file status is ws-appr-ref-status.
      *
      * cards waiting for approval - read at the start of the run and
      * written back at the end, less any an approved card settled
           select pending-file
               assign to "../../data/lab5mnt.pnd"
               organization is line sequential
               file status is ws-pend-status.
      *
       data division.
       file section.
      * the override rides at the end of the card so decks keyed
      * before the settlement check existed still read correctly -
      * it is only looked at on a terminate. the plan code follows
      * it for the same reason, and the effective period of a change
      * after that - blank takes effect in the open period. the
      * submitter and approver ids follow, then the tax fields - on a
      * change, blank keeps what is on the master
       fd maint-trans-file
           data record is maint-trans-rec
           record contains 83 characters.
      *
       01 maint-trans-rec.
           05 mt-action                pic x.
               88 mt-action-add        value 'A'.
               88 mt-action-change     value 'C'.
               88 mt-action-terminate  value 'T'.
           05 mt-sman-num              pic 9(5).
           05 mt-full-name             pic x(20).
           05 mt-territory             pic x(4).
           05 mt-manager               pic x(8).
           05 mt-hire-date             pic 9(8).
           05 mt-override              pic x.
               88 mt-override-yes      value 'Y'.
           05 mt-plan-code             pic 999.
           05 mt-plan-code-x redefines mt-plan-code
                                        pic x(3).
           05 mt-eff-period            pic 9(6).
           05 mt-eff-period-x redefines mt-eff-period.
               10 mt-eff-year          pic 9(4).
               10 mt-eff-month         pic 99.
           05 mt-submitter-id          pic x(8).
           05 mt-approver-id           pic x(8).
           05 mt-worker-class          pic x.
               88 mt-class-valid       values 'E' 'C'.
               88 mt-class-contractor  value 'C'.
           05 mt-tin-type              pic x.
               88 mt-tin-type-valid    values 'S' 'E'.
           05 mt-tax-id                pic x(9).
      *
      * must stay field for field identical to master-rec in the
      * commission run - both programs read/write the same file
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
       fd audit-report-file
           data record is audit-line
           data record is draw-rec.
      *
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
      * must stay field for field identical to the layout the
           05 tr-code                  pic x(4).
           05 tr-desc                  pic x(20).
           05 tr-region                pic x(4).
      *
      * must stay field for field identical to plan-rec in the plan
      * maintenance program
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
      * must stay field for field identical to the record the
      * commission run and the transfer report read
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
      * must stay field for field identical to the record the tax
      * extract reads - the master image is master-rec unchanged
       fd terminated-master-file
           data record is term-mast-rec.
      *
       01 term-mast-rec.
           05 tm-master-image.
               10 tm-sman-num          pic 9(5).
               10 tm-full-name         pic x(20).
               10 tm-territory         pic x(4).
               10 tm-manager           pic x(8).
               10 tm-hire-date         pic 9(8).
               10 tm-plan-code         pic 999.
               10 tm-worker-class      pic x.
               10 tm-tin-type          pic x.
               10 tm-tax-id            pic x(9).
           05 tm-term-date             pic 9(6).
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
      * must stay field for field identical to the layout the quota
      * and draw maintenance runs read
       fd approver-ref-file
           data record is appr-ref-rec.
      *
       01 appr-ref-rec.
           05 ar-id                    pic x(8).
           05 ar-name                  pic x(20).
      *
      * must stay field for field identical to pend-rec in the quota
      * and draw maintenance runs and the pending-changes report -
      * the card image is carried whole, ids and all
       fd pending-file
           data record is pend-rec.
      *
       01 pend-rec.
           05 pnd-held-date             pic 9(6).
           05 pnd-reason                pic x(40).
           05 pnd-card                  pic x(83).
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
           value 0.
       77 ws-trans-rejected            pic 9(5)
           value 0.
       77 ws-trans-held                pic 9(5)
           value 0.
       77 ws-hold-reason               pic x(40)
           value spaces.
      *
      * approver list loaded at start of run - with no list on file no
      * id can approve, and every card is held
       01 ws-appr-ref-status           pic xx
           value '00'.
       01 ws-appr-ref-eof-flag         pic x
           value 'n'.
       01 ws-approver-table.
           05 ws-appr-entry            occurs 50 times
                                        indexed by ws-appr-idx.
               10 ws-appr-id           pic x(8).
               10 ws-appr-name         pic x(20).
       77 ws-appr-count                pic 99
           value 0.
       01 ws-approver-valid-flag       pic x
           value 'n'.
      *
      * the pending file held in storage for the run - an entry an
      * approved card settles is marked and left out when the file is
      * written back
       01 ws-pend-status               pic xx
           value '00'.
       01 ws-pend-eof-flag             pic x
           value 'n'.
       01 ws-pending-table.
           05 ws-pn-entry              occurs 500 times
                                        indexed by ws-pn-idx.
               10 ws-pn-held-date      pic 9(6).
               10 ws-pn-reason         pic x(40).
               10 ws-pn-card           pic x(83).
               10 ws-pn-settled-flag   pic x.
       77 ws-pend-count                pic 9(3)
           value 0.
       77 ws-pend-match                pic 9(3)
           value 0.
       77 ws-pend-settled              pic 9(5)
           value 0.
       77 ws-pend-written              pic 9(5)
           value 0.
      *
      * territory reference loaded at start of run - when no
      * reference file is supplied the four legacy codes are seeded,
       01 ws-territory-valid-flag      pic x
           value 'n'.
      *
       01 ws-plan-rel-key              pic 9(3).
       01 ws-plan-status               pic xx
           value '00'.
       01 ws-plan-valid-flag           pic x
           value 'n'.
      *
       01 ws-asg-status                pic xx
           value '00'.
       01 ws-term-status               pic xx
           value '00'.
       01 ws-period-rel-key            pic 9.
       01 ws-period-status             pic xx
           value '00'.
      * the period a blank effective period defaults to - the open
      * period, or the current month when no period has been opened
       77 ws-open-period               pic 9(6)
           value 0.
       77 ws-eff-period                pic 9(6)
           value 0.
       77 ws-date-yymm                 pic 9(4)
           value 0.
      *
       01 ws-draw-rel-key              pic 9(5).
       01 ws-draw-status               pic xx
           value '00'.
       01 ws-draw-found-flag           pic x
           value 'n'.
       01 ws-claw-rel-key              pic 9(5).
       01 ws-claw-status               pic xx
           value '00'.
       01 ws-claw-found-flag           pic x
      * before image of the master record, captured by 070 before any
      * change is applied so the audit report can show both sides
       01 ws-before-rec.
           05 ws-bef-sman-num          pic 9(5).
           05 ws-bef-full-name         pic x(20).
           05 ws-bef-territory         pic x(4).
           05 ws-bef-manager           pic x(8).
           05 ws-bef-hire-date         pic 9(8).
           05 ws-bef-plan-code         pic 999.
           05 ws-bef-worker-class      pic x.
           05 ws-bef-tin-type          pic x.
           05 ws-bef-tax-id            pic x(9).
      *
       01 ws-heading1-name-line.
           05 filler                   pic x(5)
               value "ACTION".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(5)
               value "NO ".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(12)
               value "DISPOSITION ".
           05 filler                   pic x(42)
               value spaces.
           05 filler                   pic x(10)
               value "SUBMITTER ".
           05 filler                   pic x(8)
               value "APPROVER".
           05 filler                   pic x(32)
               value spaces.
      *
       01 ws-audit-action-line.
           05 ws-al-action             pic x(9).
           05 filler                   pic x(1)
               value spaces.
           05 ws-al-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-al-disposition        pic x(10).
           05 ws-al-reason             pic x(40).
           05 filler                   pic x(2)
               value spaces.
           05 ws-al-submitter-id       pic x(8).
           05 filler                   pic x(2)
               value spaces.
           05 ws-al-approver-id        pic x(8).
           05 filler                   pic x(32)
               value spaces.
      *
       01 ws-audit-image-line.
           05 filler                   pic x(3)
               value spaces.
           05 ws-il-label              pic x(8).
           05 ws-il-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-il-full-name          pic x(20).
           05 filler                   pic x(2)
               value spaces.
           05 ws-il-hire-date          pic 9(8).
           05 filler                   pic x(2)
               value spaces.
           05 ws-il-plan-label         pic x(5).
           05 ws-il-plan-code          pic 999.
           05 filler                   pic x(2)
               value spaces.
           05 ws-il-eff-label          pic x(10).
           05 ws-il-eff-period         pic x(6).
           05 filler                   pic x(2)
               value spaces.
           05 ws-il-class-label        pic x(6).
           05 ws-il-worker-class       pic x.
           05 filler                   pic x(2)
               value spaces.
           05 ws-il-tin-label          pic x(4).
           05 ws-il-tin-type           pic x.
           05 filler                   pic x(1)
               value spaces.
      * only the last four digits of a taxpayer id are printed
           05 ws-il-tax-id.
               10 ws-il-tin-mask       pic x(5).
               10 ws-il-tin-last4      pic x(4).
           05 filler                   pic x(2)
               value spaces.
      *
       01 ws-settle-title-line.
               value spaces.
           05 filler                   pic x(27)
               value "FINAL SETTLEMENT, SALESMAN ".
           05 ws-st-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-st-name               pic x(20).
           05 filler                   pic x(63)
               value spaces.
      *
       01 ws-settle-detail-line.
      *
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      *
           perform 007-read-open-period.
      *
           perform 008-load-approver-table.
           perform 009-load-pending-file.
      *
           write audit-line from ws-heading1-name-line
               after advancing 1 line.
           end-perform.
      *
           perform 300-print-totals.
      *
           perform 400-write-pending-file.
      *
           close   maint-trans-file
                   salesman-master-file
                   draw-file
                   clawback-file
                   plan-file
                   assignment-history-file
                   terminated-master-file
                   audit-report-file.
      *
      * completion code for the job stream - a rejected or held card
      * is a warning
           if ws-trans-rejected > 0
                   or ws-trans-held > 0 then
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
      *
           stop run.
      *
               close  clawback-file
               open i-o clawback-file
           end-if.
      *
           open input plan-file.
           if ws-plan-status = '35' then
               open output plan-file
               close  plan-file
               open input plan-file
           end-if.
      *
           open extend assignment-history-file.
           if ws-asg-status = '35' then
               open output assignment-history-file
           end-if.
      *
           open extend terminated-master-file.
           if ws-term-status = '35' then
               open output terminated-master-file
           end-if.
      *
           open output audit-report-file.
      *
               set ws-terr-idx         to 4
               move "SOTH"             to ws-terr-code (ws-terr-idx)
           end-if.
      *
       007-read-open-period.
      *
           divide ws-nl-date by 100
               giving ws-date-yymm.
           compute ws-open-period = 200000 + ws-date-yymm.
      *
           open input period-control-file.
      * a period already closed is not the open one - the current
      * month stands until the next period is opened
           if ws-period-status = '00' then
               move 1                  to ws-period-rel-key
               read period-control-file
                   invalid key continue
                   not invalid key
                       if pc-status-open then
                           move pc-period-id to ws-open-period
                       end-if
               end-read
               close period-control-file
           end-if.
      *
      * the approver list - ids the way they are keyed on the cards
       008-load-approver-table.
      *
           open input approver-ref-file.
      *
           if ws-appr-ref-status = '00' then
               read approver-ref-file
                   at end move 'y'     to ws-appr-ref-eof-flag
               end-read
      *
               perform until ws-appr-ref-eof-flag = 'y'
                       or ws-appr-count >= 50
                   if ar-id not = spaces then
                       add 1           to ws-appr-count
                       set ws-appr-idx to ws-appr-count
                       move ar-id      to ws-appr-id (ws-appr-idx)
                       move ar-name    to ws-appr-name (ws-appr-idx)
                   end-if
                   read approver-ref-file
                       at end move 'y' to ws-appr-ref-eof-flag
                   end-read
               end-perform
      *
               close approver-ref-file
           end-if.
      *
      * cards still waiting from earlier runs - no file means nothing
      * is waiting
       009-load-pending-file.
      *
           open input pending-file.
      *
           if ws-pend-status = '00' then
               read pending-file
                   at end move 'y'     to ws-pend-eof-flag
               end-read
      *
               perform until ws-pend-eof-flag = 'y'
                       or ws-pend-count >= 500
                   add 1               to ws-pend-count
                   set ws-pn-idx       to ws-pend-count
                   move pnd-held-date  to ws-pn-held-date (ws-pn-idx)
                   move pnd-reason     to ws-pn-reason (ws-pn-idx)
                   move pnd-card       to ws-pn-card (ws-pn-idx)
                   move 'n'            to ws-pn-settled-flag (ws-pn-idx)
                   read pending-file
                       at end move 'y' to ws-pend-eof-flag
                   end-read
               end-perform
      *
               close pending-file
           end-if.
      *
       050-apply-transaction.
      *
           move spaces                 to ws-reject-reason.
           move spaces                 to ws-hold-reason.
           move 'n'                    to ws-master-found-flag.
           move 'n'                    to ws-settlement-flag.
      *
           perform 060-edit-transaction.
      *
      * a card that passes its edits still needs a second person's
      * approval before it may touch the master
           if ws-reject-reason = spaces then
               perform 080-check-approval
               perform 085-find-pending
               if ws-hold-reason = spaces then
                   if ws-pend-match > 0 then
                       set ws-pn-idx   to ws-pend-match
                       move 'y'        to ws-pn-settled-flag (ws-pn-idx)
                       add 1           to ws-pend-settled
                   end-if
               else
                   perform 090-hold-transaction
               end-if
           end-if.
      *
           if ws-reject-reason = spaces
                   and ws-hold-reason = spaces then
               perform 070-read-before-image
               evaluate true
                   when mt-action-add
               end-evaluate
           end-if.
      *
           if ws-reject-reason not = spaces then
               add 1                   to ws-trans-rejected
           else
               if ws-hold-reason not = spaces then
                   add 1               to ws-trans-held
               else
                   add 1               to ws-trans-applied
               end-if
           end-if.
      *
           perform 200-write-audit-group.
               move "territory not on reference file"
                                        to ws-reject-reason
           end-if.
      *
      * an add must name a plan that is on the plan master; a change
      * may leave it blank to keep the plan already on the master
           perform 067-check-plan.
           if ws-reject-reason = spaces
                   and mt-action-add
                   and ws-plan-valid-flag = 'n' then
               move "commission plan not on plan master"
                                        to ws-reject-reason
           end-if.
      *
           if ws-reject-reason = spaces
                   and mt-action-change
                   and mt-plan-code-x not = spaces
                   and ws-plan-valid-flag = 'n' then
               move "commission plan not on plan master"
                                        to ws-reject-reason
           end-if.
      *
      * an add must say whether the salesman is an employee or a
      * contractor; a change may leave it blank to keep the master's
           if ws-reject-reason = spaces
                   and (mt-action-add
                       or mt-worker-class not = spaces)
                   and not mt-class-valid then
               move "worker class must be E or C"
                                        to ws-reject-reason
           end-if.
      *
           if ws-reject-reason = spaces
                   and mt-tin-type not = spaces
                   and not mt-tin-type-valid then
               move "taxpayer id type must be S or E"
                                        to ws-reject-reason
           end-if.
      *
           if ws-reject-reason = spaces
                   and mt-tax-id not = spaces
                   and mt-tax-id not numeric then
               move "taxpayer id must be 9 digits"
                                        to ws-reject-reason
           end-if.
      *
      * a contractor is filed under a taxpayer id, so one can't be
      * added without it
           if ws-reject-reason = spaces
                   and mt-action-add
                   and mt-class-contractor
                   and (mt-tax-id = spaces
                       or mt-tin-type = spaces) then
               move "contractor needs a taxpayer id and type"
                                        to ws-reject-reason
           end-if.
      *
      * a change may be keyed ahead of (or behind) the period it
      * takes effect - blank means the open period
           move ws-open-period         to ws-eff-period.
           if ws-reject-reason = spaces
                   and mt-action-change
                   and mt-eff-period-x not = spaces then
               if mt-eff-period not numeric then
                   move "effective period invalid - must be YYYYMM"
                                        to ws-reject-reason
               else
                   if mt-eff-month < 1
                           or mt-eff-month > 12 then
                       move "effective period invalid - must be YYYYMM"
                                        to ws-reject-reason
                   else
                       move mt-eff-period to ws-eff-period
                   end-if
               end-if
           end-if.
      *
       065-check-territory.
      *
                   move 'y'            to ws-territory-valid-flag
               end-if
           end-perform.
      *
       067-check-plan.
      *
           move 'n'                    to ws-plan-valid-flag.
      *
           if mt-plan-code numeric
                   and mt-plan-code > 0 then
               move mt-plan-code       to ws-plan-rel-key
               read plan-file
                   invalid key move 'n' to ws-plan-valid-flag
                   not invalid key move 'y' to ws-plan-valid-flag
               end-read
           end-if.
      *
       070-read-before-image.
      *
           else
               move spaces             to ws-before-rec
           end-if.
      *
      * the card names who keyed it and who approved it - the approver
      * must be someone else, and on the approver list
       080-check-approval.
      *
           move 'n'                    to ws-approver-valid-flag.
           perform varying ws-appr-idx from 1 by 1
                   until ws-appr-idx > ws-appr-count
                       or ws-approver-valid-flag = 'y'
               if ws-appr-id (ws-appr-idx) = mt-approver-id then
                   move 'y'            to ws-approver-valid-flag
               end-if
           end-perform.
      *
           evaluate true
               when mt-submitter-id = spaces
                   move "no submitter id on the card"
                                        to ws-hold-reason
               when mt-approver-id = spaces
                   move "awaiting approval - no approver id"
                                        to ws-hold-reason
               when mt-approver-id = mt-submitter-id
                   move "approver is the submitter"
                                        to ws-hold-reason
               when ws-approver-valid-flag = 'n'
                   move "approver not on the approver list"
                                        to ws-hold-reason
           end-evaluate.
      *
      * the same change already waiting on the pending file - matched
      * on the card less its ids, so the approved re-key of a held
      * card settles it
       085-find-pending.
      *
           move 0                      to ws-pend-match.
           perform varying ws-pn-idx from 1 by 1
                   until ws-pn-idx > ws-pend-count
                       or ws-pend-match > 0
               if ws-pn-settled-flag (ws-pn-idx) = 'n'
                       and ws-pn-card (ws-pn-idx) (1:56)
                           = maint-trans-rec (1:56)
                       and ws-pn-card (ws-pn-idx) (73:11)
                           = maint-trans-rec (73:11) then
                   set ws-pend-match   to ws-pn-idx
               end-if
           end-perform.
      *
      * a card held again replaces the copy already waiting but keeps
      * the date it was first held
       090-hold-transaction.
      *
           if ws-pend-match > 0 then
               set ws-pn-idx           to ws-pend-match
               move ws-hold-reason     to ws-pn-reason (ws-pn-idx)
               move maint-trans-rec    to ws-pn-card (ws-pn-idx)
           else
               if ws-pend-count >= 500 then
                   move "pending file full - card not held"
                                        to ws-reject-reason
                   move spaces         to ws-hold-reason
               else
                   add 1               to ws-pend-count
                   set ws-pn-idx       to ws-pend-count
                   move ws-nl-date     to ws-pn-held-date (ws-pn-idx)
                   move ws-hold-reason to ws-pn-reason (ws-pn-idx)
                   move maint-trans-rec to ws-pn-card (ws-pn-idx)
                   move 'n'            to ws-pn-settled-flag (ws-pn-idx)
               end-if
           end-if.
      *
       100-apply-add.
      *
               move mt-territory       to master-territory
               move mt-manager         to master-manager
               move mt-hire-date       to master-hire-date
               move mt-plan-code       to master-plan-code
               move mt-worker-class    to master-worker-class
               move mt-tin-type        to master-tin-type
               move mt-tax-id          to master-tax-id
               write master-rec
           end-if.
      *
                       and mt-hire-date > 0 then
                   move mt-hire-date   to master-hire-date
               end-if
               if mt-plan-code-x not = spaces then
                   move mt-plan-code   to master-plan-code
               end-if
               if mt-worker-class not = spaces then
                   move mt-worker-class to master-worker-class
               end-if
               if mt-tin-type not = spaces then
                   move mt-tin-type    to master-tin-type
               end-if
               if mt-tax-id not = spaces then
                   move mt-tax-id      to master-tax-id
               end-if
      *
      * a change that leaves a contractor without a taxpayer id is
      * turned back - the master is not rewritten
               if master-contractor
                       and (master-tax-id not numeric
                           or (master-tin-type not = 'S'
                               and master-tin-type not = 'E')) then
                   move "contractor needs a taxpayer id and type"
                                        to ws-reject-reason
               else
                   rewrite master-rec
                   perform 115-write-assignment-history
               end-if
           end-if.
      *
      * the assignment before and after the change, and the period
      * from which the new one applies
       115-write-assignment-history.
      *
           move mt-sman-num            to ah-sman-num.
           move ws-eff-period          to ah-eff-period.
           move ws-bef-territory       to ah-old-territory.
           move ws-bef-manager         to ah-old-manager.
           move master-territory       to ah-new-territory.
           move master-manager         to ah-new-manager.
           move ws-nl-date             to ah-keyed-date.
      *
           write asgn-hist-rec.
      *
      * the master record as it stood before the delete, and the day
      * the terminate was applied
       117-write-terminated-master.
      *
           move ws-before-rec          to tm-master-image.
           move ws-nl-date             to tm-term-date.
      *
           write term-mast-rec.
      *
       120-apply-terminate.
      *
                                        to ws-reject-reason
               else
                   delete salesman-master-file record
                   perform 117-write-terminated-master
      *
      * the overridden terminate settles what it leaves behind -
      * the balances are zeroed so they stop aging under a number
               move 0                  to ws-al-sman-num
           end-if.
      *
           if ws-reject-reason not = spaces then
               move "REJECTED"         to ws-al-disposition
               move ws-reject-reason   to ws-al-reason
           else
               if ws-hold-reason not = spaces then
                   move "HELD"         to ws-al-disposition
                   move ws-hold-reason to ws-al-reason
               else
                   move "APPLIED"      to ws-al-disposition
               end-if
           end-if.
      *
           move mt-submitter-id        to ws-al-submitter-id.
           move mt-approver-id         to ws-al-approver-id.
      *
           write audit-line from ws-audit-action-line
               after advancing 2 lines.
           if ws-master-found-flag = 'y' then
               move spaces             to ws-audit-image-line
               move "BEFORE: "         to ws-il-label
               move "PLAN "            to ws-il-plan-label
               move ws-bef-sman-num    to ws-il-sman-num
               move ws-bef-full-name   to ws-il-full-name
               move ws-bef-territory   to ws-il-territory
               move ws-bef-manager     to ws-il-manager
               move ws-bef-hire-date   to ws-il-hire-date
               move ws-bef-plan-code   to ws-il-plan-code
               move "CLASS "           to ws-il-class-label
               move ws-bef-worker-class to ws-il-worker-class
               move "TIN "             to ws-il-tin-label
               move ws-bef-tin-type    to ws-il-tin-type
               if ws-bef-tax-id not = spaces then
                   move "*****"        to ws-il-tin-mask
                   move ws-bef-tax-id (6:4) to ws-il-tin-last4
               end-if
               write audit-line from ws-audit-image-line
                   after advancing 1 line
           end-if.
      *
      * after image - what is on the master now that the transaction
      * has been applied (none for a reject, a hold or a terminate)
           if ws-reject-reason = spaces
                   and ws-hold-reason = spaces
                   and not mt-action-terminate then
               move spaces             to ws-audit-image-line
               move "AFTER:  "         to ws-il-label
               move "PLAN "            to ws-il-plan-label
               if mt-action-change then
                   move "EFFECTIVE "   to ws-il-eff-label
                   move ws-eff-period  to ws-il-eff-period
               end-if
               move master-sman-num    to ws-il-sman-num
               move master-full-name   to ws-il-full-name
               move master-territory   to ws-il-territory
               move master-manager     to ws-il-manager
               move master-hire-date   to ws-il-hire-date
               move master-plan-code   to ws-il-plan-code
               move "CLASS "           to ws-il-class-label
               move master-worker-class to ws-il-worker-class
               move "TIN "             to ws-il-tin-label
               move master-tin-type    to ws-il-tin-type
               if master-tax-id not = spaces then
                   move "*****"        to ws-il-tin-mask
                   move master-tax-id (6:4) to ws-il-tin-last4
               end-if
               write audit-line from ws-audit-image-line
                   after advancing 1 line
           end-if.
           move ws-trans-rejected      to ws-tl-count.
           write audit-line from ws-audit-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-audit-total-line.
           move "HELD FOR APPROVAL"    to ws-tl-label.
           move ws-trans-held          to ws-tl-count.
           write audit-line from ws-audit-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-audit-total-line.
           move "PENDING CARDS SETTLED" to ws-tl-label.
           move ws-pend-settled        to ws-tl-count.
           write audit-line from ws-audit-total-line
               after advancing 1 line.
      *
           compute ws-pend-written = ws-pend-count - ws-pend-settled.
           move spaces                 to ws-audit-total-line.
           move "CARDS LEFT PENDING"   to ws-tl-label.
           move ws-pend-written        to ws-tl-count.
           write audit-line from ws-audit-total-line
               after advancing 1 line.
      *
      * the pending file is rewritten whole - what is still waiting,
      * in the order it was first held
       400-write-pending-file.
      *
           open output pending-file.
      *
           perform varying ws-pn-idx from 1 by 1
                   until ws-pn-idx > ws-pend-count
               if ws-pn-settled-flag (ws-pn-idx) = 'n' then
                   move ws-pn-held-date (ws-pn-idx) to pnd-held-date
                   move ws-pn-reason (ws-pn-idx) to pnd-reason
                   move ws-pn-card (ws-pn-idx) to pnd-card
                   write pend-rec
               end-if
           end-perform.
      *
           close pending-file.
      *
       end program lab5mnt.
