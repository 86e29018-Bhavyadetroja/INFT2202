      *    that aren't being earned back. run once per commission
      *    period, after the commission run has posted its recoveries:
      *    the aging shows what that run recovered, then rolls every
      *    open balance forward one period. every card names who
      *    keyed it and who approved it - one without an approver on
      *    the approver list other than its submitter is held on the
      *    pending file until an approved copy of it comes through
      *
       environment division.
      *
               access mode is dynamic
               relative key is ws-period-rel-key
               file status is ws-period-status.
      *
      * the ids allowed to approve maintenance cards - the same list
      * the master maintenance run checks
           select approver-ref-file
               assign to "../../data/apprref.dat"
               organization is line sequential
               file status is ws-appr-ref-status.
      *
      * cards waiting for approval - read at the start of the run and
      * written back at the end, less any an approved card settled
           select pending-file
               assign to "../../data/lab5drw.pnd"
               organization is line sequential
               file status is ws-pend-status.
      *
       data division.
       file section.
      * the policy type rides at the end of the card and is only
      * looked at on an 'R' card. note dt-amount carries cents, which
      * widened it mid-card and shifted dt-date - decks keyed to the
      * old whole-dollar columns must be re-keyed to this layout. the
      * submitter and approver ids close the card
       fd draw-trans-file
           data record is draw-trans-rec
           record contains 42 characters.
      *
       01 draw-trans-rec.
           05 dt-action                pic x.
               88 dt-action-issue      value 'I'.
               88 dt-action-limit      value 'L'.
               88 dt-action-recovery   value 'R'.
           05 dt-sman-num              pic 9(5).
           05 dt-amount                pic 9(9)v99.
           05 dt-date                  pic 9(8).
           05 dt-policy-type           pic x.
               88 dt-policy-full       value ' '.
               88 dt-policy-percent    value 'P'.
               88 dt-policy-flat       value 'F'.
           05 dt-submitter-id          pic x(8).
           05 dt-approver-id           pic x(8).
      *
      * must stay field for field identical to draw-rec in the
      * commission run - both programs read/write the same file
           data record is draw-rec.
      *
       01 draw-rec.
           05 draw-sman-num             pic 9(5).
           05 draw-balance              pic 9(9)v99.
           05 draw-limit                pic 9(9)v99.
           05 draw-issue-date           pic 9(8).
               88 pc-status-closed      value "CLOSED".
           05 pc-last-commission-run    pic 9(6).
           05 pc-last-aged-period       pic 9(6).
           05 pc-last-adjust-run        pic 9(6).
      *
      * must stay field for field identical to the layout the master
      * maintenance run reads
       fd approver-ref-file
           data record is appr-ref-rec.
      *
       01 appr-ref-rec.
           05 ar-id                    pic x(8).
           05 ar-name                  pic x(20).
      *
      * must stay field for field identical to pend-rec in the master
      * maintenance run and the pending-changes report - the card
      * image is carried whole, ids and all
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
       01 ws-draw-rel-key              pic 9(5).
       01 ws-draw-status               pic xx
           value '00'.
       01 ws-draw-found-flag           pic x
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
       77 ws-aged-count                pic 9(5)
           value 0.
      * scan counter is a digit wider than the 9(5) relative key so
      * the until test can actually pass 99999
       77 ws-scan-key                  pic 9(6)
           value 0.
       77 ws-total-outstanding         pic 9(9)v99
           value 0.
               value "ACTION".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(5)
               value "NO ".
           05 filler                   pic x(6)
               value spaces.
               value spaces.
           05 filler                   pic x(12)
               value "DISPOSITION ".
           05 filler                   pic x(44)
               value spaces.
           05 filler                   pic x(10)
               value "SUBMITTER ".
           05 filler                   pic x(8)
               value "APPROVER".
           05 filler                   pic x(18)
               value spaces.
      *
       01 ws-trans-detail-line.
           05 ws-td-action             pic x(6).
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-amount             pic zzz,zzz,zz9.99.
               value spaces.
           05 ws-td-disposition        pic x(10).
           05 ws-td-reason             pic x(40).
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-submitter-id       pic x(8).
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-approver-id        pic x(8).
           05 filler                   pic x(18)
               value spaces.
      *
       01 ws-aging-title-line.
       01 ws-aging-heading-line.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(5)
               value "NO ".
           05 filler                   pic x(2)
               value spaces.
               value spaces.
           05 filler                   pic x(15)
               value "RECOVERY POLICY".
           05 filler                   pic x(29)
               value spaces.
      *
       01 ws-aging-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-ag-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-ag-balance            pic zzz,zzz,zz9.99.
           05 filler                   pic x(2)
               value spaces.
           05 ws-ag-policy-amount      pic zzz,zzz,zz9.99.
           05 filler                   pic x(31)
               value spaces.
      *
       01 ws-aging-total-line.
           if ws-period-ok-flag = 'n' then
               perform 006-refuse-run
           end-if.
      *
           perform 008-load-approver-table.
           perform 009-load-pending-file.
      *
           write aging-line from ws-heading1-name-line
               after advancing 1 line.
           end-if.
      *
           perform 300-print-totals.
      *
           perform 400-write-pending-file.
      *
           close   draw-trans-file
                   draw-file
                   period-control-file
                   aging-report-file.
      *
      * completion code for the job stream - a rejected card, or a
      * rerun that could not age, is a warning
           if ws-trans-rejected > 0
                   or ws-trans-held > 0
                   or ws-aging-allowed-flag = 'n' then
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
           move 1                      to ws-period-rel-key.
           move ws-period-id           to pc-last-aged-period.
           rewrite period-rec.
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
      *
           perform 060-edit-transaction.
      *
      * a card that passes its edits still needs a second person's
      * approval before it may touch the file
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
               perform 070-read-draw-record
               evaluate true
                   when dt-action-issue
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
           perform 150-write-trans-audit.
               move ' '                to draw-recovery-type
               move 0                  to draw-recovery-amount
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
               if ws-appr-id (ws-appr-idx) = dt-approver-id then
                   move 'y'            to ws-approver-valid-flag
               end-if
           end-perform.
      *
           evaluate true
               when dt-submitter-id = spaces
                   move "no submitter id on the card"
                                        to ws-hold-reason
               when dt-approver-id = spaces
                   move "awaiting approval - no approver id"
                                        to ws-hold-reason
               when dt-approver-id = dt-submitter-id
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
                       and ws-pn-card (ws-pn-idx) (1:26)
                           = draw-trans-rec (1:26) then
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
               move draw-trans-rec     to ws-pn-card (ws-pn-idx)
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
                   move draw-trans-rec to ws-pn-card (ws-pn-idx)
                   move 'n'            to ws-pn-settled-flag (ws-pn-idx)
               end-if
           end-if.
      *
       100-apply-issue.
      *
               move 0                  to ws-td-amount
           end-if.
      *
           if ws-reject-reason not = spaces then
               move "REJECTED"         to ws-td-disposition
               move ws-reject-reason   to ws-td-reason
           else
               if ws-hold-reason not = spaces then
                   move "HELD"         to ws-td-disposition
                   move ws-hold-reason to ws-td-reason
               else
                   move "APPLIED"      to ws-td-disposition
               end-if
           end-if.
      *
           move dt-submitter-id        to ws-td-submitter-id.
           move dt-approver-id         to ws-td-approver-id.
      *
           write aging-line from ws-trans-detail-line
               after advancing 1 line.
           write aging-line from ws-aging-heading-line
               after advancing 2 lines.
      *
      * salesman numbers are pic 9(5), so the keyed relative file can
      * never hold more than keys 1-99999 - walk them all
           perform 210-age-one-record
               varying ws-scan-key from 1 by 1
               until ws-scan-key > 99999.
      *
           move spaces                 to ws-aging-total-line.
           move "TOTAL OUTSTANDING"    to ws-at-label.
           move ws-trans-rejected      to ws-tt-count.
           write aging-line from ws-trans-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-trans-total-line.
           move "HELD FOR APPROVAL"    to ws-tt-label.
           move ws-trans-held          to ws-tt-count.
           write aging-line from ws-trans-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-trans-total-line.
           move "PENDING CARDS SETTLED" to ws-tt-label.
           move ws-pend-settled        to ws-tt-count.
           write aging-line from ws-trans-total-line
               after advancing 1 line.
      *
           compute ws-pend-written = ws-pend-count - ws-pend-settled.
           move spaces                 to ws-trans-total-line.
           move "CARDS LEFT PENDING"   to ws-tt-label.
           move ws-pend-written        to ws-tt-count.
           write aging-line from ws-trans-total-line
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
       end program lab5drw.
