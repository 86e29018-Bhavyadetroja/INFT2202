       identification division.
       program-id. lab5pnd.
       author. Punit Patel
       date-written. date.
      *Program Description:
      *    pending maintenance changes report - lists every card the
      *    master, quota and draw maintenance runs are holding for
      *    approval, with who keyed it, the approver it named (if
      *    any), why it is held and the change it would make. read
      *    only: a held card is settled by its maintenance run when an
      *    approved copy of it comes through, never by this program
      *
       environment division.
      *
       input-output section.
       file-control.
      * the pending files each maintenance run rewrites at the end of
      * its run - a file that is not there has nothing waiting
           select master-pending-file
               assign to "../../data/lab5mnt.pnd"
               organization is line sequential
               file status is ws-pend-status.
      *
           select quota-pending-file
               assign to "../../data/lab5qta.pnd"
               organization is line sequential
               file status is ws-pend-status.
      *
           select draw-pending-file
               assign to "../../data/lab5drw.pnd"
               organization is line sequential
               file status is ws-pend-status.
      *
           select pending-report-file
               assign to "../../data/lab5pnd.out"
               organization is line sequential.
      *
       data division.
       file section.
      * each pending record is read into ws-pend-work, which must stay
      * field for field identical to pend-rec in the maintenance runs
       fd master-pending-file
           data record is master-pend-rec.
      *
       01 master-pend-rec              pic x(129).
      *
       fd quota-pending-file
           data record is quota-pend-rec.
      *
       01 quota-pend-rec               pic x(129).
      *
       fd draw-pending-file
           data record is draw-pend-rec.
      *
       01 draw-pend-rec                pic x(129).
      *
       fd pending-report-file
           data record is pending-line
           record contains 120 characters.
      *
       01 pending-line                 pic x(120).
      *
       working-storage section.
      *
       01 ws-pend-status               pic xx
           value '00'.
       01 ws-pend-eof-flag             pic x
           value 'n'.
      *
      * the held card is carried whole - each maintenance run's card
      * layout is laid over it to show what the change would do
       01 ws-pend-work.
           05 ws-pw-held-date          pic 9(6).
           05 ws-pw-reason             pic x(40).
           05 ws-pw-card               pic x(83).
      *
      * must stay field for field identical to maint-trans-rec in the
      * master maintenance run
           05 ws-pw-mnt-card redefines ws-pw-card.
               10 ws-pm-action         pic x.
                   88 ws-pm-action-add value 'A'.
                   88 ws-pm-action-change value 'C'.
                   88 ws-pm-action-terminate value 'T'.
               10 ws-pm-sman-num       pic 9(5).
               10 ws-pm-full-name      pic x(20).
               10 ws-pm-territory      pic x(4).
               10 ws-pm-manager        pic x(8).
               10 ws-pm-hire-date      pic 9(8).
               10 ws-pm-override       pic x.
               10 ws-pm-plan-code      pic x(3).
               10 ws-pm-eff-period     pic x(6).
               10 ws-pm-submitter-id   pic x(8).
               10 ws-pm-approver-id    pic x(8).
               10 ws-pm-worker-class   pic x.
               10 ws-pm-tin-type       pic x.
               10 ws-pm-tax-id         pic x(9).
      *
      * must stay field for field identical to quota-trans-rec in the
      * quota maintenance run
           05 ws-pw-qta-card redefines ws-pw-card.
               10 ws-pq-action         pic x.
                   88 ws-pq-action-set value 'S'.
                   88 ws-pq-action-delete value 'D'.
               10 ws-pq-sman-num       pic 9(5).
               10 ws-pq-amount         pic 9(9).
               10 ws-pq-submitter-id   pic x(8).
               10 ws-pq-approver-id    pic x(8).
               10 filler               pic x(52).
      *
      * must stay field for field identical to draw-trans-rec in the
      * draw administration run
           05 ws-pw-drw-card redefines ws-pw-card.
               10 ws-pd-action         pic x.
                   88 ws-pd-action-issue value 'I'.
                   88 ws-pd-action-limit value 'L'.
                   88 ws-pd-action-recovery value 'R'.
               10 ws-pd-sman-num       pic 9(5).
               10 ws-pd-amount         pic 9(9)v99.
               10 ws-pd-date           pic 9(8).
               10 ws-pd-policy-type    pic x.
               10 ws-pd-submitter-id   pic x(8).
               10 ws-pd-approver-id    pic x(8).
               10 filler               pic x(41).
      *
       77 ws-section-count             pic 9(5)
           value 0.
       77 ws-mnt-waiting               pic 9(5)
           value 0.
       77 ws-qta-waiting               pic 9(5)
           value 0.
       77 ws-drw-waiting               pic 9(5)
           value 0.
       77 ws-total-waiting             pic 9(5)
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
           05 filler                   pic x(37)
               value "MAINTENANCE CHANGES AWAITING APPROVAL".
           05 filler                   pic x(42)
               value spaces.
      *
       01 ws-section-title-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-stl-title             pic x(40).
           05 filler                   pic x(79)
               value spaces.
      *
       01 ws-pending-heading-line.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(6)
               value "HELD  ".
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(9)
               value "ACTION   ".
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(5)
               value "NO ".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(10)
               value "SUBMITTER ".
           05 filler                   pic x(9)
               value "APPROVER ".
           05 filler                   pic x(42)
               value "REASON HELD".
           05 filler                   pic x(34)
               value "CHANGE".
      *
       01 ws-pending-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-pl-held-date          pic 9(6).
           05 filler                   pic x(1)
               value spaces.
           05 ws-pl-action             pic x(9).
           05 filler                   pic x(1)
               value spaces.
           05 ws-pl-sman-num           pic x(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-pl-submitter-id       pic x(8).
           05 filler                   pic x(2)
               value spaces.
           05 ws-pl-approver-id        pic x(8).
           05 filler                   pic x(1)
               value spaces.
           05 ws-pl-reason             pic x(40).
           05 filler                   pic x(2)
               value spaces.
           05 ws-pl-change             pic x(34).
      * a master card shows the name, territory and manager it keys
           05 ws-pl-mnt-change redefines ws-pl-change.
               10 ws-pl-full-name      pic x(20).
               10 filler               pic x(1).
               10 ws-pl-territory      pic x(4).
               10 filler               pic x(1).
               10 ws-pl-manager        pic x(8).
      * a quota or draw card shows its amount
           05 ws-pl-amount-change redefines ws-pl-change.
               10 ws-pl-amount         pic zzz,zzz,zz9.99.
               10 filler               pic x(20).
      *
       01 ws-none-waiting-line.
           05 filler                   pic x(9)
               value spaces.
           05 filler                   pic x(18)
               value "NOTHING IS WAITING".
           05 filler                   pic x(93)
               value spaces.
      *
       01 ws-pending-total-line.
           05 filler                   pic x(3)
               value spaces.
           05 ws-pt-label              pic x(30).
           05 ws-pt-count              pic zz,zz9.
           05 filler                   pic x(81)
               value spaces.
      *
       procedure division.
       000-main.
           open output pending-report-file.
      *
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      *
           write pending-line from ws-heading1-name-line
               after advancing 1 line.
      *
           perform 100-list-master-pending.
           perform 200-list-quota-pending.
           perform 300-list-draw-pending.
      *
           perform 400-print-totals.
      *
           close pending-report-file.
      *
           stop run.
      *
      * the section title and column headings over each file's cards
       050-print-section-heading.
      *
           write pending-line from ws-section-title-line
               after advancing 3 lines.
           write pending-line from ws-pending-heading-line
               after advancing 2 lines.
      *
       060-print-section-end.
      *
           if ws-section-count = 0 then
               write pending-line from ws-none-waiting-line
                   after advancing 1 line
           end-if.
      *
      * the columns every pending card shares - the held date, why it
      * is held and the ids it carries are filled in by the caller
       070-start-detail-line.
      *
           move spaces                 to ws-pending-detail-line.
           move ws-pw-held-date        to ws-pl-held-date.
           move ws-pw-reason           to ws-pl-reason.
           add 1                       to ws-section-count.
      *
       100-list-master-pending.
      *
           move "SALESMAN MASTER CARDS - LAB5MNT.TRN"
                                        to ws-stl-title.
           perform 050-print-section-heading.
           move 0                      to ws-section-count.
           move 'n'                    to ws-pend-eof-flag.
      *
           open input master-pending-file.
           if ws-pend-status = '00' then
               read master-pending-file into ws-pend-work
                   at end move 'y'     to ws-pend-eof-flag
               end-read
      *
               perform until ws-pend-eof-flag = 'y'
                   perform 110-print-master-card
                   read master-pending-file into ws-pend-work
                       at end move 'y' to ws-pend-eof-flag
                   end-read
               end-perform
      *
               close master-pending-file
           end-if.
      *
           perform 060-print-section-end.
           move ws-section-count       to ws-mnt-waiting.
      *
       110-print-master-card.
      *
           perform 070-start-detail-line.
      *
           evaluate true
               when ws-pm-action-add
                   move "ADD"          to ws-pl-action
               when ws-pm-action-change
                   move "CHANGE"       to ws-pl-action
               when ws-pm-action-terminate
                   move "TERMINATE"    to ws-pl-action
               when other
                   move ws-pm-action   to ws-pl-action
           end-evaluate.
      *
           move ws-pm-sman-num         to ws-pl-sman-num.
           move ws-pm-submitter-id     to ws-pl-submitter-id.
           move ws-pm-approver-id      to ws-pl-approver-id.
           move ws-pm-full-name        to ws-pl-full-name.
           move ws-pm-territory        to ws-pl-territory.
           move ws-pm-manager          to ws-pl-manager.
      *
           write pending-line from ws-pending-detail-line
               after advancing 1 line.
      *
       200-list-quota-pending.
      *
           move "QUOTA CARDS - LAB5QTA.TRN"
                                        to ws-stl-title.
           perform 050-print-section-heading.
           move 0                      to ws-section-count.
           move 'n'                    to ws-pend-eof-flag.
      *
           open input quota-pending-file.
           if ws-pend-status = '00' then
               read quota-pending-file into ws-pend-work
                   at end move 'y'     to ws-pend-eof-flag
               end-read
      *
               perform until ws-pend-eof-flag = 'y'
                   perform 210-print-quota-card
                   read quota-pending-file into ws-pend-work
                       at end move 'y' to ws-pend-eof-flag
                   end-read
               end-perform
      *
               close quota-pending-file
           end-if.
      *
           perform 060-print-section-end.
           move ws-section-count       to ws-qta-waiting.
      *
       210-print-quota-card.
      *
           perform 070-start-detail-line.
      *
           evaluate true
               when ws-pq-action-set
                   move "SET"          to ws-pl-action
               when ws-pq-action-delete
                   move "DELETE"       to ws-pl-action
               when other
                   move ws-pq-action   to ws-pl-action
           end-evaluate.
      *
           move ws-pq-sman-num         to ws-pl-sman-num.
           move ws-pq-submitter-id     to ws-pl-submitter-id.
           move ws-pq-approver-id      to ws-pl-approver-id.
           if ws-pq-action-set
                   and ws-pq-amount numeric then
               move ws-pq-amount       to ws-pl-amount
           end-if.
      *
           write pending-line from ws-pending-detail-line
               after advancing 1 line.
      *
       300-list-draw-pending.
      *
           move "DRAW CARDS - LAB5DRW.TRN"
                                        to ws-stl-title.
           perform 050-print-section-heading.
           move 0                      to ws-section-count.
           move 'n'                    to ws-pend-eof-flag.
      *
           open input draw-pending-file.
           if ws-pend-status = '00' then
               read draw-pending-file into ws-pend-work
                   at end move 'y'     to ws-pend-eof-flag
               end-read
      *
               perform until ws-pend-eof-flag = 'y'
                   perform 310-print-draw-card
                   read draw-pending-file into ws-pend-work
                       at end move 'y' to ws-pend-eof-flag
                   end-read
               end-perform
      *
               close draw-pending-file
           end-if.
      *
           perform 060-print-section-end.
           move ws-section-count       to ws-drw-waiting.
      *
       310-print-draw-card.
      *
           perform 070-start-detail-line.
      *
           evaluate true
               when ws-pd-action-issue
                   move "ISSUE"        to ws-pl-action
               when ws-pd-action-limit
                   move "LIMIT"        to ws-pl-action
               when ws-pd-action-recovery
                   move "POLICY"       to ws-pl-action
               when other
                   move ws-pd-action   to ws-pl-action
           end-evaluate.
      *
           move ws-pd-sman-num         to ws-pl-sman-num.
           move ws-pd-submitter-id     to ws-pl-submitter-id.
           move ws-pd-approver-id      to ws-pl-approver-id.
           if ws-pd-amount numeric then
               move ws-pd-amount       to ws-pl-amount
           end-if.
      *
           write pending-line from ws-pending-detail-line
               after advancing 1 line.
      *
       400-print-totals.
      *
           compute ws-total-waiting = ws-mnt-waiting
                                    + ws-qta-waiting
                                    + ws-drw-waiting.
      *
           move spaces                 to ws-pending-total-line.
           move "MASTER CARDS WAITING" to ws-pt-label.
           move ws-mnt-waiting         to ws-pt-count.
           write pending-line from ws-pending-total-line
               after advancing 3 lines.
      *
           move spaces                 to ws-pending-total-line.
           move "QUOTA CARDS WAITING"  to ws-pt-label.
           move ws-qta-waiting         to ws-pt-count.
           write pending-line from ws-pending-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-pending-total-line.
           move "DRAW CARDS WAITING"   to ws-pt-label.
           move ws-drw-waiting         to ws-pt-count.
           write pending-line from ws-pending-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-pending-total-line.
           move "TOTAL CARDS WAITING"  to ws-pt-label.
           move ws-total-waiting       to ws-pt-count.
           write pending-line from ws-pending-total-line
               after advancing 2 lines.
      *
       end program lab5pnd.
