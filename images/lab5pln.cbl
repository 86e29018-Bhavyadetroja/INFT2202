       identification division.
       program-id. lab5pln.
       author. Punit Patel
       date-written. date.
      *Program Description:
      *    commission plan master maintenance - applies SET/DELETE
      *    transaction cards to the keyed plan file that carries the
      *    rate, floor (min) and cap (max) every sale under a plan is
      *    paid at. each salesman on the master names his plan, and
      *    the gateway and the commission run both refuse a sale whose
      *    keyed rate/min/max is not the plan's, so the only way to
      *    change what a salesman is paid is a card through here. an
      *    audit report lists every card the way the other
      *    maintenance runs do, with the plan's prior terms beside
      *    any change so the old and new rates can be compared
      *
       environment division.
      *
       input-output section.
       file-control.
           select plan-trans-file
               assign to "../../data/lab5pln.trn"
               organization is line sequential.
      *
      * keyed by plan code via relative record number - same
      * convention as the commission run's master files. must stay
      * field for field identical to the layout the gateway, the
      * commission run and the master maintenance program read
           select plan-file
               assign to "../../data/planmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-plan-rel-key
               file status is ws-plan-status.
      *
      * a plan still named on a salesman's master record can't be
      * deleted out from under him - checked before any delete
           select salesman-master-file
               assign to "../../data/salesman.master"
               organization is relative
               access mode is dynamic
               relative key is ws-master-rel-key
               file status is ws-master-status.
      *
           select plan-report-file
               assign to "../../data/lab5pln.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd plan-trans-file
           data record is plan-trans-rec
           record contains 39 characters.
      *
       01 plan-trans-rec.
           05 plt-action               pic x.
               88 plt-action-set       value 'S'.
               88 plt-action-delete    value 'D'.
           05 plt-plan-code            pic 999.
           05 plt-desc                 pic x(20).
           05 plt-rate                 pic 99v9.
           05 plt-min                  pic 9(6).
           05 plt-max                  pic 9(6).
      *
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
       fd plan-report-file
           data record is plan-line
           record contains 120 characters.
      *
       01 plan-line                    pic x(120).
      *
       working-storage section.
      *
       01 ws-eof-flag                  pic x
           value 'n'.
      *
       01 ws-plan-rel-key              pic 9(3).
       01 ws-plan-status               pic xx
           value '00'.
       01 ws-plan-found-flag           pic x
           value 'n'.
      *
       01 ws-master-rel-key            pic 9(5).
       01 ws-master-status             pic xx
           value '00'.
       01 ws-plan-in-use-flag          pic x
           value 'n'.
      * scan counter is a digit wider than the 9(5) relative key so
      * the until test can actually pass 99999
       77 ws-scan-key                  pic 9(6)
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
      * the plan's terms as they stood when the card arrived, so the
      * audit report can show what a SET replaced or a DELETE removed
       01 ws-before-rec.
           05 ws-bef-code              pic 999.
           05 ws-bef-desc              pic x(20).
           05 ws-bef-rate              pic 99v9.
           05 ws-bef-min               pic 9(6).
           05 ws-bef-max               pic 9(6).
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
           05 filler                   pic x(27)
               value "COMMISSION PLAN MAINTENANCE".
           05 filler                   pic x(52)
               value spaces.
      *
       01 ws-trans-heading-line.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(6)
               value "ACTION".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(4)
               value "PLAN".
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(20)
               value "DESCRIPTION".
           05 filler                   pic x(3)
               value spaces.
           05 filler                   pic x(4)
               value "RATE".
           05 filler                   pic x(6)
               value spaces.
           05 filler                   pic x(3)
               value "MIN".
           05 filler                   pic x(6)
               value spaces.
           05 filler                   pic x(3)
               value "MAX".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(12)
               value "DISPOSITION ".
           05 filler                   pic x(47)
               value spaces.
      *
       01 ws-trans-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-td-action             pic x(6).
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-plan-code          pic 999.
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-desc               pic x(20).
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-rate               pic z9.9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-min                pic zzz,zz9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-max                pic zzz,zz9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-td-disposition        pic x(10).
           05 ws-td-reason             pic x(40).
           05 filler                   pic x(10)
               value spaces.
      *
       01 ws-trans-total-line.
           05 filler                   pic x(3)
               value spaces.
           05 ws-tt-label              pic x(25).
           05 ws-tt-count              pic zz,zz9.
           05 filler                   pic x(86)
               value spaces.
      *
       procedure division.
       000-main.
           perform 001-open-files.
      *
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      *
           write plan-line from ws-heading1-name-line
               after advancing 1 line.
           write plan-line from ws-trans-heading-line
               after advancing 2 lines.
      *
           read plan-trans-file
               at end move 'y'         to ws-eof-flag.
      *
           perform until ws-eof-flag = 'y'
               add 1                   to ws-trans-read
               perform 050-apply-transaction
               read plan-trans-file
                   at end move 'y'     to ws-eof-flag
           end-perform.
      *
           perform 300-print-totals.
      *
           close   plan-trans-file
                   plan-file
                   salesman-master-file
                   plan-report-file.
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
           open input plan-trans-file.
      *
      * create the keyed plan file on disk the first time a run needs
      * it - relative files must already exist before they can be
      * opened i-o
           open i-o plan-file.
           if ws-plan-status = '35' then
               open output plan-file
               close  plan-file
               open i-o plan-file
           end-if.
      *
           open input salesman-master-file.
           if ws-master-status = '35' then
               open output salesman-master-file
               close  salesman-master-file
               open input salesman-master-file
           end-if.
      *
           open output plan-report-file.
      *
       050-apply-transaction.
      *
           move spaces                 to ws-reject-reason.
      *
           perform 060-edit-transaction.
      *
           if ws-reject-reason = spaces then
               perform 070-read-plan-record
               if plt-action-set then
                   perform 100-apply-set
               else
                   perform 110-apply-delete
               end-if
           end-if.
      *
           if ws-reject-reason = spaces then
               add 1                   to ws-trans-applied
           else
               add 1                   to ws-trans-rejected
           end-if.
      *
           perform 150-write-trans-audit.
      *
       060-edit-transaction.
      *
           move 'n'                    to ws-plan-found-flag.
      *
           if not plt-action-set
                   and not plt-action-delete then
               move "invalid action code - must be S or D"
                                        to ws-reject-reason
           end-if.
      *
           if ws-reject-reason = spaces
                   and (plt-plan-code not numeric
                       or plt-plan-code = 0) then
               move "plan code missing or not numeric"
                                        to ws-reject-reason
           end-if.
      *
      * the same terms the commission run's own edit insists on - a
      * real rate, and a floor that sits below the cap
           if ws-reject-reason = spaces
                   and plt-action-set then
               if plt-rate not numeric
                       or plt-min not numeric
                       or plt-max not numeric then
                   move "non-numeric rate/min/max"
                                        to ws-reject-reason
               else
                   if plt-rate = 0 then
                       move "set needs a commission rate"
                                        to ws-reject-reason
                   else
                       if plt-min >= plt-max then
                           move "plan min is not less than plan max"
                                        to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.
      *
       070-read-plan-record.
      *
           move 'n'                    to ws-plan-found-flag.
           move plt-plan-code          to ws-plan-rel-key.
      *
           read plan-file
               invalid key move 'n'    to ws-plan-found-flag
               not invalid key move 'y' to ws-plan-found-flag
           end-read.
      *
           if ws-plan-found-flag = 'y' then
               move plan-rec           to ws-before-rec
           else
               move spaces             to ws-before-rec
           end-if.
      *
       100-apply-set.
      *
           move plt-plan-code          to pln-code.
           move plt-desc               to pln-desc.
           move plt-rate               to pln-rate.
           move plt-min                to pln-min.
           move plt-max                to pln-max.
      *
           if ws-plan-found-flag = 'y' then
               rewrite plan-rec
           else
               write plan-rec
           end-if.
      *
       110-apply-delete.
      *
           if ws-plan-found-flag = 'n' then
               move "delete of a plan not on plan file"
                                        to ws-reject-reason
           else
               perform 120-check-plan-in-use
               if ws-plan-in-use-flag = 'y' then
                   move "plan still assigned to a salesman"
                                        to ws-reject-reason
               else
                   delete plan-file record
               end-if
           end-if.
      *
      * salesman numbers are pic 9(5), so the keyed master can never
      * hold more than keys 1-99999 - stop at the first salesman
      * on the plan
       120-check-plan-in-use.
      *
           move 'n'                    to ws-plan-in-use-flag.
      *
           perform varying ws-scan-key from 1 by 1
                   until ws-scan-key > 99999
                       or ws-plan-in-use-flag = 'y'
               move ws-scan-key        to ws-master-rel-key
               read salesman-master-file
                   invalid key continue
                   not invalid key
                       if master-plan-code = plt-plan-code then
                           move 'y'    to ws-plan-in-use-flag
                       end-if
               end-read
           end-perform.
      *
       150-write-trans-audit.
      *
           move spaces                 to ws-trans-detail-line.
      *
           evaluate true
               when plt-action-set
                   move "SET"          to ws-td-action
               when plt-action-delete
                   move "DELETE"       to ws-td-action
               when other
                   move plt-action     to ws-td-action
           end-evaluate.
      *
           if plt-plan-code numeric then
               move plt-plan-code      to ws-td-plan-code
           else
               move 0                  to ws-td-plan-code
           end-if.
      *
           move plt-desc               to ws-td-desc.
      *
           if plt-rate numeric then
               move plt-rate           to ws-td-rate
           else
               move 0                  to ws-td-rate
           end-if.
      *
           if plt-min numeric then
               move plt-min            to ws-td-min
           else
               move 0                  to ws-td-min
           end-if.
      *
           if plt-max numeric then
               move plt-max            to ws-td-max
           else
               move 0                  to ws-td-max
           end-if.
      *
           if ws-reject-reason = spaces then
               move "APPLIED"          to ws-td-disposition
           else
               move "REJECTED"         to ws-td-disposition
               move ws-reject-reason   to ws-td-reason
           end-if.
      *
           write plan-line from ws-trans-detail-line
               after advancing 1 line.
      *
      * the terms the card replaced (or removed) print under it, so a
      * rate change can be read old against new on the one report
           if ws-plan-found-flag = 'y' then
               move spaces             to ws-trans-detail-line
               move "  WAS"            to ws-td-action
               move ws-bef-code        to ws-td-plan-code
               move ws-bef-desc        to ws-td-desc
               move ws-bef-rate        to ws-td-rate
               move ws-bef-min         to ws-td-min
               move ws-bef-max         to ws-td-max
               write plan-line from ws-trans-detail-line
                   after advancing 1 line
           end-if.
      *
       300-print-totals.
      *
           move spaces                 to ws-trans-total-line.
           move "TRANSACTIONS READ"    to ws-tt-label.
           move ws-trans-read          to ws-tt-count.
           write plan-line from ws-trans-total-line
               after advancing 2 lines.
      *
           move spaces                 to ws-trans-total-line.
           move "TRANSACTIONS APPLIED" to ws-tt-label.
           move ws-trans-applied       to ws-tt-count.
           write plan-line from ws-trans-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-trans-total-line.
           move "TRANSACTIONS REJECTED" to ws-tt-label.
           move ws-trans-rejected      to ws-tt-count.
           write plan-line from ws-trans-total-line
               after advancing 1 line.
      *
       end program lab5pln.
