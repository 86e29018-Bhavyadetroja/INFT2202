      *    reconciles against is written here from the accepted
      *    batches, so a short-shipped or doubled batch is caught at
      *    the door instead of surfacing as a MISMATCH after
      *    commission has already been computed. a detail whose
      *    rate, min or max is not the one on the salesman's
      *    commission plan is held out of the merge and listed, so an
      *    office can't key its own terms on a sale. every detail
      *    merged is also appended to the permanent sales archive,
      *    stamped with the period and batch it came in under, and
      *    each incoming detail is checked against that archive first
      *    - an invoice already paid in any earlier period or batch is
      *    held as a repeat, and a credit must name an archived
      *    original sale to the same salesman that it does not exceed
      *
       environment division.
      *
           select gateway-report-file
               assign to "../../data/lab5gtw.out"
               organization is line sequential.
      *
      * the salesman master names each salesman's commission plan and
      * the plan master carries the terms every detail must match -
      * same keyed-by-relative-record convention as the commission run
           select salesman-master-file
               assign to "../../data/salesman.master"
               organization is relative
               access mode is dynamic
               relative key is ws-master-rel-key
               file status is ws-master-status.
      *
           select plan-file
               assign to "../../data/planmast.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-plan-rel-key
               file status is ws-plan-status.
      *
      * every detail ever merged, in the order it was merged - read
      * whole for the repeat check, then extended with this run's
      * merge. never re-created
           select sales-archive-file
               assign to "../../data/salesarc.dat"
               organization is line sequential
               file status is ws-arc-status.
      *
      * the open period stamps each archived detail
           select period-control-file
               assign to "../../data/periodct.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-period-rel-key
               file status is ws-period-status.
      *
      * the archive's invoice numbers in order, for the lookup table
           select archive-sort-file
               assign to "../../data/lab5gtw.srt".
      *
       data division.
       file section.
      * closes the batch with the office's control figures
       fd batch-input-file
           data record is gw-header-rec
           record contains 63 characters.
      *
       01 gw-header-rec.
           05 gwh-rec-type             pic x.
           05 gwh-batch-id             pic x(6).
           05 gwh-office               pic x(4).
           05 gwh-date                 pic 9(8).
           05 filler                   pic x(44).
      *
       01 gw-detail-rec.
           05 gwd-rec-type             pic x.
           05 gwd-sales-data.
               10 gwd-sman-num         pic 9(5).
               10 gwd-name             pic x(8).
               10 gwd-sales            pic 9(6).
               10 gwd-min              pic 9(6).
               10 gwd-max              pic 9(6).
               10 gwd-rate             pic 99v9.
               10 gwd-type             pic x.
               10 gwd-split-num        pic 9(5).
               10 gwd-split-pct        pic 99.
               10 gwd-invoice-num      pic x(10).
               10 gwd-orig-invoice     pic x(10).
      *
       01 gw-trailer-rec.
           05 gwt-rec-type             pic x.
           05 gwt-record-count         pic 9(5).
           05 gwt-sales-hash           pic 9(9).
           05 filler                   pic x(48).
      *
       fd merged-sales-file
           data record is sales-rec
           record contains 62 characters.
      *
       01 sales-rec.
           05 sr-sman-num              pic 9(5).
           05 sr-name                  pic x(8).
           05 sr-sales                 pic 9(6).
           05 sr-min                   pic 9(6).
           05 sr-max                   pic 9(6).
           05 sr-rate                  pic 99v9.
           05 sr-type                  pic x.
           05 sr-split-num             pic 9(5).
           05 sr-split-pct             pic 99.
           05 sr-invoice-num           pic x(10).
           05 sr-orig-invoice          pic x(10).
      *
       fd control-total-file
           data record is control-total-rec.
           record contains 120 characters.
      *
       01 gateway-line                 pic x(120).
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
      * the period and batch a detail was merged under, then the
      * detail itself in the sales-rec layout
       fd sales-archive-file
           data record is archive-rec
           record contains 78 characters.
      *
       01 archive-rec.
           05 arc-period               pic 9(6).
           05 arc-batch-id             pic x(6).
           05 arc-office               pic x(4).
           05 arc-sales-data.
               10 arc-sman-num         pic 9(5).
               10 arc-name             pic x(8).
               10 arc-sales            pic 9(6).
               10 arc-min              pic 9(6).
               10 arc-max              pic 9(6).
               10 arc-rate             pic 99v9.
               10 arc-type             pic x.
               10 arc-split-num        pic 9(5).
               10 arc-split-pct        pic 99.
               10 arc-invoice-num      pic x(10).
               10 arc-orig-invoice     pic x(10).
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
      * kind '1' is the archived detail under its own invoice number,
      * kind '2' is an archived credit filed under the original it
      * credits - sorting on both puts each sale ahead of the credits
      * taken against it
       sd archive-sort-file
           data record is archive-sort-rec.
      *
       01 archive-sort-rec.
           05 asr-invoice              pic x(10).
           05 asr-kind                 pic x.
           05 asr-type                 pic x.
           05 asr-period               pic 9(6).
           05 asr-batch-id             pic x(6).
           05 asr-sman-num             pic 9(5).
           05 asr-sales                pic 9(6).
      *
       working-storage section.
      *
           value 0.
       77 ws-merged-sales              pic 9(9)
           value 0.
      *
       01 ws-master-rel-key            pic 9(5).
       01 ws-master-status             pic xx
           value '00'.
       01 ws-master-found-flag         pic x
           value 'n'.
       01 ws-plan-rel-key              pic 9(3).
       01 ws-plan-status               pic xx
           value '00'.
       01 ws-plan-found-flag           pic x
           value 'n'.
      *
      * details held out of an accepted batch because their terms are
      * not the salesman's plan, or because the archive check refused
      * them - the heading prints over the first one
       77 ws-off-plan-count            pic 9(5)
           value 0.
       77 ws-off-plan-sales            pic 9(9)
           value 0.
       77 ws-detail-reason             pic x(40)
           value spaces.
      * 'P' off plan, 'R' repeat invoice, 'C' credit with no good
      * original - which held total the detail counts in
       01 ws-held-kind                 pic x
           value space.
      *
       01 ws-arc-status                pic xx
           value '00'.
       01 ws-arc-eof-flag              pic x
           value 'n'.
       01 ws-arc-sorted-eof-flag       pic x
           value 'n'.
       01 ws-period-rel-key            pic 9.
       01 ws-period-status             pic xx
           value '00'.
       77 ws-open-period               pic 9(6)
           value 0.
       77 ws-date-yymm                 pic 9(4)
           value 0.
      *
      * every invoice in the archive, in invoice order for a binary
      * search. a credit's amount is added to the credited total of
      * the original it names. an archive bigger than the table
      * can't be checked, so every detail is then held
       77 ws-arc-count                 pic 9(5)
           value 0.
       01 ws-arc-table-full-flag       pic x
           value 'n'.
       01 ws-archive-table.
           05 ws-arc-entry             occurs 1 to 30000 times
                                        depending on ws-arc-count
                                        ascending key is ws-ae-invoice
                                        indexed by ws-ae-idx.
               10 ws-ae-invoice        pic x(10).
               10 ws-ae-type           pic x.
               10 ws-ae-period         pic 9(6).
               10 ws-ae-batch-id       pic x(6).
               10 ws-ae-sman-num       pic 9(5).
               10 ws-ae-sales          pic 9(6).
               10 ws-ae-credited       pic 9(7).
      *
      * invoices let through by this run so far, so a repeat inside
      * the transmission, or a credit against a sale in it, is seen
       77 ws-run-count                 pic 9(5)
           value 0.
       01 ws-run-table.
           05 ws-run-entry             occurs 5000 times
                                        indexed by ws-rn-idx.
               10 ws-rn-invoice        pic x(10).
               10 ws-rn-type           pic x.
               10 ws-rn-sman-num       pic 9(5).
               10 ws-rn-sales          pic 9(6).
               10 ws-rn-credited       pic 9(7).
      *
      * the detail matched an archive entry merged under this same
      * period and batch - the gateway is being run again over the
      * same transmission, so it goes through but is not re-archived
       01 ws-rerun-flag                pic x
           value 'n'.
       01 ws-run-found-flag            pic x
           value 'n'.
       01 ws-arc-found-flag            pic x
           value 'n'.
       77 ws-detail-sales              pic 9(6)
           value 0.
      *
      * where a credit's original was found - 'A' archive, 'R' this
      * run - and what it allows
       01 ws-orig-where                pic x
           value space.
       01 ws-orig-type                 pic x.
       77 ws-orig-sman-num             pic 9(5)
           value 0.
       77 ws-orig-sales                pic 9(6)
           value 0.
       77 ws-orig-credited             pic 9(7)
           value 0.
      *
       01 ws-repeat-reason.
           05 filler                   pic x(17)
               value "invoice archived ".
           05 ws-rr-period             pic 9(6).
           05 filler                   pic x(7)
               value " batch ".
           05 ws-rr-batch-id           pic x(6).
           05 filler                   pic x(4)
               value spaces.
      *
       77 ws-repeat-count              pic 9(5)
           value 0.
       77 ws-repeat-sales              pic 9(9)
           value 0.
       77 ws-credit-held-count         pic 9(5)
           value 0.
       77 ws-credit-held-sales         pic 9(9)
           value 0.
       77 ws-archived-count            pic 9(5)
           value 0.
       77 ws-rerun-count               pic 9(5)
           value 0.
      *
       01 ws-heading1-name-line.
           05 filler                   pic x(5)
           05 ws-gt-amount             pic zzz,zzz,zz9.
           05 filler                   pic x(66)
               value spaces.
      *
       01 ws-off-plan-heading-line.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(35)
               value "DETAILS HELD OUT OF THE MERGE".
           05 filler                   pic x(84)
               value spaces.
      *
       01 ws-off-plan-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-od-batch-id           pic x(6).
           05 filler                   pic x(2)
               value spaces.
           05 ws-od-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-od-name               pic x(8).
           05 filler                   pic x(2)
               value spaces.
           05 ws-od-sales              pic zzz,zz9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-od-rate               pic z9.9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-od-min                pic zzz,zz9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-od-max                pic zzz,zz9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-od-reason             pic x(40).
           05 filler                   pic x(1)
               value spaces.
           05 ws-od-invoice-num        pic x(10).
           05 filler                   pic x(10)
               value spaces.
      *
       procedure division.
       000-main.
               after advancing 2 lines.
      *
           perform 100-verify-batches.
      *
           open input salesman-master-file.
           if ws-master-status = '35' then
               open output salesman-master-file
               close  salesman-master-file
               open input salesman-master-file
           end-if.
      *
           open input plan-file.
           if ws-plan-status = '35' then
               open output plan-file
               close  plan-file
               open input plan-file
           end-if.
      *
           perform 170-read-open-period.
      *
           perform 180-load-sales-archive.
      *
           perform 200-merge-accepted-batches.
      *
      *
           perform 300-print-totals.
      *
           close   salesman-master-file
                   plan-file
                   gateway-report-file.
      *
      * completion code for the job stream - no batch proved is a
      * failed transmission, no transmission at all leaves nothing to
      * merge, and anything rejected, held or stray is a warning
           evaluate true
               when ws-batches-accepted = 0
                       and ws-batches-rejected > 0
                   move 12             to return-code
               when ws-batches-accepted = 0
                   move 8              to return-code
               when ws-batches-rejected > 0
                       or ws-stray-count > 0
                       or ws-off-plan-count > 0
                       or ws-repeat-count > 0
                       or ws-credit-held-count > 0
                   move 4              to return-code
               when other
                   move 0              to return-code
           end-evaluate.
      *
           stop run.
      *
           write gateway-line from ws-batch-detail-line
               after advancing 1 line.
      *
      * the period the merged details are archived under - the open
      * one on the period control file, else the current month
       170-read-open-period.
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
      * the archive is in merge order - sorted by invoice into the
      * lookup table, with each credit's amount carried against the
      * original it names
       180-load-sales-archive.
      *
           sort archive-sort-file
               on ascending key asr-invoice
               on ascending key asr-kind
               input procedure 182-release-archive-keys
               output procedure 185-build-archive-table.
      *
       182-release-archive-keys.
      *
           open input sales-archive-file.
      *
      * no archive yet - the first run starts it, nothing is a repeat
           if ws-arc-status = '00' then
               read sales-archive-file
                   at end move 'y'     to ws-arc-eof-flag
               end-read
      *
               perform until ws-arc-eof-flag = 'y'
                   if arc-invoice-num not = spaces then
                       move arc-invoice-num to asr-invoice
                       move '1'        to asr-kind
                       move arc-type   to asr-type
                       move arc-period to asr-period
                       move arc-batch-id to asr-batch-id
                       move arc-sman-num to asr-sman-num
                       move 0          to asr-sales
                       if arc-sales numeric then
                           move arc-sales to asr-sales
                       end-if
                       release archive-sort-rec
      *
                       if arc-type = 'C'
                               and arc-orig-invoice not = spaces then
                           move arc-orig-invoice to asr-invoice
                           move '2'    to asr-kind
                           release archive-sort-rec
                       end-if
                   end-if
      *
                   read sales-archive-file
                       at end move 'y' to ws-arc-eof-flag
                   end-read
               end-perform
      *
               close sales-archive-file
           end-if.
      *
       185-build-archive-table.
      *
           return archive-sort-file
               at end move 'y'         to ws-arc-sorted-eof-flag.
      *
           perform until ws-arc-sorted-eof-flag = 'y'
               if asr-kind = '1' then
                   perform 186-add-archive-entry
               else
      * a credit filed under its original - the original, if it is
      * archived at all, is the entry just added
                   if ws-arc-count > 0 then
                       set ws-ae-idx   to ws-arc-count
                       if ws-ae-invoice (ws-ae-idx) = asr-invoice then
                           add asr-sales
                               to ws-ae-credited (ws-ae-idx)
                       end-if
                   end-if
               end-if
      *
               return archive-sort-file
                   at end move 'y'     to ws-arc-sorted-eof-flag
           end-perform.
      *
       186-add-archive-entry.
      *
      * an invoice archived twice keeps its first entry - the table
      * has to stay in strictly ascending order for the search
           move 'n'                    to ws-arc-found-flag.
           if ws-arc-count > 0 then
               set ws-ae-idx           to ws-arc-count
               if ws-ae-invoice (ws-ae-idx) = asr-invoice then
                   move 'y'            to ws-arc-found-flag
               end-if
           end-if.
      *
           if ws-arc-found-flag = 'n' then
               if ws-arc-count >= 30000 then
                   move 'y'            to ws-arc-table-full-flag
               else
                   add 1               to ws-arc-count
                   set ws-ae-idx       to ws-arc-count
                   move asr-invoice    to ws-ae-invoice (ws-ae-idx)
                   move asr-type       to ws-ae-type (ws-ae-idx)
                   move asr-period     to ws-ae-period (ws-ae-idx)
                   move asr-batch-id   to ws-ae-batch-id (ws-ae-idx)
                   move asr-sman-num   to ws-ae-sman-num (ws-ae-idx)
                   move asr-sales      to ws-ae-sales (ws-ae-idx)
                   move 0              to ws-ae-credited (ws-ae-idx)
               end-if
           end-if.
      *
      * pass two - walk the transmission again and copy out only the
      * details of batches pass one accepted, counting what goes
      * through for the control-total file
       200-merge-accepted-batches.
      *
           open output merged-sales-file.
      *
           open extend sales-archive-file.
           if ws-arc-status = '35' then
               open output sales-archive-file
           end-if.
      *
           if ws-batch-open-flag = 'y' then
               move 'n'                to ws-eof-flag
               close batch-input-file
           end-if.
      *
           close merged-sales-file
                 sales-archive-file.
      *
       210-merge-one-detail.
      *
                   and ws-merge-batch-num <= ws-batch-count then
               set ws-bt-idx           to ws-merge-batch-num
               if ws-bt-status (ws-bt-idx) = 'A' then
                   move 'P'            to ws-held-kind
                   perform 220-check-commission-plan
                   if ws-detail-reason = spaces then
                       perform 240-check-sales-archive
                   end-if
                   if ws-detail-reason = spaces then
                       move gwd-sales-data to sales-rec
                       write sales-rec
                       add 1           to ws-merged-records
                       if gwd-sales numeric then
                           add gwd-sales to ws-merged-sales
                       end-if
                       perform 260-archive-detail
                   else
                       perform 230-write-off-plan-line
                   end-if
               end-if
           end-if.
      *
      * the detail's rate, min and max must be the terms of the plan
      * the salesman is on. a number not on the master, or a detail
      * with non-numeric terms, goes through as before - the
      * commission run's own edit and coverage report deal with those
       220-check-commission-plan.
      *
           move spaces                 to ws-detail-reason.
      *
           if gwd-sman-num numeric
                   and gwd-sman-num > 0
                   and gwd-sales numeric
                   and gwd-rate numeric
                   and gwd-min numeric
                   and gwd-max numeric then
               move 'n'                to ws-master-found-flag
               move gwd-sman-num       to ws-master-rel-key
               read salesman-master-file
                   invalid key move 'n' to ws-master-found-flag
                   not invalid key move 'y' to ws-master-found-flag
               end-read
      *
               if ws-master-found-flag = 'y' then
                   move 'n'            to ws-plan-found-flag
                   if master-plan-code numeric
                           and master-plan-code > 0 then
                       move master-plan-code to ws-plan-rel-key
                       read plan-file
                           invalid key move 'n' to ws-plan-found-flag
                           not invalid key
                               move 'y' to ws-plan-found-flag
                       end-read
                   end-if
      *
                   if ws-plan-found-flag = 'n' then
                       move "salesman has no valid commission plan"
                                        to ws-detail-reason
                   else
                       if gwd-rate not = pln-rate
                               or gwd-min not = pln-min
                               or gwd-max not = pln-max then
                           move "rate/min/max off commission plan"
                                        to ws-detail-reason
                       end-if
                   end-if
               end-if
           end-if.
      *
       230-write-off-plan-line.
      *
           if ws-off-plan-count = 0
                   and ws-repeat-count = 0
                   and ws-credit-held-count = 0 then
               write gateway-line from ws-off-plan-heading-line
                   after advancing 2 lines
           end-if.
      *
           evaluate ws-held-kind
               when 'R'
                   add 1               to ws-repeat-count
                   add ws-detail-sales to ws-repeat-sales
               when 'C'
                   add 1               to ws-credit-held-count
                   add ws-detail-sales to ws-credit-held-sales
               when other
                   add 1               to ws-off-plan-count
                   add gwd-sales       to ws-off-plan-sales
           end-evaluate.
      *
           move spaces                 to ws-off-plan-detail-line.
           move ws-bt-batch-id (ws-bt-idx)
                                        to ws-od-batch-id.
           move gwd-sman-num           to ws-od-sman-num.
           move gwd-name               to ws-od-name.
           move gwd-sales              to ws-od-sales.
           move gwd-rate               to ws-od-rate.
           move gwd-min                to ws-od-min.
           move gwd-max                to ws-od-max.
           move ws-detail-reason       to ws-od-reason.
           move gwd-invoice-num        to ws-od-invoice-num.
      *
           write gateway-line from ws-off-plan-detail-line
               after advancing 1 line.
      *
      * a detail is let through once - its invoice must be new to
      * the archive and to this transmission, and a credit must name
      * a sale already let through, to the same salesman, that its
      * credits so far plus this one do not exceed
       240-check-sales-archive.
      *
           move 'R'                    to ws-held-kind.
           move 'n'                    to ws-rerun-flag.
           move 0                      to ws-detail-sales.
           if gwd-sales numeric then
               move gwd-sales          to ws-detail-sales
           end-if.
      *
           if ws-arc-table-full-flag = 'y' then
               move "sales archive too large to check"
                                        to ws-detail-reason
           else
               if gwd-invoice-num = spaces then
                   move "invoice/reference number missing"
                                        to ws-detail-reason
               else
                   if ws-run-count >= 5000 then
                       move "transmission too large to check"
                                        to ws-detail-reason
                   end-if
               end-if
           end-if.
      *
           if ws-detail-reason = spaces then
               move 'n'                to ws-run-found-flag
               perform varying ws-rn-idx from 1 by 1
                       until ws-rn-idx > ws-run-count
                           or ws-run-found-flag = 'y'
                   if ws-rn-invoice (ws-rn-idx) = gwd-invoice-num then
                       move 'y'        to ws-run-found-flag
                   end-if
               end-perform
               if ws-run-found-flag = 'y' then
                   move "invoice repeated in this transmission"
                                        to ws-detail-reason
               end-if
           end-if.
      *
           if ws-detail-reason = spaces then
               move 'n'                to ws-arc-found-flag
               if ws-arc-count > 0 then
                   search all ws-arc-entry
                       when ws-ae-invoice (ws-ae-idx) = gwd-invoice-num
                           move 'y'    to ws-arc-found-flag
                   end-search
               end-if
               if ws-arc-found-flag = 'y' then
                   if ws-ae-period (ws-ae-idx) = ws-open-period
                           and ws-ae-batch-id (ws-ae-idx)
                               = ws-bt-batch-id (ws-bt-idx) then
                       move 'y'        to ws-rerun-flag
                   else
                       move ws-ae-period (ws-ae-idx)
                                        to ws-rr-period
                       move ws-ae-batch-id (ws-ae-idx)
                                        to ws-rr-batch-id
                       move ws-repeat-reason to ws-detail-reason
                   end-if
               end-if
           end-if.
      *
      * a good credit is charged against its original at once, so a
      * second credit can't take back more than was sold
           if ws-detail-reason = spaces
                   and gwd-type = 'C' then
               move 'C'                to ws-held-kind
               perform 245-check-credit-original
               if ws-detail-reason = spaces
                       and ws-rerun-flag = 'n' then
                   if ws-orig-where = 'A' then
                       add ws-detail-sales
                           to ws-ae-credited (ws-ae-idx)
                   else
                       add ws-detail-sales
                           to ws-rn-credited (ws-rn-idx)
                   end-if
               end-if
           end-if.
      *
           if ws-detail-reason = spaces then
               add 1                   to ws-run-count
               set ws-rn-idx           to ws-run-count
               move gwd-invoice-num    to ws-rn-invoice (ws-rn-idx)
               move gwd-type           to ws-rn-type (ws-rn-idx)
               move gwd-sman-num       to ws-rn-sman-num (ws-rn-idx)
               move ws-detail-sales    to ws-rn-sales (ws-rn-idx)
               move 0                  to ws-rn-credited (ws-rn-idx)
      * a sale merged again carries what has already been credited
      * against it, so a credit in this run is judged the same way
               if ws-rerun-flag = 'y'
                       and gwd-type not = 'C' then
                   move ws-ae-credited (ws-ae-idx)
                                        to ws-rn-credited (ws-rn-idx)
               end-if
           end-if.
      *
      * the original is looked for among this run's details first,
      * then in the archive. on return ws-ae-idx or ws-rn-idx is left
      * on the original found
       245-check-credit-original.
      *
           move space                  to ws-orig-where.
      *
           if gwd-orig-invoice = spaces then
               move "credit names no original invoice"
                                        to ws-detail-reason
           else
               move 'n'                to ws-run-found-flag
               perform varying ws-rn-idx from 1 by 1
                       until ws-rn-idx > ws-run-count
                           or ws-run-found-flag = 'y'
                   if ws-rn-invoice (ws-rn-idx) = gwd-orig-invoice then
                       move 'y'        to ws-run-found-flag
                   end-if
               end-perform
      *
               if ws-run-found-flag = 'y' then
                   set ws-rn-idx       down by 1
                   move 'R'            to ws-orig-where
                   move ws-rn-type (ws-rn-idx) to ws-orig-type
                   move ws-rn-sman-num (ws-rn-idx)
                                        to ws-orig-sman-num
                   move ws-rn-sales (ws-rn-idx) to ws-orig-sales
                   move ws-rn-credited (ws-rn-idx)
                                        to ws-orig-credited
               else
                   if ws-arc-count > 0 then
                       search all ws-arc-entry
                           when ws-ae-invoice (ws-ae-idx)
                                   = gwd-orig-invoice
                               move 'A' to ws-orig-where
                               move ws-ae-type (ws-ae-idx)
                                        to ws-orig-type
                               move ws-ae-sman-num (ws-ae-idx)
                                        to ws-orig-sman-num
                               move ws-ae-sales (ws-ae-idx)
                                        to ws-orig-sales
                               move ws-ae-credited (ws-ae-idx)
                                        to ws-orig-credited
                       end-search
                   end-if
               end-if
      *
               evaluate true
                   when ws-orig-where = space
                       move "credit original not in sales archive"
                                        to ws-detail-reason
                   when ws-orig-type = 'C'
                       move "credit original is itself a credit"
                                        to ws-detail-reason
                   when ws-orig-sman-num not = gwd-sman-num
                       move "credit salesman not on original sale"
                                        to ws-detail-reason
      * a rerun credit was charged against its original when it was
      * first archived - that amount is already in the credited total
                   when ws-rerun-flag = 'n'
                           and ws-orig-credited + ws-detail-sales
                               > ws-orig-sales
                       move "credit exceeds original sale"
                                        to ws-detail-reason
               end-evaluate
           end-if.
      *
       250-write-control-totals.
      *
           write control-total-rec.
      *
           close control-total-file.
      *
      * stamped with the period and batch it was merged under. a
      * detail the same batch already archived this period is not
      * written again
       260-archive-detail.
      *
           if ws-rerun-flag = 'y' then
               add 1                   to ws-rerun-count
           else
               move ws-open-period     to arc-period
               move ws-bt-batch-id (ws-bt-idx)
                                        to arc-batch-id
               move ws-bt-office (ws-bt-idx)
                                        to arc-office
               move gwd-sales-data     to arc-sales-data
               write archive-rec
               add 1                   to ws-archived-count
           end-if.
      *
       300-print-totals.
      *
           move ws-merged-sales        to ws-gt-amount.
           write gateway-line from ws-gateway-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-gateway-total-line.
           move "DETAILS HELD OFF PLAN / SALES"
                                        to ws-gt-label.
           move ws-off-plan-count      to ws-gt-count.
           move ws-off-plan-sales      to ws-gt-amount.
           write gateway-line from ws-gateway-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-gateway-total-line.
           move "HELD REPEAT/NO INVOICE / SALES"
                                        to ws-gt-label.
           move ws-repeat-count        to ws-gt-count.
           move ws-repeat-sales        to ws-gt-amount.
           write gateway-line from ws-gateway-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-gateway-total-line.
           move "CREDITS HELD UNMATCHED / SALES"
                                        to ws-gt-label.
           move ws-credit-held-count   to ws-gt-count.
           move ws-credit-held-sales   to ws-gt-amount.
           write gateway-line from ws-gateway-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-gateway-total-line.
           move "DETAILS ADDED TO SALES ARCHIVE"
                                        to ws-gt-label.
           move ws-archived-count      to ws-gt-count.
           move 0                      to ws-gt-amount.
           write gateway-line from ws-gateway-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-gateway-total-line.
           move "RE-MERGED, ALREADY ARCHIVED"
                                        to ws-gt-label.
           move ws-rerun-count         to ws-gt-count.
           move 0                      to ws-gt-amount.
           write gateway-line from ws-gateway-total-line
               after advancing 1 line.
      *
       end program lab5gtw.
