       identification division.
       program-id. lab5tax.
       author. Punit Patel
       date-written. date.
      *Program Description:
      *    year-end contractor earnings tax extract - for a year the
      *    year-end close has already archived, totals what each
      *    salesman was paid: the commission paid from the permanent
      *    YTD history (adjustments are posted into it, so they are
      *    inside that figure and only broken out for the report),
      *    plus the manager overrides paid in the year from the
      *    permanent payroll history. every contractor on the salesman
      *    master paid at or over the reporting threshold is written
      *    to a fixed-format filing file under the taxpayer id on the
      *    master. the control report lists every contractor and
      *    anyone who could not be classified, and ties the filing
      *    file's total back to the year's paid total
      *
       environment division.
      *
       input-output section.
       file-control.
      * tax year, reporting threshold and the payer's own id and name
           select tax-control-file
               assign to "../../data/lab5tax.ctl"
               organization is line sequential
               file status is ws-ctl-status.
      *
      * must stay field for field identical to the record the
      * year-end close appends
           select ytd-history-file
               assign to "../../data/ytdhist.dat"
               organization is line sequential
               file status is ws-history-status.
      *
      * every payroll record the commission and adjustment runs have
      * sent - the overrides and adjustments are picked out of it by
      * earnings code and the year of their period
           select payroll-history-file
               assign to "../../data/payhist.dat"
               organization is line sequential
               file status is ws-payhist-status.
      *
      * keyed by salesman number via relative record number -
      * same convention as the commission run's master files
           select salesman-master-file
               assign to "../../data/salesman.master"
               organization is relative
               access mode is dynamic
               relative key is ws-master-rel-key
               file status is ws-master-status.
      *
      * the master record of every salesman the maintenance program
      * terminated - a contractor paid during the year and let go
      * before the extract is still filed from it
           select terminated-master-file
               assign to "../../data/termmast.dat"
               organization is line sequential
               file status is ws-term-status.
      *
           select filing-file
               assign to "../../data/lab5tax.fil"
               organization is line sequential.
      *
           select control-report-file
               assign to "../../data/lab5tax.out"
               organization is line sequential.
      *
      * brings each salesman's history and payroll records together
           select tax-sort-file
               assign to "../../data/lab5tax.srt".
      *
       data division.
       file section.
      * a blank year is the calendar year before today's; a blank
      * threshold is the standard 600.00
       fd tax-control-file
           data record is tax-ctl-rec
           record contains 62 characters.
      *
       01 tax-ctl-rec.
           05 tc-tax-year              pic 9(4).
           05 tc-tax-year-x redefines tc-tax-year
                                        pic x(4).
           05 tc-threshold             pic 9(7)v99.
           05 tc-threshold-x redefines tc-threshold
                                        pic x(9).
           05 tc-payer-tin             pic x(9).
           05 tc-payer-name            pic x(40).
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
      * must stay field for field identical to payroll-rec in the
      * commission run
       fd payroll-history-file
           data record is payroll-rec
           record contains 28 characters.
      *
       01 payroll-rec.
           05 pay-sman-num              pic 9(5).
           05 pay-amount                pic 9(7)v99.
           05 pay-earnings-code         pic x(8).
           05 pay-period                pic 9(6).
           05 pay-period-x redefines pay-period.
               10 pay-period-year       pic 9(4).
               10 pay-period-month      pic 99.
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
      * must stay field for field identical to the record the
      * maintenance program appends - the image is master-rec
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
      * the filing file - a payer record, one payee record per
      * contractor filed, and an end record carrying the payee count
      * and the amount total the filing is checked against
       fd filing-file
           data record is filing-payer-rec
                          filing-payee-rec
                          filing-end-rec
           record contains 100 characters.
      *
       01 filing-payer-rec.
           05 fa-rec-type              pic x.
           05 fa-tax-year              pic 9(4).
           05 fa-payer-tin             pic x(9).
           05 fa-payer-name            pic x(40).
           05 filler                   pic x(46).
      *
       01 filing-payee-rec.
           05 fb-rec-type              pic x.
           05 fb-tax-year              pic 9(4).
           05 fb-tin-type              pic x.
           05 fb-payee-tin             pic x(9).
           05 fb-sman-num              pic 9(5).
           05 fb-payee-name            pic x(20).
           05 fb-amount                pic 9(9)v99.
           05 filler                   pic x(49).
      *
       01 filing-end-rec.
           05 fc-rec-type              pic x.
           05 fc-payee-count           pic 9(8).
           05 fc-total-amount          pic 9(13)v99.
           05 filler                   pic x(76).
      *
       fd control-report-file
           data record is control-line
           record contains 120 characters.
      *
       01 control-line                 pic x(120).
      *
      * 'Y' the year's paid from the YTD history, 'O' an override
      * paid, 'A' an adjustment paid
       sd tax-sort-file
           data record is tax-sort-rec.
      *
       01 tax-sort-rec.
           05 tsr-sman-num             pic 9(5).
           05 tsr-kind                 pic x.
           05 tsr-amount               pic s9(9)v99.
      *
       working-storage section.
      *
       01 ws-ctl-status                pic xx
           value '00'.
       01 ws-history-status            pic xx
           value '00'.
       01 ws-history-eof-flag          pic x
           value 'n'.
       01 ws-payhist-status            pic xx
           value '00'.
       01 ws-payhist-eof-flag          pic x
           value 'n'.
       01 ws-master-rel-key            pic 9(5).
       01 ws-master-status             pic xx
           value '00'.
       01 ws-master-found-flag         pic x
           value 'n'.
       01 ws-term-status               pic xx
           value '00'.
       01 ws-term-eof-flag             pic x
           value 'n'.
      *
      * terminated salesmen in the order they were terminated - a
      * number terminated more than once takes its latest image
       01 ws-term-table.
           05 ws-term-entry            occurs 2000 times
                                        indexed by ws-term-idx.
               10 ws-term-sman         pic 9(5).
               10 ws-term-image        pic x(59).
       77 ws-term-count                pic 9(4)
           value 0.
       01 ws-sort-eof-flag             pic x
           value 'n'.
      *
       01 ws-tax-ok-flag               pic x
           value 'n'.
       77 ws-refuse-reason             pic x(40)
           value spaces.
       77 ws-tax-year                  pic 9(4)
           value 0.
       77 ws-threshold                 pic 9(7)v99
           value 600.00.
       77 ws-payer-tin                 pic x(9)
           value spaces.
       77 ws-payer-name                pic x(40)
           value spaces.
      *
       77 ws-override-earnings-code    pic x(8)
           value "OVRD    ".
       77 ws-adjust-earnings-code      pic x(8)
           value "ADJ     ".
      *
      * the salesman being totalled by the output procedure
       77 ws-cur-sman-num              pic 9(5)
           value 0.
       77 ws-pe-ytd-paid               pic s9(9)v99
           value 0.
       77 ws-pe-override               pic s9(9)v99
           value 0.
       77 ws-pe-adjust                 pic s9(9)v99
           value 0.
       77 ws-pe-commission             pic s9(9)v99
           value 0.
       77 ws-pe-total                  pic s9(9)v99
           value 0.
       77 ws-pe-disposition            pic x(15)
           value spaces.
      *
      * the year's paid total as read, before anyone is classified
       77 ws-hist-read                 pic 9(5)
           value 0.
       77 ws-payhist-read              pic 9(5)
           value 0.
       77 ws-year-ytd-paid             pic s9(11)v99
           value 0.
       77 ws-year-override             pic s9(11)v99
           value 0.
       77 ws-year-adjust               pic s9(11)v99
           value 0.
       77 ws-year-paid-total           pic s9(11)v99
           value 0.
      *
      * where every salesman's pay went
       77 ws-cat-employee              pic s9(11)v99
           value 0.
       77 ws-cat-below                 pic s9(11)v99
           value 0.
       77 ws-cat-no-tin                pic s9(11)v99
           value 0.
       77 ws-cat-no-class              pic s9(11)v99
           value 0.
       77 ws-cat-not-on-master         pic s9(11)v99
           value 0.
       77 ws-extract-expected          pic s9(11)v99
           value 0.
       77 ws-extract-total             pic s9(11)v99
           value 0.
      *
       77 ws-payees-filed              pic 9(5)
           value 0.
       77 ws-employees                 pic 9(5)
           value 0.
       77 ws-contractors-below         pic 9(5)
           value 0.
       77 ws-contractors-no-tin        pic 9(5)
           value 0.
       77 ws-exception-count           pic 9(5)
           value 0.
       77 ws-control-result            pic x(14)
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
               value "CONTRACTOR EARNINGS TAX EXTRACT".
           05 filler                   pic x(48)
               value spaces.
      *
       01 ws-heading2-year-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(9)
               value "TAX YEAR ".
           05 ws-yl-tax-year           pic 9(4).
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(20)
               value "REPORTING THRESHOLD ".
           05 ws-yl-threshold          pic z,zzz,zz9.99.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(6)
               value "PAYER ".
           05 ws-yl-payer-name         pic x(40).
           05 filler                   pic x(14)
               value spaces.
      *
       01 ws-heading3-headings.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(5)
               value "NO ".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(20)
               value "NAME".
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(9)
               value "TIN".
           05 filler                   pic x(6)
               value spaces.
           05 filler                   pic x(10)
               value "COMMISSION".
           05 filler                   pic x(4)
               value spaces.
           05 filler                   pic x(12)
               value "ADJUSTMENTS ".
           05 filler                   pic x(6)
               value spaces.
           05 filler                   pic x(10)
               value "OVERRIDES ".
           05 filler                   pic x(6)
               value spaces.
           05 filler                   pic x(10)
               value "TOTAL PAID".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(16)
               value "DISPOSITION".
      *
       01 ws-payee-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-pl-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-pl-name               pic x(20).
           05 filler                   pic x(1)
               value spaces.
      * only the last four digits of a taxpayer id are printed
           05 ws-pl-tax-id.
               10 ws-pl-tin-mask       pic x(5).
               10 ws-pl-tin-last4      pic x(4).
           05 filler                   pic x(1)
               value spaces.
           05 ws-pl-commission         pic zzz,zzz,zz9.99-.
           05 filler                   pic x(1)
               value spaces.
           05 ws-pl-adjust             pic zzz,zzz,zz9.99-.
           05 filler                   pic x(1)
               value spaces.
           05 ws-pl-override           pic zzz,zzz,zz9.99-.
           05 filler                   pic x(1)
               value spaces.
           05 ws-pl-total              pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-pl-disposition        pic x(15).
           05 filler                   pic x(1)
               value spaces.
      *
       01 ws-control-title-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(38)
               value "CONTROL TOTALS - YEAR'S PAID TO FILING".
           05 filler                   pic x(77)
               value spaces.
      *
       01 ws-control-amount-line.
           05 filler                   pic x(5)
               value spaces.
           05 ws-cl-label              pic x(45).
           05 ws-cl-amount             pic zz,zzz,zzz,zz9.99-.
           05 filler                   pic x(52)
               value spaces.
      *
       01 ws-control-result-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(45)
               value "FILING FILE AGAINST YEAR'S PAID".
           05 ws-crl-result            pic x(14).
           05 filler                   pic x(56)
               value spaces.
      *
       01 ws-control-count-line.
           05 filler                   pic x(5)
               value spaces.
           05 ws-cc-label              pic x(45).
           05 ws-cc-count              pic zz,zz9.
           05 filler                   pic x(64)
               value spaces.
      *
       procedure division.
       000-main.
           perform 001-open-files.
      *
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      *
      * no year to extract, no payer id to file under, or a year the
      * close has not archived - nothing is written to the filing file
           perform 005-read-control-card.
           if ws-tax-ok-flag = 'y' then
               perform 007-verify-tax-year
           end-if.
           if ws-tax-ok-flag = 'n' then
               perform 006-refuse-run
           end-if.
      *
           perform 008-load-terminated-table.
      *
           write control-line from ws-heading1-name-line
               after advancing 1 line.
           move ws-tax-year            to ws-yl-tax-year.
           move ws-threshold           to ws-yl-threshold.
           move ws-payer-name          to ws-yl-payer-name.
           write control-line from ws-heading2-year-line
               after advancing 1 line.
           write control-line from ws-heading3-headings
               after advancing 2 lines.
      *
           open output filing-file.
           move spaces                 to filing-payer-rec.
           move "A"                    to fa-rec-type.
           move ws-tax-year            to fa-tax-year.
           move ws-payer-tin           to fa-payer-tin.
           move ws-payer-name          to fa-payer-name.
           write filing-payer-rec.
      *
           sort tax-sort-file
               on ascending key tsr-sman-num
               input procedure 050-release-tax-records
               output procedure 100-build-extract.
      *
           move spaces                 to filing-end-rec.
           move "C"                    to fc-rec-type.
           move ws-payees-filed        to fc-payee-count.
           move ws-extract-total       to fc-total-amount.
           write filing-end-rec.
      *
           perform 300-print-control-totals.
      *
           close   salesman-master-file
                   filing-file
                   control-report-file.
      *
      * completion code for the job stream - a contractor who could
      * not be filed, pay nobody could classify, or a filing file
      * that does not tie is a warning
           if ws-exception-count > 0
                   or ws-control-result not = "TIED" then
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
      *
           stop run.
      *
       001-open-files.
      *
           open input salesman-master-file.
           if ws-master-status = '35' then
               open output salesman-master-file
               close  salesman-master-file
               open input salesman-master-file
           end-if.
      *
           open output control-report-file.
      *
       005-read-control-card.
      *
           move 'y'                    to ws-tax-ok-flag.
           compute ws-tax-year = 2000 + (ws-nl-date / 10000) - 1.
      *
           open input tax-control-file.
           if ws-ctl-status not = '00' then
               move "no control card - payer id is needed"
                                        to ws-refuse-reason
               move 'n'                to ws-tax-ok-flag
           else
               read tax-control-file
                   at end
                       move "no control card - payer id is needed"
                                        to ws-refuse-reason
                       move 'n'        to ws-tax-ok-flag
               end-read
               close tax-control-file
           end-if.
      *
           if ws-tax-ok-flag = 'y'
                   and tc-tax-year-x not = spaces then
               if tc-tax-year not numeric then
                   move "tax year on control card not numeric"
                                        to ws-refuse-reason
                   move 'n'            to ws-tax-ok-flag
               else
                   move tc-tax-year    to ws-tax-year
               end-if
           end-if.
      *
           if ws-tax-ok-flag = 'y'
                   and tc-threshold-x not = spaces then
               if tc-threshold not numeric then
                   move "threshold on control card not numeric"
                                        to ws-refuse-reason
                   move 'n'            to ws-tax-ok-flag
               else
                   move tc-threshold   to ws-threshold
               end-if
           end-if.
      *
           if ws-tax-ok-flag = 'y'
                   and tc-payer-tin not numeric then
               move "payer id on control card not 9 digits"
                                        to ws-refuse-reason
               move 'n'                to ws-tax-ok-flag
           end-if.
      *
           if ws-tax-ok-flag = 'y' then
               move tc-payer-tin       to ws-payer-tin
               move tc-payer-name      to ws-payer-name
           end-if.
      *
      * the run has nothing to file - the report carries the reason
      * and the filing file is left as it was
       006-refuse-run.
      *
           move ws-refuse-reason       to ws-rfl-reason.
           write control-line from ws-refuse-line
               after advancing 1 line.
      *
           close   salesman-master-file
                   control-report-file.
      *
      * the run was refused - completion code for the job stream
           move 8                      to return-code.
      *
           stop run.
      *
      * a year is closed once the year-end close has archived it -
      * until then its YTD is still on the live master and may move
       007-verify-tax-year.
      *
           move 'n'                    to ws-tax-ok-flag.
           move 'n'                    to ws-history-eof-flag.
      *
           open input ytd-history-file.
           if ws-history-status = '00' then
               read ytd-history-file
                   at end move 'y'     to ws-history-eof-flag
               end-read
               perform until ws-history-eof-flag = 'y'
                       or ws-tax-ok-flag = 'y'
                   if hist-year = ws-tax-year then
                       move 'y'        to ws-tax-ok-flag
                   end-if
                   read ytd-history-file
                       at end move 'y' to ws-history-eof-flag
                   end-read
               end-perform
               close ytd-history-file
           end-if.
      *
           if ws-tax-ok-flag = 'n' then
               move "tax year not closed on the ytd history"
                                        to ws-refuse-reason
           end-if.
      *
       008-load-terminated-table.
      *
           open input terminated-master-file.
      *
           if ws-term-status = '00' then
               read terminated-master-file
                   at end move 'y'     to ws-term-eof-flag
               end-read
      *
               perform until ws-term-eof-flag = 'y'
                       or ws-term-count >= 2000
                   add 1               to ws-term-count
                   set ws-term-idx     to ws-term-count
                   move tm-sman-num    to ws-term-sman (ws-term-idx)
                   move tm-master-image
                                   to ws-term-image (ws-term-idx)
                   read terminated-master-file
                       at end move 'y' to ws-term-eof-flag
                   end-read
               end-perform
      *
               close terminated-master-file
           end-if.
      *
       050-release-tax-records.
      *
      * the year's paid, one record per salesman per closed year
           move 'n'                    to ws-history-eof-flag.
           open input ytd-history-file.
           read ytd-history-file
               at end move 'y'         to ws-history-eof-flag
           end-read.
      *
           perform until ws-history-eof-flag = 'y'
               if hist-year = ws-tax-year
                       and hist-paid numeric then
                   add 1               to ws-hist-read
                   move hist-sman-num  to tsr-sman-num
                   move "Y"            to tsr-kind
                   move hist-paid      to tsr-amount
                   add hist-paid       to ws-year-ytd-paid
                   release tax-sort-rec
               end-if
               read ytd-history-file
                   at end move 'y'     to ws-history-eof-flag
               end-read
           end-perform.
      *
           close ytd-history-file.
      *
           perform 060-release-payroll-history.
      *
           compute ws-year-paid-total = ws-year-ytd-paid
                                      + ws-year-override.
      *
      * the overrides and adjustments paid in a period of the year -
      * commission paid is already in the YTD history and is skipped.
      * no payroll history means nothing but the YTD history was paid
       060-release-payroll-history.
      *
           move 'n'                    to ws-payhist-eof-flag.
           open input payroll-history-file.
      *
           if ws-payhist-status = '00' then
               read payroll-history-file
                   at end move 'y'     to ws-payhist-eof-flag
               end-read
      *
               perform until ws-payhist-eof-flag = 'y'
                   if pay-period-year = ws-tax-year
                           and pay-amount numeric then
                       evaluate pay-earnings-code
                           when ws-override-earnings-code
                               add 1   to ws-payhist-read
                               move "O" to tsr-kind
                               move pay-sman-num to tsr-sman-num
                               move pay-amount to tsr-amount
                               add pay-amount to ws-year-override
                               release tax-sort-rec
                           when ws-adjust-earnings-code
                               add 1   to ws-payhist-read
                               move "A" to tsr-kind
                               move pay-sman-num to tsr-sman-num
                               move pay-amount to tsr-amount
                               add pay-amount to ws-year-adjust
                               release tax-sort-rec
                       end-evaluate
                   end-if
                   read payroll-history-file
                       at end move 'y' to ws-payhist-eof-flag
                   end-read
               end-perform
      *
               close payroll-history-file
           end-if.
      *
       100-build-extract.
      *
           move 'n'                    to ws-sort-eof-flag.
           return tax-sort-file
               at end move 'y'         to ws-sort-eof-flag
           end-return.
      *
           perform until ws-sort-eof-flag = 'y'
               move tsr-sman-num       to ws-cur-sman-num
               move 0                  to ws-pe-ytd-paid
               move 0                  to ws-pe-override
               move 0                  to ws-pe-adjust
      *
               perform until ws-sort-eof-flag = 'y'
                       or tsr-sman-num not = ws-cur-sman-num
                   perform 110-accumulate-payee
                   return tax-sort-file
                       at end move 'y' to ws-sort-eof-flag
                   end-return
               end-perform
      *
               perform 120-classify-payee
           end-perform.
      *
       110-accumulate-payee.
      *
           evaluate tsr-kind
               when "Y"
                   add tsr-amount      to ws-pe-ytd-paid
               when "O"
                   add tsr-amount      to ws-pe-override
               when "A"
                   add tsr-amount      to ws-pe-adjust
           end-evaluate.
      *
      * an employee's pay is not filed here; a contractor paid at or
      * over the threshold is filed when the master has a taxpayer id
      * to file under. anyone who cannot be classified is listed so
      * the master can be corrected before the filing goes out
       120-classify-payee.
      *
           compute ws-pe-total = ws-pe-ytd-paid + ws-pe-override.
           compute ws-pe-commission = ws-pe-ytd-paid - ws-pe-adjust.
           move spaces                 to ws-pe-disposition.
      *
           move 'n'                    to ws-master-found-flag.
           move ws-cur-sman-num        to ws-master-rel-key.
           read salesman-master-file
               invalid key move 'n'    to ws-master-found-flag
               not invalid key move 'y' to ws-master-found-flag
           end-read.
      *
      * terminated - classified and filed from the master record as
      * it stood when the salesman was let go
           if ws-master-found-flag = 'n' then
               perform 125-find-terminated
           end-if.
      *
           evaluate true
               when ws-master-found-flag = 'n'
                   move "NOT ON MASTER"    to ws-pe-disposition
                   add ws-pe-total     to ws-cat-not-on-master
                   if ws-pe-total not = 0 then
                       add 1           to ws-exception-count
                   end-if
               when master-employee
                   add ws-pe-total     to ws-cat-employee
                   add 1               to ws-employees
               when not master-contractor
                   move "NO WORKER CLASS"  to ws-pe-disposition
                   add ws-pe-total     to ws-cat-no-class
                   if ws-pe-total not = 0 then
                       add 1           to ws-exception-count
                   end-if
               when ws-pe-total < ws-threshold
                   move "BELOW THRESHOLD"  to ws-pe-disposition
                   add ws-pe-total     to ws-cat-below
                   add 1               to ws-contractors-below
               when master-tax-id not numeric
                       or (master-tin-type not = 'S'
                           and master-tin-type not = 'E')
                   move "NO TAXPAYER ID"   to ws-pe-disposition
                   add ws-pe-total     to ws-cat-no-tin
                   add 1               to ws-contractors-no-tin
                   add 1               to ws-exception-count
               when other
                   move "FILED"            to ws-pe-disposition
                   perform 130-write-payee-record
           end-evaluate.
      *
           if ws-pe-disposition not = spaces then
               perform 140-print-payee-line
           end-if.
      *
      * the latest image wins - the whole table is searched
       125-find-terminated.
      *
           perform varying ws-term-idx from 1 by 1
                   until ws-term-idx > ws-term-count
               if ws-term-sman (ws-term-idx) = ws-cur-sman-num then
                   move ws-term-image (ws-term-idx) to master-rec
                   move 'y'            to ws-master-found-flag
               end-if
           end-perform.
      *
       130-write-payee-record.
      *
           move spaces                 to filing-payee-rec.
           move "B"                    to fb-rec-type.
           move ws-tax-year            to fb-tax-year.
           move master-tin-type        to fb-tin-type.
           move master-tax-id          to fb-payee-tin.
           move ws-cur-sman-num        to fb-sman-num.
           move master-full-name       to fb-payee-name.
           move ws-pe-total            to fb-amount.
           write filing-payee-rec.
      *
           add ws-pe-total             to ws-extract-total.
           add 1                       to ws-payees-filed.
      *
       140-print-payee-line.
      *
           move spaces                 to ws-payee-detail-line.
           move ws-cur-sman-num        to ws-pl-sman-num.
           if ws-master-found-flag = 'y' then
               move master-full-name   to ws-pl-name
               if master-tax-id not = spaces then
                   move "*****"        to ws-pl-tin-mask
                   move master-tax-id (6:4) to ws-pl-tin-last4
               end-if
           end-if.
           move ws-pe-commission       to ws-pl-commission.
           move ws-pe-adjust           to ws-pl-adjust.
           move ws-pe-override         to ws-pl-override.
           move ws-pe-total            to ws-pl-total.
           move ws-pe-disposition      to ws-pl-disposition.
           write control-line from ws-payee-detail-line
               after advancing 1 line.
      *
      * the year's paid total, less everything that was not filed,
      * must equal what the filing file carries
       300-print-control-totals.
      *
           compute ws-extract-expected = ws-year-paid-total
                                       - ws-cat-employee
                                       - ws-cat-below
                                       - ws-cat-no-tin
                                       - ws-cat-no-class
                                       - ws-cat-not-on-master.
      *
           if ws-extract-expected = ws-extract-total then
               move "TIED"             to ws-control-result
           else
               move "OUT OF BALANCE"   to ws-control-result
           end-if.
      *
           write control-line from ws-control-title-line
               after advancing 3 lines.
      *
           move spaces                 to ws-control-amount-line.
           move "PAID PER YTD HISTORY FOR THE YEAR"
                                        to ws-cl-label.
           move ws-year-ytd-paid       to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 2 lines.
      *
           move spaces                 to ws-control-amount-line.
           move "PLUS MANAGER OVERRIDES PAID IN THE YEAR"
                                        to ws-cl-label.
           move ws-year-override       to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-amount-line.
           move "YEAR'S PAID TOTAL"    to ws-cl-label.
           move ws-year-paid-total     to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-amount-line.
           move "LESS PAID TO EMPLOYEES" to ws-cl-label.
           move ws-cat-employee        to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 2 lines.
      *
           move spaces                 to ws-control-amount-line.
           move "LESS CONTRACTORS BELOW THRESHOLD"
                                        to ws-cl-label.
           move ws-cat-below           to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-amount-line.
           move "LESS CONTRACTORS WITH NO TAXPAYER ID"
                                        to ws-cl-label.
           move ws-cat-no-tin          to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-amount-line.
           move "LESS NO WORKER CLASS ON MASTER"
                                        to ws-cl-label.
           move ws-cat-no-class        to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-amount-line.
           move "LESS NOT ON SALESMAN MASTER"
                                        to ws-cl-label.
           move ws-cat-not-on-master   to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-amount-line.
           move "EXTRACT TOTAL EXPECTED" to ws-cl-label.
           move ws-extract-expected    to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 2 lines.
      *
           move spaces                 to ws-control-amount-line.
           move "EXTRACT TOTAL ON FILING FILE"
                                        to ws-cl-label.
           move ws-extract-total       to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 1 line.
      *
           move ws-control-result      to ws-crl-result.
           write control-line from ws-control-result-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-amount-line.
           move "ADJUSTMENTS PAID (INCLUDED IN YTD HISTORY)"
                                        to ws-cl-label.
           move ws-year-adjust         to ws-cl-amount.
           write control-line from ws-control-amount-line
               after advancing 2 lines.
      *
           move spaces                 to ws-control-count-line.
           move "YTD HISTORY RECORDS FOR THE YEAR"
                                        to ws-cc-label.
           move ws-hist-read           to ws-cc-count.
           write control-line from ws-control-count-line
               after advancing 2 lines.
      *
           move spaces                 to ws-control-count-line.
           move "OVERRIDE/ADJUSTMENT PAYROLL RECORDS"
                                        to ws-cc-label.
           move ws-payhist-read        to ws-cc-count.
           write control-line from ws-control-count-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-count-line.
           move "CONTRACTORS FILED"    to ws-cc-label.
           move ws-payees-filed        to ws-cc-count.
           write control-line from ws-control-count-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-count-line.
           move "CONTRACTORS BELOW THRESHOLD"
                                        to ws-cc-label.
           move ws-contractors-below   to ws-cc-count.
           write control-line from ws-control-count-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-count-line.
           move "CONTRACTORS WITH NO TAXPAYER ID"
                                        to ws-cc-label.
           move ws-contractors-no-tin  to ws-cc-count.
           write control-line from ws-control-count-line
               after advancing 1 line.
      *
           move spaces                 to ws-control-count-line.
           move "EMPLOYEES NOT FILED"  to ws-cc-label.
           move ws-employees           to ws-cc-count.
           write control-line from ws-control-count-line
               after advancing 1 line.
      *
       end program lab5tax.
