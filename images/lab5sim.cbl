       identification division.
       program-id. lab5sim.
       author. Punit Patel
       date-written. date.
      *Program Description:
      *    what-if commission simulation - re-rates a period's sales,
      *    read back from the gateway's sales archive, twice through
      *    the commission run's own tier search
      *    and bonus/normal calculations, once against the rate table
      *    in force and once against a proposed one, and prints the
      *    two side by side by salesman, territory and region with
      *    the difference, plus the manager overrides at the current
      *    and proposed override rates. nothing is posted: the YTD,
      *    draw, clawback, checkpoint and period control files are
      *    never opened, and no payroll or GL extract is written, so
      *    sales management can see the budget impact of a table
      *    change before it goes live. paid is shown before draw and
      *    clawback netting - those move money between periods, not
      *    the cost of the plan
      *
       environment division.
      *
       input-output section.
       file-control.
      * the period's sales to re-rate - the gateway's permanent sales
      * archive, of which only the details stamped with the card's
      * period are read
           select sales-file
               assign to "../../data/salesarc.dat"
               organization is line sequential
               file status is ws-arc-status.
      *
      * the rate table in force - the same file the commission run
      * loads
           select rate-table-file
               assign to "../../data/ratetbl.dat"
               organization is line sequential
               file status is ws-rate-table-status.
      *
      * the proposed rate table, same layout - this is the file sales
      * management wants costed before it replaces ratetbl.dat
           select proposed-rate-file
               assign to "../../data/ratetbl.sim"
               organization is line sequential
               file status is ws-proposed-status.
      *
      * the commission run's own control card - read only for the
      * override rate in force
           select control-card-file
               assign to "../../data/lab5.ctl"
               organization is line sequential
               file status is ws-control-status.
      *
      * simulation card - the period being re-rated and the proposed
      * override rate
           select sim-card-file
               assign to "../../data/lab5sim.ctl"
               organization is line sequential
               file status is ws-sim-card-status.
      *
      * master, plan and territory files are read only - for names,
      * territories, managers and the same edit the commission run
      * applies, so the simulation rates exactly the records the run
      * would have paid
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
           select territory-ref-file
               assign to "../../data/terrref.dat"
               organization is line sequential
               file status is ws-terr-ref-status.
      *
      * every CHANGE lab5mnt applies, with the period it takes
      * effect - read so each period's sales go to the territory and
      * manager in effect for that period
           select assignment-history-file
               assign to "../../data/asgnhist.dat"
               organization is line sequential
               file status is ws-asg-status.
      *
           select sim-report-file
               assign to "../../data/lab5sim.out"
               organization is line sequential.
      *
      * groups the rated shares by region, territory and salesman for
      * the subtotal breaks
           select sim-sort-file
               assign to "../../data/lab5sim.srt".
      *
       data division.
       file section.
      * must stay field for field identical to archive-rec in the
      * gateway - the period and batch stamp, then sales-rec exactly
      * as the commission run reads it
       fd sales-file
           data record is archive-rec
           record contains 78 characters.
      *
       01 archive-rec.
           05 arc-period               pic 9(6).
           05 arc-batch-id             pic x(6).
           05 arc-office               pic x(4).
           05 sales-rec.
               10 sr-sman-num          pic 9(5).
               10 sr-name              pic x(8).
               10 sr-sales             pic 9(6).
               10 sr-min               pic 9(6).
               10 sr-max               pic 9(6).
               10 sr-rate              pic 99v9.
               10 sr-type              pic x.
                   88 sr-type-sale     values ' ', 'S'.
                   88 sr-type-credit   value 'C'.
                   88 sr-type-split    value 'P'.
               10 sr-split-num         pic 9(5).
               10 sr-split-pct         pic 99.
               10 sr-invoice-num       pic x(10).
               10 sr-orig-invoice      pic x(10).
      *
       fd rate-table-file
           data record is rate-table-rec.
      *
       01 rate-table-rec.
           05 rt-threshold              pic 9(9).
           05 rt-rate                   pic 99v99.
      *
       fd proposed-rate-file
           data record is proposed-rate-rec.
      *
       01 proposed-rate-rec.
           05 prt-threshold             pic 9(9).
           05 prt-rate                  pic 99v99.
      *
       fd control-card-file
           data record is control-card-rec.
      *
       01 control-card-rec.
           05 cc-lines-per-page         pic 99.
           05 cc-override-rate          pic 99v99.
      *
       fd sim-card-file
           data record is sim-card-rec.
      *
       01 sim-card-rec.
           05 sc-period-id              pic 9(6).
           05 sc-override-rate          pic 99v99.
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
       fd sim-report-file
           data record is sim-line
           record contains 120 characters.
      *
       01 sim-line                     pic x(120).
      *
       sd sim-sort-file
           data record is sim-sort-rec.
      *
       01 sim-sort-rec.
           05 ssr-region                pic x(4).
           05 ssr-territory             pic x(4).
           05 ssr-sman-num              pic 9(5).
           05 ssr-name                  pic x(20).
           05 ssr-manager               pic x(8).
           05 ssr-sales                 pic s9(9).
           05 ssr-cur-paid              pic s9(9)v99.
           05 ssr-prop-paid             pic s9(9)v99.
      *
       working-storage section.
      *
       01 ws-eof-flag                  pic x
           value 'n'.
       01 ws-sorted-eof-flag           pic x
           value 'n'.
      *
       01 ws-master-invalid-flag       pic x
           value 'n'.
       01 ws-master-rel-key            pic 9(5).
       01 ws-master-status             pic xx
           value '00'.
      *
       01 ws-plan-rel-key              pic 9(3).
       01 ws-plan-status               pic xx
           value '00'.
       01 ws-plan-found-flag           pic x
           value 'n'.
       01 ws-plan-master-flag          pic x
           value 'n'.
      *
       01 ws-rate-table-eof-flag       pic x
           value 'n'.
       01 ws-rate-table-status         pic xx
           value '00'.
       01 ws-proposed-status           pic xx
           value '00'.
       01 ws-control-status            pic xx
           value '00'.
       01 ws-control-eof-flag          pic x
           value 'n'.
       01 ws-sim-card-status           pic xx
           value '00'.
       01 ws-sim-card-eof-flag         pic x
           value 'n'.
       01 ws-terr-ref-status           pic xx
           value '00'.
       01 ws-terr-ref-eof-flag         pic x
           value 'n'.
      *
       77 ws-valid-record-flag         pic x
           value 'y'.
       77 ws-plan-reject-reason        pic x(40)
           value spaces.
      *
       77 ws-earned                    pic s9(9)v99
           value 0.
       77 ws-paid                      pic s9(9)v99
           value 0.
       77 ws-adjust-code               pic x
           value space.
      *
      * the same single fallback tier the commission run uses when
      * no rate table file is supplied
       77 ws-bonus-limit               pic 9(9)
           value 300000.
       77 ws-bonus-rate                pic 99v99
           value 15.25.
      *
      * override in force defaults the way the commission run's does;
      * the proposed one stays equal to it unless the simulation card
      * names another
       77 ws-override-rate             pic 99v99
           value 2.50.
       77 ws-prop-override-rate        pic 99v99
           value 0.
       77 ws-sim-period-id             pic 9(6)
           value 0.
       01 ws-sim-ok-flag               pic x
           value 'y'.
       77 ws-refuse-reason             pic x(40)
           value spaces.
       01 ws-arc-status                pic xx
           value '00'.
      *
      * the working table 055/057 rate against - each table below is
      * moved into it in turn, so the tier search and calculations are
      * the commission run's own, unchanged
       01 ws-rate-table.
           05 ws-rate-entry            occurs 20 times
                                        indexed by ws-rt-idx.
               10 ws-rt-threshold      pic 9(9).
               10 ws-rt-rate           pic 99v99.
       77 ws-rate-table-count          pic 99
           value 0.
      *
       01 ws-cur-rate-table.
           05 ws-cur-rate-entry        occurs 20 times.
               10 ws-cur-rt-threshold  pic 9(9).
               10 ws-cur-rt-rate       pic 99v99.
       77 ws-cur-rate-count            pic 99
           value 0.
      *
       01 ws-prop-rate-table.
           05 ws-prop-rate-entry       occurs 20 times.
               10 ws-prop-rt-threshold pic 9(9).
               10 ws-prop-rt-rate      pic 99v99.
       77 ws-prop-rate-count           pic 99
           value 0.
       01 ws-prop-table-flag           pic x
           value 'n'.
      *
       77 ws-tier-found-flag           pic x
           value 'n'.
       77 ws-tier-limit                pic 9(9)
           value 0.
       77 ws-tier-rate                 pic 99v99
           value 0.
      *
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
      * one rated sale, both ways, and the share being released
       77 ws-cur-paid                  pic s9(9)v99
           value 0.
       77 ws-prop-paid                 pic s9(9)v99
           value 0.
       77 ws-post-sman-num             pic 9(5)
           value 0.
       77 ws-post-sales                pic s9(9)
           value 0.
       77 ws-post-cur-paid             pic s9(9)v99
           value 0.
       77 ws-post-prop-paid            pic s9(9)v99
           value 0.
       77 ws-prim-sales                pic 9(6)
           value 0.
       77 ws-prim-cur-paid             pic s9(9)v99
           value 0.
       77 ws-prim-prop-paid            pic s9(9)v99
           value 0.
       01 ws-rpt-name-work             pic x(20).
       01 ws-rpt-territory-work        pic x(4).
       01 ws-rpt-region-work           pic x(4).
       01 ws-rpt-manager-work          pic x(8).
      *
       77 ws-records-read              pic 9(5)
           value 0.
       77 ws-records-rated             pic 9(5)
           value 0.
       77 ws-records-excluded          pic 9(5)
           value 0.
      *
      * control-break keys and the running figures at each level
       01 ws-prev-region               pic x(4).
       01 ws-prev-territory            pic x(4).
       77 ws-prev-sman-num             pic 9(5)
           value 0.
       01 ws-prev-name                 pic x(20).
      *
       77 ws-sm-sales                  pic s9(9)
           value 0.
       77 ws-sm-cur-paid               pic s9(9)v99
           value 0.
       77 ws-sm-prop-paid              pic s9(9)v99
           value 0.
       77 ws-tr-sales                  pic s9(9)
           value 0.
       77 ws-tr-cur-paid               pic s9(9)v99
           value 0.
       77 ws-tr-prop-paid              pic s9(9)v99
           value 0.
       77 ws-rg-sales                  pic s9(9)
           value 0.
       77 ws-rg-cur-paid               pic s9(9)v99
           value 0.
       77 ws-rg-prop-paid              pic s9(9)v99
           value 0.
       77 ws-gr-sales                  pic s9(9)
           value 0.
       77 ws-gr-cur-paid               pic s9(9)v99
           value 0.
       77 ws-gr-prop-paid              pic s9(9)v99
           value 0.
       77 ws-difference                pic s9(9)v99
           value 0.
      *
      * each manager's team paid both ways, for the override compare
       01 ws-manager-table.
           05 ws-mgr-entry             occurs 25 times
                                        indexed by ws-mgr-idx.
               10 ws-mgr-name          pic x(8).
               10 ws-mgr-cur-paid      pic s9(9)v99.
               10 ws-mgr-prop-paid     pic s9(9)v99.
       77 ws-mgr-count                 pic 99
           value 0.
       01 ws-mgr-found-flag            pic x
           value 'n'.
       01 ws-mgr-full-flag             pic x
           value 'n'.
       77 ws-cur-override              pic s9(9)v99
           value 0.
       77 ws-prop-override             pic s9(9)v99
           value 0.
       77 ws-tot-cur-override          pic s9(9)v99
           value 0.
       77 ws-tot-prop-override         pic s9(9)v99
           value 0.
       77 ws-budget-impact             pic s9(9)v99
           value 0.
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
           05 filler                   pic x(34)
               value "COMMISSION RATE TABLE SIMULATION ".
           05 filler                   pic x(45)
               value spaces.
      *
       01 ws-heading2-parm-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(7)
               value "PERIOD ".
           05 ws-pl-period             pic 9(6).
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(17)
               value "OVERRIDE CURRENT ".
           05 ws-pl-cur-rate           pic z9.99.
           05 filler                   pic x(12)
               value "%  PROPOSED ".
           05 ws-pl-prop-rate          pic z9.99.
           05 filler                   pic x(1)
               value "%".
           05 filler                   pic x(5)
               value spaces.
           05 ws-pl-table-note         pic x(40).
           05 filler                   pic x(12)
               value spaces.
      *
       01 ws-heading3-note-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(32)
               value "WHAT-IF ONLY - NO MASTER, DRAW, ".
           05 filler                   pic x(32)
               value "CLAWBACK, PAYROLL OR GL FILE IS ".
           05 filler                   pic x(51)
               value "UPDATED. PAID IS BEFORE DRAW/CLAWBACK".
      *
       01 ws-column-heading-line.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(5)
               value "REGN ".
           05 filler                   pic x(6)
               value "TERR  ".
           05 filler                   pic x(7)
               value "NO     ".
           05 filler                   pic x(22)
               value "NAME".
           05 filler                   pic x(14)
               value "       SALES  ".
           05 filler                   pic x(17)
               value "   CURRENT PAID  ".
           05 filler                   pic x(17)
               value "  PROPOSED PAID  ".
           05 filler                   pic x(15)
               value "     DIFFERENCE".
           05 filler                   pic x(16)
               value spaces.
      *
       01 ws-sim-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-sd-region             pic x(4).
           05 filler                   pic x(1)
               value spaces.
           05 ws-sd-territory          pic x(4).
           05 filler                   pic x(2)
               value spaces.
           05 ws-sd-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-sd-name               pic x(20).
           05 filler                   pic x(2)
               value spaces.
           05 ws-sd-sales              pic zzz,zzz,zz9-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-sd-cur-paid           pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-sd-prop-paid          pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-sd-difference         pic zzz,zzz,zz9.99-.
           05 filler                   pic x(16)
               value spaces.
      *
       01 ws-sim-subtotal-line.
           05 filler                   pic x(6)
               value spaces.
           05 ws-ss-kind               pic x(10).
           05 ws-ss-code               pic x(4).
           05 filler                   pic x(19)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 ws-ss-sales              pic zzz,zzz,zz9-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-ss-cur-paid           pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-ss-prop-paid          pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-ss-difference         pic zzz,zzz,zz9.99-.
           05 filler                   pic x(16)
               value spaces.
      *
       01 ws-mgr-heading-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(17)
               value "MANAGER OVERRIDES".
           05 filler                   pic x(98)
               value spaces.
      *
       01 ws-mgr-col-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(10)
               value "MANAGER".
           05 filler                   pic x(17)
               value "CURRENT TEAM PAID".
           05 filler                   pic x(17)
               value " CURRENT OVERRIDE".
           05 filler                   pic x(17)
               value "  PROP. TEAM PAID".
           05 filler                   pic x(17)
               value "   PROP. OVERRIDE".
           05 filler                   pic x(17)
               value "       DIFFERENCE".
           05 filler                   pic x(20)
               value spaces.
      *
       01 ws-mgr-detail-line.
           05 filler                   pic x(5)
               value spaces.
           05 ws-md-manager            pic x(8).
           05 filler                   pic x(4)
               value spaces.
           05 ws-md-cur-team           pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-md-cur-override       pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-md-prop-team          pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-md-prop-override      pic zzz,zzz,zz9.99-.
           05 filler                   pic x(2)
               value spaces.
           05 ws-md-difference         pic zzz,zzz,zz9.99-.
           05 filler                   pic x(20)
               value spaces.
      *
       01 ws-note-line.
           05 filler                   pic x(5)
               value spaces.
           05 ws-nt-text               pic x(60).
           05 filler                   pic x(55)
               value spaces.
      *
       01 ws-sim-total-line.
           05 filler                   pic x(3)
               value spaces.
           05 ws-st-label              pic x(44).
           05 ws-st-count              pic zz,zz9.
           05 filler                   pic x(4)
               value spaces.
           05 ws-st-amount             pic zzz,zzz,zz9.99-.
           05 filler                   pic x(48)
               value spaces.
      *
       procedure division.
       000-main.
           perform 001-open-files.
      *
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      *
      * no period named on the simulation card - there is nothing to
      * re-rate, and period 0 would match no archived sale
           perform 002-load-control-cards.
           if ws-sim-ok-flag = 'n' then
               perform 006-refuse-run
           end-if.
      *
           perform 005-load-rate-table.
      *
           perform 007-load-proposed-table.
      *
           perform 008-load-territory-table.
      *
           perform 014-load-assignment-history.
      *
           move ws-sim-period-id       to ws-pl-period.
           move ws-override-rate       to ws-pl-cur-rate.
           move ws-prop-override-rate  to ws-pl-prop-rate.
           if ws-prop-table-flag = 'n' then
               move "NO PROPOSED TABLE - CURRENT TIERS USED"
                                        to ws-pl-table-note
           else
               move spaces             to ws-pl-table-note
           end-if.
      *
           write sim-line from ws-heading1-name-line
               after advancing 1 line.
           write sim-line from ws-heading2-parm-line
               after advancing 2 lines.
           write sim-line from ws-heading3-note-line
               after advancing 1 line.
           write sim-line from ws-column-heading-line
               after advancing 2 lines.
      *
           sort sim-sort-file
               on ascending key ssr-region
               on ascending key ssr-territory
               on ascending key ssr-sman-num
               input procedure 095-rate-sales-records
               output procedure 100-print-comparison.
      *
           perform 340-print-manager-overrides.
      *
           perform 300-print-totals.
      *
           close   sales-file
                   salesman-master-file
                   plan-file
                   sim-report-file.
      *
           stop run.
      *
       001-open-files.
      *
      * no archive yet - nothing to re-rate, the report prints empty
           open input sales-file.
           if ws-arc-status not = '00' then
               move 'y'                to ws-eof-flag
           end-if.
      *
      * the keyed files are only ever read here - a missing one is
      * created empty the way the commission run does it, so the
      * simulation still runs (every salesman then prints unassigned)
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
           open output sim-report-file.
      *
       002-load-control-cards.
      *
      * the override in force - the commission run's own control card
      * when one is supplied, else the compiled-in default
           open input control-card-file.
      *
           if ws-control-status = '00' then
               read control-card-file
                   at end move 'y'     to ws-control-eof-flag
               end-read
      *
               if ws-control-eof-flag = 'n'
                       and cc-override-rate numeric
                       and cc-override-rate > 0 then
                   move cc-override-rate   to ws-override-rate
               end-if
      *
               close control-card-file
           end-if.
      *
           move ws-override-rate       to ws-prop-override-rate.
      *
           open input sim-card-file.
      *
           if ws-sim-card-status = '00' then
               read sim-card-file
                   at end move 'y'     to ws-sim-card-eof-flag
               end-read
      *
               if ws-sim-card-eof-flag = 'n'
                       and sc-period-id numeric then
                   move sc-period-id   to ws-sim-period-id
               end-if
      *
               if ws-sim-card-eof-flag = 'n'
                       and sc-override-rate numeric
                       and sc-override-rate > 0 then
                   move sc-override-rate   to ws-prop-override-rate
               end-if
      *
               close sim-card-file
           end-if.
      *
           if ws-sim-period-id = 0 then
               move "no simulation period on lab5sim.ctl"
                                        to ws-refuse-reason
               move 'n'                to ws-sim-ok-flag
           end-if.
      *
      * the table in force, loaded exactly as the commission run loads
      * it - including the single legacy tier when there is no file
       005-load-rate-table.
      *
           move 0                      to ws-rate-table-count.
           move 'n'                    to ws-rate-table-eof-flag.
      *
           open input rate-table-file.
      *
           if ws-rate-table-status = '00' then
               read rate-table-file
                   at end move 'y'     to ws-rate-table-eof-flag
               end-read
      *
               perform until ws-rate-table-eof-flag = 'y'
                       or ws-rate-table-count >= 20
                   add 1               to ws-rate-table-count
                   set ws-rt-idx       to ws-rate-table-count
                   move rt-threshold   to ws-rt-threshold (ws-rt-idx)
                   move rt-rate        to ws-rt-rate (ws-rt-idx)
                   read rate-table-file
                       at end move 'y' to ws-rate-table-eof-flag
                   end-read
               end-perform
      *
               close rate-table-file
           end-if.
      *
           if ws-rate-table-count = 0 then
               move 1                  to ws-rate-table-count
               set ws-rt-idx           to 1
               move ws-bonus-limit     to ws-rt-threshold (ws-rt-idx)
               move ws-bonus-rate      to ws-rt-rate (ws-rt-idx)
           end-if.
      *
           move ws-rate-table          to ws-cur-rate-table.
           move ws-rate-table-count    to ws-cur-rate-count.
      *
       006-refuse-run.
      *
           move ws-refuse-reason       to ws-rfl-reason.
           write sim-line from ws-refuse-line
               after advancing 1 line.
      *
           close   sales-file
                   salesman-master-file
                   plan-file
                   sim-report-file.
      *
      * the run was refused - completion code for the job stream
           move 8                      to return-code.
      *
           stop run.
      *
      * no proposed table supplied - the proposed side rates against
      * the current tiers, so an override-only change can still be
      * costed
       007-load-proposed-table.
      *
           move 0                      to ws-rate-table-count.
           move 'n'                    to ws-rate-table-eof-flag.
           move spaces                 to ws-rate-table.
      *
           open input proposed-rate-file.
      *
           if ws-proposed-status = '00' then
               read proposed-rate-file
                   at end move 'y'     to ws-rate-table-eof-flag
               end-read
      *
               perform until ws-rate-table-eof-flag = 'y'
                       or ws-rate-table-count >= 20
                   add 1               to ws-rate-table-count
                   set ws-rt-idx       to ws-rate-table-count
                   move prt-threshold  to ws-rt-threshold (ws-rt-idx)
                   move prt-rate       to ws-rt-rate (ws-rt-idx)
                   read proposed-rate-file
                       at end move 'y' to ws-rate-table-eof-flag
                   end-read
               end-perform
      *
               close proposed-rate-file
           end-if.
      *
           if ws-rate-table-count = 0 then
               move ws-cur-rate-table  to ws-prop-rate-table
               move ws-cur-rate-count  to ws-prop-rate-count
           else
               move 'y'                to ws-prop-table-flag
               move ws-rate-table      to ws-prop-rate-table
               move ws-rate-table-count to ws-prop-rate-count
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
               move "EAST TERRITORY"   to ws-terr-desc (ws-terr-idx)
               move "EAST"             to ws-terr-region (ws-terr-idx)
               set ws-terr-idx         to 2
               move "WEST"             to ws-terr-code (ws-terr-idx)
               move "WEST TERRITORY"   to ws-terr-desc (ws-terr-idx)
               move "WEST"             to ws-terr-region (ws-terr-idx)
               set ws-terr-idx         to 3
               move "NRTH"             to ws-terr-code (ws-terr-idx)
               move "NORTH TERRITORY"  to ws-terr-desc (ws-terr-idx)
               move "NRTH"             to ws-terr-region (ws-terr-idx)
               set ws-terr-idx         to 4
               move "SOTH"             to ws-terr-code (ws-terr-idx)
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
      * every record the commission run would have paid is rated twice
      * - the current table, then the proposed one - and each
      * salesman's share goes to the sort carrying both figures
       095-rate-sales-records.
      *
           perform 093-read-period-sale.
      *
           perform until ws-eof-flag = 'y'
               add 1                   to ws-records-read
      *
               perform 050-validate-sales-rec
      *
               if ws-valid-record-flag = 'n' then
                   add 1               to ws-records-excluded
               else
                   add 1               to ws-records-rated
      *
                   move ws-cur-rate-table  to ws-rate-table
                   move ws-cur-rate-count  to ws-rate-table-count
                   perform 080-rate-one-record
                   move ws-paid        to ws-cur-paid
      *
                   move ws-prop-rate-table to ws-rate-table
                   move ws-prop-rate-count to ws-rate-table-count
                   perform 080-rate-one-record
                   move ws-paid        to ws-prop-paid
      *
                   if sr-type-split then
                       perform 094-release-split-shares
                   else
                       move sr-sman-num    to ws-post-sman-num
                       move sr-sales       to ws-post-sales
                       move ws-cur-paid    to ws-post-cur-paid
                       move ws-prop-paid   to ws-post-prop-paid
                       perform 096-release-one-share
                   end-if
               end-if
      *
               perform 093-read-period-sale
           end-perform.
      *
       080-rate-one-record.
      *
           perform 055-find-rate-tier.
      *
           if ws-tier-found-flag = 'y' then
               perform 057-compute-bonus-commission
           else
               perform 058-compute-normal-commission
           end-if.
      *
      * the next archived detail of the period being re-rated
       093-read-period-sale.
      *
           if ws-eof-flag = 'n' then
               read sales-file
                   at end move 'y'     to ws-eof-flag
               end-read
           end-if.
      *
           perform until ws-eof-flag = 'y'
                   or arc-period = ws-sim-period-id
               read sales-file
                   at end move 'y'     to ws-eof-flag
               end-read
           end-perform.
      *
      * a split is apportioned from the single rating of the full
      * sale, the same way the commission run cuts it - primary takes
      * its percent rounded, the partner the remainder
       094-release-split-shares.
      *
           compute ws-prim-cur-paid rounded =
               ws-cur-paid * sr-split-pct / 100.
           compute ws-prim-prop-paid rounded =
               ws-prop-paid * sr-split-pct / 100.
           compute ws-prim-sales rounded =
               sr-sales * sr-split-pct / 100.
      *
           move sr-sman-num            to ws-post-sman-num.
           move ws-prim-sales          to ws-post-sales.
           move ws-prim-cur-paid       to ws-post-cur-paid.
           move ws-prim-prop-paid      to ws-post-prop-paid.
           perform 096-release-one-share.
      *
           move sr-split-num           to ws-post-sman-num.
           compute ws-post-sales = sr-sales - ws-prim-sales.
           compute ws-post-cur-paid = ws-cur-paid - ws-prim-cur-paid.
           compute ws-post-prop-paid =
               ws-prop-paid - ws-prim-prop-paid.
           perform 096-release-one-share.
      *
       096-release-one-share.
      *
           perform 310-lookup-salesman-master.
      *
           perform 315-find-region.
      *
      * a credit draws the salesman's sales back down, as it does on
      * the quota report
           if sr-type-credit then
               compute ws-post-sales = 0 - ws-post-sales
           end-if.
      *
           move spaces                 to sim-sort-rec.
           move ws-rpt-region-work     to ssr-region.
           move ws-rpt-territory-work  to ssr-territory.
           move ws-post-sman-num       to ssr-sman-num.
           move ws-rpt-name-work       to ssr-name.
           move ws-rpt-manager-work    to ssr-manager.
           move ws-post-sales          to ssr-sales.
           move ws-post-cur-paid       to ssr-cur-paid.
           move ws-post-prop-paid      to ssr-prop-paid.
      *
           release sim-sort-rec.
      *
      * salesman lines print on a change of salesman, territory
      * subtotals on a change of territory, region subtotals on a
      * change of region
       100-print-comparison.
      *
           return sim-sort-file
               at end move 'y'         to ws-sorted-eof-flag.
      *
           if ws-sorted-eof-flag = 'n' then
               move ssr-region         to ws-prev-region
               move ssr-territory      to ws-prev-territory
               move ssr-sman-num       to ws-prev-sman-num
               move ssr-name           to ws-prev-name
           end-if.
      *
           perform until ws-sorted-eof-flag = 'y'
               if ssr-region not = ws-prev-region then
                   perform 210-print-salesman-line
                   perform 220-print-territory-subtotal
                   perform 230-print-region-subtotal
               else
                   if ssr-territory not = ws-prev-territory then
                       perform 210-print-salesman-line
                       perform 220-print-territory-subtotal
                   else
                       if ssr-sman-num not = ws-prev-sman-num then
                           perform 210-print-salesman-line
                       end-if
                   end-if
               end-if
      *
               move ssr-region         to ws-prev-region
               move ssr-territory      to ws-prev-territory
               move ssr-sman-num       to ws-prev-sman-num
               move ssr-name           to ws-prev-name
      *
               add ssr-sales           to ws-sm-sales
               add ssr-cur-paid        to ws-sm-cur-paid
               add ssr-prop-paid       to ws-sm-prop-paid
      *
               if ssr-manager not = spaces then
                   perform 335-accumulate-manager
               end-if
      *
               return sim-sort-file
                   at end move 'y'     to ws-sorted-eof-flag
               end-return
           end-perform.
      *
           if ws-records-rated > 0 then
               perform 210-print-salesman-line
               perform 220-print-territory-subtotal
               perform 230-print-region-subtotal
           end-if.
      *
           move spaces                 to ws-sim-subtotal-line.
           move "ALL REGNS "           to ws-ss-kind.
           move ws-gr-sales            to ws-ss-sales.
           move ws-gr-cur-paid         to ws-ss-cur-paid.
           move ws-gr-prop-paid        to ws-ss-prop-paid.
           compute ws-difference = ws-gr-prop-paid - ws-gr-cur-paid.
           move ws-difference          to ws-ss-difference.
           write sim-line from ws-sim-subtotal-line
               after advancing 2 lines.
      *
       210-print-salesman-line.
      *
           move spaces                 to ws-sim-detail-line.
           move ws-prev-region         to ws-sd-region.
           move ws-prev-territory      to ws-sd-territory.
           move ws-prev-sman-num       to ws-sd-sman-num.
           move ws-prev-name           to ws-sd-name.
           move ws-sm-sales            to ws-sd-sales.
           move ws-sm-cur-paid         to ws-sd-cur-paid.
           move ws-sm-prop-paid        to ws-sd-prop-paid.
           compute ws-difference = ws-sm-prop-paid - ws-sm-cur-paid.
           move ws-difference          to ws-sd-difference.
           write sim-line from ws-sim-detail-line
               after advancing 1 line.
      *
           add ws-sm-sales             to ws-tr-sales.
           add ws-sm-cur-paid          to ws-tr-cur-paid.
           add ws-sm-prop-paid         to ws-tr-prop-paid.
      *
           move 0                      to ws-sm-sales.
           move 0                      to ws-sm-cur-paid.
           move 0                      to ws-sm-prop-paid.
      *
       220-print-territory-subtotal.
      *
           move spaces                 to ws-sim-subtotal-line.
           move "TERRITORY "           to ws-ss-kind.
           move ws-prev-territory      to ws-ss-code.
           move ws-tr-sales            to ws-ss-sales.
           move ws-tr-cur-paid         to ws-ss-cur-paid.
           move ws-tr-prop-paid        to ws-ss-prop-paid.
           compute ws-difference = ws-tr-prop-paid - ws-tr-cur-paid.
           move ws-difference          to ws-ss-difference.
           write sim-line from ws-sim-subtotal-line
               after advancing 1 line.
      *
           add ws-tr-sales             to ws-rg-sales.
           add ws-tr-cur-paid          to ws-rg-cur-paid.
           add ws-tr-prop-paid         to ws-rg-prop-paid.
      *
           move 0                      to ws-tr-sales.
           move 0                      to ws-tr-cur-paid.
           move 0                      to ws-tr-prop-paid.
      *
       230-print-region-subtotal.
      *
           move spaces                 to ws-sim-subtotal-line.
           move "REGION    "           to ws-ss-kind.
           move ws-prev-region         to ws-ss-code.
           move ws-rg-sales            to ws-ss-sales.
           move ws-rg-cur-paid         to ws-ss-cur-paid.
           move ws-rg-prop-paid        to ws-ss-prop-paid.
           compute ws-difference = ws-rg-prop-paid - ws-rg-cur-paid.
           move ws-difference          to ws-ss-difference.
           write sim-line from ws-sim-subtotal-line
               after advancing 1 line.
      *
           add ws-rg-sales             to ws-gr-sales.
           add ws-rg-cur-paid          to ws-gr-cur-paid.
           add ws-rg-prop-paid         to ws-gr-prop-paid.
      *
           move 0                      to ws-rg-sales.
           move 0                      to ws-rg-cur-paid.
           move 0                      to ws-rg-prop-paid.
      *
      * same bucket-per-manager roll the commission run makes, kept
      * both ways
       335-accumulate-manager.
      *
           move 'n'                    to ws-mgr-found-flag.
      *
           if ws-mgr-count > 0 then
               perform varying ws-mgr-idx from 1 by 1
                       until ws-mgr-idx > ws-mgr-count
                           or ws-mgr-found-flag = 'y'
                   if ws-mgr-name (ws-mgr-idx) = ssr-manager then
                       add ssr-cur-paid
                                to ws-mgr-cur-paid (ws-mgr-idx)
                       add ssr-prop-paid
                                to ws-mgr-prop-paid (ws-mgr-idx)
                       move 'y'        to ws-mgr-found-flag
                   end-if
               end-perform
           end-if.
      *
           if ws-mgr-found-flag = 'n' then
               if ws-mgr-count < 25 then
                   add 1               to ws-mgr-count
                   set ws-mgr-idx      to ws-mgr-count
                   move ssr-manager    to ws-mgr-name (ws-mgr-idx)
                   move ssr-cur-paid   to ws-mgr-cur-paid (ws-mgr-idx)
                   move ssr-prop-paid  to ws-mgr-prop-paid (ws-mgr-idx)
               else
                   move 'y'            to ws-mgr-full-flag
               end-if
           end-if.
      *
       340-print-manager-overrides.
      *
           if ws-mgr-count > 0 then
               write sim-line from ws-mgr-heading-line
                   after advancing 3 lines
               write sim-line from ws-mgr-col-line
                   after advancing 1 line
      *
               perform 342-print-one-override
                   varying ws-mgr-idx from 1 by 1
                   until ws-mgr-idx > ws-mgr-count
           end-if.
      *
           if ws-mgr-full-flag = 'y' then
               move spaces             to ws-note-line
               move "MANAGER TABLE FULL - OVERRIDES INCOMPLETE"
                                        to ws-nt-text
               write sim-line from ws-note-line
                   after advancing 1 line
           end-if.
      *
       342-print-one-override.
      *
           compute ws-cur-override rounded =
               ws-mgr-cur-paid (ws-mgr-idx) * ws-override-rate / 100.
           compute ws-prop-override rounded =
               ws-mgr-prop-paid (ws-mgr-idx)
                   * ws-prop-override-rate / 100.
      *
      * the commission run pays no override on a team that netted to
      * zero or less - neither side does here
           if ws-cur-override < 0 then
               move 0                  to ws-cur-override
           end-if.
           if ws-prop-override < 0 then
               move 0                  to ws-prop-override
           end-if.
      *
           add ws-cur-override         to ws-tot-cur-override.
           add ws-prop-override        to ws-tot-prop-override.
      *
           move spaces                 to ws-mgr-detail-line.
           move ws-mgr-name (ws-mgr-idx) to ws-md-manager.
           move ws-mgr-cur-paid (ws-mgr-idx) to ws-md-cur-team.
           move ws-cur-override        to ws-md-cur-override.
           move ws-mgr-prop-paid (ws-mgr-idx) to ws-md-prop-team.
           move ws-prop-override       to ws-md-prop-override.
           compute ws-difference = ws-prop-override - ws-cur-override.
           move ws-difference          to ws-md-difference.
           write sim-line from ws-mgr-detail-line
               after advancing 1 line.
      *
      * same edit as the commission run's 050/052 - a record that run
      * would have sent to the exception report is left out here too
       050-validate-sales-rec.
      *
           move 'y'                    to ws-valid-record-flag.
           move spaces                 to ws-plan-reject-reason.
      *
           if sr-sales not numeric
               or sr-min not numeric
               or sr-max not numeric
               or sr-rate not numeric then
               move 'n'                to ws-valid-record-flag
           else
               if sr-min >= sr-max then
                   move 'n'            to ws-valid-record-flag
               end-if
           end-if.
      *
           if not sr-type-sale
                   and not sr-type-credit
                   and not sr-type-split then
               move 'n'                to ws-valid-record-flag
           end-if.
      *
           if ws-valid-record-flag = 'y'
                   and sr-type-split then
               if sr-split-num not numeric
                       or sr-split-num = 0
                       or sr-split-num = sr-sman-num
                       or sr-split-pct not numeric
                       or sr-split-pct = 0 then
                   move 'n'            to ws-valid-record-flag
               end-if
           end-if.
      *
           if ws-valid-record-flag = 'y' then
               perform 052-check-commission-plan
           end-if.
      *
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
      * 055/057/058 are the commission run's own paragraphs - keep
      * them in step with it, or the simulation costs a different
      * plan from the one the run pays
       055-find-rate-tier.
      *
           move 'n'                    to ws-tier-found-flag.
           move 0                      to ws-tier-limit.
           move 0                      to ws-tier-rate.
      *
           set ws-rt-idx               to ws-rate-table-count.
      *
           perform until ws-rt-idx < 1
               if sr-sales > ws-rt-threshold (ws-rt-idx)
                       and ws-rt-threshold (ws-rt-idx) >= ws-tier-limit
                   then
                   move ws-rt-threshold (ws-rt-idx) to ws-tier-limit
                   move ws-rt-rate (ws-rt-idx)      to ws-tier-rate
                   move 'y'            to ws-tier-found-flag
               end-if
               set ws-rt-idx           down by 1
           end-perform.
      *
       057-compute-bonus-commission.
      *
           compute ws-earned rounded =
               (sr-sales * sr-rate / 100) +
               (sr-sales - ws-tier-limit) * ws-tier-rate / 100.
      *
           if ws-earned > sr-max then
               move sr-max             to ws-paid
               move 'X'                to ws-adjust-code
           else
               move ws-earned          to ws-paid
               move ' '                to ws-adjust-code
           end-if.
      *
           if sr-type-credit then
               compute ws-earned = 0 - ws-earned
               compute ws-paid   = 0 - ws-paid
           end-if.
      *
       058-compute-normal-commission.
      *
           compute ws-earned rounded = sr-sales * sr-rate / 100.
      *
           if ws-earned < sr-min then
               move sr-min             to ws-paid
               move 'N'                to ws-adjust-code
           else
               move ws-earned          to ws-paid
               move ' '                to ws-adjust-code
           end-if.
      *
           if sr-type-credit then
               compute ws-earned = 0 - ws-earned
               compute ws-paid   = 0 - ws-paid
           end-if.
      *
       310-lookup-salesman-master.
      *
           move 'n'                    to ws-master-invalid-flag.
           move ws-post-sman-num       to ws-master-rel-key.
      *
           read salesman-master-file
               invalid key
                   move 'y'            to ws-master-invalid-flag.
      *
           if ws-master-invalid-flag = 'y' then
               move sr-name            to ws-rpt-name-work
               move spaces             to ws-rpt-territory-work
               move spaces             to ws-rpt-manager-work
           else
               move master-full-name   to ws-rpt-name-work
               move master-territory   to ws-asg-territory-work
               move master-manager     to ws-asg-manager-work
               move ws-post-sman-num   to ws-asg-sman-work
               move ws-sim-period-id   to ws-asg-period-work
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
       315-find-region.
      *
           move ws-rpt-territory-work  to ws-rpt-region-work.
           move 'n'                    to ws-terr-found-flag.
      *
           perform varying ws-terr-idx from 1 by 1
                   until ws-terr-idx > ws-terr-count
                       or ws-terr-found-flag = 'y'
               if ws-terr-code (ws-terr-idx)
                       = ws-rpt-territory-work then
                   move ws-terr-region (ws-terr-idx)
                                        to ws-rpt-region-work
                   move 'y'            to ws-terr-found-flag
               end-if
           end-perform.
      *
       300-print-totals.
      *
           move spaces                 to ws-sim-total-line.
           move "RECORDS READ"         to ws-st-label.
           move ws-records-read        to ws-st-count.
           move 0                      to ws-st-amount.
           write sim-line from ws-sim-total-line
               after advancing 3 lines.
      *
           move spaces                 to ws-sim-total-line.
           move "RECORDS RATED"        to ws-st-label.
           move ws-records-rated       to ws-st-count.
           move 0                      to ws-st-amount.
           write sim-line from ws-sim-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-sim-total-line.
           move "RECORDS LEFT OUT - FAIL THE RUN'S EDIT"
                                        to ws-st-label.
           move ws-records-excluded    to ws-st-count.
           move 0                      to ws-st-amount.
           write sim-line from ws-sim-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-sim-total-line.
           move "COMMISSION PAID CHANGE"
                                        to ws-st-label.
           compute ws-difference = ws-gr-prop-paid - ws-gr-cur-paid.
           move ws-difference          to ws-st-amount.
           write sim-line from ws-sim-total-line
               after advancing 2 lines.
      *
           move spaces                 to ws-sim-total-line.
           move "MANAGER OVERRIDE CHANGE"
                                        to ws-st-label.
           compute ws-difference =
               ws-tot-prop-override - ws-tot-cur-override.
           move ws-difference          to ws-st-amount.
           write sim-line from ws-sim-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-sim-total-line.
           move "TOTAL BUDGET IMPACT FOR THE PERIOD"
                                        to ws-st-label.
           compute ws-budget-impact =
               (ws-gr-prop-paid - ws-gr-cur-paid)
                   + (ws-tot-prop-override - ws-tot-cur-override).
           move ws-budget-impact       to ws-st-amount.
           write sim-line from ws-sim-total-line
               after advancing 1 line.
      *
       end program lab5sim.
