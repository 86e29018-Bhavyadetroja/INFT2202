       identification division.
       program-id. lab5xfr.
       author. Punit Patel
       date-written. date.
      *Program Description:
      *    territory and manager transfer report - lists every move in
      *    the assignment history lab5mnt keeps (a change of
      *    territory or manager, with the period it took effect), by
      *    salesman in effective order, and beside each one the
      *    year's sales and commission split into what was posted
      *    before the move and what was posted after it, from the
      *    per-assignment YTD the commission run keeps. changes that
      *    moved nothing (a new name, a new plan) are counted, not
      *    listed. reads only
      *
       environment division.
      *
       input-output section.
       file-control.
      * must stay field for field identical to the record lab5mnt
      * appends - this is the same file read back
           select assignment-history-file
               assign to "../../data/asgnhist.dat"
               organization is line sequential
               file status is ws-asg-status.
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
           select assign-ytd-file
               assign to "../../data/ytdasgn.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-asgytd-rel-key
               file status is ws-asgytd-status.
      *
           select transfer-report-file
               assign to "../../data/lab5xfr.out"
               organization is line sequential.
      *
      * the history is in keying order - sorted by salesman and
      * effective period so each salesman's moves read top down
           select move-sort-file
               assign to "../../data/lab5xfr.srt".
      *
       data division.
       file section.
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
      * must stay field for field identical to asgn-ytd-rec in the
      * commission run
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
       fd transfer-report-file
           data record is transfer-line
           record contains 120 characters.
      *
       01 transfer-line                pic x(120).
      *
       sd move-sort-file
           data record is move-sort-rec.
      *
       01 move-sort-rec.
           05 msr-sman-num              pic 9(5).
           05 msr-eff-period            pic 9(6).
           05 msr-old-territory         pic x(4).
           05 msr-old-manager           pic x(8).
           05 msr-new-territory         pic x(4).
           05 msr-new-manager           pic x(8).
           05 msr-keyed-date            pic 9(6).
      *
       working-storage section.
      *
       01 ws-asg-status                pic xx
           value '00'.
       01 ws-asg-eof-flag              pic x
           value 'n'.
       01 ws-sorted-eof-flag           pic x
           value 'n'.
      *
       01 ws-master-rel-key            pic 9(5).
       01 ws-master-status             pic xx
           value '00'.
       01 ws-master-found-flag         pic x
           value 'n'.
      *
       01 ws-asgytd-rel-key            pic 9(5).
       01 ws-asgytd-status             pic xx
           value '00'.
       01 ws-asgytd-found-flag         pic x
           value 'n'.
      *
       77 ws-eff-year                  pic 9(4)
           value 0.
       77 ws-before-sales              pic s9(9)
           value 0.
       77 ws-before-earned             pic s9(9)v99
           value 0.
       77 ws-after-sales               pic s9(9)
           value 0.
       77 ws-after-earned              pic s9(9)v99
           value 0.
      *
       77 ws-history-read              pic 9(5)
           value 0.
       77 ws-moves-listed              pic 9(5)
           value 0.
       77 ws-changes-skipped           pic 9(5)
           value 0.
       77 ws-split-not-held            pic 9(5)
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
               value "TERRITORY / MANAGER TRANSFERS ".
           05 filler                   pic x(48)
               value spaces.
      *
       01 ws-heading2-group-line.
           05 filler                   pic x(36)
               value spaces.
           05 filler                   pic x(15)
               value "MOVED FROM".
           05 filler                   pic x(14)
               value "MOVED TO".
           05 filler                   pic x(27)
               value " ----- YTD BEFORE MOVE ----".
           05 filler                   pic x(28)
               value "  ------ YTD AFTER MOVE ----".
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
           05 filler                   pic x(6)
               value "EFFECT".
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(15)
               value "TERR MANAGER".
           05 filler                   pic x(14)
               value "TERR MANAGER".
           05 filler                   pic x(12)
               value "       SALES".
           05 filler                   pic x(15)
               value "         EARNED".
           05 filler                   pic x(13)
               value "        SALES".
           05 filler                   pic x(15)
               value "         EARNED".
      *
       01 ws-move-detail-line.
           05 filler                   pic x(1)
               value spaces.
           05 ws-md-sman-num           pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-md-name               pic x(20).
           05 filler                   pic x(1)
               value spaces.
           05 ws-md-eff-period         pic 9(6).
           05 filler                   pic x(1)
               value spaces.
           05 ws-md-old-territory      pic x(4).
           05 filler                   pic x(1)
               value spaces.
           05 ws-md-old-manager        pic x(8).
           05 filler                   pic x(2)
               value spaces.
           05 ws-md-new-territory      pic x(4).
           05 filler                   pic x(1)
               value spaces.
           05 ws-md-new-manager        pic x(8).
           05 filler                   pic x(1)
               value spaces.
           05 ws-md-split.
               10 ws-md-before-sales   pic zzz,zzz,zz9-.
               10 filler               pic x(1).
               10 ws-md-before-earned  pic zz,zzz,zz9.99-.
               10 filler               pic x(1).
               10 ws-md-after-sales    pic zzz,zzz,zz9-.
               10 filler               pic x(1).
               10 ws-md-after-earned   pic zz,zzz,zz9.99-.
           05 ws-md-split-note redefines ws-md-split
                                        pic x(55).
      *
       01 ws-transfer-total-line.
           05 filler                   pic x(3)
               value spaces.
           05 ws-ttl-label             pic x(30).
           05 ws-ttl-count             pic zz,zz9.
           05 filler                   pic x(81)
               value spaces.
      *
       procedure division.
       000-main.
           perform 001-open-files.
      *
           accept ws-nl-date from date.
           accept ws-nl-time from time.
      *
           write transfer-line from ws-heading1-name-line
               after advancing 1 line.
           write transfer-line from ws-heading2-group-line
               after advancing 2 lines.
           write transfer-line from ws-heading3-headings
               after advancing 1 line.
      *
           sort move-sort-file
               on ascending key msr-sman-num
               on ascending key msr-eff-period
               input procedure 050-release-moves
               output procedure 100-print-moves.
      *
           perform 300-print-totals.
      *
           close   salesman-master-file
                   assign-ytd-file
                   transfer-report-file.
      *
           stop run.
      *
       001-open-files.
      *
      * the keyed files are only ever read here - a missing one is
      * created empty the way the commission run does it
           open input salesman-master-file.
           if ws-master-status = '35' then
               open output salesman-master-file
               close  salesman-master-file
               open input salesman-master-file
           end-if.
      *
           open input assign-ytd-file.
           if ws-asgytd-status = '35' then
               open output assign-ytd-file
               close  assign-ytd-file
               open input assign-ytd-file
           end-if.
      *
           open output transfer-report-file.
      *
      * only a change of territory or manager is a move
       050-release-moves.
      *
           open input assignment-history-file.
      *
           if ws-asg-status = '00' then
               read assignment-history-file
                   at end move 'y'     to ws-asg-eof-flag
               end-read
      *
               perform until ws-asg-eof-flag = 'y'
                   add 1               to ws-history-read
                   if ah-old-territory not = ah-new-territory
                           or ah-old-manager not = ah-new-manager then
                       move asgn-hist-rec to move-sort-rec
                       release move-sort-rec
                   else
                       add 1           to ws-changes-skipped
                   end-if
                   read assignment-history-file
                       at end move 'y' to ws-asg-eof-flag
                   end-read
               end-perform
      *
               close assignment-history-file
           end-if.
      *
       100-print-moves.
      *
           return move-sort-file
               at end move 'y'         to ws-sorted-eof-flag.
      *
           perform until ws-sorted-eof-flag = 'y'
               perform 110-print-one-move
               return move-sort-file
                   at end move 'y'     to ws-sorted-eof-flag
           end-perform.
      *
       110-print-one-move.
      *
           add 1                       to ws-moves-listed.
      *
           move msr-sman-num           to ws-master-rel-key.
           read salesman-master-file
               invalid key move 'n'    to ws-master-found-flag
               not invalid key move 'y' to ws-master-found-flag
           end-read.
      *
           move msr-sman-num           to ws-md-sman-num.
           if ws-master-found-flag = 'y' then
               move master-full-name   to ws-md-name
           else
               move "(NOT ON MASTER)"  to ws-md-name
           end-if.
      *
           move msr-eff-period         to ws-md-eff-period.
           move msr-old-territory      to ws-md-old-territory.
           move msr-old-manager        to ws-md-old-manager.
           move msr-new-territory      to ws-md-new-territory.
           move msr-new-manager        to ws-md-new-manager.
      *
           perform 120-split-ytd.
      *
           write transfer-line from ws-move-detail-line
               after advancing 1 line.
      *
      * the segments the commission run posted this year, either side
      * of the move's effective period - a move in a year already
      * closed has no YTD left to split
       120-split-ytd.
      *
           move 0                      to ws-before-sales.
           move 0                      to ws-before-earned.
           move 0                      to ws-after-sales.
           move 0                      to ws-after-earned.
      *
           divide msr-eff-period by 100
               giving ws-eff-year.
      *
           move msr-sman-num           to ws-asgytd-rel-key.
           read assign-ytd-file
               invalid key move 'n'    to ws-asgytd-found-flag
               not invalid key move 'y' to ws-asgytd-found-flag
           end-read.
      *
           if ws-asgytd-found-flag = 'n'
                   or ya-year not = ws-eff-year then
               add 1                   to ws-split-not-held
               move "NO YTD HELD FOR THE YEAR OF THIS MOVE"
                                        to ws-md-split-note
           else
               perform varying ya-seg-idx from 1 by 1
                       until ya-seg-idx > ya-seg-count
                   if ya-seg-from-period (ya-seg-idx)
                           < msr-eff-period then
                       add ya-seg-sales (ya-seg-idx)
                                        to ws-before-sales
                       add ya-seg-earned (ya-seg-idx)
                                        to ws-before-earned
                   else
                       add ya-seg-sales (ya-seg-idx)
                                        to ws-after-sales
                       add ya-seg-earned (ya-seg-idx)
                                        to ws-after-earned
                   end-if
               end-perform
               move spaces             to ws-md-split
               move ws-before-sales    to ws-md-before-sales
               move ws-before-earned   to ws-md-before-earned
               move ws-after-sales     to ws-md-after-sales
               move ws-after-earned    to ws-md-after-earned
           end-if.
      *
       300-print-totals.
      *
           move spaces                 to ws-transfer-total-line.
           move "HISTORY RECORDS READ" to ws-ttl-label.
           move ws-history-read        to ws-ttl-count.
           write transfer-line from ws-transfer-total-line
               after advancing 2 lines.
      *
           move spaces                 to ws-transfer-total-line.
           move "MOVES LISTED"         to ws-ttl-label.
           move ws-moves-listed        to ws-ttl-count.
           write transfer-line from ws-transfer-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-transfer-total-line.
           move "CHANGES THAT MOVED NOTHING"
                                        to ws-ttl-label.
           move ws-changes-skipped     to ws-ttl-count.
           write transfer-line from ws-transfer-total-line
               after advancing 1 line.
      *
           move spaces                 to ws-transfer-total-line.
           move "MOVES WITH NO YTD TO SPLIT"
                                        to ws-ttl-label.
           move ws-split-not-held      to ws-ttl-count.
           write transfer-line from ws-transfer-total-line
               after advancing 1 line.
      *
       end program lab5xfr.
