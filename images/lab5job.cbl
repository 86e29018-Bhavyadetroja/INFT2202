       identification division.
       program-id. lab5job.
       author. Punit Patel
       date-written. date.
      *Program Description:
      *    period job-stream driver - runs the period batch one step
      *    at a time in the order operations runs it by hand (period
      *    open, gateway, commission run, adjustments, payroll
      *    reconciliation, draw administration, reports) and reads
      *    back each step's completion code: 0 clean, 4 warnings,
      *    8 refused, 12 failed. anything else - an abend, a missing
      *    program - counts as failed. a step ending above 4 stops the
      *    stream and every step after it is logged as not run. every
      *    step's start and end time and completion code is appended
      *    to the permanent job log, and the step the stream stopped
      *    at is kept on the restart file so the next run can pick up
      *    there with a RESTART card instead of running the whole
      *    period again - a plain run is refused until that restart
      *    has been done
      *
       environment division.
      *
       input-output section.
       file-control.
      * optional - RUN (or no card) runs the stream from the top,
      * RESTART picks up at the stopped step or at the step named
           select job-card-file
               assign to "../../data/lab5job.ctl"
               organization is line sequential
               file status is ws-card-status.
      *
      * optional - one step name per record, in run order, replacing
      * the standard period stream
           select step-list-file
               assign to "../../data/lab5job.stp"
               organization is line sequential
               file status is ws-step-list-status.
      *
      * where the last stream ended - rewritten at the end of every
      * run
           select restart-file
               assign to "../../data/lab5job.rst"
               organization is line sequential
               file status is ws-restart-status.
      *
      * permanent - every run's lines are appended, never re-created
           select job-log-file
               assign to "../../data/lab5job.log"
               organization is line sequential
               file status is ws-log-status.
      *
       data division.
       file section.
       fd job-card-file
           data record is job-card-rec.
      *
       01 job-card-rec.
           05 jc-action                 pic x(8).
               88 jc-action-run         values "RUN     ", spaces.
               88 jc-action-restart     value "RESTART ".
           05 jc-step                   pic x(8).
      *
       fd step-list-file
           data record is step-list-rec.
      *
       01 step-list-rec.
           05 sl-step                   pic x(8).
      *
       fd restart-file
           data record is restart-rec.
      *
       01 restart-rec.
           05 rs-status                 pic x(8).
               88 rs-status-stopped     value "STOPPED ".
               88 rs-status-complete    value "COMPLETE".
           05 rs-step                   pic x(8).
           05 rs-date                   pic 9(6).
           05 rs-time                   pic 9(8).
      *
       fd job-log-file
           data record is job-log-line
           record contains 120 characters.
      *
       01 job-log-line                 pic x(120).
      *
       working-storage section.
      *
       01 ws-card-status               pic xx
           value '00'.
       01 ws-card-eof-flag             pic x
           value 'n'.
       01 ws-step-list-status          pic xx
           value '00'.
       01 ws-step-list-eof-flag        pic x
           value 'n'.
       01 ws-restart-status            pic xx
           value '00'.
       01 ws-restart-eof-flag          pic x
           value 'n'.
       01 ws-log-status                pic xx
           value '00'.
      *
      * the standard period stream - a step list file replaces it
       01 ws-standard-stream.
           05 filler                   pic x(8)
               value "lab5pct ".
           05 filler                   pic x(8)
               value "lab5gtw ".
           05 filler                   pic x(8)
               value "lab5    ".
           05 filler                   pic x(8)
               value "lab5adj ".
           05 filler                   pic x(8)
               value "lab5rec ".
           05 filler                   pic x(8)
               value "lab5drw ".
           05 filler                   pic x(8)
               value "lab5xfr ".
           05 filler                   pic x(8)
               value "lab5trd ".
       01 ws-standard-table redefines ws-standard-stream.
           05 ws-standard-step         occurs 8 times
                                        pic x(8).
       77 ws-standard-count            pic 99
           value 8.
      *
       01 ws-step-table.
           05 ws-step-name             occurs 20 times
                                        indexed by ws-step-idx
                                        pic x(8).
       77 ws-step-count                pic 99
           value 0.
       77 ws-load-idx                  pic 99
           value 0.
      *
      * the card and the restart file decide where the stream starts;
      * a blank refuse reason means it runs
       01 ws-pending-restart-flag      pic x
           value 'n'.
       01 ws-pending-step              pic x(8)
           value spaces.
       01 ws-start-step-name           pic x(8)
           value spaces.
       77 ws-start-step                pic 99
           value 0.
       77 ws-job-refuse-reason         pic x(40)
           value spaces.
       01 ws-run-mode                  pic x(8)
           value "RUN".
      *
       01 ws-stream-stopped-flag       pic x
           value 'n'.
       01 ws-stopped-step              pic x(8)
           value spaces.
       77 ws-highest-rc                pic 99
           value 0.
      *
      * the shell hands back the step's exit status shifted up a byte;
      * a non-zero low byte means the step never exited on its own
       01 ws-command.
           05 filler                   pic x(2)
               value "./".
           05 ws-cmd-step              pic x(8).
           05 filler                   pic x(30)
               value spaces.
       77 ws-system-status             pic s9(9)
           value 0.
       77 ws-exit-code                 pic 9(7)
           value 0.
       77 ws-exit-signal               pic 9(3)
           value 0.
       77 ws-cur-rc                    pic 9(3)
           value 0.
      * what the stream makes of the code - 0, 4 and 8 as returned,
      * anything else 12
       77 ws-cur-severity              pic 99
           value 0.
      *
       01 ws-job-date                  pic 9(6).
       01 ws-job-time                  pic 9(8).
       01 ws-step-start-date           pic 9(6).
       01 ws-step-start-time           pic 9(8).
       01 ws-step-end-time             pic 9(8).
      *
       01 ws-job-start-line.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(18)
               value "JOB STREAM START  ".
           05 ws-jsl-date              pic 9(6).
           05 filler                   pic x(2)
               value spaces.
           05 ws-jsl-time              pic 9(6).
           05 filler                   pic x(8)
               value "  MODE  ".
           05 ws-jsl-mode              pic x(8).
           05 filler                   pic x(13)
               value "  FROM STEP  ".
           05 ws-jsl-from-step         pic x(8).
           05 filler                   pic x(50)
               value spaces.
      *
       01 ws-step-log-line.
           05 filler                   pic x(3)
               value spaces.
           05 filler                   pic x(5)
               value "STEP ".
           05 ws-sll-step-num          pic z9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-sll-step              pic x(8).
           05 filler                   pic x(8)
               value "  START ".
           05 ws-sll-start-date        pic 9(6).
           05 filler                   pic x(1)
               value spaces.
           05 ws-sll-start-time        pic 9(6).
           05 filler                   pic x(6)
               value "  END ".
           05 ws-sll-end-time          pic 9(6).
           05 filler                   pic x(5)
               value "  CC ".
           05 ws-sll-rc                pic 9(3).
           05 filler                   pic x(2)
               value spaces.
           05 ws-sll-status            pic x(8).
           05 filler                   pic x(49)
               value spaces.
      *
       01 ws-step-skip-line.
           05 filler                   pic x(3)
               value spaces.
           05 filler                   pic x(5)
               value "STEP ".
           05 ws-ssl-step-num          pic z9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-ssl-step              pic x(8).
           05 filler                   pic x(2)
               value spaces.
           05 ws-ssl-text              pic x(40).
           05 filler                   pic x(58)
               value spaces.
      *
       01 ws-job-end-line.
           05 filler                   pic x(1)
               value spaces.
           05 filler                   pic x(18)
               value "JOB STREAM END    ".
           05 ws-jel-date              pic 9(6).
           05 filler                   pic x(2)
               value spaces.
           05 ws-jel-time              pic 9(6).
           05 filler                   pic x(2)
               value spaces.
           05 ws-jel-text              pic x(40).
           05 filler                   pic x(14)
               value "  HIGHEST CC  ".
           05 ws-jel-rc                pic 9(3).
           05 filler                   pic x(28)
               value spaces.
      *
       procedure division.
       000-main.
           accept ws-job-date from date.
           accept ws-job-time from time.
      *
           open extend job-log-file.
           if ws-log-status = '35' then
               open output job-log-file
           end-if.
      *
           perform 010-load-step-list.
      *
           perform 020-read-restart-file.
      *
           perform 030-read-job-card.
      *
           perform 040-set-start-step.
      *
           move ws-job-date            to ws-jsl-date.
           move ws-job-time (1:6)      to ws-jsl-time.
           move ws-run-mode            to ws-jsl-mode.
           move ws-start-step-name     to ws-jsl-from-step.
           write job-log-line from ws-job-start-line
               after advancing 2 lines.
      *
           if ws-job-refuse-reason not = spaces then
               perform 090-refuse-job
           end-if.
      *
           perform 100-run-one-step
               varying ws-step-idx from ws-start-step by 1
               until ws-step-idx > ws-step-count.
      *
           perform 300-finish-job.
      *
           close   job-log-file.
      *
      * the driver's own completion code is the worst step's
           move ws-highest-rc          to return-code.
      *
           stop run.
      *
      * a step list file names the stream when one is supplied,
      * otherwise the standard period stream runs
       010-load-step-list.
      *
           open input step-list-file.
      *
           if ws-step-list-status = '00' then
               read step-list-file
                   at end move 'y'     to ws-step-list-eof-flag
               end-read
      *
               perform until ws-step-list-eof-flag = 'y'
                       or ws-step-count >= 20
                   if sl-step not = spaces then
                       add 1           to ws-step-count
                       set ws-step-idx to ws-step-count
                       move sl-step    to ws-step-name (ws-step-idx)
                   end-if
                   read step-list-file
                       at end move 'y' to ws-step-list-eof-flag
                   end-read
               end-perform
      *
               close step-list-file
           end-if.
      *
           if ws-step-count = 0 then
               perform varying ws-load-idx from 1 by 1
                       until ws-load-idx > ws-standard-count
                   add 1               to ws-step-count
                   set ws-step-idx     to ws-step-count
                   move ws-standard-step (ws-load-idx)
                                        to ws-step-name (ws-step-idx)
               end-perform
           end-if.
      *
      * no restart file - no stream has ever stopped
       020-read-restart-file.
      *
           open input restart-file.
      *
           if ws-restart-status = '00' then
               read restart-file
                   at end move 'y'     to ws-restart-eof-flag
               end-read
      *
               if ws-restart-eof-flag = 'n'
                       and rs-status-stopped then
                   move 'y'            to ws-pending-restart-flag
                   move rs-step        to ws-pending-step
               end-if
      *
               close restart-file
           end-if.
      *
       030-read-job-card.
      *
           move spaces                 to job-card-rec.
      *
           open input job-card-file.
      *
           if ws-card-status = '00' then
               read job-card-file
                   at end move 'y'     to ws-card-eof-flag
               end-read
               if ws-card-eof-flag = 'y' then
                   move spaces         to job-card-rec
               end-if
               close job-card-file
           end-if.
      *
      * RESTART starts at the named step, else at the stopped one. a
      * plain run after a stopped stream would post the steps that
      * already finished a second time, so it is refused
       040-set-start-step.
      *
           move 1                      to ws-start-step.
      *
           evaluate true
               when jc-action-restart
                   move "RESTART"      to ws-run-mode
                   if jc-step not = spaces then
                       move jc-step    to ws-start-step-name
                   else
                       if ws-pending-restart-flag = 'y' then
                           move ws-pending-step
                                        to ws-start-step-name
                       else
                           move "no stopped stream to restart"
                                        to ws-job-refuse-reason
                       end-if
                   end-if
               when jc-action-run
                   move "RUN"          to ws-run-mode
                   if ws-pending-restart-flag = 'y' then
                       move "last stream stopped - RESTART required"
                                        to ws-job-refuse-reason
                   end-if
               when other
                   move jc-action      to ws-run-mode
                   move "job card action not RUN or RESTART"
                                        to ws-job-refuse-reason
           end-evaluate.
      *
           if ws-job-refuse-reason = spaces
                   and ws-start-step-name not = spaces then
               move 0                  to ws-start-step
               perform varying ws-step-idx from 1 by 1
                       until ws-step-idx > ws-step-count
                           or ws-start-step > 0
                   if ws-step-name (ws-step-idx)
                           = ws-start-step-name then
                       set ws-start-step to ws-step-idx
                   end-if
               end-perform
               if ws-start-step = 0 then
                   move "restart step is not in the stream"
                                        to ws-job-refuse-reason
               end-if
           end-if.
      *
           if ws-job-refuse-reason = spaces then
               set ws-step-idx         to ws-start-step
               move ws-step-name (ws-step-idx)
                                        to ws-start-step-name
           end-if.
      *
      * nothing runs - the restart file is left exactly as it was so
      * the stopped step can still be restarted
       090-refuse-job.
      *
           move ws-job-refuse-reason   to ws-ssl-text.
           move 0                      to ws-ssl-step-num.
           move "REFUSED"              to ws-ssl-step.
           write job-log-line from ws-step-skip-line
               after advancing 1 line.
      *
           accept ws-step-end-time from time.
           move ws-job-date            to ws-jel-date.
           move ws-step-end-time (1:6) to ws-jel-time.
           move "STREAM NOT RUN"       to ws-jel-text.
           move 8                      to ws-jel-rc.
           write job-log-line from ws-job-end-line
               after advancing 1 line.
      *
           close   job-log-file.
      *
           move 8                      to return-code.
      *
           stop run.
      *
      * once the stream has stopped every later step is only logged
       100-run-one-step.
      *
           set ws-load-idx             to ws-step-idx.
      *
           if ws-stream-stopped-flag = 'y' then
               move ws-load-idx        to ws-ssl-step-num
               move ws-step-name (ws-step-idx) to ws-ssl-step
               move "NOT RUN - STREAM STOPPED"
                                        to ws-ssl-text
               write job-log-line from ws-step-skip-line
                   after advancing 1 line
           else
               perform 110-execute-step
           end-if.
      *
       110-execute-step.
      *
           accept ws-step-start-date from date.
           accept ws-step-start-time from time.
      *
           move ws-step-name (ws-step-idx) to ws-cmd-step.
           call "SYSTEM" using ws-command.
           move return-code            to ws-system-status.
      *
           if ws-system-status < 0 then
               move 999                to ws-cur-rc
           else
               divide ws-system-status by 256
                   giving ws-exit-code
                   remainder ws-exit-signal
               if ws-exit-signal not = 0
                       or ws-exit-code > 998 then
                   move 999            to ws-cur-rc
               else
                   move ws-exit-code   to ws-cur-rc
               end-if
           end-if.
      *
           accept ws-step-end-time from time.
      *
           move ws-load-idx            to ws-sll-step-num.
           move ws-step-name (ws-step-idx) to ws-sll-step.
           move ws-step-start-date     to ws-sll-start-date.
           move ws-step-start-time (1:6) to ws-sll-start-time.
           move ws-step-end-time (1:6) to ws-sll-end-time.
           move ws-cur-rc              to ws-sll-rc.
      *
           evaluate ws-cur-rc
               when 0
                   move "CLEAN"        to ws-sll-status
                   move 0              to ws-cur-severity
               when 4
                   move "WARNING"      to ws-sll-status
                   move 4              to ws-cur-severity
               when 8
                   move "REFUSED"      to ws-sll-status
                   move 8              to ws-cur-severity
               when other
                   move "FAILED"       to ws-sll-status
                   move 12             to ws-cur-severity
           end-evaluate.
      *
           if ws-cur-severity > ws-highest-rc then
               move ws-cur-severity    to ws-highest-rc
           end-if.
      *
           write job-log-line from ws-step-log-line
               after advancing 1 line.
      *
           if ws-cur-severity > 4 then
               move 'y'                to ws-stream-stopped-flag
               move ws-step-name (ws-step-idx) to ws-stopped-step
           end-if.
      *
      * the restart file records where this stream ended
       300-finish-job.
      *
           accept ws-step-end-time from time.
      *
           open output restart-file.
           if ws-stream-stopped-flag = 'y' then
               move "STOPPED "         to rs-status
               move ws-stopped-step    to rs-step
           else
               move "COMPLETE"         to rs-status
               move spaces             to rs-step
           end-if.
           move ws-job-date            to rs-date.
           move ws-step-end-time       to rs-time.
           write restart-rec.
           close restart-file.
      *
           move ws-job-date            to ws-jel-date.
           move ws-step-end-time (1:6) to ws-jel-time.
           if ws-stream-stopped-flag = 'y' then
               move "STREAM STOPPED - RESTART AT"
                                        to ws-jel-text
               move ws-stopped-step    to ws-jel-text (29:8)
           else
               move "STREAM COMPLETE"  to ws-jel-text
           end-if.
           move ws-highest-rc          to ws-jel-rc.
           write job-log-line from ws-job-end-line
               after advancing 1 line.
      *
       end program lab5job.
