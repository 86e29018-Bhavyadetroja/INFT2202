       file section.
       fd payroll-interface-file
           data record is payroll-rec
           record contains 28 characters.
      *
       01 payroll-rec.
           05 pay-sman-num              pic 9(5).
           05 pay-amount                pic 9(7)v99.
           05 pay-earnings-code         pic x(8).
           05 pay-period                pic 9(6).
      *
       fd payroll-ack-file
           data record is ack-rec
           record contains 45 characters.
      *
       01 ack-rec.
           05 ack-sman-num              pic 9(5).
           05 ack-amount                pic 9(7)v99.
           05 ack-status                pic x.
               88 ack-accepted         value 'A'.
      *
       fd resubmit-file
           data record is resubmit-rec
           record contains 28 characters.
      *
       01 resubmit-rec                 pic x(28).
      *
       working-storage section.
      *
               value "DISPOSITION ".
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(5)
               value "NO ".
           05 filler                   pic x(6)
               value spaces.
               value spaces.
           05 filler                   pic x(30)
               value "REASON".
           05 filler                   pic x(46)
               value spaces.
      *
       01 ws-recon-detail-line.
           05 ws-rdl-disposition       pic x(12).
           05 filler                   pic x(2)
               value spaces.
           05 ws-rdl-sman-num          pic 9(5).
           05 filler                   pic x(2)
               value spaces.
           05 ws-rdl-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(2)
               value spaces.
           05 ws-rdl-reason            pic x(30).
           05 filler                   pic x(41)
               value spaces.
      *
       01 ws-recon-count-line.
                   payroll-ack-file
                   recon-report-file
                   resubmit-file.
      *
      * completion code for the job stream - anything payroll rejected
      * or left unmatched is a warning
           if ws-rejected-count > 0
                   or ws-unmatched-extract-count > 0
                   or ws-unmatched-ack-count > 0 then
               move 4                  to return-code
           else
               move 0                  to return-code
           end-if.
      *
           stop run.
      *
