      *    end of every clean window.
      *    The latest entry per program comes from the RESULTS.IDX
      *    keyed companion (see src/library/ledger.cbl), falling back
      *    to the RESULTS.SUM daily summary when the index is absent
      *    - each program's latest day, and that day's last run.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select sla-file assign to "SLA.DAT"
               organization is line sequential
               file status is ws-sla-status.
           select summary-file assign to "RESULTS.SUM"
               organization is indexed
               access mode is sequential
               record key is fd-sum-key
               file status is ws-summary-status.
           select ledger-index assign to "RESULTS.IDX"
               organization is indexed
               access mode is dynamic
       01 fd-sla-rec.
           05 fd-sla-program-id    pic x(08).
           05 fd-sla-max-sec       pic 9(05).
       fd summary-file.
       01 fd-summary-rec.
           05 fd-sum-key.
               10 fd-sum-program-id    pic x(08).
               10 fd-sum-parameters    pic x(40).
               10 fd-sum-run-date      pic 9(08).
           05 fd-sum-runs          pic 9(05).
           05 fd-sum-failures      pic 9(05).
           05 fd-sum-total-sec     pic 9(09).
           05 fd-sum-min-sec       pic 9(05).
           05 fd-sum-max-sec       pic 9(05).
           05 fd-sum-first-time    pic 9(06).
           05 fd-sum-last-time     pic 9(06).
           05 fd-sum-last-sec      pic 9(05).
           05 fd-sum-last-result   pic x(18).
           05 fd-sum-last-version  pic x(08).
       fd ledger-index.
       01 fd-index-rec.
           05 fd-idx-key.
           05 fd-idx-elapsed-sec   pic 9(05).
       working-storage section.
           01 ws-sla-status        pic x(02)   value "00".
           01 ws-summary-status    pic x(02)   value "00".
           01 ws-index-status      pic x(02)   value "00".
           01 ws-index-miss        pic X       value "N".
           01 ws-sla-list.
                   10 ws-sla-max-sec      pic 9(05).
                   10 ws-sla-elapsed      pic 9(05).
                   10 ws-sla-run-date     pic 9(08).
                   10 ws-sla-run-time     pic 9(06).
                   10 ws-sla-found        pic X.
           01 ws-breach-count      pic 9(03)   value 0.
           01 x                    pic 9(03).
       procedure division.
       display function enter-environment("sla-check").
       perform 100-load-sla thru 100-exit.
       if ws-sla-count = 0
           display "sla-check: no SLA.DAT thresholds on file."
                               ws-sla-max-sec(ws-sla-count)
                           move 0 to ws-sla-elapsed(ws-sla-count)
                           move 0 to ws-sla-run-date(ws-sla-count)
                           move 0 to ws-sla-run-time(ws-sla-count)
                           move "N" to ws-sla-found(ws-sla-count)
                       end-if
               end-read
       200-apply-ledger.
           open input ledger-index.
           if ws-index-status not = "00"
               perform 250-apply-summary
               go to 200-exit
           end-if.
           perform varying x from 1 by 1 until x > ws-sla-count
                       end-if
               end-read
           end-if.
      *    250-apply-summary: the summary is keyed program,
      *    parameters, date - a program's latest run may sit under
      *    any of its parameter strings, so every day record is
      *    weighed by date and last run time.
       250-apply-summary.
           open input summary-file.
           if ws-summary-status = "00"
               perform until ws-summary-status = "10"
                   read summary-file next record
                       at end move "10" to ws-summary-status
                       not at end perform 260-apply-one-day
                   end-read
               end-perform
               close summary-file
           end-if.
       260-apply-one-day.
           perform varying x from 1 by 1 until x > ws-sla-count
               if ws-sla-program-id(x) = fd-sum-program-id
                   and (fd-sum-run-date > ws-sla-run-date(x)
                       or (fd-sum-run-date = ws-sla-run-date(x)
                       and fd-sum-last-time >= ws-sla-run-time(x)))
                   move fd-sum-last-sec to ws-sla-elapsed(x)
                   move fd-sum-run-date to ws-sla-run-date(x)
                   move fd-sum-last-time to ws-sla-run-time(x)
                   move "Y" to ws-sla-found(x)
               end-if
           end-perform.
