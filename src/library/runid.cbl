       identification division.
       function-id. next-run-id.
      *----------------------------------------------------------------
      *    next-run-id: issues the suite's run numbers. Every launch
      *    - a batch-driver step or queued job, a param-menu
      *    selection, a factor-batch child - takes the next number
      *    from RUNSEQ.DAT (one record, the last number issued) and
      *    hands it to the child through set-run-id below; the
      *    child's log-run, log-access and log-alert records then
      *    all carry it, so one run's ledger row, audit record,
      *    run-log and alerts are joined by something better than
      *    program-id and clock time. run-trace reads them back.
      *    The read-increment-rewrite runs under the shared lock
      *    discipline (src/library/lockserv.cbl): two launchers
      *    drawing a number in the same second must not both get
      *    it.
       environment division.
       configuration section.
       repository.
           function lock-acquire
           function lock-release.
       input-output section.
       file-control.
           select runseq-file assign to "RUNSEQ.DAT"
               organization is line sequential
               file status is ws-runseq-status.
       data division.
       file section.
       fd runseq-file.
       01 fd-runseq-rec            pic 9(10).
       working-storage section.
           01 ws-runseq-status     pic x(02) value "00".
           01 ws-last-issued       pic 9(10) value 0.
           01 ws-lock-status       pic X.
       linkage section.
           01 ls-run-id            pic 9(10).
       procedure division
           returning ls-run-id.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move function lock-acquire("RUNSEQ.DAT")
               to ws-lock-status.
           move 0 to ws-last-issued.
           open input runseq-file.
           if ws-runseq-status = "00"
               read runseq-file
                   at end continue
                   not at end
                       if fd-runseq-rec is numeric
                           move fd-runseq-rec to ws-last-issued
                       end-if
               end-read
               close runseq-file
           end-if.
      *    the counter wraps rather than overflowing - ten digits of
      *    run numbers is decades of windows, and run zero is kept
      *    meaning "no run number" for records written without one.
           if ws-last-issued = 9999999999
               move 0 to ws-last-issued
           end-if.
           add 1 to ws-last-issued.
           open output runseq-file.
           move ws-last-issued to fd-runseq-rec.
           write fd-runseq-rec.
           close runseq-file.
           move function lock-release("RUNSEQ.DAT")
               to ws-lock-status.
           move ws-last-issued to ls-run-id.
       100-exit. exit.
       end function next-run-id.
      *-----------------------------------------------------------------
       identification division.
       function-id. current-run-id.
      *    current-run-id: the run number this process is running
      *    under - the EULER_RUNID environment variable its launcher
      *    set - or zero for a run started by hand from a shell,
      *    which has none. Zero is the "no run number" value every
      *    reader of the run-id fields understands.
       environment division.
       configuration section.
       data division.
       working-storage section.
           01 ws-env-value         pic x(20).
       linkage section.
           01 ls-run-id            pic 9(10).
       procedure division
           returning ls-run-id.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move 0 to ls-run-id.
           move spaces to ws-env-value.
           accept ws-env-value from environment "EULER_RUNID".
           if ws-env-value(1:10) is numeric
               move ws-env-value(1:10) to ls-run-id
           end-if.
       100-exit. exit.
       end function current-run-id.
      *-----------------------------------------------------------------
       identification division.
       function-id. set-run-id.
      *    set-run-id: puts a run number in this process's
      *    environment so the next CALL "SYSTEM" child inherits it.
      *    A launcher sets the child's number just before the launch
      *    (and before its own log-access, which records the same
      *    number) and puts its own number back afterwards.
       environment division.
       configuration section.
       data division.
       working-storage section.
           01 ws-env-value         pic 9(10).
       linkage section.
           01 ls-run-id            pic 9(10).
           01 ls-status            pic X.
       procedure division
           using ls-run-id
           returning ls-status.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move ls-run-id to ws-env-value.
           set environment "EULER_RUNID" to ws-env-value.
           move "Y" to ls-status.
       100-exit. exit.
       end function set-run-id.
