       environment division.
       configuration section.
           repository.
               function log-alert
               function current-run-id
               function set-run-id
               function enter-environment.
       input-output section.
       file-control.
           select runlog-catalog assign to "RUNLOGS.DAT"
       01 fd-runlog-rec.
           05 fd-rlg-filename      pic x(40).
           05 fd-rlg-date          pic 9(08).
           05 fd-rlg-run-id        pic 9(10).
       fd runlog-file.
       01 fd-log-line              pic x(132).
       working-storage section.
           01 ws-piece-2           pic x(12).
           01 ws-alert-message     pic x(60).
           01 ws-log-status        pic X.
           01 ws-own-run-id        pic 9(10)   value 0.
           01 ws-log-run-id        pic 9(10)   value 0.
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 f                    pic 9(01).
           01 p                    pic 9(03).
       procedure division.
       display function enter-environment("runlog-sweep").
       perform 100-init thru 100-exit.
       display " ".
       display "===== Run-log error sweep (" ws-sweep-date
       goback.
       100-init.
           accept ws-sweep-date from date yyyymmdd.
           move function current-run-id to ws-own-run-id.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
      *    step ran (the catalog says so) and said nothing.
       300-sweep-one-log.
           move fd-rlg-filename to ws-runlog-name.
           move 0 to ws-log-run-id.
           if fd-rlg-run-id is numeric
               move fd-rlg-run-id to ws-log-run-id
           end-if.
           move "00" to ws-runlog-status.
           open input runlog-file.
           if ws-runlog-status not = "00"
      *    writes, or alert-digest's per-program routing would
      *    never claim these findings - and the message leads with
      *    the filename, so the operator's next command is reading
      *    exactly that file. A log cataloged with a run number has
      *    its finding raised under that number, so run-trace shows
      *    it with the rest of the run.
       340-raise-finding.
           add 1 to ws-findings.
           move spaces to ws-piece-1 ws-piece-2 ws-log-program.
           string function trim(ws-runlog-name) ": "
               function trim(ws-hit-phrase)
               delimited by size into ws-alert-message.
           if ws-log-run-id not = 0
               move function set-run-id(ws-log-run-id)
                   to ws-log-status
           end-if.
           move function log-alert(ws-log-program, "W",
               ws-alert-message) to ws-log-status.
           if ws-log-run-id not = 0
               move function set-run-id(ws-own-run-id)
                   to ws-log-status
           end-if.
       end program runlog-sweep.
