      *    flag flipped - one place to look each morning instead of
      *    four scrolled-away consoles. Acknowledged records stay on
      *    file as history; only open ones are listed.
      *    Under each open alert go the recovery runbook's instructions
      *    for it and who to escalate to, when RUNBOOK.DAT has an
      *    entry that fits (runbook-step, see src/library/runbook.cbl).
      *    The whole file is read into a table and rewritten in full on
      *    change - the same read-all/rewrite-all approach
      *    update-registry uses on REGISTRY.DAT.
       environment division.
       configuration section.
           repository.
               function runbook-step
               function enter-environment.
       input-output section.
       file-control.
           select alert-file assign to "ALERTS.DAT"
           05 fd-alt-run-date      pic 9(08).
           05 fd-alt-run-time      pic 9(06).
           05 fd-alt-ack           pic x(01).
           05 fd-alt-run-id        pic 9(10).
       working-storage section.
           01 ws-alert-status      pic x(02)   value "00".
           01 ws-alerts.
                   10 ws-alt-run-date     pic 9(08).
                   10 ws-alt-run-time     pic 9(06).
                   10 ws-alt-ack          pic x(01).
                   10 ws-alt-run-id       pic 9(10).
           01 ws-open-count        pic 9(03)   value 0.
           01 ws-load-overflow     pic X       value "N".
           01 ws-pick-text         pic x(05).
           01 ws-done              pic X       value "N".
           01 ws-changed           pic X       value "N".
           01 x                    pic 9(03).
           01 n                    pic 9(02).
           01 ws-runbook-text      pic x(60).
       procedure division.
       display function enter-environment("alert-browse").
       perform 100-load-alerts thru 100-exit.
       if ws-alert-count = 0
           display "alert-browse: no alerts on file."
                           move fd-alt-run-date to ws-alt-run-date(x)
                           move fd-alt-run-time to ws-alt-run-time(x)
                           move fd-alt-ack to ws-alt-ack(x)
                           move 0 to ws-alt-run-id(x)
                           if fd-alt-run-id is numeric
                               move fd-alt-run-id to ws-alt-run-id(x)
                           end-if
                       end-if
               end-read
           end-perform.
                       ws-alt-run-date(x) space
                       ws-alt-run-time(x) space
                       function trim(ws-alt-message(x))
                   perform 350-show-runbook
               end-if
           end-perform.
      *    350-show-runbook: line 1 up, then the escalation contact;
      *    nothing at all when no runbook entry fits the alert.
       350-show-runbook.
           move 1 to n.
           move function runbook-step(ws-alt-program-id(x),
               ws-alt-message(x), n) to ws-runbook-text.
           perform until ws-runbook-text = spaces or n > 20
               display "      RUNBOOK " n ": "
                   function trim(ws-runbook-text)
               add 1 to n
               move function runbook-step(ws-alt-program-id(x),
                   ws-alt-message(x), n) to ws-runbook-text
           end-perform.
           move 0 to n.
           move function runbook-step(ws-alt-program-id(x),
               ws-alt-message(x), n) to ws-runbook-text.
           if ws-runbook-text not = spaces
               display "      ESCALATE TO: "
                   function trim(ws-runbook-text)
           end-if.
       400-rewrite-file.
           open output alert-file.
           perform varying x from 1 by 1 until x > ws-alert-count
               move ws-alt-run-date(x) to fd-alt-run-date
               move ws-alt-run-time(x) to fd-alt-run-time
               move ws-alt-ack(x) to fd-alt-ack
               move ws-alt-run-id(x) to fd-alt-run-id
               write fd-alert-rec
           end-perform.
           close alert-file.
