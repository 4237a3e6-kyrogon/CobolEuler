      *    stamped at or after the launch and no later than the
      *    following day; each completion satisfies only one launch, so
      *    two hung runs can't hide behind one good one.
      *    A launch stamped with a run number (see
      *    src/library/runid.cbl) is matched exactly instead: to the
      *    completion carrying the same number, and only that one.
      *    The earliest-unmatched rule is kept for launches from
      *    before run numbers, and it only ever considers
      *    completions that have no number of their own.
      *    Commands for programs that have never written a ledger entry
      *    at all (utilities like sla-check that log access but not
      *    runs) are listed separately as unchecked rather than counted
      *    flag-it-loudly convention reconcile uses).
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select audit-file assign to "AUDITLOG.DAT"
           05 fd-aud-parameters    pic x(60).
           05 fd-aud-run-date      pic 9(08).
           05 fd-aud-run-time      pic 9(06).
           05 fd-aud-run-id        pic 9(10).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
       working-storage section.
           01 ws-audit-status      pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
                   10 ws-comp-stamp       pic 9(14).
                   10 ws-comp-date        pic 9(08).
                   10 ws-comp-used        pic X.
                   10 ws-comp-run-id      pic 9(10).
           01 ws-comp-overflow     pic X       value "N".
           01 ws-total-completions pic 9(07)   value 0.
           01 ws-skip-completions  pic 9(07)   value 0.
           01 ws-launch-program    pic x(08).
           01 ws-launch-stamp      pic 9(14).
           01 ws-launch-limit      pic 9(08).
           01 ws-launch-run-id     pic 9(10).
           01 ws-date-int          pic 9(08).
           01 ws-matched           pic X.
           01 ws-has-history       pic X.
           01 ws-unchecked-count   pic 9(05)   value 0.
           01 c                    pic 9(03).
       procedure division.
       display function enter-environment("audit-recon").
       perform 100-init thru 100-exit.
       perform 150-load-completions thru 150-exit.
       display " ".
                   move fd-led-run-date
                       to ws-comp-date(ws-comp-count)
                   move "N" to ws-comp-used(ws-comp-count)
                   move 0 to ws-comp-run-id(ws-comp-count)
                   if fd-led-run-id is numeric
                       move fd-led-run-id
                           to ws-comp-run-id(ws-comp-count)
                   end-if
               end-if
           end-if.
       200-walk-launches.
               function integer-of-date(fd-aud-run-date) + 1.
           compute ws-launch-limit =
               function date-of-integer(ws-date-int).
           move 0 to ws-launch-run-id.
           if fd-aud-run-id is numeric
               move fd-aud-run-id to ws-launch-run-id
           end-if.
           move "N" to ws-matched.
           move "N" to ws-has-history.
           perform varying c from 1 by 1
               until c > ws-comp-count or ws-matched = "Y"
               if ws-comp-program-id(c) = ws-launch-program
                   move "Y" to ws-has-history
                   if ws-launch-run-id not = 0
                       if ws-comp-run-id(c) = ws-launch-run-id
                           move "Y" to ws-matched
                           move "Y" to ws-comp-used(c)
                       end-if
                   else
                       if ws-comp-used(c) = "N"
                           and ws-comp-run-id(c) = 0
                           and ws-comp-stamp(c) >= ws-launch-stamp
                           and ws-comp-date(c) <= ws-launch-limit
                           move "Y" to ws-matched
                           move "Y" to ws-comp-used(c)
                       end-if
                   end-if
               end-if
           end-perform.
               display ws-launch-program " ORPHAN   launched "
                   fd-aud-run-date " " fd-aud-run-time " by "
                   fd-aud-operator-id " - no completion logged"
               if ws-launch-run-id not = 0
                   display "         run " ws-launch-run-id
               end-if
           end-if.
       220-done.
           exit.
