       environment division.
       configuration section.
           repository.
               function log-access
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
           05 fd-que-requester     pic x(08).
           05 fd-que-status        pic x(08).
           05 fd-que-run-date      pic 9(08).
           05 fd-que-run-id        pic 9(10).
           05 fd-que-force         pic x(01).
       working-storage section.
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-sla-status        pic x(02)   value "00".
                   10 ws-que-requester    pic x(08).
                   10 ws-que-status       pic x(08).
                   10 ws-que-run-date     pic 9(08).
                   10 ws-que-run-id       pic 9(10).
                   10 ws-que-force        pic x(01).
           01 ws-queue-overflow    pic X       value "N".
      *    the plan's own segments, held apart from the loaded
      *    queue - they are appended BEHIND the requests already
           01 ws-arg-count         pic 9(2).
           01 q                    pic 9(03).
       procedure division.
       display function enter-environment("e48-plan").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
                           move fd-que-status to ws-que-status(q)
                           move fd-que-run-date
                               to ws-que-run-date(q)
                           move 0 to ws-que-run-id(q)
                           if fd-que-run-id is numeric
                               move fd-que-run-id to ws-que-run-id(q)
                           end-if
                           move fd-que-force to ws-que-force(q)
                       end-if
               end-read
           end-perform.
               move ws-que-requester(q) to fd-que-requester
               move ws-que-status(q) to fd-que-status
               move ws-que-run-date(q) to fd-que-run-date
               move ws-que-run-id(q) to fd-que-run-id
               move ws-que-force(q) to fd-que-force
               write fd-queue-rec
           end-perform.
           perform varying q from 1 by 1
               move "E48PLAN" to fd-que-requester
               move "PENDING" to fd-que-status
               move 0 to fd-que-run-date
               move 0 to fd-que-run-id
               write fd-queue-rec
           end-perform.
           close queue-file.
