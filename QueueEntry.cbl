      *      - the operator can cancel their own PENDING request
      *        (status CANCELED - the drain only launches PENDING);
      *      - every add and cancel goes through log-access.
      *    A request the ledger already answers - a clean, unreversed,
      *    certified run of the same program with exactly these
      *    arguments (see find-answer) - is shown to the requester as
      *    it is entered: the original run, its result and the check
      *    that certified it. The request is still queued, and the
      *    drain marks it ANSWERED with a pointer to that run instead
      *    of launching anything - unless the requester asks for a
      *    fresh run, which sets the record's force-rerun flag. A
      *    program that computes from an input file is never
      *    answered this way (see find-answer).
      *    The whole queue is read into a table and rewritten in full
      *    on change, with the same over-capacity guard batch-driver
      *    applies: past 50 records nothing is rewritten, so no
       environment division.
       configuration section.
           repository.
               function log-access
               function find-answer
               function enter-environment.
       input-output section.
       file-control.
           select operator-file assign to "OPERATORS.DAT"
           05 fd-op-pwd-changed    pic x(01).
           05 fd-op-fail-count     pic 9(02).
           05 fd-op-locked         pic x(01).
           05 fd-op-dept           pic x(04).
       fd registry-file.
       01 fd-registry-rec.
           05 fd-reg-problem-num    pic 9(04).
           05 fd-que-requester     pic x(08).
           05 fd-que-status        pic x(08).
           05 fd-que-run-date      pic 9(08).
           05 fd-que-run-id        pic 9(10).
      *    "Y" - run it afresh even when the ledger already answers
      *    it. Blank on records from before the flag.
           05 fd-que-force         pic x(01).
       fd profile-file.
       01 fd-profile-rec.
           05 fd-prf-name          pic x(08).
                   10 ws-opr-pwd-chg   pic x(01).
                   10 ws-opr-fails     pic 9(02).
                   10 ws-opr-locked    pic x(01).
                   10 ws-opr-dept      pic x(04).
           01 ws-found-idx         pic 9(03).
           01 ws-programs.
               05 ws-prog-count    pic 9(03)   value 0.
                   10 ws-que-requester    pic x(08).
                   10 ws-que-status       pic x(08).
                   10 ws-que-run-date     pic 9(08).
                   10 ws-que-run-id       pic 9(10).
                   10 ws-que-force        pic x(01).
           01 ws-queue-overflow    pic X       value "N".
           01 ws-entry-program     pic x(08).
           01 ws-entry-parameters  pic x(60).
           01 ws-pick              pic 9(03).
           01 ws-own-shown         pic 9(03).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-entry-force       pic X.
           01 ws-force-reply       pic X.
           01 ws-answer.
               05 ws-ans-found         pic x(01).
               05 ws-ans-run-id        pic 9(10).
               05 ws-ans-run-date      pic 9(08).
               05 ws-ans-run-time      pic 9(06).
               05 ws-ans-parameters    pic x(40).
               05 ws-ans-result        pic x(18).
               05 ws-ans-full-figure   pic x(01).
               05 ws-ans-check         pic x(08).
           01 o                    pic 9(03).
           01 a                    pic 9(01).
           01 q                    pic 9(03).
       procedure division.
       display function enter-environment("queue-entry").
       perform 100-init thru 100-exit.
       if ws-signon-ok = "N"
           display "queue-entry: sign-on refused."
           if ws-signon-ok = "Y"
               perform 140-load-registry
               perform 145-load-profiles
               perform 150-load-queue thru 150-done
           end-if.
       100-exit. exit.
       110-load-operators.
               move 0 to ws-opr-fails(o)
           end-if.
           move fd-op-locked to ws-opr-locked(o).
           move fd-op-dept to ws-opr-dept(o).
      *----------------------------------------------------------------
      *    130-validate-signon: queueing work is launching work, just
      *    deferred, so the gate is the same one param-menu's sign-on
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
      *    hand edit is refused here - unknown program, program the
      *    operator may not launch, garbage first argument, duplicate
      *    of a request already waiting, or a queue past the rewrite
      *    guard's capacity. A request the ledger already answers is
      *    shown its answer before it is queued (430-check-answered).
       400-add-request.
           if ws-queue-overflow = "Y"
               display "  Queue holds more than 50 records - trim it"
               display "  Queue is full (50)."
               go to 400-exit
           end-if.
           perform 430-check-answered thru 430-done.
           add 1 to ws-queue-count.
           set q to ws-queue-count.
           move ws-entry-program to ws-que-program-id(q).
           move ws-operator-id to ws-que-requester(q).
           move "PENDING" to ws-que-status(q).
           move 0 to ws-que-run-date(q).
           move 0 to ws-que-run-id(q).
           move ws-entry-force to ws-que-force(q).
           perform 600-rewrite-queue.
           move spaces to ws-log-command.
           if ws-entry-force = "Y"
               string "queue-entry ADD " ws-entry-program " FORCE"
                   delimited by size into ws-log-command
           else
               string "queue-entry ADD " ws-entry-program
                   delimited by size into ws-log-command
           end-if.
           move function log-access(ws-operator-id, ws-log-command,
               ws-entry-parameters) to ws-log-status.
           if ws-ans-found = "Y" and ws-entry-force not = "Y"
               display "  Queued " ws-entry-program " - the next"
                   " window answers it from run " ws-ans-run-id "."
           else
               display "  Queued " ws-entry-program " for the next"
                   " window."
           end-if.
       400-exit. exit.
       410-check-program.
           move "N" to ws-prog-known.
           end-if.
       420-done.
           exit.
      *    430-check-answered: the requester hears now, not from the
      *    mailbox tomorrow, that the answer is already on the
      *    ledger - and decides whether a fresh run is really
      *    wanted (a suspect build, a timing comparison).
       430-check-answered.
           move "N" to ws-entry-force.
           move function find-answer(ws-entry-program,
               ws-entry-parameters) to ws-answer.
           if ws-ans-found not = "Y"
               go to 430-done
           end-if.
           display "  Already answered by run " ws-ans-run-id
               " of " ws-ans-run-date " " ws-ans-run-time ":".
           display "    result " ws-ans-result
               "  certified " ws-ans-check.
           if ws-ans-full-figure = "Y"
               display "    (full figure on RESULTS.BIG)"
           end-if.
           display "  Force a fresh run anyway (Y/N): "
               with no advancing.
           move space to ws-force-reply.
           accept ws-force-reply.
           if ws-force-reply = "Y" or ws-force-reply = "y"
               move "Y" to ws-entry-force
           end-if.
       430-done.
           exit.
      *----------------------------------------------------------------
      *    500-cancel-request: only the requester's own PENDING
      *    records can be cancelled here - killing someone else's
               move ws-que-requester(q) to fd-que-requester
               move ws-que-status(q) to fd-que-status
               move ws-que-run-date(q) to fd-que-run-date
               move ws-que-run-id(q) to fd-que-run-id
               move ws-que-force(q) to fd-que-force
               write fd-queue-rec
           end-perform.
           close queue-file.
               move ws-opr-pwd-chg(o) to fd-op-pwd-changed
               move ws-opr-fails(o) to fd-op-fail-count
               move ws-opr-locked(o) to fd-op-locked
               move ws-opr-dept(o) to fd-op-dept
               write fd-operator-rec
           end-perform.
           close operator-file.
