       identification division.
       program-id. req-intake.
      *----------------------------------------------------------------
      *    req-intake: the research group's inbound request interface.
      *    Instead of re-keying their list of questions into
      *    queue-entry, they drop off one fixed-layout batch file a
      *    night:
      *      H - header: sender id, batch number, batch date and the
      *          number of detail records that follow;
      *      D - one per requested run: sequence number, requester
      *          (an OPERATORS.DAT id), program-id or profile name,
      *          and the positional parameters;
      *      T - trailer: control totals - the detail count and the
      *          sum of the detail sequence numbers.
      *    The batch as a whole is proved first - exactly one header
      *    leading and one trailer closing it, every record a known
      *    type, both counts and the sequence total agreeing, and the
      *    sender's batch number not already taken in (INBATCH.DAT
      *    registers every batch accepted) - and a batch failing any
      *    of it is refused whole, nothing queued: a half-loaded
      *    batch would leave them guessing which half. A sound
      *    batch's details each get queue-entry's own checks - known
      *    program (a profile resolving first), requester on the
      *    master file, active and authorized for it, the leading
      *    numeric parameter check, no identical PENDING request, and
      *    room in the queue - and the good ones become PENDING
      *    WORKQUEUE.DAT requests under the requester's id, each
      *    through log-access the way a queue-entry add is. There is
      *    no password on this path: the requester ids ride in on the
      *    sender's file, and the sender is answerable for them.
      *    Every record is answered in the ACK file - ACK, or NAK
      *    with a reason code - so the sender knows what was taken
      *    without calling us:
      *      00 accepted                 20 record layout/type bad
      *      10 program not registered   30 control totals disagree
      *      11 requester not on file,   31 batch already taken in
      *         inactive or locked       32 header/trailer missing
      *      12 requester not authorized    or out of place
      *      13 parameters invalid       33 more than 200 details
      *      14 duplicate PENDING request
      *      15 queue full
      *    Positional parameters: 1 - the inbound file (default
      *    INBOUND.DAT); 2 - the ACK file (default INBOUND.ACK).
      *    RETURN-CODE 0 when every detail was accepted, 4 when some
      *    were refused, 16 when the batch was refused or unreadable.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-alert
               function enter-environment.
       input-output section.
       file-control.
           select inbound-file assign to dynamic ws-inbound-name
               organization is line sequential
               file status is ws-inbound-status.
           select ack-file assign to dynamic ws-ack-name
               organization is line sequential
               file status is ws-ack-status.
           select batch-file assign to "INBATCH.DAT"
               organization is line sequential
               file status is ws-batch-status.
           select operator-file assign to "OPERATORS.DAT"
               organization is line sequential
               file status is ws-operator-status.
           select registry-file assign to "REGISTRY.DAT"
               organization is line sequential
               file status is ws-registry-status.
           select queue-file assign to "WORKQUEUE.DAT"
               organization is line sequential
               file status is ws-queue-status.
           select profile-file assign to "PROFILES.DAT"
               organization is line sequential
               file status is ws-profile-status.
       data division.
       file section.
       fd inbound-file.
       01 fd-inbound-rec.
           05 fd-in-type           pic x(01).
           05 fd-in-body           pic x(99).
       01 fd-in-header redefines fd-inbound-rec.
           05 filler               pic x(01).
           05 fd-hdr-sender        pic x(08).
           05 fd-hdr-batch         pic 9(06).
           05 fd-hdr-date          pic 9(08).
           05 fd-hdr-count         pic 9(05).
       01 fd-in-detail redefines fd-inbound-rec.
           05 filler               pic x(01).
           05 fd-det-seq           pic 9(05).
           05 fd-det-requester     pic x(08).
           05 fd-det-program       pic x(08).
           05 fd-det-parameters    pic x(60).
       01 fd-in-trailer redefines fd-inbound-rec.
           05 filler               pic x(01).
           05 fd-trl-count         pic 9(05).
           05 fd-trl-seq-total     pic 9(09).
      *    one answer per inbound record, every one carrying the
      *    sender and batch so the sender can file them.
       fd ack-file.
       01 fd-ack-rec.
           05 fd-ack-sender        pic x(08).
           05 fd-ack-batch         pic 9(06).
           05 fd-ack-type          pic x(01).
           05 fd-ack-seq           pic 9(05).
           05 fd-ack-verdict       pic x(03).
           05 fd-ack-reason        pic 9(02).
           05 fd-ack-program       pic x(08).
           05 fd-ack-requester     pic x(08).
           05 fd-ack-text          pic x(40).
      *    INBATCH.DAT: every batch taken in, so a resent file is
      *    refused instead of queuing its requests twice.
       fd batch-file.
       01 fd-batch-rec.
           05 fd-bat-sender        pic x(08).
           05 fd-bat-batch         pic 9(06).
           05 fd-bat-batch-date    pic 9(08).
           05 fd-bat-taken-date    pic 9(08).
           05 fd-bat-accepted      pic 9(05).
           05 fd-bat-refused       pic 9(05).
       fd operator-file.
       01 fd-operator-rec.
           05 fd-op-operator-id    pic x(08).
           05 fd-op-name           pic x(30).
           05 fd-op-active         pic x(01).
           05 fd-op-auth           pic x(08) occurs 6 times.
           05 fd-op-password       pic x(08).
           05 fd-op-pwd-changed    pic x(01).
           05 fd-op-fail-count     pic 9(02).
           05 fd-op-locked         pic x(01).
       fd registry-file.
       01 fd-registry-rec.
           05 fd-reg-problem-num    pic 9(04).
           05 fd-reg-program-id     pic x(08).
           05 fd-reg-description    pic x(60).
           05 fd-reg-last-run-date  pic 9(08).
           05 fd-reg-last-result    pic x(18).
           05 fd-reg-first-run-date pic 9(08).
           05 fd-reg-run-count      pic 9(05).
           05 fd-reg-best-elapsed   pic 9(05).
       fd queue-file.
       01 fd-queue-rec.
           05 fd-que-program-id    pic x(08).
           05 fd-que-parameters    pic x(60).
           05 fd-que-requester     pic x(08).
           05 fd-que-status        pic x(08).
           05 fd-que-run-date      pic 9(08).
           05 fd-que-run-id        pic 9(10).
           05 fd-que-force         pic x(01).
       fd profile-file.
       01 fd-profile-rec.
           05 fd-prf-name          pic x(08).
           05 fd-prf-program-id    pic x(08).
           05 fd-prf-args          pic x(60).
           05 fd-prf-description   pic x(30).
       working-storage section.
           01 ws-inbound-name      pic x(40)   value "INBOUND.DAT".
           01 ws-ack-name          pic x(40)   value "INBOUND.ACK".
           01 ws-inbound-status    pic x(02)   value "00".
           01 ws-ack-status        pic x(02)   value "00".
           01 ws-batch-status      pic x(02)   value "00".
           01 ws-operator-status   pic x(02)   value "00".
           01 ws-registry-status   pic x(02)   value "00".
           01 ws-queue-status      pic x(02)   value "00".
           01 ws-profile-status    pic x(02)   value "00".
           01 ws-today             pic 9(08).
      *    the batch as read: header and trailer fields, the
      *    structural tallies, and the batch-level verdict - a
      *    nonzero ws-batch-reason refuses every record in it.
           01 ws-hdr-sender        pic x(08)   value spaces.
           01 ws-hdr-batch         pic 9(06)   value 0.
           01 ws-hdr-date          pic 9(08)   value 0.
           01 ws-hdr-count         pic 9(05)   value 0.
           01 ws-trl-count         pic 9(05)   value 0.
           01 ws-trl-seq-total     pic 9(09)   value 0.
           01 ws-header-seen       pic 9(03)   value 0.
           01 ws-trailer-seen      pic 9(03)   value 0.
           01 ws-record-count      pic 9(05)   value 0.
           01 ws-seq-total         pic 9(09)   value 0.
           01 ws-batch-reason      pic 9(02)   value 0.
           01 ws-batch-text        pic x(40)   value spaces.
           01 ws-details.
               05 ws-det-count     pic 9(05)   value 0.
               05 ws-det-entry occurs 200 times.
                   10 ws-det-seq          pic 9(05).
                   10 ws-det-requester    pic x(08).
                   10 ws-det-program      pic x(08).
                   10 ws-det-parameters   pic x(60).
                   10 ws-det-reason       pic 9(02).
                   10 ws-det-text         pic x(40).
           01 ws-accepted-count    pic 9(05)   value 0.
           01 ws-refused-count     pic 9(05)   value 0.
           01 ws-operators.
               05 ws-oper-count    pic 9(03)   value 0.
               05 ws-oper-entry occurs 50 times.
                   10 ws-opr-id        pic x(08).
                   10 ws-opr-active    pic x(01).
                   10 ws-opr-auth      pic x(08) occurs 6 times.
                   10 ws-opr-locked    pic x(01).
           01 ws-programs.
               05 ws-prog-count    pic 9(03)   value 0.
               05 ws-prog-id       pic x(08)   occurs 50 times.
           01 ws-profiles.
               05 ws-profile-count pic 9(03)   value 0.
               05 ws-profile-entry occurs 50 times.
                   10 ws-prf-name        pic x(08).
                   10 ws-prf-program-id  pic x(08).
                   10 ws-prf-args        pic x(60).
           01 ws-queue-list.
               05 ws-queue-count   pic 9(03)   value 0.
               05 ws-queue-entry occurs 50 times.
                   10 ws-que-program-id   pic x(08).
                   10 ws-que-parameters   pic x(60).
                   10 ws-que-requester    pic x(08).
                   10 ws-que-status       pic x(08).
                   10 ws-que-run-date     pic 9(08).
                   10 ws-que-run-id       pic 9(10).
                   10 ws-que-force        pic x(01).
           01 ws-queue-overflow    pic X       value "N".
           01 ws-entry-program     pic x(08).
           01 ws-entry-parameters  pic x(60).
           01 ws-first-token       pic x(18).
           01 ws-found-idx         pic 9(03).
           01 ws-prf-idx           pic 9(03).
           01 ws-prog-known        pic X.
           01 ws-authorized        pic X.
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-log-command       pic x(80).
           01 ws-log-status        pic X.
           01 ws-alert-message     pic x(60).
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 d                    pic 9(03).
           01 o                    pic 9(03).
           01 a                    pic 9(01).
           01 q                    pic 9(03).
           01 p2                   pic 9(03).
       procedure division.
       display function enter-environment("req-intake").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       perform 200-read-inbound thru 200-exit.
       perform 250-prove-batch thru 250-exit.
       if ws-batch-reason = 0
           perform 300-check-one-detail thru 300-exit
               varying d from 1 by 1 until d > ws-det-count
           if ws-accepted-count > 0
               perform 600-rewrite-queue
           end-if
           perform 650-register-batch
       else
           move ws-det-count to ws-refused-count
       end-if.
       perform 500-write-ack thru 500-exit.
       perform 700-report.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-today from date yyyymmdd.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move ws-arg to ws-inbound-name
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move ws-arg to ws-ack-name
           end-if.
           perform 110-load-operators.
           perform 140-load-registry.
           perform 145-load-profiles.
           perform 150-load-queue thru 150-done.
       100-exit. exit.
       110-load-operators.
           move 0 to ws-oper-count.
           open input operator-file.
           if ws-operator-status = "35"
               continue
           else
               perform until ws-operator-status = "10"
                   read operator-file
                       at end move "10" to ws-operator-status
                       not at end
                           if ws-oper-count < 50
                               add 1 to ws-oper-count
                               set o to ws-oper-count
                               move fd-op-operator-id to ws-opr-id(o)
                               move fd-op-active to ws-opr-active(o)
                               perform varying a from 1 by 1
                                   until a > 6
                                   move fd-op-auth(a)
                                       to ws-opr-auth(o, a)
                               end-perform
                               move fd-op-locked to ws-opr-locked(o)
                           end-if
                   end-read
               end-perform
               close operator-file
           end-if.
       140-load-registry.
           move 0 to ws-prog-count.
           open input registry-file.
           if ws-registry-status = "35"
               continue
           else
               perform until ws-registry-status = "10"
                   read registry-file
                       at end move "10" to ws-registry-status
                       not at end
                           if ws-prog-count < 50
                               add 1 to ws-prog-count
                               move fd-reg-program-id
                                   to ws-prog-id(ws-prog-count)
                           end-if
                   end-read
               end-perform
               close registry-file
           end-if.
       145-load-profiles.
           open input profile-file.
           if ws-profile-status = "00"
               perform until ws-profile-status = "10"
                   read profile-file
                       at end move "10" to ws-profile-status
                       not at end
                           if ws-profile-count < 50
                               add 1 to ws-profile-count
                               move fd-prf-name to
                                   ws-prf-name(ws-profile-count)
                               move fd-prf-program-id to
                                   ws-prf-program-id(
                                   ws-profile-count)
                               move fd-prf-args to
                                   ws-prf-args(ws-profile-count)
                           end-if
                   end-read
               end-perform
               close profile-file
           end-if.
       150-load-queue.
           move 0 to ws-queue-count.
           move "N" to ws-queue-overflow.
           open input queue-file.
           if ws-queue-status not = "00"
               go to 150-done
           end-if.
           perform until ws-queue-status = "10"
               read queue-file
                   at end move "10" to ws-queue-status
                   not at end
                       if ws-queue-count = 50
                           move "Y" to ws-queue-overflow
                       end-if
                       if ws-queue-count < 50
                           add 1 to ws-queue-count
                           set q to ws-queue-count
                           move fd-que-program-id
                               to ws-que-program-id(q)
                           move fd-que-parameters
                               to ws-que-parameters(q)
                           move fd-que-requester
                               to ws-que-requester(q)
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
           close queue-file.
       150-done.
           exit.
      *----------------------------------------------------------------
      *    200-read-inbound: the whole file into the detail table,
      *    tallying the structure as it goes. The first structural
      *    fault found is the one the batch is refused for.
       200-read-inbound.
           open input inbound-file.
           if ws-inbound-status not = "00"
               display "req-intake: cannot open "
                   function trim(ws-inbound-name)
                   " - no batch taken in."
               move 16 to return-code
               goback
           end-if.
           perform until ws-inbound-status = "10"
               read inbound-file
                   at end move "10" to ws-inbound-status
                   not at end perform 210-take-one-record
               end-read
           end-perform.
           close inbound-file.
       200-exit. exit.
       210-take-one-record.
           add 1 to ws-record-count.
           if ws-trailer-seen > 0
               perform 290-refuse-batch-32
           end-if.
           evaluate fd-in-type
               when "H"
                   add 1 to ws-header-seen
                   if ws-record-count not = 1
                       perform 290-refuse-batch-32
                   end-if
                   move fd-hdr-sender to ws-hdr-sender
                   if fd-hdr-batch is numeric
                       move fd-hdr-batch to ws-hdr-batch
                   else
                       perform 291-refuse-batch-20
                   end-if
                   if fd-hdr-date is numeric
                       move fd-hdr-date to ws-hdr-date
                   else
                       perform 291-refuse-batch-20
                   end-if
                   if fd-hdr-count is numeric
                       move fd-hdr-count to ws-hdr-count
                   else
                       perform 291-refuse-batch-20
                   end-if
               when "D"
                   if ws-header-seen = 0
                       perform 290-refuse-batch-32
                   end-if
                   perform 220-take-detail thru 220-exit
               when "T"
                   add 1 to ws-trailer-seen
                   if fd-trl-count is numeric
                       and fd-trl-seq-total is numeric
                       move fd-trl-count to ws-trl-count
                       move fd-trl-seq-total to ws-trl-seq-total
                   else
                       perform 291-refuse-batch-20
                   end-if
               when other
                   perform 291-refuse-batch-20
           end-evaluate.
       220-take-detail.
           if ws-det-count >= 200
               if ws-batch-reason = 0
                   move 33 to ws-batch-reason
                   move "batch holds more than 200 details"
                       to ws-batch-text
               end-if
               go to 220-exit
           end-if.
           add 1 to ws-det-count.
           set d to ws-det-count.
           move 0 to ws-det-seq(d).
           if fd-det-seq is numeric
               move fd-det-seq to ws-det-seq(d)
               add fd-det-seq to ws-seq-total
           else
               perform 291-refuse-batch-20
           end-if.
           move fd-det-requester to ws-det-requester(d).
           move fd-det-program to ws-det-program(d).
           move fd-det-parameters to ws-det-parameters(d).
           move 0 to ws-det-reason(d).
           move spaces to ws-det-text(d).
       220-exit. exit.
      *----------------------------------------------------------------
      *    250-prove-batch: the checks that need the whole file in
      *    hand - header and trailer present once each, the control
      *    totals, the batch register - and the queue guard, since a
      *    queue past the rewrite capacity can take nothing.
       250-prove-batch.
           if ws-batch-reason not = 0
               go to 250-exit
           end-if.
           if ws-header-seen not = 1 or ws-trailer-seen not = 1
               perform 290-refuse-batch-32
               go to 250-exit
           end-if.
           if ws-hdr-count not = ws-det-count
               or ws-trl-count not = ws-det-count
               or ws-trl-seq-total not = ws-seq-total
               move 30 to ws-batch-reason
               move "control totals do not agree"
                   to ws-batch-text
               go to 250-exit
           end-if.
           perform 260-check-batch-register.
           if ws-batch-reason not = 0
               go to 250-exit
           end-if.
           if ws-queue-overflow = "Y"
               move 15 to ws-batch-reason
               move "work queue over capacity - resend later"
                   to ws-batch-text
           end-if.
       250-exit. exit.
       260-check-batch-register.
           open input batch-file.
           if ws-batch-status = "00"
               perform until ws-batch-status = "10"
                   read batch-file
                       at end move "10" to ws-batch-status
                       not at end
                           if fd-bat-sender = ws-hdr-sender
                               and fd-bat-batch = ws-hdr-batch
                               move 31 to ws-batch-reason
                               move "batch number already taken in"
                                   to ws-batch-text
                           end-if
                   end-read
               end-perform
               close batch-file
           end-if.
       290-refuse-batch-32.
           if ws-batch-reason = 0
               move 32 to ws-batch-reason
               move "header/trailer missing or out of place"
                   to ws-batch-text
           end-if.
       291-refuse-batch-20.
           if ws-batch-reason = 0
               move 20 to ws-batch-reason
               move "record type or layout not valid"
                   to ws-batch-text
           end-if.
      *----------------------------------------------------------------
      *    300-check-one-detail: queue-entry's add checks, in its
      *    order, against the detail's requester instead of a
      *    signed-on operator. An accepted detail joins the queue
      *    table at once, so a later identical detail in the same
      *    batch is refused as a duplicate.
       300-check-one-detail.
           move ws-det-program(d) to ws-entry-program.
           move ws-det-parameters(d) to ws-entry-parameters.
           move 0 to ws-prf-idx.
           perform varying p2 from 1 by 1
               until p2 > ws-profile-count or ws-prf-idx not = 0
               if ws-prf-name(p2) = ws-entry-program
                   move p2 to ws-prf-idx
               end-if
           end-perform.
           if ws-prf-idx not = 0
               move ws-prf-program-id(ws-prf-idx)
                   to ws-entry-program
               move ws-prf-args(ws-prf-idx) to ws-entry-parameters
           end-if.
           perform 310-check-program thru 310-done.
           if ws-det-reason(d) not = 0
               go to 300-refused
           end-if.
           perform 320-check-parameters thru 320-done.
           if ws-det-reason(d) not = 0
               go to 300-refused
           end-if.
           perform varying q from 1 by 1 until q > ws-queue-count
               if ws-que-status(q) = "PENDING"
                   and ws-que-program-id(q) = ws-entry-program
                   and ws-que-parameters(q) = ws-entry-parameters
                   and ws-det-reason(d) = 0
                   move 14 to ws-det-reason(d)
                   move "identical request already PENDING"
                       to ws-det-text(d)
               end-if
           end-perform.
           if ws-det-reason(d) not = 0
               go to 300-refused
           end-if.
           if ws-queue-count >= 50
               move 15 to ws-det-reason(d)
               move "work queue is full (50)" to ws-det-text(d)
               go to 300-refused
           end-if.
           add 1 to ws-queue-count.
           set q to ws-queue-count.
           move ws-entry-program to ws-que-program-id(q).
           move ws-entry-parameters to ws-que-parameters(q).
           move ws-det-requester(d) to ws-que-requester(q).
           move "PENDING" to ws-que-status(q).
           move 0 to ws-que-run-date(q).
           move 0 to ws-que-run-id(q).
           move space to ws-que-force(q).
           move ws-entry-program to ws-det-program(d).
           move "queued for the next window" to ws-det-text(d).
           add 1 to ws-accepted-count.
           move spaces to ws-log-command.
           string "req-intake ADD " ws-entry-program
               " BATCH " ws-hdr-sender " " ws-hdr-batch
               delimited by size into ws-log-command.
           move function log-access(ws-det-requester(d),
               ws-log-command, ws-entry-parameters)
               to ws-log-status.
           go to 300-exit.
       300-refused.
           add 1 to ws-refused-count.
       300-exit. exit.
       310-check-program.
           move "N" to ws-prog-known.
           perform varying q from 1 by 1 until q > ws-prog-count
               if ws-prog-id(q) = ws-entry-program
                   move "Y" to ws-prog-known
               end-if
           end-perform.
           if ws-prog-known = "N"
               move 10 to ws-det-reason(d)
               move "program not in REGISTRY.DAT" to ws-det-text(d)
               go to 310-done
           end-if.
      *    a site without the master file keeps the historical open
      *    queue, here as in queue-entry.
           if ws-oper-count = 0
               go to 310-done
           end-if.
           move 0 to ws-found-idx.
           perform varying o from 1 by 1
               until o > ws-oper-count or ws-found-idx not = 0
               if ws-opr-id(o) = ws-det-requester(d)
                   move o to ws-found-idx
               end-if
           end-perform.
           if ws-found-idx = 0
               move 11 to ws-det-reason(d)
               move "requester not on OPERATORS.DAT"
                   to ws-det-text(d)
               go to 310-done
           end-if.
           set o to ws-found-idx.
           if ws-opr-active(o) not = "Y" or ws-opr-locked(o) = "Y"
               move 11 to ws-det-reason(d)
               move "requester inactive or locked out"
                   to ws-det-text(d)
               go to 310-done
           end-if.
           move "N" to ws-authorized.
           perform varying a from 1 by 1
               until a > 6 or ws-authorized = "Y"
               if ws-opr-auth(o, a) = "ALL"
                   or ws-opr-auth(o, a) = ws-entry-program
                   move "Y" to ws-authorized
               end-if
           end-perform.
           if ws-authorized = "N"
               move 12 to ws-det-reason(d)
               move "requester not authorized for program"
                   to ws-det-text(d)
           end-if.
       310-done.
           exit.
      *    320-check-parameters: queue-entry's leading numeric check.
       320-check-parameters.
           if ws-entry-parameters = spaces
               go to 320-done
           end-if.
           move spaces to ws-first-token.
           unstring ws-entry-parameters delimited by " "
               into ws-first-token.
           if ws-entry-program(1:5) = "euler"
               and ws-first-token not = spaces
               move function test-numval(ws-first-token)
                   to ws-numval-check
               if ws-numval-check not = 0
                   move 13 to ws-det-reason(d)
                   move "first argument must be numeric"
                       to ws-det-text(d)
               end-if
           end-if.
       320-done.
           exit.
      *----------------------------------------------------------------
      *    500-write-ack: header answer, one answer per detail in the
      *    order sent, trailer answer with the batch's tallies. A
      *    refused batch answers every record NAK with the batch's
      *    reason.
       500-write-ack.
           open output ack-file.
           if ws-ack-status not = "00"
               display "req-intake: cannot write "
                   function trim(ws-ack-name)
                   " - the sender gets no answer file."
               go to 500-exit
           end-if.
           move spaces to fd-ack-rec.
           move "H" to fd-ack-type.
           move 0 to fd-ack-seq.
           perform 510-fill-batch-verdict.
           write fd-ack-rec.
           perform 520-write-detail-ack
               varying d from 1 by 1 until d > ws-det-count.
           move spaces to fd-ack-rec.
           move "T" to fd-ack-type.
           move ws-det-count to fd-ack-seq.
           perform 510-fill-batch-verdict.
           if ws-batch-reason = 0
               move spaces to fd-ack-text
               string "accepted " ws-accepted-count
                   " refused " ws-refused-count
                   delimited by size into fd-ack-text
           end-if.
           write fd-ack-rec.
           close ack-file.
       500-exit. exit.
       510-fill-batch-verdict.
           move ws-hdr-sender to fd-ack-sender.
           move ws-hdr-batch to fd-ack-batch.
           if ws-batch-reason = 0
               move "ACK" to fd-ack-verdict
               move 0 to fd-ack-reason
               move "batch taken in" to fd-ack-text
           else
               move "NAK" to fd-ack-verdict
               move ws-batch-reason to fd-ack-reason
               move ws-batch-text to fd-ack-text
           end-if.
       520-write-detail-ack.
           move spaces to fd-ack-rec.
           move ws-hdr-sender to fd-ack-sender.
           move ws-hdr-batch to fd-ack-batch.
           move "D" to fd-ack-type.
           move ws-det-seq(d) to fd-ack-seq.
           move ws-det-program(d) to fd-ack-program.
           move ws-det-requester(d) to fd-ack-requester.
           if ws-batch-reason not = 0
               move "NAK" to fd-ack-verdict
               move ws-batch-reason to fd-ack-reason
               move ws-batch-text to fd-ack-text
           else
               if ws-det-reason(d) = 0
                   move "ACK" to fd-ack-verdict
               else
                   move "NAK" to fd-ack-verdict
               end-if
               move ws-det-reason(d) to fd-ack-reason
               move ws-det-text(d) to fd-ack-text
           end-if.
           write fd-ack-rec.
       600-rewrite-queue.
           open output queue-file.
           perform varying q from 1 by 1 until q > ws-queue-count
               move ws-que-program-id(q) to fd-que-program-id
               move ws-que-parameters(q) to fd-que-parameters
               move ws-que-requester(q) to fd-que-requester
               move ws-que-status(q) to fd-que-status
               move ws-que-run-date(q) to fd-que-run-date
               move ws-que-run-id(q) to fd-que-run-id
               move ws-que-force(q) to fd-que-force
               write fd-queue-rec
           end-perform.
           close queue-file.
       650-register-batch.
           open extend batch-file.
           if ws-batch-status = "35"
               open output batch-file
           end-if.
           move ws-hdr-sender to fd-bat-sender.
           move ws-hdr-batch to fd-bat-batch.
           move ws-hdr-date to fd-bat-batch-date.
           move ws-today to fd-bat-taken-date.
           move ws-accepted-count to fd-bat-accepted.
           move ws-refused-count to fd-bat-refused.
           write fd-batch-rec.
           close batch-file.
      *----------------------------------------------------------------
      *    700-report: the console summary, the sender's batch in
      *    the access log, and the return code - a refused batch is
      *    also raised as an alert, since the sender is waiting on
      *    an answer that says nothing was queued.
       700-report.
           move spaces to ws-log-command.
           string "req-intake BATCH " ws-hdr-sender " "
               ws-hdr-batch " ACCEPTED " ws-accepted-count
               " REFUSED " ws-refused-count
               delimited by size into ws-log-command.
           move function log-access(ws-hdr-sender, ws-log-command,
               ws-inbound-name) to ws-log-status.
           display "req-intake: batch " ws-hdr-batch " from "
               ws-hdr-sender ": " ws-det-count " detail(s), "
               ws-accepted-count " accepted, " ws-refused-count
               " refused - answers in " function trim(ws-ack-name).
           if ws-batch-reason not = 0
               display "req-intake: batch refused (reason "
                   ws-batch-reason ") - " function trim(ws-batch-text)
               move spaces to ws-alert-message
               string "inbound batch " ws-hdr-batch " from "
                   ws-hdr-sender " refused, reason " ws-batch-reason
                   delimited by size into ws-alert-message
               move function log-alert("reqintk", "W",
                   ws-alert-message) to ws-log-status
               move 16 to return-code
           else
               if ws-refused-count > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.
       end program req-intake.
