       identification division.
       function-id. find-answer.
      *----------------------------------------------------------------
      *    find-answer: whether the ledger already answers a request -
      *    a program-id and the argument string it would be launched
      *    with. Every problem program is deterministic, so a clean,
      *    unreversed, certified ledger row for the very same launch
      *    is the answer a rerun would only compute again;
      *    queue-entry tells the requester so at entry time and
      *    batch-driver's queue drain marks such a request ANSWERED
      *    instead of launching it.
      *    The ledger keeps each program's own normalised reading of
      *    its parameters, not the command line, so a row is tied to
      *    the arguments it was launched with the way regress-base
      *    ties one: the AUDITLOG.DAT launch record carrying the same
      *    run number (the command "./<program> <arguments>", or its
      *    parameters field when the 80-byte command was cut short).
      *    A row qualifies when
      *      - its run number traces to a launch of this program with
      *        exactly these arguments;
      *      - it is clean: any RC= its parameters carry is RC=0000
      *        (programs that log no return code rely on the next
      *        test - only a verified figure is ever certified);
      *      - ledger-correct has not reversed it (REVERSALS.DAT);
      *      - it is certified on CERTIFY.DAT (see certify).
      *    The latest qualifying row is the answer, read back from
      *    the RESULTS.IDX keyed companion - the ledger journal's own
      *    row stands in when the index is absent. Rows run by hand
      *    carry no run number and can never be traced, so never
      *    answer anything.
      *    Only a program whose answer rests on its arguments alone
      *    can be answered this way. euler1 (DIVISORS.DAT or the
      *    control file it is given), euler13, euler18 and euler22
      *    compute from an input file whose contents can change
      *    between runs under the very same arguments, so they are
      *    never answered - every request for one is a real run.
      *    (factor-batch reads its request file too; it launches
      *    under its own name but logs as euler2, so no launch of it
      *    ever traces to a ledger row here.)
      *    Returns a group: found flag ("Y"/"N"), the answering run's
      *    number, date and time, its ledger parameters and result,
      *    its full-figure flag (RESULTS.BIG holds the whole answer
      *    when "Y") and the check that certified it.
       environment division.
       configuration section.
       input-output section.
       file-control.
           select audit-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is ws-audit-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select reversal-file assign to "REVERSALS.DAT"
               organization is line sequential
               file status is ws-reversal-status.
           select cert-file assign to "CERTIFY.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-crt-key
               file status is ws-cert-status.
           select ledger-index assign to "RESULTS.IDX"
               organization is indexed
               access mode is dynamic
               record key is fd-idx-key
               file status is ws-index-status.
       data division.
       file section.
       fd audit-file.
       01 fd-audit-rec.
           05 fd-aud-operator      pic x(08).
           05 fd-aud-command       pic x(80).
           05 fd-aud-parameters    pic x(60).
           05 fd-aud-date          pic 9(08).
           05 fd-aud-time          pic 9(06).
           05 fd-aud-run-id        pic 9(10).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-parameters    pic x(40).
           05 fd-led-result        pic x(18).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
       fd reversal-file.
       01 fd-reversal-rec.
           05 fd-rev-program-id    pic x(08).
           05 fd-rev-run-date      pic 9(08).
           05 fd-rev-run-time      pic 9(06).
           05 filler               pic x(16).
      *    CERTIFY.DAT - layout owned by certify.
       fd cert-file.
       01 fd-cert-rec.
           05 fd-crt-key.
               10 fd-crt-program-id    pic x(08).
               10 fd-crt-run-date      pic 9(08).
               10 fd-crt-run-time      pic 9(06).
           05 fd-crt-check         pic x(08).
           05 fd-crt-cert-date     pic 9(08).
           05 fd-crt-cert-time     pic 9(06).
           05 fd-crt-operator      pic x(08).
      *    RESULTS.IDX - layout owned by log-run (see ledger.cbl).
       fd ledger-index.
       01 fd-index-rec.
           05 fd-idx-key.
               10 fd-idx-program-id    pic x(08).
               10 fd-idx-run-date      pic 9(08).
               10 fd-idx-run-time      pic 9(06).
           05 fd-idx-parameters    pic x(40).
           05 fd-idx-result        pic x(18).
           05 fd-idx-elapsed-sec   pic 9(05).
       working-storage section.
           01 ws-audit-status      pic x(02) value "00".
           01 ws-ledger-status     pic x(02) value "00".
           01 ws-reversal-status   pic x(02) value "00".
           01 ws-cert-status       pic x(02) value "00".
           01 ws-index-status      pic x(02) value "00".
           01 ws-want-program      pic x(08).
           01 ws-want-args         pic x(60).
      *    run numbers of this program's launches with exactly these
      *    arguments - the latest 500.
           01 ws-launches.
               05 ws-launch-count  pic 9(03) value 0.
               05 ws-launch-run-id pic 9(10) occurs 500 times.
      *    the program's clean, unreversed rows for those launches,
      *    oldest first - the latest 200.
           01 ws-candidates.
               05 ws-cand-count    pic 9(03) value 0.
               05 ws-cand-entry occurs 200 times.
                   10 ws-cand-run-id       pic 9(10).
                   10 ws-cand-run-date     pic 9(08).
                   10 ws-cand-run-time     pic 9(06).
                   10 ws-cand-parameters   pic x(40).
                   10 ws-cand-result       pic x(18).
                   10 ws-cand-full-figure  pic x(01).
           01 ws-reversals.
               05 ws-rev-count     pic 9(03) value 0.
               05 ws-rev-entry occurs 200 times.
                   10 ws-rev-program-id   pic x(08).
                   10 ws-rev-run-date     pic 9(08).
                   10 ws-rev-run-time     pic 9(06).
           01 ws-launched          pic X.
           01 ws-reversed          pic X.
           01 ws-rc-tags           pic 9(02).
           01 ws-rc-clean          pic 9(02).
      *    launch-record parsing, as regress-base's 420-trace-launch.
           01 ws-cmd-part          pic x(80).
           01 ws-cmd-token         pic x(40).
           01 ws-cmd-ptr           pic 9(03).
           01 ws-traced-args       pic x(60).
           01 i                    pic 9(03).
           01 j                    pic 9(03).
       linkage section.
           01 ls-program-id        pic X any length.
           01 ls-args              pic X any length.
           01 ls-answer.
               05 ls-ans-found         pic x(01).
               05 ls-ans-run-id        pic 9(10).
               05 ls-ans-run-date      pic 9(08).
               05 ls-ans-run-time      pic 9(06).
               05 ls-ans-parameters    pic x(40).
               05 ls-ans-result        pic x(18).
               05 ls-ans-full-figure   pic x(01).
               05 ls-ans-check         pic x(08).
       procedure division
           using ls-program-id ls-args
           returning ls-answer.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move spaces to ls-answer.
           move "N" to ls-ans-found.
           move 0 to ls-ans-run-id ls-ans-run-date ls-ans-run-time.
           move ls-program-id to ws-want-program.
           move spaces to ws-want-args.
           if ls-args not = spaces
               move function trim(ls-args) to ws-want-args
           end-if.
           move 0 to ws-launch-count ws-cand-count.
           if ws-want-program = "euler1" or ws-want-program = "euler13"
               or ws-want-program = "euler18"
               or ws-want-program = "euler22"
               go to 100-exit
           end-if.
           perform 200-trace-launches thru 200-exit.
           if ws-launch-count = 0
               go to 100-exit
           end-if.
           perform 300-load-reversals thru 300-exit.
           perform 400-find-candidates thru 400-exit.
           if ws-cand-count = 0
               go to 100-exit
           end-if.
           perform 500-latest-certified thru 500-exit.
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-trace-launches: one pass of the audit log for launch
      *    records of this program whose argument string is the one
      *    asked about.
       200-trace-launches.
           open input audit-file.
           if ws-audit-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-audit-status = "10"
               read audit-file
                   at end move "10" to ws-audit-status
                   not at end perform 210-trace-one thru 210-exit
               end-read
           end-perform.
           close audit-file.
       200-exit. exit.
      *    210-trace-one: a launch record's command reads
      *    "./<program> <arguments>", followed by the run-log
      *    redirection when batch-driver made it; a command cut
      *    short at 80 bytes gives way to the parameters field - the
      *    bare arguments for a queued job, "LOG=<run-log>
      *    <arguments>" for a step or a menu run.
       210-trace-one.
           if fd-aud-run-id is not numeric or fd-aud-run-id = 0
               or fd-aud-command(1:2) not = "./"
               go to 210-exit
           end-if.
           move spaces to ws-cmd-part ws-cmd-token ws-traced-args.
           unstring fd-aud-command delimited by " > " or " 2>&1"
               into ws-cmd-part.
           move 1 to ws-cmd-ptr.
           unstring ws-cmd-part delimited by all space
               into ws-cmd-token with pointer ws-cmd-ptr.
           if ws-cmd-token(3:8) not = ws-want-program
               or ws-cmd-token(11:) not = spaces
               go to 210-exit
           end-if.
           if fd-aud-command(79:2) not = spaces
               and ws-cmd-part = fd-aud-command
               perform 220-args-from-parameters
           else
               if ws-cmd-ptr <= 80
                   move ws-cmd-part(ws-cmd-ptr:) to ws-traced-args
               end-if
           end-if.
           if ws-traced-args not = spaces
               move function trim(ws-traced-args) to ws-traced-args
           end-if.
           if ws-traced-args not = ws-want-args
               go to 210-exit
           end-if.
           if ws-launch-count >= 500
               perform varying i from 1 by 1 until i >= 500
                   move ws-launch-run-id(i + 1)
                       to ws-launch-run-id(i)
               end-perform
           else
               add 1 to ws-launch-count
           end-if.
           move fd-aud-run-id to ws-launch-run-id(ws-launch-count).
       210-exit. exit.
       220-args-from-parameters.
           if fd-aud-parameters(1:4) = "LOG="
               move 1 to ws-cmd-ptr
               unstring fd-aud-parameters delimited by all space
                   into ws-cmd-token with pointer ws-cmd-ptr
               if ws-cmd-ptr <= 60
                   move fd-aud-parameters(ws-cmd-ptr:)
                       to ws-traced-args
               end-if
           else
               move fd-aud-parameters to ws-traced-args
           end-if.
       300-load-reversals.
           move 0 to ws-rev-count.
           open input reversal-file.
           if ws-reversal-status not = "00"
               go to 300-exit
           end-if.
           perform until ws-reversal-status = "10"
               read reversal-file
                   at end move "10" to ws-reversal-status
                   not at end
                       if ws-rev-count < 200
                           add 1 to ws-rev-count
                           move fd-rev-program-id
                               to ws-rev-program-id(ws-rev-count)
                           move fd-rev-run-date
                               to ws-rev-run-date(ws-rev-count)
                           move fd-rev-run-time
                               to ws-rev-run-time(ws-rev-count)
                       end-if
               end-read
           end-perform.
           close reversal-file.
       300-exit. exit.
      *----------------------------------------------------------------
      *    400-find-candidates: the program's ledger rows whose run
      *    number is one of the launches, kept when clean and not
      *    reversed.
       400-find-candidates.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 400-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end
                       if fd-led-program-id = ws-want-program
                           and fd-led-run-id is numeric
                           and fd-led-run-id not = 0
                           perform 410-test-row thru 410-exit
                       end-if
               end-read
           end-perform.
           close ledger-file.
       400-exit. exit.
       410-test-row.
           move "N" to ws-launched.
           perform varying i from 1 by 1
               until i > ws-launch-count or ws-launched = "Y"
               if ws-launch-run-id(i) = fd-led-run-id
                   move "Y" to ws-launched
               end-if
           end-perform.
           if ws-launched = "N"
               go to 410-exit
           end-if.
           move 0 to ws-rc-tags ws-rc-clean.
           inspect fd-led-parameters tallying ws-rc-tags for all "RC=".
           inspect fd-led-parameters
               tallying ws-rc-clean for all "RC=0000".
           if ws-rc-tags not = ws-rc-clean
               go to 410-exit
           end-if.
           move "N" to ws-reversed.
           perform varying i from 1 by 1
               until i > ws-rev-count or ws-reversed = "Y"
               if ws-rev-program-id(i) = fd-led-program-id
                   and ws-rev-run-date(i) = fd-led-run-date
                   and ws-rev-run-time(i) = fd-led-run-time
                   move "Y" to ws-reversed
               end-if
           end-perform.
           if ws-reversed = "Y"
               go to 410-exit
           end-if.
           if ws-cand-count >= 200
               perform varying i from 1 by 1 until i >= 200
                   move ws-cand-entry(i + 1) to ws-cand-entry(i)
               end-perform
           else
               add 1 to ws-cand-count
           end-if.
           move fd-led-run-id to ws-cand-run-id(ws-cand-count).
           move fd-led-run-date to ws-cand-run-date(ws-cand-count).
           move fd-led-run-time to ws-cand-run-time(ws-cand-count).
           move fd-led-parameters
               to ws-cand-parameters(ws-cand-count).
           move fd-led-result to ws-cand-result(ws-cand-count).
           move fd-led-full-figure
               to ws-cand-full-figure(ws-cand-count).
       410-exit. exit.
      *----------------------------------------------------------------
      *    500-latest-certified: newest candidate first, one keyed
      *    read of CERTIFY.DAT each; the first certified one answers.
       500-latest-certified.
           open input cert-file.
           if ws-cert-status not = "00"
               go to 500-exit
           end-if.
           move 0 to j.
           perform varying i from ws-cand-count by -1
               until i < 1 or j not = 0
               move ws-want-program to fd-crt-program-id
               move ws-cand-run-date(i) to fd-crt-run-date
               move ws-cand-run-time(i) to fd-crt-run-time
               read cert-file
                   invalid key continue
                   not invalid key move i to j
               end-read
           end-perform.
           close cert-file.
           if j = 0
               go to 500-exit
           end-if.
           move "Y" to ls-ans-found.
           move ws-cand-run-id(j) to ls-ans-run-id.
           move ws-cand-run-date(j) to ls-ans-run-date.
           move ws-cand-run-time(j) to ls-ans-run-time.
           move ws-cand-parameters(j) to ls-ans-parameters.
           move ws-cand-result(j) to ls-ans-result.
           move ws-cand-full-figure(j) to ls-ans-full-figure.
           move fd-crt-check to ls-ans-check.
           perform 510-read-index thru 510-exit.
       500-exit. exit.
      *    510-read-index: the answer itself from RESULTS.IDX.
       510-read-index.
           open input ledger-index.
           if ws-index-status not = "00"
               go to 510-exit
           end-if.
           move ws-want-program to fd-idx-program-id.
           move ls-ans-run-date to fd-idx-run-date.
           move ls-ans-run-time to fd-idx-run-time.
           read ledger-index
               invalid key continue
               not invalid key
                   move fd-idx-parameters to ls-ans-parameters
                   move fd-idx-result to ls-ans-result
           end-read.
           close ledger-index.
       510-exit. exit.
       end function find-answer.
