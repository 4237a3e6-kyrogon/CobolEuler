001300*    steps that already produced good results.
001400 environment division.
001500 configuration section.
001600     repository.
001700         function log-access
001800         function log-alert
001900         function next-run-id
002000         function current-run-id
002100         function set-run-id
002200         function get-elapsed-seconds
002300         function check-hold
002400         function log-control-totals
002500         function find-answer
002600         function enter-environment.
002700 input-output section.
002800 file-control.
002900     select batch-status-file assign to "BATCH-STATUS.DAT"
003000         organization is line sequential
003100         file status is ws-batch-status.
003200     select calendar-file assign to "BATCHCAL.DAT"
003300         organization is line sequential
003400         file status is ws-calendar-status.
003500     select parm-file assign to "BATCHPARM.DAT"
003600         organization is line sequential
003700         file status is ws-parm-status.
003800*    BATCHDEP.DAT: one record per program that must wait for
003900*    others - the program-id, then up to four prerequisite
004000*    program-ids that have to finish before it may start.
004100*    Programs with no record share no state files and may run
004200*    side by side. With no dependency file at all the window
004300*    stays strictly serial, exactly as before.
004400     select dep-file assign to "BATCHDEP.DAT"
004500         organization is line sequential
004600         file status is ws-dep-status.
004700*    PROFILES.DAT (maintained by profile-maint): a BATCHCAL.DAT
004800*    step slot may name a profile instead of a program - the
004900*    profile resolves to its program and argument string when
005000*    the calendar loads, so "E48AUDIT" in a step slot means
005100*    the same run it means at the menu and on the queue.
005200     select profile-file assign to "PROFILES.DAT"
005300         organization is line sequential
005400         file status is ws-profile-status.
005500*    BATCHCMD.DAT: the operator control channel - one record,
005600*    a verb (HOLD / RELEASE / SKIP / STOP) and the issuing
005700*    operator's id, dropped in by batch-monitor (or by hand)
005800*    and polled at every step boundary and between queued
005900*    jobs. See 209-poll-commands.
006000     select cmd-file assign to "BATCHCMD.DAT"
006100         organization is line sequential
006200         file status is ws-cmd-status.
006300*    STEPRC.<nn>.TXT: one per concurrently-launched step, the
006400*    child shell's exit status written as the step ends - the
006500*    only way a backgrounded CALL "SYSTEM" child can hand its
006600*    return code back to this driver.
006700     select steprc-file assign to dynamic ws-steprc-name
006800         organization is line sequential
006900         file status is ws-steprc-status.
007000*    TRIGGERS.DAT: a step that lives on outside input - one
007100*    record per program-id naming the file it waits for and how
007200*    many minutes to wait for it. The step is held until the
007300*    file arrives, skipped with an alert when it never does,
007400*    and the delivery it consumed is renamed to a dated name
007500*    afterwards so it is never processed twice (see
007600*    230-await-input). Steps with no record run on the
007700*    calendar alone, exactly as before.
007800     select trigger-file assign to "TRIGGERS.DAT"
007900         organization is line sequential
008000         file status is ws-trigger-status.
008100*    RETRYPOL.DAT: the retry policy for transient failures -
008200*    per program, how many more attempts a failed launch gets,
008300*    the seconds to wait between them, and the exit codes that
008400*    count as transient; a "*" row is the policy for programs
008500*    without one of their own. No row (or no file) means no
008600*    retry, exactly as before. See 380-judge-retry.
008700     select retry-file assign to "RETRYPOL.DAT"
008800         organization is line sequential
008900         file status is ws-retry-status.
009000*    BATCHCOND.DAT: one row per conditional calendar step, kept
009100*    by CalMaint - the calendar list holding it (type D with its
009200*    weekday, or M), the step exactly as the list names it, the
009300*    program of an earlier step of that same list it watches
009310*    and the test (OK, FAIL, DIFF or SAME). A step with no row
009320*    runs unconditionally, exactly as before. See
009400*    240-check-condition.
009500     select cond-file assign to "BATCHCOND.DAT"
009600         organization is line sequential
009700         file status is ws-cond-status.
009800     select queue-file assign to "WORKQUEUE.DAT"
009900         organization is line sequential
010000         file status is ws-queue-status.
010100     select runlog-days-file assign to "RUNLOGDAYS.DAT"
010200         organization is line sequential
010300         file status is ws-runlog-days-status.
010400*    RUNLOGS.DAT catalogs every step run-log written, one record
010500*    per log with its capture date - the purge pass reads it
010600*    back to know which files have aged past the retention
010700*    window, since nothing else can enumerate them.
010800     select runlog-catalog assign to "RUNLOGS.DAT"
010900         organization is line sequential
011000         file status is ws-runlog-cat-status.
011100     select ledger-file assign to "RESULTS.LED"
011200         organization is line sequential
011300         file status is ws-ledger-status.
011400     select ledger-index assign to "RESULTS.IDX"
011500         organization is indexed
011600         access mode is dynamic
011700         record key is fd-idx-key
011800         file status is ws-index-status.
011900*    MAILBOX.<requester>.DAT: one result notice per finished
012000*    WORKQUEUE.DAT request, appended by 440-deliver-notice and
012100*    read (and marked read) by the requester in my-requests.
012200*    Named per requester so a requester's mail is theirs alone.
012300     select mailbox-file assign to dynamic ws-mailbox-name
012400         organization is line sequential
012500         file status is ws-mailbox-status.
012600 data division.
012700 file section.
012800 fd batch-status-file.
012900 01 fd-batch-rec.
013000     05 fd-batch-last-step   pic 9(02).
013100*    a second record reading SUSPENDED marks a window the
013200*    deadline cutoff ended early (see 208-suspend-window); the
013300*    step-resume loader only ever reads the first record, so
013400*    old readers see exactly the file they always did.
013500 01 fd-batch-susp-rec        pic x(09).
013600*    then one ATTEMPT record per launch of a serial step or a
013700*    queued job (see 385-record-attempt): which step (S) or
013800*    queue entry (Q), the attempt number, when, its run
013900*    number, exit code, run-log and what came of it - DONE,
014000*    RETRY (another attempt followed) or FAILED.
014100 01 fd-batch-att-rec.
014200     05 fd-att-tag           pic x(07).
014300     05 filler               pic x(01).
014400     05 fd-att-kind          pic x(01).
014500     05 fd-att-number        pic 9(03).
014600     05 fd-att-program-id    pic x(08).
014700     05 fd-att-attempt       pic 9(01).
014800     05 fd-att-date          pic 9(08).
014900     05 fd-att-time          pic 9(06).
015000     05 fd-att-run-id        pic 9(10).
015100     05 fd-att-exit-code     pic 9(09).
015200     05 fd-att-outcome       pic x(08).
015300     05 fd-att-runlog        pic x(40).
015400*    a step the window passed over without launching leaves a
015500*    BYPASS record in the same place instead (see
015600*    248-record-bypass): why - C its condition was not met, I
015700*    its input never came, K an operator SKIP - and the reason
015800*    in words.
015900 01 fd-batch-byp-rec.
016000     05 fd-byp-tag           pic x(07).
016100     05 filler               pic x(01).
016200     05 fd-byp-kind          pic x(01).
016300     05 fd-byp-number        pic 9(03).
016400     05 fd-byp-program-id    pic x(08).
016500     05 fd-byp-cause         pic x(01).
016600     05 fd-byp-date          pic 9(08).
016700     05 fd-byp-time          pic 9(06).
016800     05 fd-byp-reason        pic x(60).
016900*    BATCHCAL.DAT record types:
017000*      "H" - fd-cal-key holds a processing-holiday date yyyymmdd;
017100*            the whole batch window is skipped on that date.
017200*      "D" - fd-cal-dow holds a day-of-week digit (1=Monday ...
017300*            7=Sunday); the step slots name the programs run on
017400*            that day, in order.
017500*      "M" - the step slots name programs appended to the list
017600*            on the last calendar day of the month only.
017700*      "W" - window deadline: fd-cal-key's first six bytes hold
017800*            the hhmmss the window must clear by, the first step
017900*            slot optionally a safety margin in minutes
018000*            (default 10) - see 206-check-deadline.
018100*      "*" - comment line, ignored.
018200 fd calendar-file.
018300 01 fd-cal-rec.
018400     05 fd-cal-type          pic x(01).
018500     05 fd-cal-key.
018600         10 fd-cal-dow       pic x(01).
018700         10 filler           pic x(07).
018800     05 fd-cal-step          pic x(08) occurs 6 times.
018900*    BATCHPARM.DAT: one record per program-id, giving the
019000*    command-line arguments appended when batch-driver launches
019100*    that step - the same positional forms each program accepts
019200*    on its own command line. A program with no record here (or
019300*    no file at all) runs bare, i.e. on its compiled-in defaults,
019400*    exactly as before.
019500 fd parm-file.
019600 01 fd-parm-rec.
019700     05 fd-parm-program-id   pic x(08).
019800     05 fd-parm-args         pic x(60).
019900 fd dep-file.
020000 01 fd-dep-rec.
020100     05 fd-dep-program-id    pic x(08).
020200     05 fd-dep-prereq        pic x(08) occurs 4 times.
020300 fd steprc-file.
020400 01 fd-steprc-rec            pic x(10).
020500 fd cmd-file.
020600 01 fd-cmd-rec.
020700     05 fd-cmd-verb          pic x(08).
020800     05 fd-cmd-operator      pic x(08).
020900 fd profile-file.
021000 01 fd-profile-rec.
021100     05 fd-prf-name          pic x(08).
021200     05 fd-prf-program-id    pic x(08).
021300     05 fd-prf-args          pic x(60).
021400     05 fd-prf-description   pic x(30).
021500*    wait minutes 0 means "look once": the input is either
021600*    already there when the step comes up or the step is skipped.
021700 fd trigger-file.
021800 01 fd-trigger-rec.
021900     05 fd-trg-program-id    pic x(08).
022000     05 fd-trg-input         pic x(40).
022100     05 fd-trg-wait-min      pic 9(03).
022200 fd retry-file.
022300 01 fd-retry-rec.
022400     05 fd-rty-program-id    pic x(08).
022500     05 fd-rty-retries       pic 9(01).
022600     05 fd-rty-wait-sec      pic 9(03).
022700     05 fd-rty-exit-code     pic 9(03) occurs 8 times.
022800 fd cond-file.
022900 01 fd-cond-rec.
023000     05 fd-cnd-cal-type      pic X.
023010     05 fd-cnd-cal-dow       pic X.
023020     05 fd-cnd-step          pic x(08).
023100     05 fd-cnd-after         pic x(08).
023200     05 fd-cnd-test          pic x(04).
023300 fd runlog-days-file.
023400 01 fd-runlog-days-rec       pic 9(03).
023500 fd runlog-catalog.
023600 01 fd-runlog-rec.
023700     05 fd-rlg-filename      pic x(40).
023800     05 fd-rlg-date          pic 9(08).
023900*    the run number the run-log belongs to (see
024000*    src/library/runid.cbl) - appended past the historical
024100*    record, so a catalog row from before run numbers reads
024200*    back blank and is carried as zero.
024300     05 fd-rlg-run-id        pic 9(10).
024400*    WORKQUEUE.DAT: one record per requested one-off job (see
024500*    queue-list.cbl for the reader). Status moves PENDING ->
024600*    DONE/FAILED here, with the run date filled in, so a
024700*    requester can see exactly what happened to their request.
024800*    A request the ledger already answers moves to ANSWERED
024900*    instead, its run number pointing at the original run.
025000 fd queue-file.
025100 01 fd-queue-rec.
025200     05 fd-que-program-id    pic x(08).
025300     05 fd-que-parameters    pic x(60).
025400     05 fd-que-requester     pic x(08).
025500     05 fd-que-status        pic x(08).
025600     05 fd-que-run-date      pic 9(08).
025700*    the run number the drain launched the request under,
025800*    appended past the historical record - zero/blank until the
025900*    request has run. It joins the request to its ledger row
026000*    and to the result notice in the requester's mailbox.
026100     05 fd-que-run-id        pic 9(10).
026200*    "Y" - launch it even when the ledger already answers it
026300*    (set at entry by queue-entry). Blank on older records.
026400     05 fd-que-force         pic x(01).
026500 fd ledger-file.
026600 01 fd-ledger-rec.
026700     05 fd-led-program-id    pic x(08).
026800     05 fd-led-parameters    pic x(40).
026900     05 fd-led-result        pic x(18).
027000     05 fd-led-run-date      pic 9(08).
027100     05 fd-led-run-time      pic 9(06).
027200     05 fd-led-elapsed-sec   pic 9(05).
027300     05 fd-led-run-id        pic 9(10).
027400     05 fd-led-full-figure   pic x(01).
027500 fd ledger-index.
027600 01 fd-index-rec.
027700     05 fd-idx-key.
027800         10 fd-idx-program-id    pic x(08).
027900         10 fd-idx-run-date      pic 9(08).
028000         10 fd-idx-run-time      pic 9(06).
028100     05 fd-idx-parameters    pic x(40).
028200     05 fd-idx-result        pic x(18).
028300     05 fd-idx-elapsed-sec   pic 9(05).
028400*    result notice: what the requester would otherwise have
028500*    phoned operations for. The result is the ledger row the
028600*    run wrote under its run number (its last 18 digits when
028700*    fd-mbx-full-figure is "Y" - the ledger date/time then
028800*    fetch the whole figure from RESULTS.BIG); the run-log is
028900*    named only when the request failed. fd-mbx-read is set
029000*    by my-requests once the requester has seen the notice.
029100 fd mailbox-file.
029200 01 fd-mailbox-rec.
029300     05 fd-mbx-requester     pic x(08).
029400     05 fd-mbx-program-id    pic x(08).
029500     05 fd-mbx-parameters    pic x(60).
029600     05 fd-mbx-status        pic x(08).
029700     05 fd-mbx-run-date      pic 9(08).
029800     05 fd-mbx-run-time      pic 9(06).
029900     05 fd-mbx-run-id        pic 9(10).
030000     05 fd-mbx-result        pic x(18).
030100     05 fd-mbx-full-figure   pic x(01).
030200     05 fd-mbx-led-date      pic 9(08).
030300     05 fd-mbx-led-time      pic 9(06).
030400     05 fd-mbx-elapsed-sec   pic 9(05).
030500     05 fd-mbx-return-code   pic 9(09).
030600     05 fd-mbx-runlog        pic x(40).
030700     05 fd-mbx-read          pic x(01).
030800     05 fd-mbx-read-date     pic 9(08).
030900 working-storage section.
031000     01 ws-batch-status      pic x(02)   value "00".
031100     01 ws-ledger-status     pic x(02)   value "00".
031200     01 ws-index-status      pic x(02)   value "00".
031300     01 ws-index-miss        pic X       value "N".
031400     01 ws-last-step         pic 9(02)   value 0.
031500     01 ws-start-step        pic 9(02)   value 1.
031600     01 ws-current-step      pic 9(02).
031700     01 ws-step-rc           pic 9(09)   comp.
031800     01 ws-abended           pic X       value "N".
031900     01 ws-steps.
032000         05 ws-step-count    pic 9(02)   value 0.
032100         05 ws-step-def occurs 8 times.
032200             10 ws-step-program-id  pic x(08).
032300             10 ws-step-command     pic x(20).
032400*    arguments fixed by the step's profile, when the calendar
032500*    slot named one - they outrank any BATCHPARM.DAT row, so
032600*    a profiled step runs exactly what the profile says.
032700             10 ws-step-prf-args    pic x(60).
032800*    the run number issued to this step's launch, kept so a
032900*    failure alert raised after a wave's wait still lands
033000*    under the failed step's number, not the driver's.
033100             10 ws-step-run-id      pic 9(10).
033200*    the TRIGGERS.DAT row gating this step (zero when none), and
033300*    whether it was skipped because its input never came.
033400             10 ws-step-trigger     pic 9(02).
033500             10 ws-step-no-input    pic X.
033600*    launches this step took tonight (see 310-attempt-step).
033700             10 ws-step-attempts    pic 9(01).
033800*    what became of the step tonight: D done, F failed, C
033900*    bypassed by its condition, I no input, K skipped by the
034000*    operator - blank while still to come. Then the condition
034100*    row gating it (zero when none), whether a later step's FAIL
034200*    condition watches it, and why it was passed over.
034300             10 ws-step-outcome     pic X.
034400             10 ws-step-cond        pic 9(02).
034500             10 ws-step-watched     pic X.
034600             10 ws-step-reason      pic x(60).
034610*    the calendar list the step came from (type, and weekday for
034620*    a D list) and its slot as the list names it - what its
034630*    BATCHCOND.DAT row is keyed by. Blank for the default list.
034640             10 ws-step-cal-list.
034650                 15 ws-step-cal-type pic X.
034660                 15 ws-step-cal-dow  pic X.
034670             10 ws-step-slot        pic x(08).
034700     01 ws-summary.
034800         05 ws-sum-entry occurs 8 times.
034900             10 ws-sum-program-id   pic x(08).
035000             10 ws-sum-result       pic x(18).
035100             10 ws-sum-run-date     pic 9(08).
035200             10 ws-sum-found        pic X       value "N".
035300     01 ws-queue-status      pic x(02)   value "00".
035400     01 ws-queue-overflow    pic X       value "N".
035500*    the drain's control totals for CTLTOTS.DAT (see
035600*    460-log-control-totals): requests read; PENDING ones
035700*    taken on and the rest (already DONE, FAILED or CANCELED)
035800*    not eligible; DONE and FAILED flips; PENDING left over.
035900     01 ws-queue-totals.
036000         05 ws-qct-read      pic 9(07)   value 0.
036100         05 ws-qct-accepted  pic 9(07)   value 0.
036200         05 ws-qct-rejected  pic 9(07)   value 0.
036300         05 ws-qct-processed pic 9(07)   value 0.
036400         05 ws-qct-failed    pic 9(07)   value 0.
036500         05 ws-qct-deferred  pic 9(07)   value 0.
036600     01 ws-queue-list.
036700         05 ws-queue-count   pic 9(03)   value 0.
036800         05 ws-queue-entry occurs 50 times.
036900             10 ws-que-program-id   pic x(08).
037000             10 ws-que-parameters   pic x(60).
037100             10 ws-que-requester    pic x(08).
037200             10 ws-que-status       pic x(08).
037300             10 ws-que-run-date     pic 9(08).
037400             10 ws-que-run-id       pic 9(10).
037500             10 ws-que-force        pic x(01).
037600     01 q                    pic 9(03).
037700*    a ledger answer to a queued request (see find-answer).
037800     01 ws-answer.
037900         05 ws-ans-found         pic x(01).
038000         05 ws-ans-run-id        pic 9(10).
038100         05 ws-ans-run-date      pic 9(08).
038200         05 ws-ans-run-time      pic 9(06).
038300         05 ws-ans-parameters    pic x(40).
038400         05 ws-ans-result        pic x(18).
038500         05 ws-ans-full-figure   pic x(01).
038600         05 ws-ans-check         pic x(08).
038700*    result delivery (see 440-deliver-notice).
038800     01 ws-mailbox-name      pic x(40).
038900     01 ws-mailbox-status    pic x(02)   value "00".
039000     01 ws-notice-runlog     pic x(40).
039100     01 ws-notice-result     pic x(18).
039200     01 ws-notice-figure     pic x(01).
039300     01 ws-notice-led-date   pic 9(08).
039400     01 ws-notice-led-time   pic 9(06).
039500     01 ws-job-start         pic 9(08).
039600     01 ws-job-end           pic 9(08).
039700     01 ws-job-elapsed       pic 9(05).
039800     01 ws-parm-status       pic x(02)   value "00".
039900     01 ws-parm-list.
040000         05 ws-parm-count    pic 9(02)   value 0.
040100         05 ws-parm-entry occurs 8 times.
040200             10 ws-parm-program-id  pic x(08).
040300             10 ws-parm-args        pic x(60).
040400     01 ws-step-args         pic x(60).
040500*    what log-access records for a step: the run-log filename
040600*    FIRST, then the BATCHPARM arguments - the command field's
040700*    80 bytes can run out exactly when the arguments are long,
040800*    and the audit record must carry the log's filename
040900*    regardless (see 305-build-step-command).
041000     01 ws-audit-parms       pic x(60).
041100     01 ws-full-command      pic x(120).
041200     01 ws-calendar-status   pic x(02)   value "00".
041300     01 ws-today             pic 9(08).
041400     01 ws-dow               pic 9(01).
041500     01 ws-today-yyyymm      pic 9(06).
041600     01 ws-tomorrow-yyyymm   pic 9(06).
041700     01 ws-dow-x             pic x(01).
041800     01 ws-holiday           pic X       value "N".
041900     01 ws-cal-day-found     pic X       value "N".
042000     01 ws-month-end         pic X       value "N".
042100     01 ws-date-int          pic 9(08).
042200     01 ws-tomorrow          pic 9(08).
042300     01 c                    pic 9(02).
042400     01 s                    pic 9(02).
042500     01 ws-operator-id       pic x(08)   value "BATCH".
042600     01 ws-log-status        pic X.
042700*    run numbers (see 302-issue-run-id): the driver's own, put
042800*    back after every launch, and the one just issued to the
042900*    child being launched.
043000     01 ws-own-run-id        pic 9(10)   value 0.
043100     01 ws-child-run-id      pic 9(10)   value 0.
043200     01 ws-alert-message     pic x(60).
043300*    wide enough for the raw CALL "SYSTEM" return code - an exec
043400*    failure reports values like 32512, and the morning-after
043500*    alert must record the real one, not its low digits.
043600     01 ws-step-rc-show      pic 9(09).
043700     01 ws-sla-breached      pic X       value "N".
043800     01 ws-sla-command       pic x(20)   value "./sla-check".
043900     01 ws-balance-command   pic x(60).
044000     01 ws-balance-end-date  pic 9(08).
044100     01 ws-audit-command     pic x(20)   value "./integ-audit".
044200     01 ws-seal-command      pic x(20)   value
044300         "./ledger-seal SEAL".
044400     01 ws-sweep-command     pic x(20)   value
044500         "./runlog-sweep".
044600     01 ws-publish-command   pic x(20)   value
044700         "./status-page".
044800     01 ws-snapshot-command  pic x(20)   value
044900         "./state-snapshot".
045000     01 ws-runlog-days-status
045100                             pic x(02)   value "00".
045200     01 ws-runlog-cat-status pic x(02)   value "00".
045300     01 ws-runlog-days       pic 9(03)   value 7.
045400     01 ws-runlog-name       pic x(40).
045500     01 ws-runlog-cutoff     pic 9(08).
045600     01 ws-cutoff-int        pic 9(08).
045700     01 ws-runlog-kept.
045800         05 ws-rlk-count     pic 9(03)   value 0.
045900         05 ws-rlk-entry occurs 200 times.
046000             10 ws-rlk-filename  pic x(40).
046100             10 ws-rlk-date      pic 9(08).
046200             10 ws-rlk-run-id    pic 9(10).
046300     01 ws-purged-count      pic 9(03)   value 0.
046400     01 ws-runlog-held-count pic 9(03)   value 0.
046500     01 ws-runlog-hold-id    pic 9(04).
046600     01 ws-runlog-hold-run   pic 9(10).
046700     01 ws-runlog-name-parts.
046800         05 ws-rnp-prefix    pic x(08).
046900         05 ws-rnp-date      pic x(08).
047000         05 ws-rnp-program   pic x(08).
047100     01 ws-delete-rc         pic 9(09)   comp.
047200     01 r                    pic 9(03).
047300*    dependency table and wave bookkeeping (see 202-form-wave):
047400*    a wave is a run of consecutive steps none of which waits on
047500*    another member, launched together and collected together.
047600     01 ws-dep-status        pic x(02)   value "00".
047700     01 ws-dep-loaded        pic X       value "N".
047800     01 ws-deps.
047900         05 ws-dep-count     pic 9(02)   value 0.
048000         05 ws-dep-entry occurs 20 times.
048100             10 ws-dep-program-id   pic x(08).
048200             10 ws-dep-prereq       pic x(08) occurs 4 times.
048300     01 ws-wave-end          pic 9(02).
048400     01 ws-next-step         pic 9(02).
048500     01 ws-conflict          pic X.
048600     01 ws-build-step        pic 9(02).
048700     01 ws-wave-command      pic x(1700).
048800     01 ws-wave-pos          pic 9(04).
048900     01 ws-steprc-name       pic x(20).
049000     01 ws-steprc-status     pic x(02)   value "00".
049100     01 ws-wave-rc           pic 9(09).
049200     01 ws-delete-rc-2       pic 9(09)   comp.
049300     01 d                    pic 9(02).
049400     01 p9                   pic 9(01).
049500     01 k                    pic 9(02).
049600     01 s2                   pic 9(02).
049700*    window-deadline fields (BATCHCAL.DAT "W" record): the wall
049800*    clock the window must clear by and the safety margin in
049900*    minutes a next launch must still fit inside.
050000     01 ws-cmd-status        pic x(02)   value "00".
050100     01 ws-cmd-verb          pic x(08).
050200     01 ws-cmd-operator      pic x(08).
050300     01 ws-skip-next         pic X       value "N".
050400*    who asked for the pending SKIP - captured when the
050500*    command is accepted, because consuming the command file
050600*    (and the re-read behind it) blanks ws-cmd-operator
050700*    before the skip itself runs.
050800     01 ws-skip-operator     pic x(08).
050900     01 ws-hold-sleep        pic 9(08)   value 5.
051000     01 ws-hold-announced    pic X       value "N".
051100     01 ws-profile-status    pic x(02)   value "00".
051200     01 ws-profiles.
051300         05 ws-profile-count pic 9(03)   value 0.
051400         05 ws-profile-entry occurs 50 times.
051500             10 ws-prf-name        pic x(08).
051600             10 ws-prf-program-id  pic x(08).
051700             10 ws-prf-args        pic x(60).
051800     01 ws-prf-idx           pic 9(03).
051900     01 p2                   pic 9(03).
052000     01 ws-deadline-set      pic X       value "N".
052100     01 ws-deadline-time     pic 9(06)   value 0.
052200     01 ws-margin-min        pic 9(03)   value 10.
052300     01 ws-deadline-near     pic X       value "N".
052400     01 ws-suspended         pic X       value "N".
052500     01 ws-now-full          pic 9(08).
052600     01 ws-now-min           pic 9(05).
052700     01 ws-deadline-min      pic 9(05).
052800*    hour and minute pieces land in typed fields BEFORE the
052900*    times-60 arithmetic - dividing inside the compute keeps
053000*    the fraction and inflates each side by most of an hour
053100*    (the same truncate-first point 105-check-month-end makes
053200*    about its dates).
053300     01 ws-now-hh            pic 9(02).
053400     01 ws-now-mm            pic 9(02).
053500     01 ws-deadline-hh       pic 9(02).
053600     01 ws-deadline-mm       pic 9(02).
053700*    file-arrival triggers (see 230-await-input).
053800     01 ws-trigger-status    pic x(02)   value "00".
053900     01 ws-triggers.
054000         05 ws-trigger-count pic 9(02)   value 0.
054100         05 ws-trigger-entry occurs 20 times.
054200             10 ws-trg-program-id   pic x(08).
054300             10 ws-trg-input        pic x(40).
054400             10 ws-trg-wait-min     pic 9(03).
054500     01 t                    pic 9(02).
054600     01 ws-input-state       pic X.
054700         88 ws-input-waiting             value "W".
054800         88 ws-input-arrived             value "A".
054900         88 ws-input-missing             value "M".
055000         88 ws-input-interrupted         value "I".
055100     01 ws-input-file-info   pic x(16).
055200     01 ws-input-exist-rc    pic 9(09)   comp.
055300     01 ws-input-rename-rc   pic 9(09)   comp.
055400     01 ws-input-wait-sec    pic 9(06).
055500     01 ws-input-waited-sec  pic 9(06).
055600     01 ws-input-sleep       pic 9(08)   value 30.
055700     01 ws-input-now         pic 9(08).
055800     01 ws-consumed-name     pic x(60).
055900*    retry policy (see 380-judge-retry) and the attempts made
056000*    this window, written behind BATCH-STATUS.DAT's resume step.
056100     01 ws-retry-status      pic x(02)   value "00".
056200     01 ws-retry-policies.
056300         05 ws-rty-count     pic 9(02)   value 0.
056400         05 ws-rty-entry occurs 20 times.
056500             10 ws-rty-program-id   pic x(08).
056600             10 ws-rty-retries      pic 9(01).
056700             10 ws-rty-wait-sec     pic 9(03).
056800             10 ws-rty-exit-code    pic 9(03) occurs 8 times.
056900     01 ws-rty-idx           pic 9(02).
057000     01 ws-launch-program    pic x(08).
057100     01 ws-retry-wait        pic 9(08).
057200     01 ws-attempt           pic 9(01).
057300     01 ws-try-again         pic X.
057400     01 ws-exit-code         pic 9(09).
057500     01 ws-att-kind          pic x(01).
057600     01 ws-att-number        pic 9(03).
057700     01 ws-att-outcome       pic x(08).
057750     01 ws-att-full-warned   pic X       value "N".
057800     01 ws-attempts.
057900         05 ws-att-count     pic 9(03)   value 0.
058000         05 ws-att-entry occurs 200 times.
058100             10 ws-ate-tag          pic x(07).
058200             10 filler              pic x(01).
058300             10 ws-ate-kind         pic x(01).
058400             10 ws-ate-number       pic 9(03).
058500             10 ws-ate-program-id   pic x(08).
058600             10 ws-ate-attempt      pic 9(01).
058700             10 ws-ate-cause redefines ws-ate-attempt
058800                                    pic x(01).
058900             10 ws-ate-date         pic 9(08).
059000             10 ws-ate-time         pic 9(06).
059100             10 ws-ate-result.
059200                 15 ws-ate-run-id    pic 9(10).
059300                 15 ws-ate-exit-code pic 9(09).
059400                 15 ws-ate-outcome   pic x(08).
059500                 15 ws-ate-runlog    pic x(40).
059600             10 ws-ate-reason redefines ws-ate-result
059700                                    pic x(60).
059800     01 e                    pic 9(03).
059900*    step conditions (see 240-check-condition): the rows, and
060000*    the working fields for judging one.
060100     01 ws-cond-status       pic x(02)   value "00".
060200     01 ws-conditions.
060300         05 ws-cond-count    pic 9(02)   value 0.
060400         05 ws-cond-entry occurs 20 times.
060500             10 ws-cnd-cal-list     pic x(02).
060550             10 ws-cnd-step         pic x(08).
060600             10 ws-cnd-after        pic x(08).
060700             10 ws-cnd-test         pic x(04).
060800     01 ws-cond-step         pic 9(02).
060900     01 ws-after-step        pic 9(02).
061000     01 ws-cond-met          pic X.
061100     01 ws-cond-why          pic x(26).
061200     01 ws-cond-run-id       pic 9(10).
061300     01 ws-cond-tonight      pic x(18).
061400     01 ws-cond-before       pic x(18).
061500     01 ws-cond-last-seen    pic x(18).
061600     01 ws-cond-tonight-found
061700                             pic X.
061800     01 ws-cond-before-found pic X.
061900     01 ws-cond-seen         pic X.
062000     01 ws-bypass-cause      pic X.
062100     01 ws-bypass-reason     pic x(60).
062200     01 ws-handled-failure   pic X       value "N".
062300 procedure division.
062400 display function enter-environment("batch-driver").
062500 perform 100-init thru 100-exit.
062600 if ws-holiday = "Y"
062700     display "batch-driver: " ws-today " is a processing"
062800         " holiday - no steps run."
062900     move 0 to return-code
063000     goback
063100 end-if.
063200 if ws-step-count = 0
063300     display "batch-driver: no steps scheduled for today."
063400     move 0 to return-code
063500     goback
063600 end-if.
063700 perform 160-take-snapshot thru 160-exit.
063800 perform 200-run-steps thru 200-exit.
063900*    RC 4 - the window-deadline cutoff suspended the batch at a
064000*    step boundary: nothing failed, the finished steps stand in
064100*    BATCH-STATUS.DAT, and the programs' own checkpoints carry
064200*    the unfinished work to the next night's window.
064300 if ws-suspended = "Y"
064400     display "batch-driver: window suspended at the deadline -"
064500         " resubmit next window to resume."
064600     perform 540-publish-status thru 540-exit
064700     move 4 to return-code
064800     goback
064900 end-if.
065000 if ws-abended = "N"
065100     perform 900-summary thru 900-exit
065200     perform 400-drain-work-queue thru 400-exit
065300     perform 500-check-slas thru 500-exit
065400     perform 510-balance-controls thru 510-exit
065500     perform 520-seal-ledger thru 520-exit
065600     perform 530-sweep-run-logs thru 530-exit
065700 end-if.
065800*    The intranet status page is drawn whatever became of the
065900*    window - a stopped one is what its readers most need.
066000 perform 540-publish-status thru 540-exit.
066100*    RC 16 - a step failed and the batch stopped; RC 8 - the
066200*    window completed but sla-check found a breach, so the
066300*    scheduler can still raise it without anyone re-reading the
066400*    console. A failed step a later step's FAIL condition
066500*    was waiting for (see 340-continue-past-failure) ends the
066600*    window RC 8 the same way.
066700 evaluate true
066800     when ws-abended = "Y"
066900         move 16 to return-code
067000     when ws-suspended = "Y"
067100         move 4 to return-code
067200     when ws-sla-breached = "Y"
067300         or ws-handled-failure = "Y"
067400         move 8 to return-code
067500     when other
067600         move 0 to return-code
067700 end-evaluate.
067800 goback.
067900 100-init.
068000     move function current-run-id to ws-own-run-id.
068100     accept ws-today from date yyyymmdd.
068200     accept ws-dow from day-of-week.
068300     move ws-dow to ws-dow-x.
068400     perform 105-check-month-end.
068500     perform 116-load-profiles.
068600     perform 110-load-calendar.
068700     perform 115-load-parms.
068800     perform 117-load-deps.
068900     perform 119-load-triggers.
069000     perform 118-load-retry-policy.
069100     perform 114-load-conditions.
069200     perform 180-purge-run-logs thru 180-exit.
069300     perform 150-load-batch-status.
069400 100-exit. exit.
069500 115-load-parms.
069600     open input parm-file.
069700     if ws-parm-status = "00"
069800         perform until ws-parm-status = "10"
069900             read parm-file
070000                 at end move "10" to ws-parm-status
070100                 not at end
070200                     if ws-parm-count < 8
070300                         add 1 to ws-parm-count
070400                         move fd-parm-program-id to
070500                             ws-parm-program-id(ws-parm-count)
070600                         move fd-parm-args to
070700                             ws-parm-args(ws-parm-count)
070800                     end-if
070900             end-read
071000         end-perform
071100         close parm-file
071200     end-if.
071300 116-load-profiles.
071400     open input profile-file.
071500     if ws-profile-status = "00"
071600         perform until ws-profile-status = "10"
071700             read profile-file
071800                 at end move "10" to ws-profile-status
071900                 not at end
072000                     if ws-profile-count < 50
072100                         add 1 to ws-profile-count
072200                         move fd-prf-name to
072300                             ws-prf-name(ws-profile-count)
072400                         move fd-prf-program-id to
072500                             ws-prf-program-id(
072600                             ws-profile-count)
072700                         move fd-prf-args to
072800                             ws-prf-args(ws-profile-count)
072900                     end-if
073000             end-read
073100         end-perform
073200         close profile-file
073300     end-if.
073400*    117-load-deps: with no BATCHDEP.DAT at all ws-dep-loaded
073500*    stays "N" and 202-form-wave keeps every wave a single
073600*    step - the historical strictly-serial window.
073700 117-load-deps.
073800     open input dep-file.
073900     if ws-dep-status = "00"
074000         move "Y" to ws-dep-loaded
074100         perform until ws-dep-status = "10"
074200             read dep-file
074300                 at end move "10" to ws-dep-status
074400                 not at end
074500                     if ws-dep-count < 20
074600                         add 1 to ws-dep-count
074700                         move fd-dep-program-id to
074800                             ws-dep-program-id(ws-dep-count)
074900                         perform varying p9 from 1 by 1
075000                             until p9 > 4
075100                             move fd-dep-prereq(p9) to
075200                                 ws-dep-prereq(ws-dep-count, p9)
075300                         end-perform
075400                     end-if
075500             end-read
075600         end-perform
075700         close dep-file
075800     end-if.
075900*    119-load-triggers: after the calendar, so each scheduled
076000*    step can be tied to its trigger row once, here.
076100 119-load-triggers.
076200     open input trigger-file.
076300     if ws-trigger-status = "00"
076400         perform until ws-trigger-status = "10"
076500             read trigger-file
076600                 at end move "10" to ws-trigger-status
076700                 not at end
076800                     if ws-trigger-count < 20
076900                         and fd-trg-program-id not = spaces
077000                         and fd-trg-input not = spaces
077100                         add 1 to ws-trigger-count
077200                         move fd-trg-program-id to
077300                             ws-trg-program-id(ws-trigger-count)
077400                         move fd-trg-input to
077500                             ws-trg-input(ws-trigger-count)
077600                         move 0 to
077700                       ws-trg-wait-min(ws-trigger-count)
077800                         if fd-trg-wait-min is numeric
077900                             move fd-trg-wait-min to
078000                                 ws-trg-wait-min(ws-trigger-count)
078100                         end-if
078200                     end-if
078300             end-read
078400         end-perform
078500         close trigger-file
078600     end-if.
078700     perform varying s from 1 by 1 until s > ws-step-count
078800         move 0 to ws-step-trigger(s)
078900         move "N" to ws-step-no-input(s)
079000         move 0 to ws-step-attempts(s)
079100         perform varying t from 1 by 1 until t > ws-trigger-count
079200             if ws-trg-program-id(t) = ws-step-program-id(s)
079300                 move t to ws-step-trigger(s)
079400             end-if
079500         end-perform
079600     end-perform.
079700*    118-load-retry-policy: a row with a non-numeric count or
079800*    wait is ignored rather than guessed at - a program without
079900*    a usable policy simply isn't retried. So is a row asking
080000*    for more than 8 retries: the attempt number is one digit
080100*    on BATCH-STATUS.DAT and in the run-log names, so nine
080200*    attempts in all is the most a launch can be given.
080300 118-load-retry-policy.
080400     open input retry-file.
080500     if ws-retry-status = "00"
080600         perform until ws-retry-status = "10"
080700             read retry-file
080800                 at end move "10" to ws-retry-status
080900                 not at end
081000                     if ws-rty-count < 20
081100                         and fd-rty-program-id not = spaces
081200                         and fd-rty-retries is numeric
081300                         and fd-rty-wait-sec is numeric
081400                         and fd-rty-retries > 8
081500                         display "batch-driver: RETRYPOL.DAT row "
081600                             "for " fd-rty-program-id " asks for "
081700                             fd-rty-retries " retries - 8 is the"
081800                             " most; row ignored."
081900                     end-if
082000                     if ws-rty-count < 20
082100                         and fd-rty-program-id not = spaces
082200                         and fd-rty-retries is numeric
082300                         and fd-rty-retries not > 8
082400                         and fd-rty-wait-sec is numeric
082500                         add 1 to ws-rty-count
082600                         move fd-rty-program-id to
082700                             ws-rty-program-id(ws-rty-count)
082800                         move fd-rty-retries to
082900                             ws-rty-retries(ws-rty-count)
083000                         move fd-rty-wait-sec to
083100                             ws-rty-wait-sec(ws-rty-count)
083200                         perform varying p9 from 1 by 1
083300                             until p9 > 8
083400                             move 0 to ws-rty-exit-code(
083500                                 ws-rty-count, p9)
083600                             if fd-rty-exit-code(p9) is numeric
083700                                 move fd-rty-exit-code(p9) to
083800                                     ws-rty-exit-code(
083900                                     ws-rty-count, p9)
084000                             end-if
084100                         end-perform
084200                     end-if
084300             end-read
084400         end-perform
084500         close retry-file
084600     end-if.
084700*----------------------------------------------------------------
084800*    114-load-conditions: after the calendar, like the
084900*    triggers. A row naming a test other than OK, FAIL, DIFF or
085000*    SAME is ignored rather than guessed at, so its step runs
085100*    unconditionally. Each step is tied to the row for its own
085150*    calendar list and slot here (the default list has none), and
085200*    any step a later FAIL condition watches is marked - its
085300*    failure must not stop the window (see 300-run-one-step).
085400 114-load-conditions.
085500     open input cond-file.
085600     if ws-cond-status = "00"
085700         perform until ws-cond-status = "10"
085800             read cond-file
085900                 at end move "10" to ws-cond-status
086000                 not at end
086100                     if ws-cond-count < 20
086200                         and fd-cnd-step not = spaces
086250                         and (fd-cnd-cal-type = "D" or "M")
086300                         and fd-cnd-after not = spaces
086400                         and (fd-cnd-test = "OK" or "FAIL"
086500                             or "DIFF" or "SAME")
086600                         add 1 to ws-cond-count
086700                         move fd-cond-rec(1:2) to
086750                             ws-cnd-cal-list(ws-cond-count)
086800                         move fd-cnd-step to
086850                             ws-cnd-step(ws-cond-count)
086900                         move fd-cnd-after to
087000                             ws-cnd-after(ws-cond-count)
087100                         move fd-cnd-test to
087200                             ws-cnd-test(ws-cond-count)
087300                     end-if
087400             end-read
087500         end-perform
087600         close cond-file
087700     end-if.
087800     perform varying s from 1 by 1 until s > ws-step-count
087900         move space to ws-step-outcome(s)
088000         move 0 to ws-step-cond(s)
088100         move "N" to ws-step-watched(s)
088200         move spaces to ws-step-reason(s)
088300         perform varying t from 1 by 1 until t > ws-cond-count
088400             if ws-cnd-cal-list(t) = ws-step-cal-list(s)
088450                 and ws-cnd-step(t) = ws-step-slot(s)
088500                 move t to ws-step-cond(s)
088600             end-if
088700         end-perform
088800     end-perform.
088900     perform varying s from 1 by 1 until s > ws-step-count
089000         if ws-step-cond(s) not = 0
089100             move s to ws-cond-step
089200             perform 242-find-after-step
089300             if ws-after-step not = 0
089400                 and ws-cnd-test(ws-step-cond(s)) = "FAIL"
089500                 move "Y" to ws-step-watched(ws-after-step)
089600             end-if
089700         end-if
089800     end-perform.
089900*    105-check-month-end: today is the month's last day exactly
090000*    when tomorrow falls in a different month.
090100 105-check-month-end.
090200     compute ws-date-int =
090300         function integer-of-date(ws-today) + 1.
090400     compute ws-tomorrow =
090500         function date-of-integer(ws-date-int).
090600*    each date is cut to its integer yyyymm FIRST: dividing
090700*    inside the comparison keeps the day as a fraction, and two
090800*    consecutive days then never compare equal - which made
090900*    every night look like month-end.
091000     compute ws-today-yyyymm = ws-today / 100.
091100     compute ws-tomorrow-yyyymm = ws-tomorrow / 100.
091200     if ws-tomorrow-yyyymm not = ws-today-yyyymm
091300         move "Y" to ws-month-end
091400     end-if.
091500*----------------------------------------------------------------
091600*    110-load-calendar: BATCHCAL.DAT decides what tonight runs -
091700*    the day-of-week step list, month-end extras, and processing
091800*    holidays - so the right jobs run without an operator editing
091900*    or skipping anything by hand. With no calendar on file the
092000*    historical fixed four-step list still runs, so a site that
092100*    never creates the file sees no change. A calendar that has
092200*    no "D" record for today schedules nothing (that is how a
092300*    deliberate no-run day other than a dated holiday is coded).
092400 110-load-calendar.
092500     open input calendar-file.
092600     if ws-calendar-status not = "00"
092700         perform 120-default-steps
092800     else
092900         perform until ws-calendar-status = "10"
093000             read calendar-file
093100                 at end move "10" to ws-calendar-status
093200                 not at end perform 130-apply-cal-record
093300             end-read
093400         end-perform
093500         close calendar-file
093600     end-if.
093700 120-default-steps.
093800     move 4 to ws-step-count.
093900     move "euler1  " to ws-step-program-id(1).
094000     move "./euler1"  to ws-step-command(1).
094100     move "euler2  " to ws-step-program-id(2).
094200     move "./euler2"  to ws-step-command(2).
094300     move "euler3  " to ws-step-program-id(3).
094400     move "./euler3"  to ws-step-command(3).
094500     move "euler48 " to ws-step-program-id(4).
094600     move "./euler48" to ws-step-command(4).
094610     move spaces to ws-step-cal-list(1) ws-step-slot(1)
094620         ws-step-cal-list(2) ws-step-slot(2)
094630         ws-step-cal-list(3) ws-step-slot(3)
094640         ws-step-cal-list(4) ws-step-slot(4).
094700 130-apply-cal-record.
094800     evaluate fd-cal-type
094900         when "H"
095000             if fd-cal-key = ws-today
095100                 move "Y" to ws-holiday
095200             end-if
095300         when "D"
095400             if fd-cal-dow = ws-dow-x
095500                 move "Y" to ws-cal-day-found
095600                 perform 140-append-cal-steps
095700             end-if
095800         when "W"
095900             perform 145-apply-deadline-record
096000         when "M"
096100             if ws-month-end = "Y"
096200                 perform 140-append-cal-steps
096300             end-if
096400         when other
096500             continue
096600     end-evaluate.
096700 140-append-cal-steps.
096800     perform varying c from 1 by 1 until c > 6
096900         if fd-cal-step(c) not = spaces
097000             and ws-step-count < 8
097100             add 1 to ws-step-count
097110             move fd-cal-type to ws-step-cal-type(ws-step-count)
097120             if fd-cal-type = "D"
097130                 move fd-cal-dow to ws-step-cal-dow(ws-step-count)
097140             else
097150                 move space to ws-step-cal-dow(ws-step-count)
097160             end-if
097170             move fd-cal-step(c) to ws-step-slot(ws-step-count)
097200             perform 142-resolve-step-name
097300         end-if
097400     end-perform.
097500*    142-resolve-step-name: a slot naming a profile resolves
097600*    to the profile's program and pinned arguments; anything
097700*    else is a program-id, exactly as before.
097800 142-resolve-step-name.
097900     move 0 to ws-prf-idx.
098000     perform varying p2 from 1 by 1
098100         until p2 > ws-profile-count or ws-prf-idx not = 0
098200         if ws-prf-name(p2) = fd-cal-step(c)
098300             move p2 to ws-prf-idx
098400         end-if
098500     end-perform.
098600     move spaces to ws-step-command(ws-step-count).
098700     move spaces to ws-step-prf-args(ws-step-count).
098800     if ws-prf-idx = 0
098900         move fd-cal-step(c)
099000             to ws-step-program-id(ws-step-count)
099100         string "./" function trim(fd-cal-step(c))
099200             delimited by size
099300             into ws-step-command(ws-step-count)
099400     else
099500         move ws-prf-program-id(ws-prf-idx)
099600             to ws-step-program-id(ws-step-count)
099700         string "./" function trim(
099800             ws-prf-program-id(ws-prf-idx))
099900             delimited by size
100000             into ws-step-command(ws-step-count)
100100         move ws-prf-args(ws-prf-idx)
100200             to ws-step-prf-args(ws-step-count)
100300     end-if.
100400*    145-apply-deadline-record: a malformed deadline is ignored
100500*    rather than suspending the window on garbage - no deadline
100600*    on file means the window runs to completion as it always
100700*    has.
100800 145-apply-deadline-record.
100900     if fd-cal-key(1:6) is numeric
101000         move fd-cal-key(1:6) to ws-deadline-time
101100         move "Y" to ws-deadline-set
101200     end-if.
101300     if fd-cal-step(1) not = spaces
101400         and function test-numval(fd-cal-step(1)) = 0
101500         compute ws-margin-min =
101600             function numval(fd-cal-step(1))
101700     end-if.
101800*----------------------------------------------------------------
101900*    180-purge-run-logs: drops step run-logs older than the
102000*    retention window (RUNLOGDAYS.DAT, a single three-digit
102100*    record; default 7 days) using the RUNLOGS.DAT catalog, and
102200*    rewrites the catalog holding only what survived. A run-log
102300*    under legal hold survives whatever its age (see 189).
102400 180-purge-run-logs.
102500     perform 185-load-runlog-days.
102600     compute ws-cutoff-int =
102700         function integer-of-date(ws-today) - ws-runlog-days.
102800     compute ws-runlog-cutoff =
102900         function date-of-integer(ws-cutoff-int).
103000     move 0 to ws-rlk-count.
103100     move 0 to ws-purged-count.
103200     move 0 to ws-runlog-held-count.
103300     move "00" to ws-runlog-cat-status.
103400     open input runlog-catalog.
103500     if ws-runlog-cat-status not = "00"
103600         go to 180-exit
103700     end-if.
103800     perform until ws-runlog-cat-status = "10"
103900         read runlog-catalog
104000             at end move "10" to ws-runlog-cat-status
104100             not at end perform 188-judge-one-run-log
104200         end-read
104300     end-perform.
104400     close runlog-catalog.
104500     open output runlog-catalog.
104600     perform varying r from 1 by 1 until r > ws-rlk-count
104700         move spaces to fd-runlog-rec
104800         move ws-rlk-filename(r) to fd-rlg-filename
104900         move ws-rlk-date(r) to fd-rlg-date
105000         move ws-rlk-run-id(r) to fd-rlg-run-id
105100         write fd-runlog-rec
105200     end-perform.
105300     close runlog-catalog.
105400     if ws-purged-count > 0
105500         display "batch-driver: " ws-purged-count
105600             " run-log(s) past " ws-runlog-days
105700             " day(s) purged."
105800     end-if.
105900 180-exit. exit.
106000 185-load-runlog-days.
106100     open input runlog-days-file.
106200     if ws-runlog-days-status = "35"
106300         move 7 to ws-runlog-days
106400     else
106500         read runlog-days-file
106600             at end move 7 to ws-runlog-days
106700             not at end
106800                 move fd-runlog-days-rec to ws-runlog-days
106900         end-read
107000         close runlog-days-file
107100     end-if.
107200     if ws-runlog-days = 0
107300         move 7 to ws-runlog-days
107400     end-if.
107500 188-judge-one-run-log.
107600     move 0 to ws-runlog-hold-id.
107700     if fd-rlg-date < ws-runlog-cutoff
107800         perform 189-check-run-log-hold
107900     end-if.
108000     if fd-rlg-date < ws-runlog-cutoff
108100         and ws-runlog-hold-id = 0
108200         add 1 to ws-purged-count
108300         call "CBL_DELETE_FILE" using fd-rlg-filename
108400             returning ws-delete-rc
108500     else
108600         if ws-rlk-count < 200
108700             add 1 to ws-rlk-count
108800             move fd-rlg-filename
108900                 to ws-rlk-filename(ws-rlk-count)
109000             move fd-rlg-date to ws-rlk-date(ws-rlk-count)
109100             move 0 to ws-rlk-run-id(ws-rlk-count)
109200             if fd-rlg-run-id is numeric
109300                 move fd-rlg-run-id
109400                     to ws-rlk-run-id(ws-rlk-count)
109500             end-if
109600         end-if
109700     end-if.
109800*    189-check-run-log-hold: a run-log past the window that an
109900*    active legal hold covers (HOLDS.DAT, see
110000*    src/library/holds.cbl) is kept on disk and in the catalog.
110100*    It is matched on its run number, its date and the step
110200*    program its name carries (RUNLOG.<date>.<PROGRAM>.TXT).
110300 189-check-run-log-hold.
110400     move spaces to ws-runlog-name-parts.
110500     unstring fd-rlg-filename delimited by "."
110600         into ws-rnp-prefix ws-rnp-date ws-rnp-program.
110700     move function lower-case(ws-rnp-program)
110800         to ws-rnp-program.
110900     move 0 to ws-runlog-hold-run.
111000     if fd-rlg-run-id is numeric
111100         move fd-rlg-run-id to ws-runlog-hold-run
111200     end-if.
111300     move function check-hold(ws-rnp-program, spaces,
111400         fd-rlg-date, ws-runlog-hold-run) to ws-runlog-hold-id.
111500     if ws-runlog-hold-id not = 0
111600         add 1 to ws-runlog-held-count
111700         display "batch-driver: "
111800             function trim(fd-rlg-filename)
111900             " kept back by legal hold " ws-runlog-hold-id "."
112000     end-if.
112100*----------------------------------------------------------------
112200*    150-load-batch-status: a prior run that finished every
112300*    scheduled step starts this run fresh from step 1; anything
112400*    short of that (including no file at all) is either a
112500*    first-ever run or one an abend cut short, and resumes
112600*    right after the last step that is known to have succeeded.
112700 150-load-batch-status.
112800     open input batch-status-file.
112900     if ws-batch-status = "35"
113000         move 0 to ws-last-step
113100     else
113200         read batch-status-file
113300             at end move 0 to ws-last-step
113400             not at end move fd-batch-last-step to ws-last-step
113500         end-read
113600         perform 155-load-attempts
113700         close batch-status-file
113800     end-if.
113900     if ws-last-step >= ws-step-count
114000         move 0 to ws-last-step
114100         move 0 to ws-att-count
114200     end-if.
114300     compute ws-start-step = ws-last-step + 1.
114400     perform 157-count-step-attempts
114500         varying e from 1 by 1 until e > ws-att-count.
114600*    a step before the resume point with no record of its own
114700*    ran cleanly in the window being resumed.
114800     perform varying s from 1 by 1 until s >= ws-start-step
114900         if ws-step-outcome(s) = space
115000             move "D" to ws-step-outcome(s)
115100         end-if
115200     end-perform.
115300*    155-load-attempts: a resumed window keeps the attempt
115400*    records of the run it resumes - they are rewritten behind
115500*    the resume step with every save, and a fresh window
115600*    (above) starts without them.
115700 155-load-attempts.
115800     move 0 to ws-att-count.
115900     perform until ws-batch-status = "10"
116000         read batch-status-file
116100             at end move "10" to ws-batch-status
116200             not at end
116300                 if (fd-att-tag = "ATTEMPT" or "BYPASS")
116400                     and ws-att-count < 200
116500                     add 1 to ws-att-count
116600                     move fd-batch-att-rec
116700                         to ws-att-entry(ws-att-count)
116800                 end-if
116900         end-read
117000     end-perform.
117100 157-count-step-attempts.
117200     if ws-ate-kind(e) = "S"
117300         and ws-ate-number(e) >= 1
117400         and ws-ate-number(e) <= ws-step-count
117500         and ws-ate-program-id(e)
117600             = ws-step-program-id(ws-ate-number(e))
117700         perform 158-restore-step-outcome
117800     end-if.
117900*    158-restore-step-outcome: what the resumed window already
118000*    knows of a step - its latest launch's run number, attempt
118100*    count and outcome, or why it was passed over - so a
118200*    condition judged after the resume reads the same facts it
118300*    would have read before it.
118400 158-restore-step-outcome.
118500     move ws-ate-number(e) to s.
118600     if ws-ate-tag(e) = "BYPASS"
118700         move ws-ate-cause(e) to ws-step-outcome(s)
118800         move ws-ate-reason(e) to ws-step-reason(s)
118900         if ws-ate-cause(e) = "I"
119000             move "Y" to ws-step-no-input(s)
119100         end-if
119200     else
119300         if ws-ate-attempt(e) > ws-step-attempts(s)
119400             move ws-ate-attempt(e) to ws-step-attempts(s)
119500         end-if
119600         move ws-ate-run-id(e) to ws-step-run-id(s)
119700         evaluate ws-ate-outcome(e)
119800             when "DONE"
119900                 move "D" to ws-step-outcome(s)
120000             when "FAILED"
120100                 move "F" to ws-step-outcome(s)
120200             when other
120300                 continue
120400         end-evaluate
120500     end-if.
120600*----------------------------------------------------------------
120700*    160-take-snapshot: before the first step touches anything,
120800*    the suite's state files go to a numbered snapshot
120900*    generation (see state-snapshot.cbl) - the way back from an
121000*    abend that leaves half-written state, which used to be
121100*    yesterday's memories. Launched and logged the same way
121200*    sla-check is.
121300 160-take-snapshot.
121400*    the integrity audit gates the snapshot: copying corrupt
121500*    state over a good generation would destroy the very way
121600*    back the snapshot exists to provide, so a failed audit
121700*    stops the window before anything is touched.
121800     perform 302-issue-run-id.
121900     move function log-access(ws-operator-id,
122000         ws-audit-command, spaces) to ws-log-status.
122100     call "SYSTEM" using ws-audit-command.
122200     move return-code to ws-step-rc.
122300     perform 303-restore-run-id.
122400     if ws-step-rc not = 0
122500         move "Y" to ws-abended
122600         display "batch-driver: integ-audit found corrupt"
122700             " state - no snapshot taken, batch stopped."
122800         move spaces to ws-alert-message
122900         string "integ-audit failed - window refused"
123000             delimited by size into ws-alert-message
123100         move function log-alert("batch", "E",
123200             ws-alert-message) to ws-log-status
123300         go to 160-exit
123400     end-if.
123500     perform 302-issue-run-id.
123600     move function log-access(ws-operator-id,
123700         ws-snapshot-command, spaces) to ws-log-status.
123800     call "SYSTEM" using ws-snapshot-command.
123900     perform 303-restore-run-id.
124000 160-exit. exit.
124100 200-run-steps.
124200     move ws-start-step to ws-current-step.
124300     perform 201-run-one-wave thru 201-exit
124400         until ws-current-step > ws-step-count
124500             or ws-abended = "Y".
124600 200-exit. exit.
124700*----------------------------------------------------------------
124800*    201-run-one-wave: steps go out in waves. A wave is the
124900*    longest run of consecutive not-yet-run steps in which no
125000*    member names another member as a BATCHDEP.DAT prerequisite
125100*    - everything before the wave has already finished, so
125200*    inside it only intra-wave ordering could matter, and the
125300*    wave is built so none exists. Waves stay consecutive runs
125400*    of the step list (rather than cherry-picking independent
125500*    steps from anywhere) so BATCH-STATUS.DAT's single
125600*    highest-clean-step number keeps its meaning: a wave that
125700*    completes advances it to the wave's last step, a wave that
125800*    fails leaves it where the previous wave left it and the
125900*    resubmitted job re-runs the whole wave - the programs' own
126000*    checkpoints make that re-run cheap.
126100 201-run-one-wave.
126200     perform 209-poll-commands thru 209-exit.
126300     if ws-suspended = "Y"
126400         go to 201-exit
126500     end-if.
126600     if ws-skip-next = "Y"
126700         perform 212-skip-one-step
126800         go to 201-exit
126900     end-if.
127000*    a conditional step is judged at its own turn, everything
127100*    before it having finished; one whose condition is not met
127200*    is passed over without a launch - ahead of the deadline
127300*    check, since passing a step over costs the window nothing.
127400     if ws-step-cond(ws-current-step) not = 0
127500         perform 240-check-condition
127600         if ws-cond-met = "N"
127700             perform 246-bypass-step
127800             go to 201-exit
127900         end-if
128000     end-if.
128100     perform 206-check-deadline thru 206-exit.
128200     if ws-deadline-near = "Y"
128300         perform 208-suspend-window
128400         go to 201-exit
128500     end-if.
128600     if ws-step-trigger(ws-current-step) not = 0
128700         perform 230-await-input thru 230-exit
128800         evaluate true
128900             when ws-input-missing
129000                 perform 232-skip-no-input
129100                 go to 201-exit
129200             when ws-input-interrupted
129300                 go to 201-exit
129400         end-evaluate
129500     end-if.
129600     perform 202-form-wave thru 202-exit.
129700     if ws-wave-end = ws-current-step
129800         perform 300-run-one-step
129900     else
130000         perform 320-run-wave-parallel thru 320-exit
130100     end-if.
130200     compute ws-current-step = ws-wave-end + 1.
130300 201-exit. exit.
130400*----------------------------------------------------------------
130500*    206-check-deadline: the clock check before anything else
130600*    launches. Times compare as minutes of the day; a deadline
130700*    before noon with the clock past noon is taken as tomorrow
130800*    morning's (the overnight window's normal shape), so a
130900*    23:30 check against an 06:30 deadline has seven hours in
131000*    hand, not minus seventeen.
131100 206-check-deadline.
131200     move "N" to ws-deadline-near.
131300     if ws-deadline-set = "N"
131400         go to 206-exit
131500     end-if.
131600     accept ws-now-full from time.
131700     compute ws-now-hh = ws-now-full / 1000000.
131800     compute ws-now-mm =
131900         function mod(ws-now-full / 10000, 100).
132000     compute ws-now-min = ws-now-hh * 60 + ws-now-mm.
132100     compute ws-deadline-hh = ws-deadline-time / 10000.
132200     compute ws-deadline-mm =
132300         function mod(ws-deadline-time / 100, 100).
132400     compute ws-deadline-min =
132500         ws-deadline-hh * 60 + ws-deadline-mm.
132600     if ws-deadline-min < 720 and ws-now-min >= 720
132700         add 1440 to ws-deadline-min
132800     end-if.
132900     if ws-now-min + ws-margin-min >= ws-deadline-min
133000         move "Y" to ws-deadline-near
133100     end-if.
133200 206-exit. exit.
133300*    208-suspend-window: the finished steps already stand in
133400*    BATCH-STATUS.DAT; the SUSPENDED marker goes on as a second
133500*    record so the morning tools can tell a deadline cutoff
133600*    from an ordinary part-way abend, and the suspension itself
133700*    is logged like any other operator-visible driver action.
133800 208-suspend-window.
133900     move "Y" to ws-suspended.
134000     display "batch-driver: deadline " ws-deadline-time
134100         " within " ws-margin-min " minute(s) - suspending"
134200         " before step " ws-current-step " ("
134300         ws-step-program-id(ws-current-step) ").".
134400     perform 350-save-batch-status.
134500     move function log-access(ws-operator-id,
134600         "batch-driver SUSPEND", spaces) to ws-log-status.
134700*----------------------------------------------------------------
134800*    209-poll-commands: the operator control channel. Between
134900*    launches the command file is read and acted on: HOLD
135000*    parks the driver here (polling every few seconds) until a
135100*    RELEASE - or anything else - replaces it; SKIP marks the
135200*    next step failed-and-continue; STOP ends the window
135300*    cleanly at this boundary exactly as the deadline cutoff
135400*    would. Every accepted command is consumed from the file
135500*    and logged through log-access under the issuing
135600*    operator's id, and batch-monitor echoes whatever is
135700*    pending in its display.
135800 209-poll-commands.
135900     perform 211-read-command.
136000     perform until ws-cmd-verb = spaces
136100         evaluate ws-cmd-verb
136200             when "HOLD"
136300                 perform 213-announce-hold
136400                 call "C$SLEEP" using ws-hold-sleep
136500             when "RELEASE"
136600                 display "batch-driver: RELEASE accepted"
136700                     " from " ws-cmd-operator "."
136800                 perform 216-consume-command
136900             when "SKIP"
137000                 display "batch-driver: SKIP accepted from "
137100                     ws-cmd-operator "."
137200                 move "Y" to ws-skip-next
137300                 move ws-cmd-operator to ws-skip-operator
137400                 perform 216-consume-command
137500             when "STOP"
137600                 display "batch-driver: STOP accepted from "
137700                     ws-cmd-operator "."
137800                 perform 216-consume-command
137900                 perform 215-operator-stop
138000             when other
138100                 display "batch-driver: unknown command ["
138200                     ws-cmd-verb "] ignored."
138300                 perform 216-consume-command
138400         end-evaluate
138500         if ws-suspended = "Y"
138600             move spaces to ws-cmd-verb
138700         else
138800             perform 211-read-command
138900         end-if
139000     end-perform.
139100     move "N" to ws-hold-announced.
139200 209-exit. exit.
139300 211-read-command.
139400     move spaces to ws-cmd-verb.
139500     move spaces to ws-cmd-operator.
139600     move "00" to ws-cmd-status.
139700     open input cmd-file.
139800     if ws-cmd-status = "00"
139900         read cmd-file
140000             at end continue
140100             not at end
140200                 move fd-cmd-verb to ws-cmd-verb
140300                 move fd-cmd-operator to ws-cmd-operator
140400         end-read
140500         close cmd-file
140600     end-if.
140700*    212-skip-one-step: the step is recorded exactly as a
140800*    failed one would be - an alert the morning pass will see
140900*    - but the window walks on past it, and BATCH-STATUS.DAT
141000*    advances so a resubmitted job doesn't quietly run what
141100*    the operator skipped.
141200 212-skip-one-step.
141300     display "batch-driver: step " ws-current-step
141400         " (" ws-step-program-id(ws-current-step)
141500         ") skipped by operator command - continuing.".
141600     move spaces to ws-alert-message.
141700     string "step " ws-current-step
141800         " skipped by operator " ws-skip-operator
141900         delimited by size into ws-alert-message.
142000     move function log-alert(
142100         ws-step-program-id(ws-current-step), "W",
142200         ws-alert-message) to ws-log-status.
142300     move "N" to ws-skip-next.
142400     move "K" to ws-bypass-cause.
142500     move spaces to ws-bypass-reason.
142600     string "skipped by operator " ws-skip-operator
142700         delimited by size into ws-bypass-reason.
142800     perform 248-record-bypass.
142900     move ws-current-step to ws-last-step.
143000     perform 350-save-batch-status.
143100     add 1 to ws-current-step.
143200 213-announce-hold.
143300     if ws-hold-announced = "N"
143400         move "Y" to ws-hold-announced
143500         display "batch-driver: HOLD from " ws-cmd-operator
143600             " - paused before step " ws-current-step
143700             ", awaiting RELEASE."
143800         move spaces to ws-full-command
143900         string "batch-driver CMD HOLD"
144000             delimited by size into ws-full-command
144100         move function log-access(ws-cmd-operator,
144200             ws-full-command, spaces) to ws-log-status
144300     end-if.
144400*    215-operator-stop: the same clean boundary the deadline
144500*    cutoff leaves - finished steps stand, the SUSPENDED
144600*    marker goes on, the resubmitted job resumes right here.
144700 215-operator-stop.
144800     move "Y" to ws-suspended.
144900     perform 350-save-batch-status.
145000*    216-consume-command: an accepted (or refused) command is
145100*    emptied out of the file so it acts exactly once, and the
145200*    acceptance is logged under the operator who issued it.
145300 216-consume-command.
145400     open output cmd-file.
145500     close cmd-file.
145600     move spaces to ws-full-command.
145700     string "batch-driver CMD " function trim(ws-cmd-verb)
145800         delimited by size into ws-full-command.
145900     move function log-access(ws-cmd-operator,
146000         ws-full-command, spaces) to ws-log-status.
146100*----------------------------------------------------------------
146200*    230-await-input: the step's input is looked for at once and
146300*    then every ws-input-sleep seconds until its TRIGGERS.DAT
146400*    wait runs out. The wait is still a step boundary as far as
146500*    the operator and the clock are concerned: commands are
146600*    polled and the deadline checked between looks, so a STOP
146700*    or the cutoff suspends the window with this step still to
146800*    run (the next window waits for the input afresh) and a SKIP
146900*    skips it the ordinary way.
147000 230-await-input.
147100     move ws-step-trigger(ws-current-step) to t.
147200     set ws-input-waiting to true.
147300     compute ws-input-wait-sec = ws-trg-wait-min(t) * 60.
147400     move 0 to ws-input-waited-sec.
147500     perform 231-look-for-input.
147600     if ws-input-arrived
147700         go to 230-exit
147800     end-if.
147900     if ws-input-wait-sec > 0
148000         display "batch-driver: step " ws-current-step " ("
148100             ws-step-program-id(ws-current-step) ") waiting up"
148200             " to " ws-trg-wait-min(t) " minute(s) for "
148300             function trim(ws-trg-input(t)) "."
148400     end-if.
148500     perform until not ws-input-waiting
148600         if ws-input-waited-sec >= ws-input-wait-sec
148700             set ws-input-missing to true
148800         else
148900             call "C$SLEEP" using ws-input-sleep
149000             add ws-input-sleep to ws-input-waited-sec
149100             perform 209-poll-commands thru 209-exit
149200             perform 206-check-deadline thru 206-exit
149300             evaluate true
149400                 when ws-suspended = "Y"
149500                     set ws-input-interrupted to true
149600                 when ws-skip-next = "Y"
149700                     perform 212-skip-one-step
149800                     set ws-input-interrupted to true
149900                 when ws-deadline-near = "Y"
150000                     perform 208-suspend-window
150100                     set ws-input-interrupted to true
150200                 when other
150300                     perform 231-look-for-input
150400             end-evaluate
150500         end-if
150600     end-perform.
150700 230-exit. exit.
150800 231-look-for-input.
150900     call "CBL_CHECK_FILE_EXIST" using ws-trg-input(t)
151000         ws-input-file-info returning ws-input-exist-rc.
151100     if ws-input-exist-rc = 0
151200         set ws-input-arrived to true
151300         display "batch-driver: step " ws-current-step " ("
151400             ws-step-program-id(ws-current-step) ") input "
151500             function trim(ws-trg-input(t)) " is here."
151600     end-if.
151700*    232-skip-no-input: recorded the way an operator SKIP is -
151800*    a warning alert for the morning pass and BATCH-STATUS.DAT
151900*    moved past the step, so a resubmitted job does not sit out
152000*    the wait again - and the step reads NO INPUT in the
152100*    summary instead of repeating its last (stale) result.
152200 232-skip-no-input.
152300     display "batch-driver: step " ws-current-step
152400         " (" ws-step-program-id(ws-current-step)
152500         ") NO INPUT - " function trim(ws-trg-input(t))
152600         " did not arrive, step skipped.".
152700     move "Y" to ws-step-no-input(ws-current-step).
152800     move "I" to ws-bypass-cause.
152900     move spaces to ws-bypass-reason.
153000     string "NO INPUT - " function trim(ws-trg-input(t))
153100         " absent after " ws-trg-wait-min(t) " min"
153200         delimited by size into ws-bypass-reason.
153300     perform 248-record-bypass.
153400     move spaces to ws-alert-message.
153500     string "step " ws-current-step " NO INPUT - "
153600         function trim(ws-trg-input(t)) " absent after "
153700         ws-trg-wait-min(t) " min"
153800         delimited by size into ws-alert-message.
153900     move function log-alert(
154000         ws-step-program-id(ws-current-step), "W",
154100         ws-alert-message) to ws-log-status.
154200     move spaces to ws-full-command.
154300     string "batch-driver NOINPUT "
154400         function trim(ws-step-program-id(ws-current-step))
154500         delimited by size into ws-full-command.
154600     move spaces to ws-audit-parms.
154700     string "WAITED=" ws-trg-wait-min(t) " FILE="
154800         function trim(ws-trg-input(t))
154900         delimited by size into ws-audit-parms.
155000     move function log-access(ws-operator-id,
155100         ws-full-command, ws-audit-parms) to ws-log-status.
155200     move ws-current-step to ws-last-step.
155300     perform 350-save-batch-status.
155400     add 1 to ws-current-step.
155500*    234-consume-input: only after the step finished cleanly -
155600*    a failed step leaves its input where it was for the rerun.
155700*    The dated name carries the time too, so two deliveries on
155800*    one day each keep their own copy.
155900 234-consume-input.
156000     move ws-step-trigger(ws-current-step) to t.
156100     accept ws-input-now from time.
156200     move spaces to ws-consumed-name.
156300     string function trim(ws-trg-input(t)) "." ws-today "."
156400         ws-input-now(1:6)
156500         delimited by size into ws-consumed-name.
156600     call "CBL_RENAME_FILE" using ws-trg-input(t)
156700         ws-consumed-name returning ws-input-rename-rc.
156800     if ws-input-rename-rc = 0
156900         display "batch-driver: input "
157000             function trim(ws-trg-input(t)) " consumed - now "
157100             function trim(ws-consumed-name) "."
157200         move spaces to ws-full-command
157300         string "batch-driver CONSUME "
157400             function trim(ws-trg-input(t))
157500             delimited by size into ws-full-command
157600         move spaces to ws-audit-parms
157700         string "TO=" function trim(ws-consumed-name)
157800             delimited by size into ws-audit-parms
157900         move function log-access(ws-operator-id,
158000             ws-full-command, ws-audit-parms) to ws-log-status
158100     else
158200         display "batch-driver: input "
158300             function trim(ws-trg-input(t)) " could not be"
158400             " renamed - the next window will see it again."
158500         move spaces to ws-alert-message
158600         string "step " ws-current-step " input "
158700             function trim(ws-trg-input(t)) " not renamed"
158800             delimited by size into ws-alert-message
158900         move function log-alert(
159000             ws-step-program-id(ws-current-step), "W",
159100             ws-alert-message) to ws-log-status
159200     end-if.
159300*----------------------------------------------------------------
159400*    240-check-condition: the step's BATCHCOND.DAT row judged
159500*    against the latest earlier step running the watched
159600*    program -
159700*      OK   - that step finished cleanly;
159800*      FAIL - it failed, after any retries (its failure was let
159900*             through for exactly this - see 300-run-one-step);
160000*      DIFF - it finished cleanly and its ledger result differs
160100*             from the program's previous one (a first-ever
160200*             result counts as different);
160300*      SAME - it finished cleanly and its result is unchanged.
160400*    A watched program not an earlier step of the same calendar
160500*    list, or a watched step itself passed over, meets nothing.
160600*    ws-cond-met answers; ws-bypass-reason says why not.
160700 240-check-condition.
160800     move "N" to ws-cond-met.
160900     move spaces to ws-cond-why.
161000     move ws-step-cond(ws-current-step) to t.
161100     move ws-current-step to ws-cond-step.
161200     perform 242-find-after-step.
161300     evaluate true
161400         when ws-after-step = 0
161500             move "not earlier in its list" to ws-cond-why
161600         when ws-cnd-test(t) = "FAIL"
161700             if ws-step-outcome(ws-after-step) = "F"
161800                 move "Y" to ws-cond-met
161900             else
162000                 string "step " ws-after-step " did not fail"
162100                     delimited by size into ws-cond-why
162200             end-if
162300         when ws-step-outcome(ws-after-step) not = "D"
162400             string "step " ws-after-step " did not complete"
162500                 delimited by size into ws-cond-why
162600         when ws-cnd-test(t) = "OK"
162700             move "Y" to ws-cond-met
162800         when other
162900             perform 244-compare-results
163000     end-evaluate.
163100     move spaces to ws-bypass-reason.
163200     string "condition " function trim(ws-cnd-after(t)) " "
163300         function trim(ws-cnd-test(t)) " not met - "
163400         function trim(ws-cond-why)
163500         delimited by size into ws-bypass-reason.
163600*    242-find-after-step: the latest step before ws-cond-step,
163700*    from the same calendar list, running the program its
163750*    condition watches (zero if none).
163800 242-find-after-step.
163900     move 0 to ws-after-step.
164000     move ws-step-cond(ws-cond-step) to p2.
164100     perform varying k from 1 by 1 until k >= ws-cond-step
164200         if ws-step-program-id(k) = ws-cnd-after(p2)
164250             and ws-step-cal-list(k) =
164260                 ws-step-cal-list(ws-cond-step)
164300             move k to ws-after-step
164400         end-if
164500     end-perform.
164600*    244-compare-results: the journal, not the index - tonight's
164700*    row is found by the watched step's run number, and the
164800*    program's row before it is what it is compared with.
164900 244-compare-results.
165000     move ws-step-run-id(ws-after-step) to ws-cond-run-id.
165100     move "N" to ws-cond-tonight-found.
165200     move "N" to ws-cond-before-found.
165300     move "N" to ws-cond-seen.
165400     move spaces to ws-cond-last-seen.
165500     move "00" to ws-ledger-status.
165600     open input ledger-file.
165700     if ws-ledger-status = "00"
165800         perform until ws-ledger-status = "10"
165900             read ledger-file
166000                 at end move "10" to ws-ledger-status
166100                 not at end perform 245-note-ledger-row
166200             end-read
166300         end-perform
166400         close ledger-file
166500     end-if.
166600     evaluate true
166700         when ws-cond-tonight-found = "N"
166800             move "no ledger row tonight" to ws-cond-why
166900         when ws-cond-before-found = "N"
167000             if ws-cnd-test(t) = "DIFF"
167100                 move "Y" to ws-cond-met
167200             else
167300                 move "no earlier result" to ws-cond-why
167400             end-if
167500         when ws-cond-tonight = ws-cond-before
167600             if ws-cnd-test(t) = "SAME"
167700                 move "Y" to ws-cond-met
167800             else
167900                 move "result unchanged" to ws-cond-why
168000             end-if
168100         when other
168200             if ws-cnd-test(t) = "DIFF"
168300                 move "Y" to ws-cond-met
168400             else
168500                 move "result changed" to ws-cond-why
168600             end-if
168700     end-evaluate.
168800 245-note-ledger-row.
168900     if fd-led-program-id = ws-cnd-after(t)
169000         and ws-cond-tonight-found = "N"
169100         if fd-led-run-id is numeric
169200             and fd-led-run-id = ws-cond-run-id
169300             move "Y" to ws-cond-tonight-found
169400             move fd-led-result to ws-cond-tonight
169500             move ws-cond-seen to ws-cond-before-found
169600             move ws-cond-last-seen to ws-cond-before
169700         else
169800             move "Y" to ws-cond-seen
169900             move fd-led-result to ws-cond-last-seen
170000         end-if
170100     end-if.
170200*    246-bypass-step: a step whose condition is not met has not
170300*    failed and raises no alert - it is what the calendar asked
170400*    for. It is said on the console, logged, recorded in
170500*    BATCH-STATUS.DAT as a BYPASS, and the window moves past it
170600*    the way 232-skip-no-input does.
170700 246-bypass-step.
170800     display "batch-driver: step " ws-current-step
170900         " (" ws-step-program-id(ws-current-step)
171000         ") BYPASSED - " function trim(ws-bypass-reason) ".".
171100     move spaces to ws-full-command.
171200     string "batch-driver BYPASS "
171300         function trim(ws-step-program-id(ws-current-step))
171400         delimited by size into ws-full-command.
171500     move ws-bypass-reason to ws-audit-parms.
171600     move function log-access(ws-operator-id,
171700         ws-full-command, ws-audit-parms) to ws-log-status.
171800     move "C" to ws-bypass-cause.
171900     perform 248-record-bypass.
172000     move ws-current-step to ws-last-step.
172100     perform 350-save-batch-status.
172200     add 1 to ws-current-step.
172300*    248-record-bypass: the passed-over step's BYPASS record goes
172400*    into the attempt table, so the save that follows (and every
172500*    one after it) carries it.
172600 248-record-bypass.
172700     move ws-bypass-cause to ws-step-outcome(ws-current-step).
172800     move ws-bypass-reason to ws-step-reason(ws-current-step).
172900     if ws-att-count >= 200
172910         perform 249-warn-attempts-full
172920     else
173000         add 1 to ws-att-count
173200         move spaces to ws-att-entry(ws-att-count)
173300         move "BYPASS" to ws-ate-tag(ws-att-count)
173400         move "S" to ws-ate-kind(ws-att-count)
173500         move ws-current-step to ws-ate-number(ws-att-count)
173600         move ws-step-program-id(ws-current-step)
173700             to ws-ate-program-id(ws-att-count)
173800         move ws-bypass-cause to ws-ate-cause(ws-att-count)
173900         move ws-today to ws-ate-date(ws-att-count)
174000         accept ws-now-full from time
174100         move ws-now-full(1:6) to ws-ate-time(ws-att-count)
174200         move ws-bypass-reason to ws-ate-reason(ws-att-count)
174210     end-if.
174215*    249-warn-attempts-full: the attempt table (BATCH-STATUS.DAT's
174220*    ATTEMPT and BYPASS records) is full - the record that would
174225*    not fit is dropped rather than written over the last one,
174230*    and a warning alert says so, once a window.
174235 249-warn-attempts-full.
174240     if ws-att-full-warned = "N"
174245         move "Y" to ws-att-full-warned
174250         display "batch-driver: attempt table full (200) -"
174255             " further ATTEMPT/BYPASS records not kept."
174260         move spaces to ws-alert-message
174265         string "attempt table full (200) - ATTEMPT/BYPASS"
174270             " records past it not kept"
174275             delimited by size into ws-alert-message
174280         move function log-alert("batch", "W",
174285             ws-alert-message) to ws-log-status
174290     end-if.
174300*    202-form-wave: extend the wave one step at a time; a
174400*    candidate whose prerequisites include any program already
174500*    in the wave ends the growth (it will open the next wave).
174600 202-form-wave.
174700     move ws-current-step to ws-wave-end.
174800*    a step on a trigger waits alone and runs alone, and so
174900*    does a conditional step - neither joins a wave nor lets
175000*    a wave grow past it.
175100     if ws-dep-loaded = "N"
175200         or ws-step-trigger(ws-current-step) not = 0
175300         or ws-step-cond(ws-current-step) not = 0
175400         go to 202-exit
175500     end-if.
175600     move "N" to ws-conflict.
175700     perform until ws-wave-end >= ws-step-count
175800         or ws-conflict = "Y"
175900         compute ws-next-step = ws-wave-end + 1
176000         perform 204-check-wave-conflict thru 204-exit
176100         if ws-conflict = "N"
176200             move ws-next-step to ws-wave-end
176300         end-if
176400     end-perform.
176500 202-exit. exit.
176600 204-check-wave-conflict.
176700     move "N" to ws-conflict.
176800     if ws-step-trigger(ws-next-step) not = 0
176900         or ws-step-cond(ws-next-step) not = 0
177000         move "Y" to ws-conflict
177100         go to 204-exit
177200     end-if.
177300     perform varying d from 1 by 1 until d > ws-dep-count
177400         or ws-conflict = "Y"
177500         if ws-dep-program-id(d)
177600             = ws-step-program-id(ws-next-step)
177700             perform varying p9 from 1 by 1 until p9 > 4
177800                 or ws-conflict = "Y"
177900                 if ws-dep-prereq(d, p9) not = spaces
178000                     perform varying k from ws-current-step
178100                         by 1 until k > ws-wave-end
178200                         or ws-conflict = "Y"
178300                         if ws-step-program-id(k)
178400                             = ws-dep-prereq(d, p9)
178500                             move "Y" to ws-conflict
178600                         end-if
178700                     end-perform
178800                 end-if
178900             end-perform
179000         end-if
179100     end-perform.
179200 204-exit. exit.
179300*----------------------------------------------------------------
179400*    300-run-one-step: on failure the batch stops immediately and
179500*    BATCH-STATUS.DAT is left exactly as it was after the last
179600*    good step, so the operator can just resubmit this same job
179700*    once the cause of the failure is fixed. A failure the
179800*    program's retry policy calls transient is relaunched
179900*    first (310-attempt-step); the step only fails once the
180000*    retries are used up.
180100*    A failure a later step's FAIL condition is waiting on does
180200*    not stop the batch at all (see 340-continue-past-failure).
180300 300-run-one-step.
180400     display "batch-driver: starting step " ws-current-step
180500         " (" ws-step-program-id(ws-current-step) ")".
180600     move ws-current-step to ws-build-step.
180700     move ws-step-program-id(ws-current-step)
180800         to ws-launch-program.
180900     perform 370-find-retry-policy.
181000     move "S" to ws-att-kind.
181100     move ws-current-step to ws-att-number.
181200     move 0 to ws-attempt.
181300     move "Y" to ws-try-again.
181400     perform 310-attempt-step thru 310-exit
181500         until ws-try-again = "N".
181600     if ws-step-rc = 0
181700         move "D" to ws-step-outcome(ws-current-step)
181800         move ws-current-step to ws-last-step
181900         perform 350-save-batch-status
182000         if ws-step-trigger(ws-current-step) not = 0
182100             perform 234-consume-input
182200         end-if
182300     else
182400         move "F" to ws-step-outcome(ws-current-step)
182500         move ws-step-rc to ws-step-rc-show
182600         if ws-step-watched(ws-current-step) = "Y"
182700             perform 340-continue-past-failure
182800             move ws-current-step to ws-last-step
182900             perform 350-save-batch-status
183000         else
183100             move "Y" to ws-abended
183200             display "batch-driver: step " ws-current-step
183300                 " (" ws-step-program-id(ws-current-step)
183400                 ") failed - batch stopped, rerun this job to"
183500                 " resume from this step."
183600*            the console line above has scrolled away by morning;
183700*            the ALERTS.DAT record (see src/library/alerts.cbl)
183800*            hasn't.
183900             move spaces to ws-alert-message
184000             string "step " ws-current-step " failed, rc "
184100                 ws-step-rc-show " - batch stopped after "
184200                 ws-attempt " attempt(s)"
184300                 delimited by size into ws-alert-message
184400             move function log-alert(
184500                 ws-step-program-id(ws-current-step), "E",
184600                 ws-alert-message) to ws-log-status
184700         end-if
184800     end-if.
184900*    the failure alert above went out under the step's own
185000*    number - only now does the driver take its own back.
185100     perform 303-restore-run-id.
185200*    310-attempt-step: one launch of the step, under a run
185300*    number and run-log of its own, recorded in BATCH-STATUS.DAT
185400*    and the run-log catalog whatever its outcome.
185500 310-attempt-step.
185600     add 1 to ws-attempt.
185700     perform 302-issue-run-id.
185800     move ws-child-run-id to ws-step-run-id(ws-current-step).
185900     move ws-attempt to ws-step-attempts(ws-current-step).
186000     perform 305-build-step-command.
186100     move function log-access(ws-operator-id,
186200         ws-full-command, ws-audit-parms)
186300         to ws-log-status.
186400     call "SYSTEM" using ws-full-command.
186500     move return-code to ws-step-rc.
186600     perform 360-derive-exit-code.
186700     perform 380-judge-retry thru 380-exit.
186800     perform 385-record-attempt.
186900     if ws-try-again = "Y"
187000         perform 390-wait-before-retry
187100     end-if.
187200 310-exit. exit.
187300*----------------------------------------------------------------
187400*    305-build-step-command: appends this step's BATCHPARM.DAT
187500*    arguments (if any) to the bare command, so the nightly
187600*    window runs the interesting parameters instead of the
187700*    compiled-in defaults, then redirects the step's console
187800*    output into a dated, step-named run-log file - when
187900*    reconcile flags a mismatch the exact output of the run in
188000*    question is on disk instead of scrolled away. The full
188100*    command, run-log filename included, travels into the
188200*    step's AUDITLOG.DAT record via log-access above.
188300 305-build-step-command.
188400     move spaces to ws-step-args ws-full-command.
188500     perform varying c from 1 by 1 until c > ws-parm-count
188600         if ws-parm-program-id(c)
188700             = ws-step-program-id(ws-build-step)
188800             move ws-parm-args(c) to ws-step-args
188900         end-if
189000     end-perform.
189100*    a profiled step's pinned arguments outrank BATCHPARM -
189200*    the profile IS the parameter set, everywhere it is named.
189300     if ws-step-prf-args(ws-build-step) not = spaces
189400         move ws-step-prf-args(ws-build-step) to ws-step-args
189500     end-if.
189600     perform 307-build-runlog-name.
189700     if ws-step-args = spaces
189800         string function trim(
189900             ws-step-command(ws-build-step))
190000             " > " function trim(ws-runlog-name)
190100             " 2>&1"
190200             delimited by size into ws-full-command
190300     else
190400         string function trim(
190500             ws-step-command(ws-build-step))
190600             " " function trim(ws-step-args)
190700             " > " function trim(ws-runlog-name)
190800             " 2>&1"
190900             delimited by size into ws-full-command
191000     end-if.
191100     perform 308-catalog-run-log.
191200*    306-build-audit-parms: the run-log filename leads, so it
191300*    survives however long the arguments run - the command
191400*    field's 80 bytes would cut the redirection tail off first.
191500     perform 306-build-audit-parms.
191600 306-build-audit-parms.
191700     move spaces to ws-audit-parms.
191800     if ws-step-args = spaces
191900         string "LOG=" function trim(ws-runlog-name)
192000             delimited by size into ws-audit-parms
192100     else
192200         string "LOG=" function trim(ws-runlog-name)
192300             " " function trim(ws-step-args)
192400             delimited by size into ws-audit-parms
192500     end-if.
192600*    307-build-runlog-name: RUNLOG.<yyyymmdd>.<PROGRAM>.TXT,
192700*    with .R<attempt> before the .TXT for a retry - each
192800*    attempt keeps its own evidence.
192900 307-build-runlog-name.
193000     move spaces to ws-runlog-name.
193100     if ws-attempt > 1
193200         string "RUNLOG." ws-today "."
193300             function upper-case(function trim(
193400                 ws-step-program-id(ws-build-step)))
193500             ".R" ws-attempt ".TXT"
193600             delimited by size into ws-runlog-name
193700     else
193800         string "RUNLOG." ws-today "."
193900             function upper-case(function trim(
194000                 ws-step-program-id(ws-build-step)))
194100             ".TXT"
194200             delimited by size into ws-runlog-name
194300     end-if.
194400 308-catalog-run-log.
194500     open extend runlog-catalog.
194600     if ws-runlog-cat-status = "35"
194700         open output runlog-catalog
194800     end-if.
194900     move spaces to fd-runlog-rec.
195000     move ws-runlog-name to fd-rlg-filename.
195100     move ws-today to fd-rlg-date.
195200     move ws-child-run-id to fd-rlg-run-id.
195300     write fd-runlog-rec.
195400     close runlog-catalog.
195500*----------------------------------------------------------------
195600*    320-run-wave-parallel: every wave member gets the same
195700*    per-step treatment 300-run-one-step gives a serial step -
195800*    BATCHPARM arguments, run-log redirection, catalog record,
195900*    access-log entry - but the launches go out as one shell
196000*    command that backgrounds each step and waits for them all.
196100*    A backgrounded child's RETURN-CODE never reaches this
196200*    program, so each step's exit status is written to its own
196300*    STEPRC.<nn>.TXT and collected after the wait; a step whose
196400*    rc file never appeared is treated as failed, not quietly
196500*    skipped.
196600 320-run-wave-parallel.
196700     display "batch-driver: starting steps " ws-current-step
196800         " through " ws-wave-end " concurrently.".
196900     move spaces to ws-wave-command.
197000     move 1 to ws-wave-pos.
197100     perform 322-add-step-to-wave
197200         varying s2 from ws-current-step by 1
197300         until s2 > ws-wave-end.
197400     string "wait" delimited by size
197500         into ws-wave-command with pointer ws-wave-pos.
197600     perform 303-restore-run-id.
197700     call "SYSTEM" using ws-wave-command.
197800     perform 324-collect-step-rc thru 324-exit
197900         varying s2 from ws-current-step by 1
198000         until s2 > ws-wave-end.
198100     if ws-abended = "N"
198200         move ws-wave-end to ws-last-step
198300         perform 350-save-batch-status
198400     end-if.
198500 320-exit. exit.
198600 322-add-step-to-wave.
198700     move s2 to ws-build-step.
198800     move 1 to ws-attempt.
198900     move 1 to ws-step-attempts(s2).
199000     perform 302-issue-run-id.
199100     move ws-child-run-id to ws-step-run-id(s2).
199200     perform 305-build-step-command.
199300     move function log-access(ws-operator-id,
199400         ws-full-command, ws-audit-parms) to ws-log-status.
199500     perform 326-build-steprc-name.
199600*    the members share one shell, so each subshell exports its
199700*    own run number rather than inheriting the last one set.
199800     string "( export EULER_RUNID=" ws-child-run-id
199900         " ; " function trim(ws-full-command)
200000         " ; echo $? > " function trim(ws-steprc-name)
200100         " ) & "
200200         delimited by size
200300         into ws-wave-command with pointer ws-wave-pos.
200400 324-collect-step-rc.
200500     move s2 to ws-build-step.
200600     perform 326-build-steprc-name.
200700     move 999999999 to ws-wave-rc.
200800     move "00" to ws-steprc-status.
200900     open input steprc-file.
201000     if ws-steprc-status = "00"
201100         read steprc-file
201200             at end continue
201300             not at end
201400                 if fd-steprc-rec not = spaces
201500                     compute ws-wave-rc =
201600                         function numval(fd-steprc-rec)
201700                 end-if
201800         end-read
201900         close steprc-file
202000     end-if.
202100     call "CBL_DELETE_FILE" using ws-steprc-name
202200         returning ws-delete-rc-2.
202300     perform 328-record-wave-attempt.
202400     if ws-wave-rc = 0
202500         move "D" to ws-step-outcome(s2)
202600         display "batch-driver: step " s2
202700             " (" ws-step-program-id(s2) ") completed."
202800         go to 324-exit
202900     end-if.
203000     move "F" to ws-step-outcome(s2).
203100     if ws-step-watched(s2) = "Y"
203200         move ws-wave-rc to ws-step-rc-show
203300         move ws-step-run-id(s2) to ws-child-run-id
203400         move function set-run-id(ws-child-run-id)
203500             to ws-log-status
203600         perform 340-continue-past-failure
203700         perform 303-restore-run-id
203800         go to 324-exit
203900     end-if.
204000     move "Y" to ws-abended.
204100     display "batch-driver: step " s2
204200         " (" ws-step-program-id(s2)
204300         ") failed - batch stopped, rerun this job to"
204400         " resume from this wave.".
204500     move spaces to ws-alert-message.
204600     move ws-wave-rc to ws-step-rc-show.
204700     string "step " s2 " failed, rc "
204800         ws-step-rc-show " - batch stopped"
204900         delimited by size into ws-alert-message.
205000     move ws-step-run-id(s2) to ws-child-run-id.
205100     move function set-run-id(ws-child-run-id)
205200         to ws-log-status.
205300     move function log-alert(ws-step-program-id(s2), "E",
205400         ws-alert-message) to ws-log-status.
205500     perform 303-restore-run-id.
205600 324-exit. exit.
205700*    328-record-wave-attempt: a wave member's one launch leaves
205800*    the same ATTEMPT record a serial step's does - there is no
205900*    retry inside a wave, so it is DONE or FAILED outright.
206000 328-record-wave-attempt.
206100     move "S" to ws-att-kind.
206200     move s2 to ws-att-number.
206300     move ws-step-program-id(s2) to ws-launch-program.
206400     move 1 to ws-attempt.
206500     move ws-step-run-id(s2) to ws-child-run-id.
206600     move ws-wave-rc to ws-exit-code.
206700     if ws-wave-rc = 0
206800         move "DONE" to ws-att-outcome
206900     else
207000         move "FAILED" to ws-att-outcome
207100     end-if.
207200     perform 307-build-runlog-name.
207300     perform 385-record-attempt.
207400 326-build-steprc-name.
207500     move spaces to ws-steprc-name.
207600     string "STEPRC." s2 ".TXT"
207700         delimited by size into ws-steprc-name.
207800*----------------------------------------------------------------
207900*    340-continue-past-failure: a failed step that a later
208000*    step's FAIL condition watches is a failure the calendar
208100*    planned for. It is still raised as an error alert for the
208200*    morning pass, but the window counts the step as passed and
208300*    walks on to the step that handles it - and ends RC 8
208400*    rather than 0, so the scheduler still sees it. The caller
208500*    has the step in ws-build-step, its rc in ws-step-rc-show
208600*    and its run number set.
208700 340-continue-past-failure.
208800     move "Y" to ws-handled-failure.
208900     display "batch-driver: step " ws-build-step
209000         " (" ws-step-program-id(ws-build-step)
209100         ") failed - a later step's FAIL condition watches it,"
209200         " window continues.".
209300     move spaces to ws-alert-message.
209400     string "step " ws-build-step " failed, rc "
209500         ws-step-rc-show " - window continued"
209600         delimited by size into ws-alert-message.
209700     move function log-alert(
209800         ws-step-program-id(ws-build-step), "E",
209900         ws-alert-message) to ws-log-status.
210000*    350-save-batch-status: the resume step, the SUSPENDED
210100*    marker when the window was cut short, then the window's
210200*    attempt records - the whole file each time, so the
210300*    resume step is always the first record and the marker
210400*    always the second, as every reader expects.
210500 350-save-batch-status.
210600     open output batch-status-file.
210700     move ws-last-step to fd-batch-last-step.
210800     write fd-batch-rec.
210900     if ws-suspended = "Y"
211000         move "SUSPENDED" to fd-batch-susp-rec
211100         write fd-batch-susp-rec
211200     end-if.
211300     perform varying e from 1 by 1 until e > ws-att-count
211400         move ws-att-entry(e) to fd-batch-att-rec
211500         write fd-batch-att-rec
211600     end-perform.
211700     close batch-status-file.
211800*----------------------------------------------------------------
211900*    360-derive-exit-code: CALL "SYSTEM" hands back the raw
212000*    wait status - a child's exit code sits in its high byte
212100*    (16 arrives as 4096, a command the shell could not run
212200*    as 32512) - while the retry policy, like the operators
212300*    writing it, speaks in exit codes.
212400 360-derive-exit-code.
212500     move ws-step-rc to ws-exit-code.
212600     if ws-step-rc >= 256
212700         and function mod(ws-step-rc, 256) = 0
212800         compute ws-exit-code = ws-step-rc / 256
212900     end-if.
213000*    370-find-retry-policy: the program's own RETRYPOL.DAT row,
213100*    else the "*" row, else none (ws-rty-idx zero).
213200 370-find-retry-policy.
213300     move 0 to ws-rty-idx.
213400     perform varying p2 from 1 by 1
213500         until p2 > ws-rty-count or ws-rty-idx not = 0
213600         if ws-rty-program-id(p2) = ws-launch-program
213700             move p2 to ws-rty-idx
213800         end-if
213900     end-perform.
214000     perform varying p2 from 1 by 1
214100         until p2 > ws-rty-count or ws-rty-idx not = 0
214200         if ws-rty-program-id(p2) = "*"
214300             move p2 to ws-rty-idx
214400         end-if
214500     end-perform.
214600*    380-judge-retry: another attempt only for a failure whose
214700*    exit code the policy lists, while retries remain and the
214800*    window deadline still leaves room for one.
214900 380-judge-retry.
215000     move "N" to ws-try-again.
215100     if ws-step-rc = 0
215200         move "DONE" to ws-att-outcome
215300         go to 380-exit
215400     end-if.
215500     move "FAILED" to ws-att-outcome.
215600     if ws-rty-idx = 0 or ws-exit-code = 0
215700         go to 380-exit
215800     end-if.
215900     if ws-attempt > ws-rty-retries(ws-rty-idx)
216000         go to 380-exit
216100     end-if.
216200     perform varying p9 from 1 by 1
216300         until p9 > 8 or ws-try-again = "Y"
216400         if ws-rty-exit-code(ws-rty-idx, p9) = ws-exit-code
216500             move "Y" to ws-try-again
216600         end-if
216700     end-perform.
216800     if ws-try-again = "N"
216900         go to 380-exit
217000     end-if.
217100     perform 206-check-deadline thru 206-exit.
217200     if ws-deadline-near = "Y"
217300         move "N" to ws-try-again
217400         move "N" to ws-deadline-near
217500         display "batch-driver: " ws-launch-program
217600             " not retried - window deadline near."
217700         go to 380-exit
217800     end-if.
217900     move "RETRY" to ws-att-outcome.
218000 380-exit. exit.
218100*    385-record-attempt: the attempt goes behind the resume
218200*    step in BATCH-STATUS.DAT straight away - an abend in the
218300*    middle of the retries still leaves the evidence.
218400 385-record-attempt.
218500     if ws-att-count >= 200
218510         perform 249-warn-attempts-full
218520     else
218600         add 1 to ws-att-count
218800         move spaces to ws-att-entry(ws-att-count)
218900         move "ATTEMPT" to ws-ate-tag(ws-att-count)
219000         move ws-att-kind to ws-ate-kind(ws-att-count)
219100         move ws-att-number to ws-ate-number(ws-att-count)
219200         move ws-launch-program to ws-ate-program-id(ws-att-count)
219300         move ws-attempt to ws-ate-attempt(ws-att-count)
219400         move ws-today to ws-ate-date(ws-att-count)
219500         accept ws-now-full from time
219600         move ws-now-full(1:6) to ws-ate-time(ws-att-count)
219700         move ws-child-run-id to ws-ate-run-id(ws-att-count)
219800         move ws-exit-code to ws-ate-exit-code(ws-att-count)
219900         move ws-att-outcome to ws-ate-outcome(ws-att-count)
220000         move ws-runlog-name to ws-ate-runlog(ws-att-count)
220050     end-if.
220100     perform 350-save-batch-status.
220200*    390-wait-before-retry: the failed attempt is raised as a
220300*    warning (the step has not failed yet) under its own run
220400*    number, then the policy's wait gives the lock holder or
220500*    the busy file time to clear.
220600 390-wait-before-retry.
220700     move spaces to ws-alert-message.
220800     string ws-att-kind ws-att-number " attempt " ws-attempt
220900         " failed, exit " ws-exit-code " - retrying"
221000         delimited by size into ws-alert-message.
221100     move function log-alert(ws-launch-program, "W",
221200         ws-alert-message) to ws-log-status.
221300     display "batch-driver: " ws-launch-program " attempt "
221400         ws-attempt " failed (exit " ws-exit-code ") -"
221500         " retrying in " ws-rty-wait-sec(ws-rty-idx)
221600         " second(s).".
221700     move ws-rty-wait-sec(ws-rty-idx) to ws-retry-wait.
221800     if ws-retry-wait > 0
221900         call "C$SLEEP" using ws-retry-wait
222000     end-if.
222100*----------------------------------------------------------------
222200*    400-drain-work-queue: after the scheduled steps, every
222300*    PENDING request phoned in during the day (one WORKQUEUE.DAT
222400*    record each) is launched the same CALL "SYSTEM" way the
222500*    fixed steps are, under the requester's own id in the access
222600*    log, and its record flipped to DONE or FAILED with the run
222700*    date - ad-hoc daytime interruptions become auditable
222800*    overnight work. The queue only drains after a clean window
222900*    (a failed fixed step stops the batch before this point), so
223000*    a resubmitted job picks the queue up untouched.
223100*    Each finished request also leaves a result notice in its
223200*    requester's mailbox (440-deliver-notice), read back through
223300*    my-requests.
223400*    A request asking exactly what a clean, unreversed,
223500*    certified ledger row already answers is not launched at
223600*    all: it is marked ANSWERED, pointing at that run
223700*    (415-answer-or-run), unless its force-rerun flag is set.
223800 400-drain-work-queue.
223900     perform 410-load-queue thru 410-done.
224000*    a rewrite from a table that didn't hold the whole queue
224100*    would silently destroy every request past its capacity, so
224200*    an over-full queue is left completely untouched for the
224300*    operator to trim - no request is ever lost unlogged.
224400     if ws-queue-overflow = "Y"
224500         display "batch-driver: WORKQUEUE.DAT holds more than"
224600             " 50 requests - queue not drained this window,"
224700             " trim it and resubmit."
224800         go to 400-exit
224900     end-if.
225000     if ws-queue-count = 0
225100         go to 400-exit
225200     end-if.
225300*    the same deadline clock the fixed steps obey governs the
225400*    drain: requests there is no time left for simply stay
225500*    PENDING for the next window - the queue spreads itself
225600*    across nights instead of pushing into the online day.
225700     perform varying q from 1 by 1 until q > ws-queue-count
225800         or ws-deadline-near = "Y" or ws-suspended = "Y"
225900         if ws-que-status(q) = "PENDING"
226000             perform 209-poll-commands thru 209-exit
226100             perform 206-check-deadline thru 206-exit
226200             evaluate true
226300                 when ws-suspended = "Y"
226400                     display "batch-driver: STOP - remaining"
226500                         " queue requests stay PENDING."
226600                 when ws-skip-next = "Y"
226700                     perform 430-skip-queued-job
226800                 when ws-deadline-near = "Y"
226900                     display "batch-driver: deadline near -"
227000                         " remaining queue requests stay"
227100                         " PENDING for the next window."
227200                 when other
227300                     perform 415-answer-or-run
227400             end-evaluate
227500         end-if
227600     end-perform.
227700     perform 450-rewrite-queue.
227800     perform 460-log-control-totals.
227900 400-exit. exit.
228000 410-load-queue.
228100     move 0 to ws-queue-count.
228200     move "N" to ws-queue-overflow.
228300     move zeros to ws-queue-totals.
228400     open input queue-file.
228500     if ws-queue-status not = "00"
228600         go to 410-done
228700     end-if.
228800     perform until ws-queue-status = "10"
228900         read queue-file
229000             at end move "10" to ws-queue-status
229100             not at end
229200                 if ws-queue-count = 50
229300                     move "Y" to ws-queue-overflow
229400                 end-if
229500                 if ws-queue-count < 50
229600                     add 1 to ws-qct-read
229700                     if fd-que-status = "PENDING"
229800                         add 1 to ws-qct-accepted
229900                     else
230000                         add 1 to ws-qct-rejected
230100                     end-if
230200                     add 1 to ws-queue-count
230300                     move fd-que-program-id
230400                         to ws-que-program-id(ws-queue-count)
230500                     move fd-que-parameters
230600                         to ws-que-parameters(ws-queue-count)
230700                     move fd-que-requester
230800                         to ws-que-requester(ws-queue-count)
230900                     move fd-que-status
231000                         to ws-que-status(ws-queue-count)
231100                     move fd-que-run-date
231200                         to ws-que-run-date(ws-queue-count)
231300                     move 0 to ws-que-run-id(ws-queue-count)
231400                     if fd-que-run-id is numeric
231500                         move fd-que-run-id
231600                             to ws-que-run-id(ws-queue-count)
231700                     end-if
231800                     move fd-que-force
231900                         to ws-que-force(ws-queue-count)
232000                 end-if
232100         end-read
232200     end-perform.
232300     close queue-file.
232400 410-done.
232500     exit.
232600*    415-answer-or-run: every problem program is deterministic,
232700*    so relaunching one for a question the ledger has already
232800*    answered cleanly - and certify has vouched for - only
232900*    spends the window. The requester who really wants a fresh
233000*    run said so at entry time; catch-up's make-ups always ask
233100*    for one, and a program computing from an input file is
233200*    never answered (see find-answer).
233300 415-answer-or-run.
233400     move "N" to ws-ans-found.
233500     if ws-que-force(q) not = "Y"
233600         move function find-answer(ws-que-program-id(q),
233700             ws-que-parameters(q)) to ws-answer
233800     end-if.
233900     if ws-ans-found = "Y"
234000         perform 435-answer-queued-job
234100     else
234200         perform 420-run-queued-job
234300     end-if.
234400*    420-run-queued-job: a queued job's console output goes to
234500*    a run-log of its own, catalogued like a step's, so a
234600*    FAILED notice can point the requester at the evidence.
234700*    The job gets the same retry policy a step does (see
234800*    421-attempt-queued-job), and is only FAILED once the
234900*    retries are used up.
235000 420-run-queued-job.
235100     move ws-que-program-id(q) to ws-launch-program.
235200     perform 370-find-retry-policy.
235300     move "Q" to ws-att-kind.
235400     move q to ws-att-number.
235500     move 0 to ws-attempt.
235600     move "Y" to ws-try-again.
235700     perform 421-attempt-queued-job thru 421-exit
235800         until ws-try-again = "N".
235900     if ws-step-rc = 0
236000         move "DONE" to ws-que-status(q)
236100         add 1 to ws-qct-processed
236200     else
236300         move "FAILED" to ws-que-status(q)
236400         add 1 to ws-qct-failed
236500     end-if.
236600     move ws-today to ws-que-run-date(q).
236700     move ws-child-run-id to ws-que-run-id(q).
236800     move function get-elapsed-seconds(ws-job-start,
236900         ws-job-end) to ws-job-elapsed.
237000     perform 440-deliver-notice thru 440-exit.
237100*    421-attempt-queued-job: one launch, under a run number and
237200*    run-log of its own; the notice reports the last attempt.
237300 421-attempt-queued-job.
237400     add 1 to ws-attempt.
237500     perform 302-issue-run-id.
237600     perform 427-build-queue-runlog-name.
237700     move spaces to ws-full-command.
237800     if ws-que-parameters(q) = spaces
237900         string "./" function trim(ws-que-program-id(q))
238000             " > " function trim(ws-runlog-name) " 2>&1"
238100             delimited by size into ws-full-command
238200     else
238300         string "./" function trim(ws-que-program-id(q))
238400             " " function trim(ws-que-parameters(q))
238500             " > " function trim(ws-runlog-name) " 2>&1"
238600             delimited by size into ws-full-command
238700     end-if.
238800     display "batch-driver: queued job for "
238900         ws-que-requester(q) ": " function
239000         trim(ws-full-command).
239100     perform 308-catalog-run-log.
239200     move function log-access(ws-que-requester(q),
239300         ws-full-command, ws-que-parameters(q))
239400         to ws-log-status.
239500     accept ws-job-start from time.
239600     call "SYSTEM" using ws-full-command.
239700     move return-code to ws-step-rc.
239800     accept ws-job-end from time.
239900     perform 360-derive-exit-code.
240000     perform 380-judge-retry thru 380-exit.
240100     perform 385-record-attempt.
240200     if ws-try-again = "Y"
240300         perform 390-wait-before-retry
240400     end-if.
240500     perform 303-restore-run-id.
240600 421-exit. exit.
240700*    427-build-queue-runlog-name: RUNLOG.<yyyymmdd>.<PROGRAM>.
240800*    <run number>.TXT - the run number keeps two requests for
240900*    one program on one night (or a step and a request) from
241000*    sharing a log.
241100 427-build-queue-runlog-name.
241200     move spaces to ws-runlog-name.
241300     string "RUNLOG." ws-today "."
241400         function upper-case(function trim(
241500             ws-que-program-id(q)))
241600         "." ws-child-run-id ".TXT"
241700         delimited by size into ws-runlog-name.
241800*    430-skip-queued-job: the drain's shape of SKIP - the
241900*    request is closed out as FAILED with an alert rather
242000*    than left to launch again tomorrow, since the operator
242100*    just said not to run it.
242200 430-skip-queued-job.
242300     move "N" to ws-skip-next.
242400     move "FAILED" to ws-que-status(q).
242500     add 1 to ws-qct-failed.
242600     move ws-today to ws-que-run-date(q).
242700     display "batch-driver: queued job " q " ("
242800         ws-que-program-id(q) ") skipped by operator"
242900         " command - marked FAILED.".
243000     move spaces to ws-alert-message.
243100     string "queued job skipped by operator "
243200         ws-skip-operator
243300         delimited by size into ws-alert-message.
243400     move function log-alert(ws-que-program-id(q), "W",
243500         ws-alert-message) to ws-log-status.
243600     move 0 to ws-step-rc ws-exit-code ws-job-elapsed.
243700     move spaces to ws-runlog-name.
243800     perform 440-deliver-notice thru 440-exit.
243900*    435-answer-queued-job: satisfied without a launch - the
244000*    record's run number points at the original run, whose
244100*    ledger row the notice carries to the requester like any
244200*    other result. It counts as processed for the control
244300*    totals: the request was worked, just not rerun.
244400 435-answer-queued-job.
244500     move "ANSWERED" to ws-que-status(q).
244600     add 1 to ws-qct-processed.
244700     move ws-today to ws-que-run-date(q).
244800     move ws-ans-run-id to ws-que-run-id(q).
244900     display "batch-driver: queued job " q " ("
245000         ws-que-program-id(q) ") answered by run "
245100         ws-ans-run-id " of " ws-ans-run-date
245200         " - not launched.".
245300     move spaces to ws-full-command.
245400     string "batch-driver ANSWERED " ws-que-program-id(q)
245500         " FROM RUN " ws-ans-run-id
245600         delimited by size into ws-full-command.
245700     move function log-access(ws-que-requester(q),
245800         ws-full-command, ws-que-parameters(q))
245900         to ws-log-status.
246000     move 0 to ws-step-rc ws-exit-code ws-job-elapsed.
246100     move spaces to ws-runlog-name.
246200     perform 440-deliver-notice thru 440-exit.
246300*----------------------------------------------------------------
246400*    440-deliver-notice: drop the finished request's result
246500*    notice into the requester's mailbox. The answer is the
246600*    ledger row the child wrote under the run number it was
246700*    launched with - found exactly, not guessed from program
246800*    and clock; a request that never reached log-run (or was
246900*    skipped) is delivered with no result. The run-log only
247000*    rides along on failure. The return code is the child's
247050*    own exit code (360-derive-exit-code), not SYSTEM's raw
247060*    wait status - what the requester's program really ended
247070*    with.
247100 440-deliver-notice.
247200     move spaces to ws-notice-result ws-notice-figure.
247300     move 0 to ws-notice-led-date ws-notice-led-time.
247400     if ws-que-run-id(q) not = 0
247500         perform 445-find-ledger-row
247600     end-if.
247700     move spaces to ws-notice-runlog.
247800     if ws-que-status(q) = "FAILED"
247900         move ws-runlog-name to ws-notice-runlog
248000     end-if.
248100     move spaces to ws-mailbox-name.
248200     string "MAILBOX." function trim(ws-que-requester(q))
248300         ".DAT" delimited by size into ws-mailbox-name.
248400     open extend mailbox-file.
248500     if ws-mailbox-status = "35"
248600         open output mailbox-file
248700     end-if.
248800     if ws-mailbox-status not = "00"
248900         display "batch-driver: cannot open "
249000             function trim(ws-mailbox-name)
249100             " - notice for " ws-que-program-id(q)
249200             " not delivered."
249300         go to 440-exit
249400     end-if.
249500     move spaces to fd-mailbox-rec.
249600     move ws-que-requester(q) to fd-mbx-requester.
249700     move ws-que-program-id(q) to fd-mbx-program-id.
249800     move ws-que-parameters(q) to fd-mbx-parameters.
249900     move ws-que-status(q) to fd-mbx-status.
250000     move ws-today to fd-mbx-run-date.
250100     accept fd-mbx-run-time from time.
250200     move ws-que-run-id(q) to fd-mbx-run-id.
250300     move ws-notice-result to fd-mbx-result.
250400     move ws-notice-figure to fd-mbx-full-figure.
250500     move ws-notice-led-date to fd-mbx-led-date.
250600     move ws-notice-led-time to fd-mbx-led-time.
250700     move ws-job-elapsed to fd-mbx-elapsed-sec.
250800     move ws-exit-code to fd-mbx-return-code.
250900     move ws-notice-runlog to fd-mbx-runlog.
251000     move "N" to fd-mbx-read.
251100     move 0 to fd-mbx-read-date.
251200     write fd-mailbox-rec.
251300     close mailbox-file.
251400 440-exit. exit.
251500*    445-find-ledger-row: the journal, not the index - only
251600*    RESULTS.LED carries the run number.
251700 445-find-ledger-row.
251800     move "00" to ws-ledger-status.
251900     open input ledger-file.
252000     if ws-ledger-status = "00"
252100         perform until ws-ledger-status = "10"
252200             read ledger-file
252300                 at end move "10" to ws-ledger-status
252400                 not at end perform 446-match-ledger-row
252500             end-read
252600         end-perform
252700         close ledger-file
252800     end-if.
252900 446-match-ledger-row.
253000     if fd-led-run-id is numeric
253100         and fd-led-run-id = ws-que-run-id(q)
253200         move fd-led-result to ws-notice-result
253300         move fd-led-full-figure to ws-notice-figure
253400         move fd-led-run-date to ws-notice-led-date
253500         move fd-led-run-time to ws-notice-led-time
253600     end-if.
253700 450-rewrite-queue.
253800     open output queue-file.
253900     perform varying q from 1 by 1 until q > ws-queue-count
254000         move ws-que-program-id(q) to fd-que-program-id
254100         move ws-que-parameters(q) to fd-que-parameters
254200         move ws-que-requester(q) to fd-que-requester
254300         move ws-que-status(q) to fd-que-status
254400         move ws-que-run-date(q) to fd-que-run-date
254500         move ws-que-run-id(q) to fd-que-run-id
254600         move ws-que-force(q) to fd-que-force
254700         write fd-queue-rec
254800     end-perform.
254900     close queue-file.
255000*    460-log-control-totals: the requests still PENDING are
255100*    counted off the rewritten table, not worked out from the
255200*    others, so a request the drain lost track of shows as an
255300*    imbalance in control-balance's report.
255400 460-log-control-totals.
255500     perform varying q from 1 by 1 until q > ws-queue-count
255600         if ws-que-status(q) = "PENDING"
255700             add 1 to ws-qct-deferred
255800         end-if
255900     end-perform.
256000     move function log-control-totals("batch-driver",
256100         "WORKQUEUE.DAT", ws-queue-totals) to ws-log-status.
256200*----------------------------------------------------------------
256300*    500-check-slas: the end-of-window SLA pass (see
256400*    sla-check.cbl, also runnable standalone during the day).
256500*    Its non-zero RETURN-CODE only marks the window as a
256600*    warning - an overrun is something to raise, not a reason
256700*    to treat good results as a failed batch.
256800 500-check-slas.
256900     perform 302-issue-run-id.
257000     move function log-access(ws-operator-id,
257100         ws-sla-command, spaces) to ws-log-status.
257200     call "SYSTEM" using ws-sla-command.
257300     perform 303-restore-run-id.
257400     move return-code to ws-step-rc.
257500     if ws-step-rc not = 0
257600         move "Y" to ws-sla-breached
257700         display "batch-driver: sla-check reported an"
257800             " elapsed-time breach - see report above."
257900     end-if.
258000 500-exit. exit.
258100*----------------------------------------------------------------
258200*    510-balance-controls: the nightly control-totals proof
258300*    (see control-balance.cbl) over the window's dates - from
258400*    the day the window opened to the day it closes, since a
258500*    window that runs past midnight files totals under both.
258600*    An imbalance is raised on ALERTS.DAT by control-balance
258700*    itself; here it is only said on the console.
258800 510-balance-controls.
258900     accept ws-balance-end-date from date yyyymmdd.
259000     move spaces to ws-balance-command.
259100     string "./control-balance " ws-today " "
259200         ws-balance-end-date delimited by size
259300         into ws-balance-command.
259400     perform 302-issue-run-id.
259500     move function log-access(ws-operator-id,
259600         ws-balance-command, spaces) to ws-log-status.
259700     call "SYSTEM" using ws-balance-command.
259800     perform 303-restore-run-id.
259900     move return-code to ws-step-rc.
260000     if ws-step-rc not = 0
260100         display "batch-driver: control-balance found a job"
260200             " out of balance - see BALANCE.TXT."
260300     end-if.
260400 510-exit. exit.
260500*----------------------------------------------------------------
260600*    520-seal-ledger: the end-of-window sealing pass (see
260700*    ledger-seal.cbl) - every record tonight's window appended
260800*    to RESULTS.LED gets its chained seal before the online
260900*    day opens, so a later edit of tonight's figures breaks
261000*    the chain visibly.
261100 520-seal-ledger.
261200     perform 302-issue-run-id.
261300     move function log-access(ws-operator-id,
261400         ws-seal-command, spaces) to ws-log-status.
261500     call "SYSTEM" using ws-seal-command.
261600     perform 303-restore-run-id.
261700     move return-code to ws-step-rc.
261800     if ws-step-rc not = 0
261900         display "batch-driver: ledger-seal reported a"
262000             " problem - see report above."
262100     end-if.
262200 520-exit. exit.
262300*----------------------------------------------------------------
262400*    530-sweep-run-logs: tonight's cataloged run-logs scanned
262500*    for the suite's known failure phrases and for suspicious
262600*    emptiness (see runlog-sweep.cbl) - a step that printed
262700*    "METHODS DIVERGE" but exited zero becomes a morning
262800*    alert instead of a surprise.
262900 530-sweep-run-logs.
263000     perform 302-issue-run-id.
263100     move function log-access(ws-operator-id,
263200         ws-sweep-command, spaces) to ws-log-status.
263300     call "SYSTEM" using ws-sweep-command.
263400     perform 303-restore-run-id.
263500 530-exit. exit.
263600*----------------------------------------------------------------
263700*    540-publish-status: STATUS.HTML redrawn (see
263800*    status-page.cbl) - tonight's step outcomes, the registry
263900*    with its certifications, open alerts, queue depth and SLA
264000*    breaches on one self-contained page for the intranet
264100*    server to copy. A page that cannot be written is said on
264200*    the console; it never changes the window's return code.
264300 540-publish-status.
264400     perform 302-issue-run-id.
264500     move function log-access(ws-operator-id,
264600         ws-publish-command, spaces) to ws-log-status.
264700     call "SYSTEM" using ws-publish-command.
264800     perform 303-restore-run-id.
264900     if return-code not = 0
265000         display "batch-driver: status-page could not write"
265100             " STATUS.HTML - see report above."
265200     end-if.
265300 540-exit. exit.
265400*----------------------------------------------------------------
265500*    900-summary: after a clean run of all four steps, the most
265600*    recent ledger entry for each program-id is pulled together
265700*    into one end-of-run report so operations doesn't have to go
265800*    watch four separate console sessions. Each entry is one
265900*    positioned read against the RESULTS.IDX keyed companion
266000*    (see src/library/ledger.cbl); a site without the index yet
266100*    falls back to the full RESULTS.LED walk. Each line also
266200*    says how many launches the step took - more than one
266300*    means the retry policy saved the window.
266400*    A step passed over by its condition says so and why, and a
266500*    failed step the window continued past says that instead.
266600 900-summary.
266700     move spaces to ws-summary.
266800     perform varying s from 1 by 1 until s > ws-step-count
266900         move ws-step-program-id(s) to ws-sum-program-id(s)
267000     end-perform.
267100     open input ledger-index.
267200     if ws-index-status not = "00"
267300         perform 905-summary-sequential
267400     else
267500         perform 930-fetch-latest-entry
267600             varying s from 1 by 1 until s > ws-step-count
267700         close ledger-index
267800     end-if.
267900     display " ".
268000     display "===== Nightly batch summary =====".
268100     perform varying s from 1 by 1 until s > ws-step-count
268200         perform 920-display-summary-line thru 920-exit
268300     end-perform.
268400 900-exit. exit.
268500 905-summary-sequential.
268600     open input ledger-file.
268700     if ws-ledger-status not = "35"
268800         perform until ws-ledger-status = "10"
268900             read ledger-file
269000                 at end move "10" to ws-ledger-status
269100                 not at end perform 910-apply-ledger-entry
269200             end-read
269300         end-perform
269400         close ledger-file
269500     end-if.
269600 910-apply-ledger-entry.
269700     perform varying s from 1 by 1 until s > ws-step-count
269800         if fd-led-program-id = ws-sum-program-id(s)
269900             move fd-led-result to ws-sum-result(s)
270000             move fd-led-run-date to ws-sum-run-date(s)
270100             move "Y" to ws-sum-found(s)
270200         end-if
270300     end-perform.
270400 930-fetch-latest-entry.
270500     move "N" to ws-index-miss.
270600     move ws-sum-program-id(s) to fd-idx-program-id.
270700     move 99999999 to fd-idx-run-date.
270800     move 999999 to fd-idx-run-time.
270900     start ledger-index key not greater than fd-idx-key
271000         invalid key move "Y" to ws-index-miss
271100     end-start.
271200     if ws-index-miss = "N"
271300         read ledger-index previous
271400             at end continue
271500             not at end
271600                 if fd-idx-program-id = ws-sum-program-id(s)
271700                     move fd-idx-result to ws-sum-result(s)
271800                     move fd-idx-run-date to ws-sum-run-date(s)
271900                     move "Y" to ws-sum-found(s)
272000                 end-if
272100         end-read
272200     end-if.
272300 920-display-summary-line.
272400     if ws-step-outcome(s) = "C"
272500         display ws-sum-program-id(s) space
272600             "BYPASSED - " function trim(ws-step-reason(s))
272700         go to 920-exit
272800     end-if.
272810     if ws-step-outcome(s) = "K"
272820         display ws-sum-program-id(s) space
272830             "SKIPPED - " function trim(ws-step-reason(s))
272840         go to 920-exit
272850     end-if.
272900     if ws-step-outcome(s) = "F"
273000         display ws-sum-program-id(s) space
273100             "FAILED - window continued"
273200             " attempts " ws-step-attempts(s)
273300         go to 920-exit
273400     end-if.
273500     if ws-step-no-input(s) = "Y"
273600         display ws-sum-program-id(s) space
273700             "NO INPUT - step skipped"
273800         go to 920-exit
273900     end-if.
274000     if ws-sum-found(s) = "Y"
274100         display ws-sum-program-id(s) space
274200             ws-sum-result(s) space ws-sum-run-date(s)
274300             " attempts " ws-step-attempts(s)
274400     else
274500         display ws-sum-program-id(s) space
274600             "no ledger entry found"
274700             " attempts " ws-step-attempts(s)
274800     end-if.
274900 920-exit. exit.
275000*----------------------------------------------------------------
275100*    302-issue-run-id: every launch the driver makes - step,
275200*    queued job or end-of-window utility - runs under a run
275300*    number of its own (see src/library/runid.cbl). The number
275400*    is put in the environment BEFORE the launch's log-access
275500*    so the AUDITLOG.DAT record carries it along with the
275600*    child's ledger row, run-log catalog entry and alerts;
275700*    303-restore-run-id puts the driver's own number back once
275800*    the child is done, so the driver's own records stay its
275900*    own.
276000 302-issue-run-id.
276100     move function next-run-id to ws-child-run-id.
276200     move function set-run-id(ws-child-run-id)
276300         to ws-log-status.
276400 303-restore-run-id.
276500     move function set-run-id(ws-own-run-id)
276600         to ws-log-status.
276700 end program batch-driver.
