000650     function log-run
000655     function log-alert
000660     function get-elapsed-seconds
000670     function update-registry
000680     function enter-environment
000685     function file-report
000687     function log-control-totals
000690     function run-environment.
000700 input-output section.
000800 file-control.
000900     select divisor-file assign to dynamic
002684     01 ws-page-number           pic 9(03)   value 0.
002686     01 ws-rpt-col               pic 9(02).
002688     01 ws-run-date              pic 9(08).
002689     01 ws-report-filed          pic X.
002690*    DIVISORS.DAT validation bookkeeping: every rejected line
002691*    lands in the DIVREJS.TXT reject report with its line number
002692*    and reason, and a file that yields no usable divisor at all
002857*    reaches this program's register).
002858     01 ws-sdb-out.
002859         05 ws-sdb-result    pic 9(18).
002860         05 ws-sdb-overflow  pic X       value "N".
002862     01 ws-log-status        pic X.
002867*    build identifier stamped on every ledger row this
002872*    program writes - raised whenever its code changes and
002877*    catalogued in VERSIONS.DAT with version-maint.
002882     01 ws-program-version   pic x(08)   value "01.00".
002883*    control totals for CTLTOTS.DAT (see
002884*    src/library/ctltot.cbl) - filed only when a control file
002885*    was actually read; the built-in 3/5 pair has no input to
002886*    account for.
002887     01 ws-control-file-read     pic X       value "N".
002888     01 ws-control-totals.
002889         05 ws-ctl-read          pic 9(07)   value 0.
002890         05 ws-ctl-accepted      pic 9(07)   value 0.
002891         05 ws-ctl-rejected      pic 9(07)   value 0.
002892         05 ws-ctl-processed     pic 9(07)   value 0.
002893         05 ws-ctl-failed        pic 9(07)   value 0.
002894         05 ws-ctl-deferred      pic 9(07)   value 0.
002900 procedure division.
002950 display function enter-environment("euler1").
003000 perform 100-init thru 100-exit.
003010 if return-code not = 0
003020     perform 800-log-run
003025     perform 250-log-control-totals thru 250-exit
003030     goback
003040 end-if.
003100 perform 200-run thru 200-exit.
003140 perform 800-log-run.
003142 perform 250-log-control-totals thru 250-exit.
003145*    200-run raises RETURN-CODE 16 itself when sumDivisibleBy
003146*    reports an overflowed accumulator; don't stomp that signal
003147*    back to 0 on the way out.
007000         move 3 to ws-divisor(1)
007100         move 5 to ws-divisor(2)
007200     else
007205         move "Y" to ws-control-file-read
007210         open output reject-file
007220         move spaces to rej-line
007230         string "DIVISOR CONTROL FILE REJECTS - "
010000             display ws-result
010100     end-evaluate.
010200 200-exit. exit.
010202*----------------------------------------------------------------
010204*    250-log-control-totals: DIVISORS.DAT's lines in against
010206*    what became of them - accepted into the divisor set or
010208*    rejected to DIVREJS.TXT - and the accepted divisors
010210*    against the run they fed: processed when it completed,
010212*    failed when the accumulator overflowed. Each count is
010214*    the one kept where the thing happened, so the nightly
010216*    balance proves the reject report missed nothing.
010218 250-log-control-totals.
010220     if ws-control-file-read = "N"
010222         go to 250-exit
010224     end-if.
010226     move ws-divisor-line to ws-ctl-read.
010228     move ws-divisor-count to ws-ctl-accepted.
010230     move ws-reject-count to ws-ctl-rejected.
010232     if ws-sdb-overflow = "Y"
010234         move ws-divisor-count to ws-ctl-failed
010236     else
010238         move ws-divisor-count to ws-ctl-processed
010240     end-if.
010242     move function log-control-totals("euler1",
010244         ws-divisor-filename, ws-control-totals)
010246         to ws-log-status.
010248 250-exit. exit.
010300*----------------------------------------------------------------
010400*    300-list-multiples: LIST mode enumerates every match rather
010500*    than folding them into a closed-form total, so it walks the
011410     perform 350-write-subtotals.
011420     perform 360-finish-page.
011430     close report-out.
011435*    the dated copy in the report archive (see
011440*    src/library/rptarch.cbl) outlives the next run's overwrite.
011445     move function file-report("EULER1RPT.TXT", "euler1")
011450         to ws-report-filed.
011455     if ws-report-filed not = "Y"
011460         display "euler1: EULER1RPT.TXT could not be filed in"
011465             " the report archive."
011470     end-if.
011500*    310-test-candidate: every divisor is tested (not just until
011510*    the first hit) so the report can show which divisors
011520*    claimed the candidate and the overlap tallies stay honest.
012290     move "PAGE" to rpt-line(68:5).
012292     move ws-page-number to rpt-line(73:3).
012294     write rpt-line.
012295     move spaces to rpt-line.
012296     move "ENVIRONMENT:" to rpt-line(1:12).
012297     move function run-environment to rpt-line(14:10).
012298     write rpt-line.
012300     move spaces to rpt-line.
012302     move "CANDIDATE" to rpt-line(1:10).
012496         delimited by size into ws-log-parameters.
012497     move ws-result to ws-log-result.
012498     move function log-run("euler1", ws-log-parameters,
012508         ws-log-result, ws-elapsed-sec,
012518         ws-program-version) to ws-log-status.
012528     move function update-registry(1, "euler1",
012538         "Sum/count/list of multiples of a divisor set",
012548         ws-log-result) to ws-log-status.
012558 end program euler1.
012568*-----------------------------------------------------------------
012578 identification division.
012600 function-id. sumDivisibleBy.
012610 environment division.
012620 configuration section.
