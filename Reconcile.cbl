000870*    behavior, which also keeps old two-field rows working). A
000900*    program with no row on file is reported as unchecked rather
001000*    than silently passed.
001016*    An expected row promoted from a full-precision run also
001032*    carries the complete figure's digit count and check value
001048*    (see expect-maint): reconcile then reads the latest run's
001064*    whole figure back from RESULTS.BIG and verifies all of it,
001080*    not just the 18-digit tail the ledger row holds.
001100 environment division.
001200 configuration section.
001210     repository.
001220         function log-alert
001240         function get-big-result
001260         function rec-hash
001280         function enter-environment.
001300 input-output section.
001400 file-control.
001500     select expected-file assign to "EXPECTED.DAT"
002600     05 fd-exp-result        pic x(18).
002610     05 fd-exp-parameters    pic x(40).
002620     05 fd-exp-tolerance     pic x(18).
002636*    appended past the historical record - blank on rows that
002652*    don't describe a full-precision figure.
002668     05 fd-exp-digits        pic 9(04).
002684     05 fd-exp-check         pic 9(09).
002700 fd ledger-file.
002800 01 fd-ledger-rec.
002900     05 fd-led-program-id    pic x(08).
004320             10 ws-exp-tolerance   pic x(18).
004400             10 ws-exp-actual      pic x(18).
004500             10 ws-exp-run-date    pic 9(08).
004520             10 ws-exp-run-time    pic 9(06).
004540             10 ws-exp-digits      pic 9(04).
004560             10 ws-exp-check       pic 9(09).
004580             10 ws-exp-act-digits  pic 9(04).
004600             10 ws-exp-checked     pic X       value "N".
004700     01 ws-mismatch-count    pic 9(03)   value 0.
004800     01 ws-checked-count     pic 9(03)   value 0.
004896             10 ws-rv-run-date      pic 9(08).
004897             10 ws-rv-run-time      pic 9(06).
004898     01 ws-row-reversed      pic X.
004908     01 rv                   pic 9(03).
004918     01 ws-big-figure        pic x(3200).
004928     01 ws-big-check         pic 9(09).
004938 procedure division.
004950 display function enter-environment("reconcile").
005000 perform 100-load-expected thru 100-exit.
005050 perform 150-load-reversals thru 150-exit.
005100 perform 200-apply-ledger thru 200-exit.
008200         move fd-exp-result to ws-exp-result(x)
008210         move fd-exp-parameters to ws-exp-parameters(x)
008220         move fd-exp-tolerance to ws-exp-tolerance(x)
008231         move 0 to ws-exp-digits(x) ws-exp-check(x)
008242         if fd-exp-digits is numeric
008253             and fd-exp-check is numeric
008264             move fd-exp-digits to ws-exp-digits(x)
008275             move fd-exp-check to ws-exp-check(x)
008286         end-if
008300     end-if.
008310*    150-load-reversals: the small cross-file ledger-correct
008320*    keeps; a row matching one of these stamps (or carrying
010000                         move fd-idx-result to ws-exp-actual(x)
010001                         move fd-idx-run-date
010002                             to ws-exp-run-date(x)
010003                         move fd-idx-run-time
010004                             to ws-exp-run-time(x)
010005                         move "Y" to ws-exp-checked(x)
010006                         end-if
010007                     end-if
010008                 end-if
010009         end-read
010010     end-perform.
010011*    225-check-index-reversed: a REVERSAL marker row, or a row
010012*    ledger-correct has reversed, is stepped over and the
010013*    backward read keeps looking.
010014 225-check-index-reversed.
010015     move "N" to ws-row-reversed.
010016     if fd-idx-result = "REVERSAL"
010017         move "Y" to ws-row-reversed
010018         go to 225-done
010019     end-if.
010020     perform varying rv from 1 by 1 until rv > ws-rev-count
010021         if ws-rv-program-id(rv) = fd-idx-program-id
010022             and ws-rv-run-date(rv) = fd-idx-run-date
010023             and ws-rv-run-time(rv) = fd-idx-run-time
010024             move "Y" to ws-row-reversed
010025         end-if
010026     end-perform.
010027 225-done.
010028     exit.
010029 250-apply-ledger-sequential.
010030     open input ledger-file.
010040     if ws-ledger-status not = "35"
010050         perform until ws-ledger-status = "10"
010320                 or ws-exp-parameters(x) = fd-led-parameters)
010400             move fd-led-result to ws-exp-actual(x)
010500             move fd-led-run-date to ws-exp-run-date(x)
010550             move fd-led-run-time to ws-exp-run-time(x)
010600             move "Y" to ws-exp-checked(x)
010700         end-if
010800     end-perform.
012700         if ws-match = "Y"
012800             display ws-exp-program-id(x) " OK       "
012900                 ws-exp-actual(x) " (" ws-exp-run-date(x) ")"
012920             if ws-exp-act-digits(x) > 0
012940                 display "         full figure of "
012960                     ws-exp-act-digits(x) " digits verified"
012980             end-if
013000         else
013100             add 1 to ws-mismatch-count
013200             display ws-exp-program-id(x) " MISMATCH "
013300                 "expected " ws-exp-result(x)
013400                 " got " ws-exp-actual(x)
013500                 " (" ws-exp-run-date(x) ")"
013501             if ws-exp-check(x) not = 0
013502                 display "         full figure: "
013503                     ws-exp-act-digits(x) " digits, expected "
013504                     ws-exp-digits(x) " with check "
013505                     ws-exp-check(x)
013506             end-if
013510*            a MISMATCH line on a scrolled-away console is how
013520*            bad figures used to slip through; the ALERTS.DAT
013530*            record (see src/library/alerts.cbl) is what the
013950             move "Y" to ws-match
013960         end-if
013970     end-if.
013980*    a full-precision expectation: the tail above agreeing is
013990*    not enough - the complete figure must have the expected
014000*    length and check value too.
014010     move 0 to ws-exp-act-digits(x).
014020     if ws-match = "Y" and ws-exp-check(x) not = 0
014030         perform 330-check-full-figure thru 330-exit
014040     end-if.
014050 330-check-full-figure.
014060     move "N" to ws-match.
014070     move function get-big-result(ws-exp-program-id(x),
014080         ws-exp-run-date(x), ws-exp-run-time(x))
014090         to ws-big-figure.
014100     if ws-big-figure = spaces
014110         go to 330-exit
014120     end-if.
014130     compute ws-exp-act-digits(x) =
014140         function length(function trim(ws-big-figure)).
014150     move function rec-hash(ws-big-figure, "0")
014160         to ws-big-check.
014170     if ws-exp-act-digits(x) = ws-exp-digits(x)
014180         and ws-big-check = ws-exp-check(x)
014190         move "Y" to ws-match
014200     end-if.
014210 330-exit. exit.
014300 end program reconcile.
