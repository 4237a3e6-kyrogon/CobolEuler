001000*    console output. Program-ids are discovered from the ledger
001100*    itself, not hardcoded, so a newly added program (like
001200*    euler7) is picked up automatically once it has logged a run.
001210*    Each changed figure is also laid against the version stamp
001220*    log-run puts on every row (fd-led-version): a change that
001230*    arrived with a new build of the program is reported apart
001240*    from one the same build produced, with the new build's
001250*    install date and promoter from the VERSIONS.DAT catalog (see
001260*    version-maint) - "was the program changed?" answered on the
001270*    report line instead of in the post-mortem.
001275*    Notes operations wrote against either run with note-entry
001280*    (RUNNOTES.DAT) are printed under the entry, so a changed
001285*    figure shows any explanation already on file beside it.
001300 environment division.
001400 configuration section.
001420     repository.
001440         function version-entry
001450         function run-note
001460         function enter-environment.
001500 input-output section.
001600 file-control.
001700     select ledger-file assign to "RESULTS.LED"
002700     05 fd-led-run-date      pic 9(08).
002800     05 fd-led-run-time      pic 9(06).
002900     05 fd-led-elapsed-sec   pic 9(05).
002902     05 fd-led-run-id        pic 9(10).
002904     05 fd-led-full-figure   pic x(01).
002906     05 fd-led-version       pic x(08).
002910 fd ledger-index.
002920 01 fd-index-rec.
002930     05 fd-idx-key.
003900             10 ws-var-curr-result   pic x(18).
004000             10 ws-var-curr-date     pic 9(08).
004100             10 ws-var-has-prev      pic X       value "N".
004120             10 ws-var-prev-time     pic 9(06).
004140             10 ws-var-curr-time     pic 9(06).
004160             10 ws-var-prev-version  pic x(08).
004180             10 ws-var-curr-version  pic x(08).
004200     01 ws-found-idx         pic 9(03)   value 0.
004300     01 ws-numeric-check     pic S9(4)   comp.
004400     01 ws-prev-numeric      pic S9(18).
004690     01 ws-got               pic 9(01).
004692     01 ws-group-done        pic X.
004694     01 rv                   pic 9(03).
004695*    version comparison of the two rows - blank on either side
004696*    is an unknown version, never counted as a change of one.
004697     01 ws-version-changed   pic X.
004698     01 ws-catalog-entry.
004699         05 ws-cat-install-date  pic x(08).
004700         05 ws-cat-promoted-by   pic x(08).
004701     01 ws-changed-across    pic 9(03)   value 0.
004702     01 ws-changed-within    pic 9(03)   value 0.
004703     01 ws-index-used        pic X       value "N".
004704*    operator notes on the two runs, via run-note.
004705     01 ws-note-seq          pic 9(03).
004706     01 ws-note-date         pic 9(08).
004707     01 ws-note-time         pic 9(06).
004708     01 ws-run-note.
004709         05 ws-rn-date       pic x(08).
004710         05 ws-rn-operator   pic x(08).
004711         05 ws-rn-text       pic x(60).
004712 procedure division.
004720 display function enter-environment("variance-report").
004750 perform 105-load-reversals thru 105-exit.
004800 perform 100-load-ledger thru 100-exit.
004820 if ws-index-used = "Y"
004840     perform 180-pick-up-versions thru 180-exit
004860 end-if.
004900 perform 200-report thru 200-exit.
005000 move 0 to return-code.
005100 goback.
005320         perform 140-load-ledger-sequential
005330         go to 100-exit
005340     end-if.
005345     move "Y" to ws-index-used.
005350     move low-values to fd-idx-key.
005355*    the status guard ends the walk on any I/O error a START or
005360*    READ reports without raising its own condition phrase, so a
006580         move ws-group-program to ws-var-program-id(v)
006590         move fd-idx-result to ws-var-curr-result(v)
006600         move fd-idx-run-date to ws-var-curr-date(v)
006602         move fd-idx-run-time to ws-var-curr-time(v)
006604         move spaces to ws-var-curr-version(v)
006610         move "N" to ws-var-has-prev(v)
006620     end-if.
006630 170-record-previous.
006650         and ws-var-program-id(v) = ws-group-program
006660         move fd-idx-result to ws-var-prev-result(v)
006670         move fd-idx-run-date to ws-var-prev-date(v)
006672         move fd-idx-run-time to ws-var-prev-time(v)
006674         move spaces to ws-var-prev-version(v)
006680         move "Y" to ws-var-has-prev(v)
006690     end-if.
006700 140-load-ledger-sequential.
008700         move fd-led-program-id to ws-var-program-id(v)
008800         move fd-led-result to ws-var-curr-result(v)
008900         move fd-led-run-date to ws-var-curr-date(v)
008920         move fd-led-run-time to ws-var-curr-time(v)
008940         move fd-led-version to ws-var-curr-version(v)
009000         move "N" to ws-var-has-prev(v)
009100     end-if.
009200 130-slide-entry.
009300     move ws-var-curr-result(v) to ws-var-prev-result(v).
009400     move ws-var-curr-date(v) to ws-var-prev-date(v).
009420     move ws-var-curr-time(v) to ws-var-prev-time(v).
009440     move ws-var-curr-version(v) to ws-var-prev-version(v).
009500     move "Y" to ws-var-has-prev(v).
009600     move fd-led-result to ws-var-curr-result(v).
009700     move fd-led-run-date to ws-var-curr-date(v).
009702     move fd-led-run-time to ws-var-curr-time(v).
009704     move fd-led-version to ws-var-curr-version(v).
009706*----------------------------------------------------------------
009708*    180-pick-up-versions: the RESULTS.IDX companion carries no
009710*    version stamp (the journal is the system of record for it),
009712*    so after the keyed walk the two rows chosen per program are
009714*    matched back to their journal lines on program-id and run
009716*    date/time for the versions. One sequential pass, and only
009718*    when the index was used - the fallback walk already read
009720*    them.
009722 180-pick-up-versions.
009724     open input ledger-file.
009726     if ws-ledger-status not = "00"
009728         go to 180-exit
009730     end-if.
009732     perform until ws-ledger-status = "10"
009734         read ledger-file
009736             at end move "10" to ws-ledger-status
009738             not at end perform 185-match-version
009740         end-read
009742     end-perform.
009744     close ledger-file.
009746 180-exit. exit.
009748 185-match-version.
009750     perform varying w from 1 by 1 until w > ws-variance-count
009752         if ws-var-program-id(w) = fd-led-program-id
009754             if ws-var-curr-date(w) = fd-led-run-date
009756                 and ws-var-curr-time(w) = fd-led-run-time
009758                 move fd-led-version to ws-var-curr-version(w)
009760             end-if
009762             if ws-var-has-prev(w) = "Y"
009764                 and ws-var-prev-date(w) = fd-led-run-date
009766                 and ws-var-prev-time(w) = fd-led-run-time
009768                 move fd-led-version to ws-var-prev-version(w)
009770             end-if
009772         end-if
009774     end-perform.
009800*----------------------------------------------------------------
009900*    200-report: NUMVAL/TEST-NUMVAL cover every result on file
010000*    today (all four programs report pure numeric totals), so a
010600     perform varying v from 1 by 1 until v > ws-variance-count
010700         perform 210-report-one-entry
010800     end-perform.
010820 display " ".
010840 display "Changed across a version change: " ws-changed-across
010860     "   within the same version: " ws-changed-within.
010900 200-exit. exit.
011000 210-report-one-entry.
011100     if ws-var-has-prev(v) = "N"
011700                 ws-var-curr-result(v)
011800                 " (" ws-var-prev-date(v) " -> "
011900                 ws-var-curr-date(v) ")"
011910             perform 230-compare-versions
011920             if ws-version-changed = "Y"
011930                 display "    same answer from new version "
011940                     ws-var-curr-version(v) " (was "
011950                     ws-var-prev-version(v) ")"
011960             end-if
012000         else
012100             perform 220-report-changed-entry
012200         end-if
012300     end-if.
012310     if ws-var-has-prev(v) = "Y"
012320         move ws-var-prev-date(v) to ws-note-date
012330         move ws-var-prev-time(v) to ws-note-time
012340         perform 250-show-notes
012350     end-if.
012360     move ws-var-curr-date(v) to ws-note-date.
012370     move ws-var-curr-time(v) to ws-note-time.
012380     perform 250-show-notes.
012400 220-report-changed-entry.
012500     display ws-var-program-id(v) " CHANGED   "
012600         ws-var-prev-result(v) " -> " ws-var-curr-result(v)
012700         " (" ws-var-prev-date(v) " -> " ws-var-curr-date(v) ")".
012705     perform 230-compare-versions.
012710     if ws-version-changed = "Y"
012715         add 1 to ws-changed-across
012720         perform 240-show-version-change
012725     else
012730         add 1 to ws-changed-within
012735         if ws-var-curr-version(v) = spaces
012740             display "    WITHIN VERSION (version not stamped)"
012745         else
012750             display "    WITHIN VERSION " ws-var-curr-version(v)
012755                 " - same build, different answer"
012760         end-if
012765     end-if.
012800     move function test-numval(ws-var-prev-result(v))
012900         to ws-numeric-check.
013000     if ws-numeric-check = 0
013900         compute ws-delta = ws-curr-numeric - ws-prev-numeric
014000         display "    delta: " ws-delta
014100     end-if.
014102 230-compare-versions.
014104     move "N" to ws-version-changed.
014106     if ws-var-prev-version(v) not = spaces
014108         and ws-var-curr-version(v) not = spaces
014110         and ws-var-prev-version(v) not = ws-var-curr-version(v)
014112         move "Y" to ws-version-changed
014114     end-if.
014116 240-show-version-change.
014118     display "    ACROSS VERSION CHANGE " ws-var-prev-version(v)
014120         " -> " ws-var-curr-version(v).
014122     move function version-entry(ws-var-program-id(v),
014124         ws-var-curr-version(v)) to ws-catalog-entry.
014126     if ws-catalog-entry = spaces
014128         display "    version " ws-var-curr-version(v)
014130             " is not in VERSIONS.DAT - never promoted"
014132     else
014134         display "    version " ws-var-curr-version(v)
014136             " installed " ws-cat-install-date " by "
014138             ws-cat-promoted-by
014140     end-if.
014142*    250-show-notes: one run's operator notes, oldest first,
014144*    each naming the run it belongs to.
014146 250-show-notes.
014148     move 1 to ws-note-seq.
014150     move function run-note(ws-var-program-id(v), ws-note-date,
014152         ws-note-time, ws-note-seq) to ws-run-note.
014154     perform until ws-run-note = spaces or ws-note-seq = 999
014156         display "    note on " ws-note-date " run: "
014158             ws-rn-date " " ws-rn-operator " "
014160             function trim(ws-rn-text)
014162         add 1 to ws-note-seq
014164         move function run-note(ws-var-program-id(v),
014166             ws-note-date, ws-note-time, ws-note-seq)
014168             to ws-run-note
014170     end-perform.
014200 end program variance-report.
