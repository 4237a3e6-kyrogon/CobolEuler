000620         function gcd
000650         function log-run
000660         function get-elapsed-seconds
000670         function update-registry
000680         function get-factor-chain
000690         function enter-environment.
000700 input-output section.
000800 file-control.
000900     select checkpoint-file assign to dynamic
003075     01 ws-log-parameters    pic x(40).
003080     01 ws-log-result        pic x(18).
003085     01 ws-log-status        pic X.
003086*    build identifier stamped on every ledger row this
003087*    program writes - raised whenever its code changes and
003088*    catalogued in VERSIONS.DAT with version-maint.
003089     01 ws-program-version   pic x(08)   value "01.00".
003090     01 ws-checkpoint-interval
003091                             pic 9(9)    value 1000000.
003095     01 ws-scan-count        pic 9(9)    value 0.
003116     01 ws-rho-quot         pic 9(36).
003117     01 ws-rho-iter         pic 9(08).
003118     01 ws-largest-prime    pic 9(18)   value 0.
003119*    factorization-cache answer (see 170-check-cache): the
003120*    proven chain as get-factor-chain returns it.
003121     01 ws-from-cache       pic X       value "N".
003122     01 ws-cache-chain.
003123         05 ws-cch-count     pic 9(03).
003124         05 ws-cch-factor    pic 9(18)   occurs 60 times.
003125         05 ws-cch-date      pic 9(08).
003126         05 ws-cch-time      pic 9(06).
003127 procedure division.
003139 display function enter-environment("euler2").
003200 perform 100-init thru 100-exit.
003210 if ws-run-mode = "ESTIMATE"
003220     perform 600-estimate thru 600-exit
003254*    checkpoint machinery exists to survive. Those go to the
003255*    rho fast path instead (see 500-run-fast); everything the
003260*    proven loop can finish in reasonable time still uses it.
003265*    Neither runs when factor-verify has already proven a chain
003270*    for this testor - the cached chain is the answer.
003275 perform 170-check-cache thru 170-exit.
003280 if ws-from-cache = "N"
003300     if ws-testor ** 0.5 > ws-fast-ceiling
003310         perform 500-run-fast thru 500-exit
003320     else
003330         perform 200-run thru 200-exit
003340     end-if
003360 end-if.
003400 perform 900-report-factors.
003410 perform 950-write-factor-file.
003450 perform 800-log-run.
010100                     function numval(fd-checkpoint-rec)
010200         end-read
010300     end-perform.
010302*----------------------------------------------------------------
010304*    170-check-cache: accounting sends many of the same testors
010306*    every quarter; a testor factor-verify has proven before is
010308*    answered from FACTCACHE.IDX (src/library/factcache.cbl)
010310*    instead of being refactored. The cached chain replaces
010312*    anything a checkpoint restored and flows on through
010314*    900-report-factors and 950-write-factor-file exactly as a
010316*    computed chain would; 800-log-run marks the ledger entry
010318*    SRC=CACHE.
010320 170-check-cache.
010322     move function get-factor-chain(ws-orig-testor)
010324         to ws-cache-chain.
010326     if ws-cache-chain = spaces
010328         go to 170-exit
010330     end-if.
010332     if ws-cch-count is not numeric or ws-cch-count = 0
010334         or ws-cch-count > 60
010336         go to 170-exit
010338     end-if.
010340     move "Y" to ws-from-cache.
010342     move 0 to ws-nprimes.
010344     set i to 0.
010346     move 0 to ws-largest-prime.
010348     perform varying k from 1 by 1 until k > ws-cch-count
010350         move ws-cch-factor(k) to ws-prime-can
010352         perform 310-append-prime
010354         if ws-prime-can > ws-largest-prime
010356             move ws-prime-can to ws-largest-prime
010358         end-if
010360     end-perform.
010362     move ws-largest-prime to ws-testor.
010364     display "euler2: testor " ws-orig-testor
010366         " answered from the factorization cache (proved "
010368         ws-cch-date " " ws-cch-time ").".
010370     display "Result: " ws-testor.
010372     move "Y" to ws-found.
010374 170-exit. exit.
010400 200-run.
010500     perform
010600     until ws-prime-can > ws-testor ** 0.5
015008     compute ws-est-ceiling = ws-testor ** 0.5.
015009     display "euler2 ESTIMATE for " ws-orig-testor.
015010     display "  Trial-division ceiling: " ws-est-ceiling.
015011     move function get-factor-chain(ws-orig-testor)
015012         to ws-cache-chain.
015013     if ws-cache-chain not = spaces
015014         display "  Cached: a proven chain is on file - a run"
015015             " answers from the cache in seconds."
015016     end-if.
015017     perform 610-scan-history thru 610-done.
015018     if ws-est-rate-count = 0
015019         display "  No prior euler2 runs with elapsed time on"
015020             " file - no runtime projection."
015021     else
015022         compute ws-est-projection =
015023             (ws-est-rate-sum / ws-est-rate-count)
015024             * ws-est-ceiling
015025         move ws-est-projection to ws-est-display
015026         display "  Projected runtime (from "
015027             ws-est-rate-count " prior run(s)): "
015028             ws-est-display " seconds"
015029     end-if.
015030 600-exit. exit.
015031 610-scan-history.
015032     open input ledger-file.
015033     if ws-ledger-status not = "00"
015034         go to 610-done
015035     end-if.
015036     perform until ws-ledger-status = "10"
015037         read ledger-file
015038             at end move "10" to ws-ledger-status
015039             not at end perform 620-rate-one-entry
015040                 thru 620-done
015041         end-read
015042     end-perform.
015043     close ledger-file.
015044 610-done.
015045     exit.
015046*    620-rate-one-entry: a prior run contributes its elapsed
015047*    seconds per unit of its own scan ceiling; runs too fast to
015048*    register a second still count (as rate zero), which keeps
015049*    the projection honest for small testors.
015050 620-rate-one-entry.
015051     if fd-led-program-id not = "euler2"
015052         go to 620-done
015053     end-if.
015054     if fd-led-parameters(1:7) not = "TESTOR="
015055         go to 620-done
015056     end-if.
015057*    an answer served from the cache took no factoring time, so
015058*    it says nothing about the rate.
015059     if fd-led-parameters(27:9) = "SRC=CACHE"
015060         go to 620-done
015061     end-if.
015062     move function test-numval(fd-led-parameters(8:18))
015063         to ws-numval-check.
015064     if ws-numval-check not = 0
015065         go to 620-done
015066     end-if.
015067     compute ws-est-prior-testor =
015068         function numval(fd-led-parameters(8:18)).
015069     if ws-est-prior-testor < 4
015070         go to 620-done
015071     end-if.
015072     compute ws-est-prior-root =
015073         ws-est-prior-testor ** 0.5.
015074     if ws-est-prior-root = 0
015076         go to 620-done
015078     end-if.
016125     move spaces to ws-log-parameters.
016130     string "TESTOR=" ws-orig-testor
016140         delimited by size into ws-log-parameters.
016142     if ws-from-cache = "Y"
016144         move "SRC=CACHE" to ws-log-parameters(27:9)
016146     end-if.
016150     move ws-testor to ws-log-result.
016160     move function log-run("euler2", ws-log-parameters,
016170         ws-log-result, ws-elapsed-sec,
016175         ws-program-version) to ws-log-status.
016180     move function update-registry(3, "euler2",
016190         "Largest prime factor of a supplied number",
016200         ws-log-result) to ws-log-status.
