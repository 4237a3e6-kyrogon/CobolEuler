       identification division.
       function-id. get-factor-chain.
      *----------------------------------------------------------------
      *    get-factor-chain: the proven prime chain FACTCACHE.IDX holds
      *    for one testor, so euler2 and factor-batch can answer a
      *    testor accounting has sent before without factoring it
      *    again. The cache is keyed by the testor; each record
      *    carries the chain (factor count, then up to 60 factors -
      *    2 ** 59 is the most any 18-digit testor can hold) and the
      *    date and time factor-verify proved it. Only factor-verify
      *    adds to the cache (put-factor-chain, below, on a PASS), so
      *    nothing is ever answered from a chain that was not proven
      *    prime and complete; fact-cache lists, purges and re-proves
      *    it.
      *    Returns the record past its key - count 9(03), 60 factors
      *    9(18), proved date 9(08) and time 9(06) - or spaces when
      *    the testor is not cached or the cache is not on file.
       environment division.
       configuration section.
       input-output section.
       file-control.
           select cache-file assign to "FACTCACHE.IDX"
               organization is indexed
               access mode is random
               record key is fd-fc-testor
               file status is ws-cache-status.
       data division.
       file section.
       fd cache-file.
       01 fd-cache-rec.
           05 fd-fc-testor         pic 9(18).
           05 fd-fc-chain          pic x(1097).
       working-storage section.
           01 ws-cache-status      pic x(02) value "00".
       linkage section.
           01 ls-testor            pic 9(18).
           01 ls-chain             pic x(1097).
       procedure division
           using ls-testor
           returning ls-chain.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move spaces to ls-chain.
           open input cache-file.
           if ws-cache-status not = "00"
               go to 100-exit
           end-if.
           move ls-testor to fd-fc-testor.
           read cache-file
               invalid key continue
               not invalid key move fd-fc-chain to ls-chain
           end-read.
           close cache-file.
       100-exit. exit.
       end function get-factor-chain.
      *-----------------------------------------------------------------
       identification division.
       function-id. put-factor-chain.
      *    put-factor-chain: files a chain factor-verify has just
      *    proven, replacing any earlier chain for the same testor
      *    (the newest proof is the one the cache answers with).
      *    The chain argument is laid out as get-factor-chain returns
      *    it. Runs under the shared lock (src/library/lockserv.cbl)
      *    the way save-checkpoint does, so two verifies finishing
      *    together cannot collide on the file. Returns "Y" when the
      *    chain was filed.
       environment division.
       configuration section.
       repository.
           function lock-acquire
           function lock-release.
       input-output section.
       file-control.
           select cache-file assign to "FACTCACHE.IDX"
               organization is indexed
               access mode is random
               record key is fd-fc-testor
               file status is ws-cache-status.
       data division.
       file section.
       fd cache-file.
       01 fd-cache-rec.
           05 fd-fc-testor         pic 9(18).
           05 fd-fc-chain          pic x(1097).
       working-storage section.
           01 ws-cache-status      pic x(02) value "00".
           01 ws-lock-status       pic X.
       linkage section.
           01 ls-testor            pic 9(18).
           01 ls-chain             pic x(1097).
           01 ls-status            pic X.
       procedure division
           using ls-testor ls-chain
           returning ls-status.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move "N" to ls-status.
           move function lock-acquire("FACTCACHE.IDX")
               to ws-lock-status.
           open i-o cache-file.
           if ws-cache-status = "35"
               open output cache-file
               close cache-file
               open i-o cache-file
           end-if.
           if ws-cache-status not = "00"
               go to 100-release
           end-if.
           move ls-testor to fd-fc-testor.
           move ls-chain to fd-fc-chain.
           write fd-cache-rec
               invalid key
                   rewrite fd-cache-rec
                       invalid key continue
                       not invalid key move "Y" to ls-status
                   end-rewrite
               not invalid key move "Y" to ls-status
           end-write.
           close cache-file.
       100-release.
           move function lock-release("FACTCACHE.IDX")
               to ws-lock-status.
       100-exit. exit.
       end function put-factor-chain.
