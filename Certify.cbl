      *                      hand, shown the entry first, confirmed,
      *                      and logged through log-access;
      *      LIST          - prints the certification file.
      *    An entry's parameters are matched without the SRC=CACHE
      *    mark (column 27) euler2 and factor-batch put on an answer
      *    served from the factor cache, so a cached answer certifies
      *    against the same EXPECTED.DAT row a computed one does.
       environment division.
       configuration section.
           repository.
               function log-access
               function enter-environment.
       input-output section.
       file-control.
           select cert-file assign to "CERTIFY.DAT"
           01 ws-tgt-time          pic 9(06).
           01 ws-tgt-found         pic X.
           01 ws-match-params      pic x(40).
           01 ws-row-params        pic x(40).
           01 ws-match-any         pic X.
           01 ws-want-vfy          pic X.
           01 ws-ver-last-testor   pic 9(18).
           01 p                    pic 9(02).
           01 a                    pic 9(01).
       procedure division.
       display function enter-environment("certify").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
      *    numeric-plus-tolerance compare reconcile's
      *    320-compare-result runs; agreement certifies that entry.
       400-auto-recon.
           perform 410-load-expected thru 410-done.
           if ws-expected-count = 0
               display "certify: no EXPECTED.DAT rows on file."
               move 16 to return-code
           if fd-led-program-id not = ws-tgt-program
               go to 710-done
           end-if.
           move fd-led-parameters to ws-row-params.
           if ws-row-params(27:9) = "SRC=CACHE"
               move spaces to ws-row-params(27:9)
           end-if.
           if ws-match-any = "N"
               and ws-row-params not = ws-match-params
               go to 710-done
           end-if.
           if ws-want-vfy = "Y"
