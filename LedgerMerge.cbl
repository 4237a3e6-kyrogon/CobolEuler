      *    a single two-way merge interleaves them correctly. A record
      *    present byte-for-byte in both files (the shared history
      *    from before the machines diverged) is written once.
      *    The merged ledger keeps the exact ledger record every
      *    existing reader defines - reconcile, variance-report and
      *    the rest consume it unchanged. Each surviving record's
      *    origin goes to the companion file "<output>.TAG", one
      *    utility never overwrites a live ledger itself.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select ledger-a assign to dynamic ws-a-name
       file section.
       fd ledger-a.
       01 fd-a-rec.
           05 fd-a-base            pic x(104).
       fd ledger-b.
       01 fd-b-rec.
           05 fd-b-base            pic x(104).
       fd merged-file.
       01 fd-merged-rec.
           05 fd-mrg-base          pic x(104).
       fd tag-file.
       01 fd-tag-rec.
           05 fd-tag-origin        pic x(16).
           05 fd-tag-base          pic x(104).
       working-storage section.
           01 ws-a-name            pic x(40)   value "RESULTS.LED".
           01 ws-b-name            pic x(40)   value
           01 ws-out-status        pic x(02)   value "00".
           01 ws-a-eof             pic X       value "N".
           01 ws-b-eof             pic X       value "N".
           01 ws-a-hold            pic x(104).
           01 ws-b-hold            pic x(104).
           01 ws-a-stamp           pic 9(14).
           01 ws-b-stamp           pic 9(14).
           01 ws-a-count           pic 9(07)   value 0.
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
       procedure division.
       display function enter-environment("ledger-merge").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
