      *    call) can see where a job stands without reading the raw
      *    fixed-width file. PENDING records are still waiting for the
      *    next batch window; DONE/FAILED records show the date
      *    batch-driver ran them, ANSWERED records the date it
      *    answered them from the ledger instead. An optional
      *    positional parameter restricts the listing to one
      *    requester id.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select queue-file assign to "WORKQUEUE.DAT"
           01 ws-listed-count      pic 9(03)   value 0.
           01 ws-pending-count     pic 9(03)   value 0.
       procedure division.
       display function enter-environment("queue-list").
       perform 100-init thru 100-exit.
       perform 200-list thru 200-exit.
       display "Listed: " ws-listed-count
