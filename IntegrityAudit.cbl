      *        nudge log-run's 200-write-index applies on key
      *        collisions;
      *      - WORKQUEUE.DAT: every status one of PENDING / DONE /
      *        FAILED / CANCELED / ANSWERED;
      *      - BATCH-STATUS.DAT: a numeric step no larger than
      *        tonight's calendar step list, and nothing but an
      *        optional SUSPENDED marker and ATTEMPT and BYPASS
      *        records behind it;
      *      - SNAPGEN.DAT: generation count 1-99 and a cycle
      *        position inside it;
      *      - SLA.DAT and BATCHPARM.DAT: structurally sound rows.
      *    "not present" - absence is a fresh site, not corruption.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
           01 t                    pic 9(03).
           01 c                    pic 9(02).
       procedure division.
       display function enter-environment("integ-audit").
       display " ".
       display "===== State-file integrity audit =====".
       perform 200-check-ledger-pair thru 200-exit.
                           and fd-que-status not = "DONE"
                           and fd-que-status not = "FAILED"
                           and fd-que-status not = "CANCELED"
                           and fd-que-status not = "ANSWERED"
                           move "Y" to ws-file-bad
                           add 1 to ws-bad-rows
                           display "  bad queue status ["
      *    400-check-batch-status: the resume step must be a number
      *    no larger than tonight's step list (batch-driver would
      *    silently reset a larger one, hiding whatever corrupted
      *    it), and the only things allowed behind it are the
      *    deadline cutoff's SUSPENDED marker and the window's
      *    ATTEMPT and BYPASS records.
       400-check-batch-status.
           move "N" to ws-file-bad.
           perform 410-load-calendar-count.
                   end-if
               when 2
                   if fd-batch-rec not = "SUSPENDED"
                       and fd-batch-rec(1:7) not = "ATTEMPT"
                       and fd-batch-rec(1:7) not = "BYPASS"
                       move "Y" to ws-file-bad
                       display "  unexpected second record: ["
                           fd-batch-rec "]"
                   end-if
               when other
                   if fd-batch-rec(1:7) not = "ATTEMPT"
                       and fd-batch-rec(1:7) not = "BYPASS"
                       move "Y" to ws-file-bad
                       display "  unexpected extra record "
                           ws-record-num
                   end-if
           end-evaluate.
      *----------------------------------------------------------------
      *    500-check-snapgen: a cycle record out of range would make
