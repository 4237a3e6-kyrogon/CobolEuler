      *    is the "./program" the operator actually ran).
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select audit-file assign to "AUDITLOG.DAT"
           01 ws-tally-found       pic X.
           01 t                    pic 9(03).
       procedure division.
       display function enter-environment("audit-report").
       perform 100-init thru 100-exit.
       perform 200-list thru 200-exit.
       perform 300-summaries thru 300-exit.
