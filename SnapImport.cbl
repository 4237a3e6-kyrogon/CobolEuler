       configuration section.
           repository.
               function rec-hash
               function log-access
               function enter-environment.
       input-output section.
       file-control.
           select set-file assign to dynamic ws-set-name
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
       procedure division.
       display function enter-environment("snap-import").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
