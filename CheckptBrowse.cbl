       environment division.
       configuration section.
           repository.
               function log-access
               function enter-environment.
       input-output section.
       file-control.
           select checkpoint-file assign to dynamic
           01 ws-arg-count         pic 9(2).
           01 k                    pic 9(4).
       procedure division.
       display function enter-environment("checkpt-browse").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
