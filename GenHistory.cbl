      *    carries).
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select gen-file assign to dynamic ws-gen-name
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
       procedure division.
       display function enter-environment("gen-history").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
