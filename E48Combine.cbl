       environment division.
       configuration section.
           repository.
               function big-add
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
           01 g                    pic 9(02).
           01 g2                   pic 9(02).
       procedure division.
       display function enter-environment("e48-combine").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
