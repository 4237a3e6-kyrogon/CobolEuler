      *    The manifest is logged through log-access, so which
      *    generation the DR machine is actually carrying is always
      *    provable from this side's audit trail.
      *    The finished set is registered in the GENCAT.DAT
      *    generation catalog (see src/library/gencat.cbl) under
      *    the base name SNAPSET.DAT.
      *    Positional parameter: 1 - the generation number to pack
      *    (as state-snapshot announced when it wrote it).
       environment division.
       configuration section.
           repository.
               function rec-hash
               function log-access
               function catalog-generation
               function enter-environment.
       input-output section.
       file-control.
           select member-file assign to dynamic ws-member-name
           01 ws-state-file-table redefines ws-state-files.
               05 ws-state-file    pic x(16) occurs 7 times.
           01 f                    pic 9(02).
           01 ws-undated           pic 9(03)   value 0.
           01 ws-catalog-status    pic X.
       procedure division.
       display function enter-environment("snap-export").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       move "END" to fd-set-tag.
       write fd-set-rec.
       close set-file.
       move function catalog-generation("SNAPSET.DAT", ws-set-name,
           "S", ws-generation, "snap-export", ws-undated)
           to ws-catalog-status.
      *    the SET header was written before the members were
      *    counted, so the file is reopened and the header record
      *    rewritten by copying the whole set forward would cost
