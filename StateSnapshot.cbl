      *    runnable by hand before risky maintenance.
      *    RESULTS.IDX is deliberately not in the set - it is derived
      *    from RESULTS.LED and rebuilt by ledger-archive.
      *    Every member written is registered in the GENCAT.DAT
      *    generation catalog (see src/library/gencat.cbl), and a
      *    stale member deleted from its slot is catalogued as
      *    retired, so gen-verify knows it should be gone.
       environment division.
       configuration section.
           repository.
               function catalog-generation
               function enter-environment.
       input-output section.
       file-control.
           select control-file assign to "SNAPGEN.DAT"
           01 ws-state-file-table redefines ws-state-files.
               05 ws-state-file    pic x(16) occurs 7 times.
           01 f                    pic 9(02).
           01 ws-undated           pic 9(03)   value 0.
           01 ws-catalog-status    pic X.
       procedure division.
       display function enter-environment("state-snapshot").
       perform 100-init thru 100-exit.
       display "state-snapshot: writing generation " ws-this-gen
           " (" ws-generations " kept).".
           if ws-source-status = "35"
               call "CBL_DELETE_FILE" using ws-target-name
                   returning ws-delete-rc
               if ws-delete-rc = 0
                   perform 250-catalog-member
               end-if
               display "  " ws-state-file(f) " not present -"
                   " no member written"
           else
               end-perform
               close target-file
               close source-file
               perform 250-catalog-member
               add 1 to ws-copied-count
               display "  " ws-state-file(f) " -> "
                   function trim(ws-target-name) " ("
                   ws-record-count " records)"
           end-if.
      *    250-catalog-member: the member as it now stands - present,
      *    or retired when its slot has just been cleared.
       250-catalog-member.
           move function catalog-generation(ws-state-file(f),
               ws-target-name, "G", ws-this-gen, "state-snapshot",
               ws-undated) to ws-catalog-status.
       300-save-control.
           open output control-file.
           move ws-generations to fd-control-rec.
