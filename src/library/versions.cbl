       identification division.
       function-id. version-entry.
      *----------------------------------------------------------------
      *    version-entry: the version catalog's one question - when
      *    was this build of this program installed, and who promoted
      *    it? VERSIONS.DAT (maintained with version-maint) holds one
      *    record per program-id and version; the readers that lay a
      *    changed answer or an elapsed-time jump against a version
      *    change (variance-report, result-check, trend-report) ask
      *    it of each version they name. The catalog is read once, on
      *    the first call of the run, and held in a table of 200; no
      *    file means nothing is catalogued.
      *    Arguments: program-id and version as stamped on the ledger
      *    row (fd-led-version, see src/library/ledger.cbl). Returns
      *    the install date (8) and promoting operator (8), or spaces
      *    when the pair is not in the catalog.
       environment division.
       configuration section.
       input-output section.
       file-control.
           select version-file assign to "VERSIONS.DAT"
               organization is line sequential
               file status is ws-version-status.
       data division.
       file section.
       fd version-file.
       01 fd-version-rec.
           05 fd-ver-program-id    pic x(08).
           05 fd-ver-version       pic x(08).
           05 fd-ver-install-date  pic 9(08).
           05 fd-ver-promoted-by   pic x(08).
           05 fd-ver-note          pic x(40).
       working-storage section.
           01 ws-version-status    pic x(02) value "00".
           01 ws-loaded            pic X     value "N".
           01 ws-versions.
               05 ws-version-count pic 9(03) value 0.
               05 ws-version-entry occurs 200 times.
                   10 ws-ver-program-id    pic x(08).
                   10 ws-ver-version       pic x(08).
                   10 ws-ver-install-date  pic 9(08).
                   10 ws-ver-promoted-by   pic x(08).
           01 v                    pic 9(03).
       linkage section.
           01 ls-program           pic X any length.
           01 ls-version           pic X any length.
           01 ls-entry.
               05 ls-install-date  pic x(08).
               05 ls-promoted-by   pic x(08).
       procedure division
           using ls-program ls-version
           returning ls-entry.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move spaces to ls-entry.
           if ws-loaded = "N"
               perform 200-load-versions thru 200-exit
           end-if.
           if ls-version = spaces
               go to 100-exit
           end-if.
           perform varying v from 1 by 1 until v > ws-version-count
               if ws-ver-program-id(v) = ls-program
                   and ws-ver-version(v) = ls-version
                   move ws-ver-install-date(v) to ls-install-date
                   move ws-ver-promoted-by(v) to ls-promoted-by
               end-if
           end-perform.
       100-exit. exit.
       200-load-versions.
           move "Y" to ws-loaded.
           move 0 to ws-version-count.
           open input version-file.
           if ws-version-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-version-status = "10"
               read version-file
                   at end move "10" to ws-version-status
                   not at end
                       if ws-version-count < 200
                           add 1 to ws-version-count
                           move fd-ver-program-id
                               to ws-ver-program-id(ws-version-count)
                           move fd-ver-version
                               to ws-ver-version(ws-version-count)
                           move fd-ver-install-date
                               to ws-ver-install-date(ws-version-count)
                           move fd-ver-promoted-by
                               to ws-ver-promoted-by(ws-version-count)
                       end-if
               end-read
           end-perform.
           close version-file.
       200-exit. exit.
       end function version-entry.
