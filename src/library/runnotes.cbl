       identification division.
       function-id. run-note.
      *----------------------------------------------------------------
      *    run-note: what operations wrote down about one ledger run.
      *    RUNNOTES.DAT (entered through note-entry) is keyed like
      *    RESULTS.IDX and CERTIFY.DAT - program-id, run date, run
      *    time - plus a note number, 1 up, so a run can carry as
      *    many dated, operator-signed notes as it needs ("rerun
      *    because the cache was rebuilt", "elapsed high - disk
      *    problem on the night"). ledger-query, variance-report,
      *    trend-report and shift-handover print a run's notes under
      *    it by asking for note 1, 2, ... until spaces come back.
      *    Arguments: program-id, run date, run time (the ledger
      *    row's own), note number. Returns the note's date (8),
      *    operator (8) and text (60), or spaces when the run has no
      *    note of that number or there is no notes file at all.
       environment division.
       configuration section.
       input-output section.
       file-control.
           select note-file assign to "RUNNOTES.DAT"
               organization is indexed
               access mode is random
               record key is fd-not-key
               file status is ws-note-status.
       data division.
       file section.
       fd note-file.
       01 fd-note-rec.
           05 fd-not-key.
               10 fd-not-program-id    pic x(08).
               10 fd-not-run-date      pic 9(08).
               10 fd-not-run-time      pic 9(06).
               10 fd-not-seq           pic 9(03).
           05 fd-not-note-date     pic 9(08).
           05 fd-not-note-time     pic 9(06).
           05 fd-not-operator      pic x(08).
           05 fd-not-text          pic x(60).
       working-storage section.
           01 ws-note-status       pic x(02) value "00".
       linkage section.
           01 ls-program-id        pic X any length.
           01 ls-run-date          pic 9(08).
           01 ls-run-time          pic 9(06).
           01 ls-seq               pic 9(03).
           01 ls-note.
               05 ls-note-date     pic x(08).
               05 ls-operator      pic x(08).
               05 ls-text          pic x(60).
       procedure division
           using ls-program-id ls-run-date ls-run-time ls-seq
           returning ls-note.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move spaces to ls-note.
           open input note-file.
           if ws-note-status not = "00"
               go to 100-exit
           end-if.
           move ls-program-id to fd-not-program-id.
           move ls-run-date to fd-not-run-date.
           move ls-run-time to fd-not-run-time.
           move ls-seq to fd-not-seq.
           read note-file
               invalid key continue
               not invalid key
                   move fd-not-note-date to ls-note-date
                   move fd-not-operator to ls-operator
                   move fd-not-text to ls-text
           end-read.
           close note-file.
       100-exit. exit.
       end function run-note.
