       identification division.
       function-id. log-change.
      *----------------------------------------------------------------
      *    log-change: appends one before/after record to CHGJRNL.DAT,
      *    the shared change journal for the hand-maintained control
      *    files (BATCHCAL.DAT, BATCHCOND.DAT, BATCHDEP.DAT,
      *    EXPECTED.DAT, PROFILES.DAT, OPERATORS.DAT, RUNBOOK.DAT,
      *    VERSIONS.DAT, RETAIN.DAT, LEDRETAIN.DAT, RUNLOGDAYS.DAT).
      *    log-access says that someone
      *    did maintenance; this says what the record was before and
      *    what it became, so a step that quietly vanished or a
      *    tolerance that moved can be read back - change-report
      *    prints it, and change-rollback rebuilds a file as of any
      *    earlier moment by undoing later entries newest first.
      *    Arguments: the control file's name, the maintaining
      *    operator, the action (ADD, CHANGE or DELETE), the record
      *    key as that file's maintenance program identifies the
      *    record (see change-rollback's 150-key-of-image for each
      *    file's key), then the before-image and after-image - the
      *    record as written to the file, spaces for the side an ADD
      *    or DELETE does not have. BATCHCAL.DAT is journalled by its
      *    logical records - a holiday, a weekday's whole step list,
      *    the month-end list - since one weekday may span two
      *    physical records (see cal-maint's 600-rewrite-file).
      *    The maintenance programs journal a change just ahead of
      *    rewriting the file, so no change reaches a file without
      *    its journal entry. The time is kept to the hundredth so
      *    two changes in the same second still sort in the order
      *    they were made.
      *    Returns "Y" once the entry is written; "N" when the
      *    journal could not be opened or written - the change then
      *    has no journal entry and can never be rolled back, and
      *    the caller says so.
       environment division.
       configuration section.
       repository.
           function lock-acquire
           function lock-release
           function current-run-id.
       input-output section.
       file-control.
           select change-file assign to "CHGJRNL.DAT"
               organization is line sequential
               file status is ws-change-status.
       data division.
       file section.
       fd change-file.
       01 fd-change-rec.
           05 fd-chg-file          pic x(12).
           05 fd-chg-operator      pic x(08).
           05 fd-chg-date          pic 9(08).
           05 fd-chg-time          pic 9(08).
           05 fd-chg-run-id        pic 9(10).
           05 fd-chg-action        pic x(06).
           05 fd-chg-key           pic x(48).
           05 fd-chg-before        pic x(200).
           05 fd-chg-after         pic x(200).
       working-storage section.
           01 ws-change-status     pic x(02) value "00".
           01 ws-lock-status       pic X.
       linkage section.
           01 ls-file              pic X any length.
           01 ls-operator-id       pic X any length.
           01 ls-action            pic X any length.
           01 ls-key               pic X any length.
           01 ls-before            pic X any length.
           01 ls-after             pic X any length.
           01 ls-status            pic X.
       procedure division
           using ls-file ls-operator-id ls-action ls-key
               ls-before ls-after
           returning ls-status.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move "N" to ls-status.
           move spaces to fd-change-rec.
           move ls-file to fd-chg-file.
           move ls-operator-id to fd-chg-operator.
           accept fd-chg-date from date yyyymmdd.
           accept fd-chg-time from time.
           move function current-run-id to fd-chg-run-id.
           move ls-action to fd-chg-action.
           move ls-key to fd-chg-key.
           move ls-before to fd-chg-before.
           move ls-after to fd-chg-after.
           move function lock-acquire("CHGJRNL.DAT")
               to ws-lock-status.
           open extend change-file.
           if ws-change-status = "35"
               open output change-file
           end-if.
           if ws-change-status not = "00"
               go to 100-release
           end-if.
           write fd-change-rec.
           if ws-change-status = "00"
               move "Y" to ls-status
           end-if.
           close change-file.
       100-release.
           move function lock-release("CHGJRNL.DAT")
               to ws-lock-status.
       100-exit. exit.
       end function log-change.
