       identification division.
       program-id. change-rollback.
      *----------------------------------------------------------------
      *    change-rollback: rebuilds one control file as it stood at a
      *    chosen date and time, from the before-images in the shared
      *    change journal (CHGJRNL.DAT, see src/library/chgjrnl.cbl).
      *    The file as it is now is read into a table and every
      *    journal entry for it stamped after the chosen moment is
      *    undone, newest first: an ADD is taken out again, a CHANGE
      *    puts its before-image back, a DELETE restores the record.
      *    Records are found by their key - the same key the
      *    maintenance program journalled (150-key-of-image) - not by
      *    their whole image, so a field the maintenance programs do
      *    not own (a sign-on's failed-attempt count on OPERATORS.DAT,
      *    say) never stops a record being found. Records nobody
      *    maintained since the chosen moment come through untouched;
      *    a moment older than the journal itself gives the file as
      *    the journal's first entry found it.
      *    BATCHCAL.DAT is handled by its logical records, as
      *    cal-maint journals them: each weekday's "D" records merge
      *    into one twelve-slot list on load and are split back into
      *    six-slot records on write, exactly cal-maint's
      *    600-rewrite-file form; deadline and comment records pass
      *    through verbatim. RUNBOOK.DAT goes back out entry by
      *    entry - each program-id and pattern's lines together, in
      *    line order - however the undoing left them in the table,
      *    so runbook-maint lists a restored entry once.
      *    OPERATORS.DAT credentials (password, first-use flag, failed
      *    count and lockout - bytes 88-99) are never taken from the
      *    journal, which does not hold the password: a record on
      *    file keeps its own, a password reset or unlock is refused
      *    (listed, left as it is - oper-maint resets it), and a
      *    deleted operator comes back locked with no password, to
      *    be reset through oper-maint before it can sign on.
      *    Positional parameters:
      *      1 - the control file: BATCHCAL.DAT, BATCHCOND.DAT,
      *          BATCHDEP.DAT, EXPECTED.DAT, PROFILES.DAT,
      *          OPERATORS.DAT, RUNBOOK.DAT, VERSIONS.DAT,
      *          RETAIN.DAT, LEDRETAIN.DAT or RUNLOGDAYS.DAT (the
      *          journal keeps twelve characters of the name,
      *          OPERATORS.DA);
      *      2 - as-of date, yyyymmdd;
      *      3 - as-of time, hhmmss (default 000000 - the start of
      *          that day);
      *      4 - PREVIEW (the default) writes the rebuilt file to
      *          <file>.ROLLBACK and changes nothing; APPLY keeps
      *          the current file as <file>.PRIOR and replaces it;
      *      5 - for APPLY, the operator id it is done under.
      *    An APPLY journals every record it puts back as a change of
      *    its own under that operator (and is logged through
      *    log-access), so the rollback itself can be reported on -
      *    and rolled back.
      *    RETURN-CODE 16 on a bad parameter or an unreadable file,
      *    4 when a journalled record could not be found to undo
      *    (listed), 0 otherwise.
       environment division.
       configuration section.
           repository.
               function log-change
               function log-access
               function enter-environment.
       input-output section.
       file-control.
           select control-file assign to dynamic ws-control-name
               organization is line sequential
               file status is ws-control-status.
           select output-file assign to dynamic ws-output-name
               organization is line sequential
               file status is ws-output-status.
           select change-file assign to "CHGJRNL.DAT"
               organization is line sequential
               file status is ws-change-status.
       data division.
       file section.
       fd control-file.
       01 fd-control-rec           pic x(200).
       fd output-file.
       01 fd-output-rec            pic x(200).
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
           01 ws-control-status    pic x(02)   value "00".
           01 ws-output-status     pic x(02)   value "00".
           01 ws-change-status     pic x(02)   value "00".
           01 ws-control-name      pic x(40)   value spaces.
           01 ws-output-name       pic x(40)   value spaces.
           01 ws-prior-name        pic x(40)   value spaces.
           01 ws-file              pic x(16)   value spaces.
           01 ws-mode              pic x(08)   value "PREVIEW".
           01 ws-operator-id       pic x(08)   value spaces.
           01 ws-as-of-date        pic 9(08)   value 0.
           01 ws-as-of-time        pic 9(06)   value 0.
           01 ws-as-of-stamp       pic 9(14).
           01 ws-entry-stamp       pic 9(14).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-date-int          pic 9(08).
      *    the file, one entry per record - per logical record for
      *    BATCHCAL.DAT - with its key and a live switch (an undone
      *    ADD drops the entry rather than closing the table up).
           01 ws-rows.
               05 ws-row-count     pic 9(03)   value 0.
               05 ws-row occurs 500 times.
                   10 ws-row-image     pic x(200).
                   10 ws-row-key       pic x(48).
                   10 ws-row-live      pic X.
           01 ws-row-overflow      pic X       value "N".
      *    the journal entries to undo, oldest first as read.
           01 ws-undos.
               05 ws-undo-count    pic 9(03)   value 0.
               05 ws-undo occurs 500 times.
                   10 ws-und-date      pic 9(08).
                   10 ws-und-time      pic 9(08).
                   10 ws-und-operator  pic x(08).
                   10 ws-und-action    pic x(06).
                   10 ws-und-key       pic x(48).
                   10 ws-und-before    pic x(200).
           01 ws-undo-overflow     pic X       value "N".
           01 ws-missing-count     pic 9(03)   value 0.
           01 ws-undo-refused      pic X.
      *    one logical calendar entry - cal-maint's ws-cal-image.
           01 ws-cal-image.
               05 ws-cim-type      pic x(01).
               05 ws-cim-key       pic x(08).
               05 ws-cim-step      pic x(08)   occurs 12 times.
           01 ws-cal-record.
               05 ws-crc-type      pic x(01).
               05 ws-crc-key       pic x(08).
               05 ws-crc-step      pic x(08)   occurs 6 times.
               05 filler           pic x(143).
           01 ws-image             pic x(200).
           01 ws-key               pic x(48).
           01 ws-found-idx         pic 9(03).
           01 ws-slot              pic 9(02).
           01 ws-want-seq          pic 9(03).
           01 ws-chg-action        pic x(06).
           01 ws-chg-before        pic x(200).
           01 ws-chg-after         pic x(200).
           01 ws-chg-status        pic X.
           01 ws-log-parms         pic x(60).
           01 ws-log-status        pic X.
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 r                    pic 9(03).
           01 u                    pic 9(03).
           01 c                    pic 9(02).
           01 s                    pic 9(03).
       procedure division.
       display function enter-environment("change-rollback").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       perform 200-load-file thru 200-exit.
       if return-code not = 0
           goback
       end-if.
       perform 300-load-journal thru 300-exit.
       if return-code not = 0
           goback
       end-if.
       perform 400-undo-one
           varying u from ws-undo-count by -1 until u < 1.
       perform 500-write-result thru 500-exit.
       if return-code = 0 and ws-missing-count > 0
           move 4 to return-code
       end-if.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count < 2
               display "change-rollback: file and as-of date are"
                   " required."
               move 16 to return-code
               go to 100-exit
           end-if.
           move 1 to ws-arg-num.
           display ws-arg-num upon argument-number.
           move spaces to ws-arg.
           accept ws-arg from argument-value.
           move ws-arg to ws-file.
           if ws-file not = "BATCHCAL.DAT"
               and ws-file not = "BATCHDEP.DAT"
               and ws-file not = "EXPECTED.DAT"
               and ws-file not = "PROFILES.DAT"
               and ws-file not = "OPERATORS.DAT"
               and ws-file not = "RUNBOOK.DAT"
               and ws-file not = "VERSIONS.DAT"
               and ws-file not = "BATCHCOND.DAT"
               and ws-file not = "RETAIN.DAT"
               and ws-file not = "LEDRETAIN.DAT"
               and ws-file not = "RUNLOGDAYS.DAT"
               display "change-rollback: not a journalled control"
                   " file: " function trim(ws-arg)
               move 16 to return-code
               go to 100-exit
           end-if.
           move ws-file to ws-control-name.
           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           move spaces to ws-arg.
           accept ws-arg from argument-value.
           move function test-numval(ws-arg) to ws-numval-check.
           if ws-numval-check not = 0
               display "change-rollback: as-of date must be"
                   " yyyymmdd."
               move 16 to return-code
               go to 100-exit
           end-if.
           compute ws-as-of-date = function numval(ws-arg).
           compute ws-date-int =
               function integer-of-date(ws-as-of-date).
           if ws-date-int = 0
               display "change-rollback: " ws-as-of-date
                   " is not a real date."
               move 16 to return-code
               go to 100-exit
           end-if.
           if ws-arg-count >= 3
               move 3 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move function test-numval(ws-arg) to ws-numval-check
               if ws-numval-check not = 0
                   display "change-rollback: as-of time must be"
                       " hhmmss."
                   move 16 to return-code
                   go to 100-exit
               end-if
               compute ws-as-of-time = function numval(ws-arg)
           end-if.
           if ws-arg-count >= 4
               move 4 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move ws-arg to ws-mode
           end-if.
           if ws-mode not = "PREVIEW" and ws-mode not = "APPLY"
               display "change-rollback: mode must be PREVIEW or"
                   " APPLY."
               move 16 to return-code
               go to 100-exit
           end-if.
           if ws-arg-count >= 5
               move 5 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move ws-arg to ws-operator-id
           end-if.
           if ws-mode = "APPLY" and ws-operator-id = spaces
               display "change-rollback: APPLY needs the operator"
                   " id it is done under."
               move 16 to return-code
               go to 100-exit
           end-if.
           compute ws-as-of-stamp =
               ws-as-of-date * 1000000 + ws-as-of-time.
           move spaces to ws-output-name ws-prior-name.
           string function trim(ws-file) ".ROLLBACK"
               delimited by size into ws-output-name.
           string function trim(ws-file) ".PRIOR"
               delimited by size into ws-prior-name.
       100-exit. exit.
      *----------------------------------------------------------------
      *    150-key-of-image: each file's record key - the one its
      *    maintenance program finds records by and journals under.
      *    A runbook line is program/pattern/line, a version
      *    program/version, built as runbook-maint and version-maint
      *    build them. A run condition is its calendar list and
      *    step, as cal-maint keys it; a retention rule its file
      *    name; the two single-record retention files journal
      *    under a fixed name, as retain-maint journals them.
       150-key-of-image.
           move spaces to ws-key.
           evaluate ws-file
               when "RUNBOOK.DAT"
                   string ws-image(1:8) delimited by space
                       "/" function trim(ws-image(9:30))
                       "/" ws-image(39:2) delimited by size
                       into ws-key
               when "VERSIONS.DAT"
                   string ws-image(1:8) delimited by space
                       "/" ws-image(9:8) delimited by size
                       into ws-key
               when "EXPECTED.DAT"
                   move ws-image(1:8) to ws-key(1:8)
                   move ws-image(27:40) to ws-key(9:40)
               when "BATCHCAL.DAT"
                   if ws-image(1:1) = "H" or ws-image(1:1) = "D"
                       or ws-image(1:1) = "M"
                       move ws-image(1:9) to ws-key
                   end-if
               when "BATCHCOND.DAT"
                   move ws-image(1:10) to ws-key
               when "RETAIN.DAT"
                   move ws-image(1:16) to ws-key
               when "LEDRETAIN.DAT"
                   move "LEDRETAIN" to ws-key
               when "RUNLOGDAYS.DAT"
                   move "RUNLOGDAYS" to ws-key
               when other
                   move ws-image(1:8) to ws-key
           end-evaluate.
       200-load-file.
           open input control-file.
           if ws-control-status = "35"
               display "change-rollback: no " function trim(ws-file)
                   " on file - rebuilding from the journal alone."
               go to 200-exit
           end-if.
           if ws-control-status not = "00"
               display "change-rollback: cannot read "
                   function trim(ws-file) "."
               move 16 to return-code
               go to 200-exit
           end-if.
           perform until ws-control-status = "10"
               read control-file
                   at end move "10" to ws-control-status
                   not at end
                       move fd-control-rec to ws-image
                       if ws-file = "BATCHCAL.DAT"
                           perform 220-load-cal-record thru 220-exit
                       else
                           perform 210-add-row thru 210-exit
                       end-if
               end-read
           end-perform.
           close control-file.
           if ws-row-overflow = "Y"
               display "change-rollback: more than 500 records in "
                   function trim(ws-file) " - cannot rebuild it."
               move 16 to return-code
           end-if.
       200-exit. exit.
       210-add-row.
           if ws-row-count >= 500
               move "Y" to ws-row-overflow
               go to 210-exit
           end-if.
           add 1 to ws-row-count.
           move ws-image to ws-row-image(ws-row-count).
           perform 150-key-of-image.
           move ws-key to ws-row-key(ws-row-count).
           move "Y" to ws-row-live(ws-row-count).
       210-exit. exit.
      *    220-load-cal-record: a "D" or "M" record's steps join the
      *    list already started for that weekday (or month-end), in
      *    the first free slots, the way cal-maint merges them.
       220-load-cal-record.
           if ws-image(1:1) not = "D" and ws-image(1:1) not = "M"
               perform 210-add-row thru 210-exit
               go to 220-exit
           end-if.
           move ws-image to ws-cal-record.
           if ws-crc-type = "M"
               move spaces to ws-crc-key
           else
               move spaces to ws-crc-key(2:7)
           end-if.
           move spaces to ws-key.
           move ws-crc-type to ws-key(1:1).
           move ws-crc-key to ws-key(2:8).
           perform 600-find-row.
           if ws-found-idx = 0
               move spaces to ws-cal-image
               move ws-crc-type to ws-cim-type
               move ws-crc-key to ws-cim-key
               move ws-cal-image to ws-image
               perform 210-add-row thru 210-exit
               if ws-row-overflow = "Y"
                   go to 220-exit
               end-if
               move ws-row-count to ws-found-idx
           end-if.
           move ws-row-image(ws-found-idx) to ws-cal-image.
           perform varying c from 1 by 1 until c > 6
               if ws-crc-step(c) not = spaces
                   move 0 to ws-slot
                   perform varying r from 1 by 1
                       until r > 12 or ws-slot not = 0
                       if ws-cim-step(r) = spaces
                           move r to ws-slot
                       end-if
                   end-perform
                   if ws-slot not = 0
                       move ws-crc-step(c) to ws-cim-step(ws-slot)
                   end-if
               end-if
           end-perform.
           move ws-cal-image to ws-row-image(ws-found-idx).
       220-exit. exit.
      *----------------------------------------------------------------
      *    300-load-journal: only this file's entries stamped after
      *    the chosen moment are wanted - everything at or before it
      *    is already part of the state being rebuilt.
       300-load-journal.
           open input change-file.
           if ws-change-status not = "00"
               display "change-rollback: no CHGJRNL.DAT on file -"
                   " nothing to undo."
               go to 300-exit
           end-if.
           perform until ws-change-status = "10"
               read change-file
                   at end move "10" to ws-change-status
                   not at end perform 310-take-one-entry thru 310-exit
               end-read
           end-perform.
           close change-file.
           if ws-undo-overflow = "Y"
               display "change-rollback: more than 500 changes to"
                   " undo - choose a later moment."
               move 16 to return-code
           end-if.
           display "change-rollback: " ws-undo-count " change(s) to "
               function trim(ws-file) " since " ws-as-of-date " "
               ws-as-of-time " to undo.".
       300-exit. exit.
       310-take-one-entry.
           if fd-chg-file not = ws-file(1:12)
               go to 310-exit
           end-if.
           compute ws-entry-stamp =
               fd-chg-date * 1000000 + fd-chg-time / 100.
           if ws-entry-stamp not > ws-as-of-stamp
               go to 310-exit
           end-if.
           if ws-undo-count >= 500
               move "Y" to ws-undo-overflow
               go to 310-exit
           end-if.
           add 1 to ws-undo-count.
           move fd-chg-date to ws-und-date(ws-undo-count).
           move fd-chg-time to ws-und-time(ws-undo-count).
           move fd-chg-operator to ws-und-operator(ws-undo-count).
           move fd-chg-action to ws-und-action(ws-undo-count).
           move fd-chg-key to ws-und-key(ws-undo-count).
           move fd-chg-before to ws-und-before(ws-undo-count).
       310-exit. exit.
      *----------------------------------------------------------------
      *    400-undo-one: one journal entry reversed against the table.
      *    The reversal is journalled as a change of its own when
      *    applied. A calendar list emptied since the moment has no
      *    record on file, so its CHANGE simply puts the list back.
       400-undo-one.
           display "  undo " ws-und-date(u) " " ws-und-time(u) " "
               ws-und-operator(u) " " ws-und-action(u) " "
               function trim(ws-und-key(u)).
           move ws-und-key(u) to ws-key.
           perform 600-find-row.
           move "N" to ws-undo-refused.
           if ws-file = "OPERATORS.DAT"
               and ws-und-action(u) not = "ADD"
               perform 470-operator-credentials
           end-if.
           evaluate true
               when ws-undo-refused = "Y"
                   continue
               when ws-und-action(u) = "ADD"
                   if ws-found-idx = 0
                       perform 450-report-missing
                   else
                       move "DELETE" to ws-chg-action
                       move ws-row-image(ws-found-idx)
                           to ws-chg-before
                       move spaces to ws-chg-after
                       move "N" to ws-row-live(ws-found-idx)
                       perform 460-journal-reversal
                   end-if
               when other
                   if ws-found-idx = 0
                       if ws-und-action(u) = "CHANGE"
                           and ws-file not = "BATCHCAL.DAT"
                           perform 450-report-missing
                       end-if
                       move ws-und-before(u) to ws-image
                       perform 210-add-row thru 210-exit
                       move "ADD" to ws-chg-action
                       move spaces to ws-chg-before
                       move ws-und-before(u) to ws-chg-after
                   else
                       move "CHANGE" to ws-chg-action
                       move ws-row-image(ws-found-idx)
                           to ws-chg-before
                       move ws-und-before(u) to ws-chg-after
                       move ws-und-before(u)
                           to ws-row-image(ws-found-idx)
                   end-if
                   perform 460-journal-reversal
           end-evaluate.
       450-report-missing.
           add 1 to ws-missing-count.
           display "    ** no record with key "
               function trim(ws-und-key(u))
               " is on file now - nothing to reverse against.".
      *    460-journal-reversal: only an APPLY changes anything, so
      *    only an APPLY journals; the key is the undone entry's own.
       460-journal-reversal.
           if ws-file = "OPERATORS.DAT"
               move spaces to ws-chg-before(88:8)
               move spaces to ws-chg-after(88:8)
           end-if.
           if ws-mode = "APPLY"
               move function log-change(ws-file, ws-operator-id,
                   ws-chg-action, ws-und-key(u), ws-chg-before,
                   ws-chg-after) to ws-chg-status
               if ws-chg-status not = "Y"
                   display "change-rollback: CHGJRNL.DAT could not be"
                       " written - this reversal is not journalled."
               end-if
           end-if.
      *    470-operator-credentials: the record to put back takes its
      *    credentials from the record on file. A CHANGE that moved
      *    nothing but the credentials was a password reset or an
      *    unlock - it cannot be undone from the journal and is
      *    refused. With no record on file the operator comes back
      *    locked and with no password.
       470-operator-credentials.
           if ws-found-idx = 0
               move spaces to ws-und-before(u)(88:8)
               move "N" to ws-und-before(u)(96:1)
               move "00" to ws-und-before(u)(97:2)
               move "Y" to ws-und-before(u)(99:1)
               display "    ** " function trim(ws-und-key(u))
                   " comes back locked with no password - reset it"
                   " with oper-maint."
           else
               if ws-und-action(u) = "CHANGE"
                   and ws-und-before(u)(1:87)
                       = ws-row-image(ws-found-idx)(1:87)
                   and ws-und-before(u)(100:101)
                       = ws-row-image(ws-found-idx)(100:101)
                   move "Y" to ws-undo-refused
                   display "    ** password reset or unlock of "
                       function trim(ws-und-key(u))
                       " not reversed - oper-maint resets it."
               else
                   move ws-row-image(ws-found-idx)(88:12)
                       to ws-und-before(u)(88:12)
               end-if
           end-if.
      *----------------------------------------------------------------
      *    500-write-result: PREVIEW writes <file>.ROLLBACK; APPLY
      *    first copies the current file to <file>.PRIOR, then
      *    writes the rebuilt one in its place.
       500-write-result.
           if ws-mode = "APPLY"
               perform 510-keep-prior thru 510-exit
               if return-code not = 0
                   go to 500-exit
               end-if
               move ws-control-name to ws-output-name
           end-if.
           open output output-file.
           if ws-output-status not = "00"
               display "change-rollback: cannot write "
                   function trim(ws-output-name) "."
               move 16 to return-code
               go to 500-exit
           end-if.
           perform 520-write-one-row
               varying r from 1 by 1 until r > ws-row-count.
           close output-file.
           if ws-mode = "APPLY"
               move spaces to ws-log-parms
               string function trim(ws-file) " AS OF "
                   ws-as-of-date " " ws-as-of-time
                   delimited by size into ws-log-parms
               move function log-access(ws-operator-id,
                   "change-rollback APPLY", ws-log-parms)
                   to ws-log-status
               display "change-rollback: " function trim(ws-file)
                   " rolled back to " ws-as-of-date " "
                   ws-as-of-time " - the file it replaced is "
                   function trim(ws-prior-name) "."
           else
               display "change-rollback: preview written to "
                   function trim(ws-output-name) " - "
                   function trim(ws-file) " is unchanged."
           end-if.
       500-exit. exit.
       510-keep-prior.
           move ws-prior-name to ws-output-name.
           open output output-file.
           if ws-output-status not = "00"
               display "change-rollback: cannot write "
                   function trim(ws-prior-name) " - nothing"
                   " changed."
               move 16 to return-code
               go to 510-exit
           end-if.
           open input control-file.
           if ws-control-status = "00"
               perform until ws-control-status = "10"
                   read control-file
                       at end move "10" to ws-control-status
                       not at end
                           move fd-control-rec to fd-output-rec
                           write fd-output-rec
                   end-read
               end-perform
               close control-file
           end-if.
           close output-file.
       510-exit. exit.
      *    520-write-one-row: a calendar list goes back out as
      *    cal-maint writes it - the first six steps on one record,
      *    any spill on a second, nothing for an empty list; a
      *    runbook line brings the rest of its entry.
       520-write-one-row.
           if ws-row-live(r) not = "Y"
               continue
           else
               if ws-file = "BATCHCAL.DAT"
                   and (ws-row-image(r)(1:1) = "D"
                       or ws-row-image(r)(1:1) = "M")
                   perform 530-write-cal-list
               else
                   if ws-file = "RUNBOOK.DAT"
                       perform 540-write-runbook-entry
                   else
                       move ws-row-image(r) to fd-output-rec
                       write fd-output-rec
                   end-if
               end-if
           end-if.
       530-write-cal-list.
           move ws-row-image(r) to ws-cal-image.
           if ws-cim-step(1) not = spaces
               move spaces to ws-cal-record
               move ws-cim-type to ws-crc-type
               move ws-cim-key to ws-crc-key
               perform varying c from 1 by 1 until c > 6
                   move ws-cim-step(c) to ws-crc-step(c)
               end-perform
               move ws-cal-record to fd-output-rec
               write fd-output-rec
           end-if.
           if ws-cim-step(7) not = spaces
               move spaces to ws-cal-record
               move ws-cim-type to ws-crc-type
               move ws-cim-key to ws-crc-key
               perform varying c from 1 by 1 until c > 6
                   move ws-cim-step(c + 6) to ws-crc-step(c)
               end-perform
               move ws-cal-record to fd-output-rec
               write fd-output-rec
           end-if.
      *    540-write-runbook-entry: the first live line of an entry
      *    writes every live line of that entry, escalation line 00
      *    first; each is marked "W" so the table does not write it
      *    again when it reaches it.
       540-write-runbook-entry.
           perform varying ws-want-seq from 0 by 1
               until ws-want-seq > 99
               perform varying s from r by 1 until s > ws-row-count
                   if ws-row-live(s) = "Y"
                       and ws-row-image(s)(1:38) =
                           ws-row-image(r)(1:38)
                       and ws-row-image(s)(39:2) = ws-want-seq(2:2)
                       move ws-row-image(s) to fd-output-rec
                       write fd-output-rec
                       move "W" to ws-row-live(s)
                   end-if
               end-perform
           end-perform.
       600-find-row.
           move 0 to ws-found-idx.
           perform varying r from 1 by 1
               until r > ws-row-count or ws-found-idx not = 0
               if ws-row-live(r) = "Y" and ws-row-key(r) = ws-key
                   move r to ws-found-idx
               end-if
           end-perform.
       end program change-rollback.
