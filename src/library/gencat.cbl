       identification division.
       function-id. catalog-generation.
      *----------------------------------------------------------------
      *    catalog-generation: registers one generation file in
      *    GENCAT.DAT, the catalog of every dated or numbered
      *    generation the suite writes:
      *      ledger-archive - RESULTS.YyyyyMmm.LED    (kind "M");
      *      housekeep      - <FILE>.YyyyyMmm          (kind "M");
      *      state-snapshot - <FILE>.G<nn>             (kind "G");
      *      snap-export    - SNAPSET.G<nn>.DAT        (kind "S").
      *    Each writer calls this once per generation it touched,
      *    after the generation is closed. The function reads the
      *    generation back itself, so what is catalogued is what is
      *    on disk - the record count, the rec-hash checksum chained
      *    from zero over every record (snap-export's member
      *    arithmetic), and the earliest and latest record date
      *    found at the caller's date offset. An undated generation
      *    (offset zero - snapshot members, transfer sets, the
      *    PRIMES.TXT spill) carries the day it was written as its
      *    range.
      *    A generation that is no longer on disk when registered
      *    (state-snapshot deleting a stale member) is catalogued
      *    as retired, state "R": it should NOT exist.
      *    The catalog is append-only; a generation's latest entry
      *    is its current description - ledger-archive and
      *    housekeep extend a month's generation when late records
      *    fall due, and state-snapshot reuses its slots - and
      *    gen-verify reads it that way.
      *    Parameters: base file, generation name, kind, period
      *    (yyyymm for "M", the generation number otherwise),
      *    creating program, record-date offset. Returns "Y" when
      *    catalogued as present, "R" when catalogued as retired.
       environment division.
       configuration section.
       repository.
           function rec-hash
           function current-run-id.
       input-output section.
       file-control.
           select gen-file assign to dynamic ws-gen-name
               organization is line sequential
               file status is ws-gen-status.
           select catalog-file assign to "GENCAT.DAT"
               organization is line sequential
               file status is ws-catalog-status.
       data division.
       file section.
       fd gen-file.
       01 fd-gen-rec               pic x(540).
       fd catalog-file.
       01 fd-catalog-rec.
           05 fd-gct-base          pic x(16).
           05 fd-gct-generation    pic x(44).
           05 fd-gct-kind          pic x(01).
           05 fd-gct-period        pic 9(06).
           05 fd-gct-state         pic x(01).
           05 fd-gct-program       pic x(16).
           05 fd-gct-from-date     pic 9(08).
           05 fd-gct-to-date       pic 9(08).
           05 fd-gct-records       pic 9(07).
           05 fd-gct-checksum      pic 9(09).
           05 fd-gct-cat-date      pic 9(08).
           05 fd-gct-cat-time      pic 9(06).
           05 fd-gct-run-id        pic 9(10).
       working-storage section.
           01 ws-gen-status        pic x(02) value "00".
           01 ws-catalog-status    pic x(02) value "00".
           01 ws-gen-name          pic x(44).
           01 ws-full-time         pic 9(08).
           01 ws-date-offset       pic 9(03).
           01 ws-record-date       pic 9(08).
           01 ws-checksum          pic 9(09).
       linkage section.
           01 ls-base              pic X any length.
           01 ls-generation        pic X any length.
           01 ls-kind              pic X any length.
           01 ls-period            pic X any length.
           01 ls-program           pic X any length.
           01 ls-date-offset       pic X any length.
           01 ls-status            pic X.
       procedure division
           using ls-base ls-generation ls-kind ls-period ls-program
               ls-date-offset
           returning ls-status.
       perform 100-init thru 100-exit.
       perform 200-read-generation thru 200-exit.
       perform 300-append-entry.
       goback.
       100-init.
           move spaces to fd-catalog-rec.
           move ls-base to fd-gct-base.
           move ls-generation to fd-gct-generation.
           move ls-kind to fd-gct-kind.
           compute fd-gct-period = function numval(ls-period).
           move ls-program to fd-gct-program.
           compute ws-date-offset = function numval(ls-date-offset).
           if ws-date-offset > 533
               move 0 to ws-date-offset
           end-if.
           accept fd-gct-cat-date from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-gct-cat-time.
           move function current-run-id to fd-gct-run-id.
           move 0 to fd-gct-records.
           move 0 to fd-gct-from-date.
           move 0 to fd-gct-to-date.
           move 0 to ws-checksum.
           move ls-generation to ws-gen-name.
       100-exit. exit.
      *    200-read-generation: count, checksum and date range in
      *    one pass; a generation not on disk is retired.
       200-read-generation.
           move "00" to ws-gen-status.
           open input gen-file.
           if ws-gen-status not = "00"
               move "R" to fd-gct-state
               move "R" to ls-status
               go to 200-exit
           end-if.
           move "A" to fd-gct-state.
           move "Y" to ls-status.
           perform until ws-gen-status = "10"
               read gen-file
                   at end move "10" to ws-gen-status
                   not at end perform 210-note-record thru 210-exit
               end-read
           end-perform.
           close gen-file.
           move ws-checksum to fd-gct-checksum.
           if fd-gct-from-date = 0
               move fd-gct-cat-date to fd-gct-from-date
               move fd-gct-cat-date to fd-gct-to-date
           end-if.
       200-exit. exit.
       210-note-record.
           add 1 to fd-gct-records.
           move function rec-hash(fd-gen-rec, ws-checksum)
               to ws-checksum.
           if ws-date-offset = 0
               or fd-gen-rec(ws-date-offset:8) is not numeric
               go to 210-exit
           end-if.
           move fd-gen-rec(ws-date-offset:8) to ws-record-date.
           if ws-record-date = 0
               go to 210-exit
           end-if.
           if fd-gct-from-date = 0
               or ws-record-date < fd-gct-from-date
               move ws-record-date to fd-gct-from-date
           end-if.
           if ws-record-date > fd-gct-to-date
               move ws-record-date to fd-gct-to-date
           end-if.
       210-exit. exit.
       300-append-entry.
           open extend catalog-file.
           if ws-catalog-status = "35"
               open output catalog-file
           end-if.
           write fd-catalog-rec.
           close catalog-file.
       end function catalog-generation.
