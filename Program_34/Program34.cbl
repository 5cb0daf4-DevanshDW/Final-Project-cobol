       identification division.
       program-id. program34.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : One-shot conversion of the two files whose
      * layouts were widened when program1 and program2 outgrew their
      * 999-record and 6-store limits:
      *
      *   mtd_ytd_totals.dat      6 store slots and 7-digit totals
      *                           onto a slot for every store number
      *                           and 9-digit totals
      *   Program1Checkpoint.dat  3-digit record counts and error
      *                           frequencies onto 7-digit ones, with
      *                           the tender-line and tax-exempt edit
      *                           counts added
      *
      * Before the cut-over the operator renames the old files to
      * mtd_ytd_totalsOld.dat and Program1CheckpointOld.dat and runs
      * this once.  Every figure is carried across unchanged - the
      * running MTD/YTD totals, each store's slot (by store number,
      * in the slot it already held), the last posted date and its
      * backout figures, and every checkpoint record of an abended
      * run waiting for its restart.  Either old file may be absent
      * (there is normally no checkpoint between cycles); a missing
      * one is noted and skipped.
      *
      * mtd_ytd_totals.dat is a controlled file - follow the cut-over
      * with "program23 STAMP" or the next cycle's verify will stop
      * the chain on the converted accumulator.  Cycle archives taken
      * before the cut-over hold the old layout; a backout that
      * restores one must be followed by this conversion again.
      *
       environment division.
       input-output section.
       file-control.
           select old-accumulator-file
               assign "../../../data/mtd_ytd_totalsOld.dat"
               organization is line sequential
               file status is ws-old-accum-file-status.
      *
           select accumulator-file
               assign "../../../data/mtd_ytd_totals.dat"
               organization is line sequential
               file status is ws-accum-file-status.
      *
           select old-checkpoint-file
               assign "../../../data/Program1CheckpointOld.dat"
               organization is line sequential
               file status is ws-old-ckpt-file-status.
      *
           select checkpoint-file
               assign "../../../data/Program1Checkpoint.dat"
               organization is line sequential
               file status is ws-ckpt-file-status.
      *
       data division.
       file section.
      * The accumulator as program2 wrote it before the widening
       fd old-accumulator-file
           data record is old-accumulator-record
           record contains 236 characters.
      *
       01 old-accumulator-record.
           05 old-accum-month                  pic 99.
           05 old-accum-year                   pic 9(4).
           05 old-accum-mtd-net-amt            pic s9(7)v99.
           05 old-accum-mtd-txn-cnt            pic 9(5).
           05 old-accum-ytd-net-amt            pic s9(7)v99.
           05 old-accum-ytd-txn-cnt            pic 9(5).
           05 old-accum-store-entry            occurs 6 times.
               10 old-accum-store-number       pic 99.
               10 old-accum-store-mtd-net-amt  pic s9(7)v99.
               10 old-accum-store-ytd-net-amt  pic s9(7)v99.
           05 old-accum-last-posted-date       pic 9(8).
           05 old-accum-last-day-net-amt       pic s9(7)v99.
           05 old-accum-last-day-txn-cnt       pic 9(5).
           05 old-accum-store-last-day         occurs 6 times
                                               pic s9(7)v99.
      *
      * The accumulator as program2 now reads it
       fd accumulator-file
           data record is accumulator-record
           record contains 3537 characters.
      *
       01 accumulator-record.
           05 accum-month                      pic 99.
           05 accum-year                       pic 9(4).
           05 accum-mtd-net-amt                pic s9(9)v99.
           05 accum-mtd-txn-cnt                pic 9(9).
           05 accum-ytd-net-amt                pic s9(9)v99.
           05 accum-ytd-txn-cnt                pic 9(9).
           05 accum-store-entry                occurs 99 times.
               10 accum-store-number           pic 99.
               10 accum-store-mtd-net-amt      pic s9(9)v99.
               10 accum-store-ytd-net-amt      pic s9(9)v99.
           05 accum-last-posted-date           pic 9(8).
           05 accum-last-day-net-amt           pic s9(9)v99.
           05 accum-last-day-txn-cnt           pic 9(7).
           05 accum-store-last-day             occurs 99 times
                                               pic s9(9)v99.
      *
      * The restart checkpoint as program1 wrote it before the
      * widening - nineteen 3-digit counts
       fd old-checkpoint-file
           data record is old-checkpoint-record
           record contains 57 characters.
      *
       01 old-checkpoint-record.
           05 old-ckpt-count                   occurs 19 times
                                               pic 9(3).
      *
      * The restart checkpoint as program1 now reads it - the same
      * nineteen counts in the same order, 7 digits each, followed
      * by the two tender-line edit counts and the tax-exempt edit
      * count, which start at zero - 22 counts, 154 characters
       fd checkpoint-file
           data record is checkpoint-record
           record contains 154 characters.
      *
       01 checkpoint-record.
           05 ckpt-count                       occurs 22 times
                                               pic 9(7).
      *
      * Working storage section
      *
       working-storage section.

       77 ws-old-accum-file-status             pic xx value spaces.
       77 ws-accum-file-status                 pic xx value spaces.
       77 ws-old-ckpt-file-status              pic xx value spaces.
       77 ws-ckpt-file-status                  pic xx value spaces.
       77 ws-old-ckpt-eof-flag                 pic x value 'n'.
       77 ws-slot-sub                          pic 9(3) value 0.
       77 ws-count-sub                         pic 99 value 0.
       77 ws-accum-converted-cnt               pic 9(7) value 0.
       77 ws-ckpt-converted-cnt                pic 9(7) value 0.
       77 ws-files-found-cnt                   pic 9 value 0.
      *
       procedure division.
       000-main.
      *
           perform 100-convert-accumulator.
           perform 200-convert-checkpoint.

           if ws-files-found-cnt = 0 then
               display "PROGRAM34: neither mtd_ytd_totalsOld.dat nor "
                   "Program1CheckpointOld.dat found - rename the old "
                   "files first." upon console
               move 8                      to return-code
               goback
           end-if.

           display "PROGRAM34: converted " ws-accum-converted-cnt
               " accumulator record(s) and " ws-ckpt-converted-cnt
               " checkpoint record(s)." upon console.

           goback.
      *
      * Carry The Old Accumulator Onto The Widened Layout
      *
       100-convert-accumulator.
           open input old-accumulator-file.
           if ws-old-accum-file-status = "35" then
               display "PROGRAM34: no mtd_ytd_totalsOld.dat - "
                   "accumulator not converted." upon console
           else
               add 1                       to ws-files-found-cnt
               read old-accumulator-file
                   at end
                       display "PROGRAM34: mtd_ytd_totalsOld.dat is "
                           "empty - accumulator not converted."
                           upon console
                   not at end
                       perform 110-build-new-accumulator
                       open output accumulator-file
                       write accumulator-record
                       close accumulator-file
                       add 1               to ws-accum-converted-cnt
               end-read
               close old-accumulator-file
           end-if.

       110-build-new-accumulator.
           move zeroes                     to accumulator-record.
           move old-accum-month            to accum-month.
           move old-accum-year             to accum-year.
           move old-accum-mtd-net-amt      to accum-mtd-net-amt.
           move old-accum-mtd-txn-cnt      to accum-mtd-txn-cnt.
           move old-accum-ytd-net-amt      to accum-ytd-net-amt.
           move old-accum-ytd-txn-cnt      to accum-ytd-txn-cnt.
           move old-accum-last-posted-date to accum-last-posted-date.
           move old-accum-last-day-net-amt to accum-last-day-net-amt.
           move old-accum-last-day-txn-cnt to accum-last-day-txn-cnt.

      * Each store keeps the slot it held - program2 finds a store's
      * slot by store number, so slot order does not matter, only
      * that no store's running totals move to another store.
           perform 120-convert-store-slot
               varying ws-slot-sub from 1 by 1
               until ws-slot-sub > 6.

       120-convert-store-slot.
           move old-accum-store-number(ws-slot-sub)
               to accum-store-number(ws-slot-sub).
           move old-accum-store-mtd-net-amt(ws-slot-sub)
               to accum-store-mtd-net-amt(ws-slot-sub).
           move old-accum-store-ytd-net-amt(ws-slot-sub)
               to accum-store-ytd-net-amt(ws-slot-sub).
           move old-accum-store-last-day(ws-slot-sub)
               to accum-store-last-day(ws-slot-sub).
      *
      * Carry Every Old Checkpoint Record Onto The Widened Layout
      *
       200-convert-checkpoint.
           open input old-checkpoint-file.
           if ws-old-ckpt-file-status = "35" then
               display "PROGRAM34: no Program1CheckpointOld.dat - "
                   "no restart pending, nothing to convert."
                   upon console
           else
               add 1                       to ws-files-found-cnt
               open output checkpoint-file
               read old-checkpoint-file
                   at end
                       move 'y'            to ws-old-ckpt-eof-flag
               end-read
               perform 210-convert-one-checkpoint
                   until ws-old-ckpt-eof-flag = 'y'
               close old-checkpoint-file checkpoint-file
           end-if.

      * Counts 20-22 were not kept before the widening - zeroing the
      * record starts them at zero
       210-convert-one-checkpoint.
           move zeroes                     to checkpoint-record.
           perform 220-convert-checkpoint-count
               varying ws-count-sub from 1 by 1
               until ws-count-sub > 19.
           write checkpoint-record.
           add 1                           to ws-ckpt-converted-cnt.

           read old-checkpoint-file
               at end
                   move 'y'                to ws-old-ckpt-eof-flag.

       220-convert-checkpoint-count.
      * A count field left blank by a checkpoint cut before that
      * counter went on carries across as zero
           if old-ckpt-count(ws-count-sub) is numeric then
               move old-ckpt-count(ws-count-sub)
                   to ckpt-count(ws-count-sub)
           else
               move zeroes                 to ckpt-count(ws-count-sub)
           end-if.

       end program program34.
