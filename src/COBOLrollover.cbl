      ******************************************************************
      * COBOLrollover.cbl
      *
      * Period-close rollover of the shop-wide run-history ledger,
      * 'cobolsound.ledger' (see CS-WRITE-LEDGER in COBOLsound.cbl for
      * the record layout). COBOLsound appends to that file on every
      * job and nothing ever trims it, while COBOLledger re-reads all
      * of it for every statement into tables that top out at DAY-MAX
      * days and NAME-MAX names - this program keeps it small.
      *
      * Execute from the command line at period close with:
      *
      * C:...> COBOLrollover.exe [close-yyyymm]
      *
      *    Every month up to and including close-yyyymm is closed;
      *    omitted, the close month is last month. The current month
      *    (or a later one) is still open and cannot be closed.
      *
      * One run:
      *    - moves every job record of the closed months, unchanged,
      *      into the dated archive ledger 'cobolsound-<yyyymm>.ledger'
      *      (yyyymm being the close month) - same layout as the live
      *      file, so 'COBOLledger ledger=cobolsound-<yyyymm>.ledger'
      *      reports or invoices an archived period in full detail
      *    - leaves one SUMMARY record per closed month in the live
      *      file in their place (job count, status and QC breakdown,
      *      sample, steal and limiter totals - layout below), ahead
      *      of the open months' records, which are carried forward
      *      untouched; summaries from earlier rollovers stay too
      *    - writes 'rollover-control.log', the control report proving
      *      that the records and samples in the ledger before the
      *      rollover equal the archive plus the carry-forward, month
      *      by month and in total
      *
      * It refuses to run - and changes nothing - when the ledger
      * holds a record whose date, time or counts are not numbers
      * (such a record cannot be totalled, so the rollover could not
      * prove it was carried; every one is listed in the control
      * report for repair), when there is nothing to close, or when
      * the archive for that close month already exists. The new
      * archive and the new live image are both written and read back
      * against the totals before the live file is replaced; if
      * either fails to tie, both are removed and the live ledger is
      * left exactly as it was.
      *
      * Batches may still be running. The ledger is opened with an
      * exclusive lock for every pass, the same lock COBOLsound takes
      * to append a job record: while a job is appending, each open
      * here waits a second at a time, up to LOCK-WAIT-MAX seconds,
      * and a job that finishes while this program holds the file
      * waits the same way. Jobs can still append between passes, so
      * before the live file is rewritten this program takes the
      * ledger's own lock, 'cobolsound.ledger.lock' (COBOLsound holds
      * it around every append, so from here on no job can append;
      * one that finishes waits, as above), counts the ledger once
      * more, and keeps the lock until the rewrite is closed. If the
      * ledger no longer holds the lines the first pass counted, the
      * archive and work file are removed and the run stops with
      * nothing changed - run it again. A ledger or lock that cannot
      * be opened (still locked after the wait, or any other status)
      * also stops the run with nothing changed.
      *
      * A SUMMARY record has the ledger's date, time and status
      * columns in their usual places (date yyyymm01, time 000000,
      * status SUMMARY) and reuses the rest of the record for totals:
      *    cols  17- 31  samples written      cols 33- 47 expected
      *    cols  49- 56  oscillator steals    cols 58- 62 'MONTH'
      *    cols  73- 84  samples limited
      *    cols  86- 91  jobs      93- 98 CLEAN    100-105 RESUMED
      *    cols 107-112  SKIPPED  114-119 UNCHANGD 121-126 QC PASS
      *    cols 128-133  QC FAIL
      * COBOLledger mirrors this layout as summary-record.
      ******************************************************************
       >> SOURCE FORMAT FREE

       identification division.
       program-id. COBOLrollover.

       environment division.
       input-output section.
       file-control.

       *>  the shop-wide run-history ledger COBOLsound maintains
       select ledger-file assign to 'cobolsound.ledger'
           organization line sequential
           lock mode is exclusive
           file status is ledger-stat.

       *>  the ledger's own lock, held (never written) from the last
       *>  count of the ledger until its rewrite is closed - COBOLsound
       *>  takes it around every append
       select optional ledger-lock-file assign to 'cobolsound.ledger.lock'
           organization line sequential
           lock mode is exclusive
           file status is ledger-lock-stat.

       *>  the closed months' job records, 'cobolsound-<yyyymm>.ledger'
       select archive-file assign to dynamic archive-name
           organization line sequential
           file status is archive-stat.

       *>  the new live-ledger image, built and proven before it
       *>  replaces cobolsound.ledger
       select work-file assign to dynamic work-name
           organization line sequential
           file status is work-stat.

       *>  the control report this program delivers
       select report-file assign to dynamic report-name
           organization line sequential
           file status is report-stat.

       data division.
       file section.

       fd  ledger-file.
       01  ledger-rec          pic x(150).

       fd  ledger-lock-file.
       01  ledger-lock-rec     pic x(001).

       fd  archive-file.
       01  archive-rec         pic x(150).

       fd  work-file.
       01  work-rec            pic x(150).

       fd  report-file.
       01  report-rec          pic x(132).

       working-storage section.

       *>  the ledger record layout, mirrored from CS-WRITE-LEDGER in
       *>  COBOLsound.cbl - if that layout ever changes, change this
       *>  one with it
       01  ledger-record.
           02  led-run-date        pic x(008).
           02  filler              pic x(001).
           02  led-run-time        pic x(006).
           02  filler              pic x(001).
           02  led-input-name      pic x(040).
           02  filler              pic x(001).
           02  led-batch-line      pic x(005).
           02  filler              pic x(001).
           02  led-status          pic x(008).
           02  filler              pic x(001).
           02  led-samples-written pic x(010).
           02  filler              pic x(001).
           02  led-samples-expected pic x(010).
           02  filler              pic x(001).
           02  led-steals          pic x(006).
           02  filler              pic x(001).
           02  led-limited         pic x(010).
           02  filler              pic x(001).
           02  led-qc-status       pic x(004).
           02  filler              pic x(001).
           02  led-client-code     pic x(010).
           02  filler              pic x(001).
           02  led-sample-rate     pic x(006).
           02  filler              pic x(001).
           02  led-bits            pic x(002).
           02  filler              pic x(001).
           02  led-channels        pic x(001).
           02  filler              pic x(001).
           02  led-worker-id       pic x(010).

       *>  a month's SUMMARY record - see the layout in the header
       01  summary-record redefines ledger-record.
           02  sum-run-date        pic x(008).
           02  filler              pic x(001).
           02  sum-run-time        pic x(006).
           02  filler              pic x(001).
           02  sum-written         pic 9(015).
           02  filler              pic x(001).
           02  sum-expected        pic 9(015).
           02  filler              pic x(001).
           02  sum-steals          pic 9(008).
           02  filler              pic x(001).
           02  sum-tag             pic x(005).
           02  filler              pic x(001).
           02  sum-status          pic x(008).
           02  filler              pic x(001).
           02  sum-limited         pic 9(012).
           02  filler              pic x(001).
           02  sum-jobs            pic 9(006).
           02  filler              pic x(001).
           02  sum-clean           pic 9(006).
           02  filler              pic x(001).
           02  sum-resumed         pic 9(006).
           02  filler              pic x(001).
           02  sum-skipped         pic 9(006).
           02  filler              pic x(001).
           02  sum-unchanged       pic 9(006).
           02  filler              pic x(001).
           02  sum-qc-pass         pic 9(006).
           02  filler              pic x(001).
           02  sum-qc-fail         pic 9(006).
           02  filler              pic x(017).

       01  ledger-stat         pic x(002).
       01  ledger-eof          pic 9(001) value 0.
       *>  waiting out a job's lock on the ledger, a second at a time
       01  LOCK-WAIT-MAX       constant as 300.
       01  lock-waited         binary-long unsigned value 0.
       01  sleep-secs          pic 9(003) value 1.
       01  ledger-lock-stat    pic x(002).
       *>  set once the archive exists, so a stop removes it again
       01  files-made          pic 9(001) value 0.
       01  recount-lines       binary-long unsigned value 0.
       01  archive-name        pic x(100) value spaces.
       01  archive-stat        pic x(002).
       01  archive-eof         pic 9(001) value 0.
       01  work-name           pic x(100) value 'cobolsound.ledger.rollover'.
       01  work-stat           pic x(002).
       01  work-eof            pic 9(001) value 0.
       01  report-name         pic x(100) value 'rollover-control.log'.
       01  report-stat         pic x(002).
       01  report-line         pic x(132) value spaces.

       *>  the close month - everything up to and including it goes
       01  cmd-line            pic x(099) value spaces.
       01  close-month-str     pic x(012) value spaces.
       01  close-month         pic x(006) value spaces.
       01  current-month       pic x(006) value spaces.
       01  today-raw           pic x(021) value spaces.
       01  prev-year           pic 9(004) value 0.
       01  prev-month          pic 9(002) value 0.

       *>  census of the ledger as it stands (pass 1)
       01  before-records      binary-long unsigned value 0.
       01  before-blank        binary-long unsigned value 0.
       01  before-detail       binary-long unsigned value 0.
       01  before-summaries    binary-long unsigned value 0.
       01  before-sum-jobs     binary-double unsigned value 0.
       01  before-written      binary-double unsigned value 0.
       01  before-sum-written  binary-double unsigned value 0.
       01  closed-detail       binary-long unsigned value 0.
       01  closed-written      binary-double unsigned value 0.
       01  open-detail         binary-long unsigned value 0.
       01  open-written        binary-double unsigned value 0.
       01  rec-written         binary-double unsigned value 0.

       *>  records that cannot be totalled - any one of them stops
       *>  the rollover
       01  BAD-MAX             constant as 100.
       01  bad-count           binary-long unsigned value 0.
       01  bad-table.
           02  bad-item        occurs BAD-MAX times.
               03  bad-line        binary-long unsigned.
               03  bad-text        pic x(080).
       01  bad-idx             binary-long unsigned value 0.
       01  line-number         binary-long unsigned value 0.

       *>  the closed months, kept in month order as they are found
       01  MONTH-MAX           constant as 600.
       01  month-count         binary-long unsigned value 0.
       01  month-table.
           02  month-item      occurs MONTH-MAX times.
               03  mon-yyyymm      pic x(006).
               03  mon-jobs        binary-long unsigned.
               03  mon-clean       binary-long unsigned.
               03  mon-resumed     binary-long unsigned.
               03  mon-skipped     binary-long unsigned.
               03  mon-unchanged   binary-long unsigned.
               03  mon-qc-pass     binary-long unsigned.
               03  mon-qc-fail     binary-long unsigned.
               03  mon-written     binary-double unsigned.
               03  mon-expected    binary-double unsigned.
               03  mon-steals      binary-double unsigned.
               03  mon-limited     binary-double unsigned.
               03  mon-archived    binary-long unsigned.
               03  mon-arch-written binary-double unsigned.
       01  mon-idx             binary-long unsigned value 0.
       01  mon-found           binary-long unsigned value 0.
       01  mon-overflow        pic 9(001) value 0.
       01  mon-placed          pic 9(001) value 0.

       *>  read-back of what was written (pass 3)
       01  arch-records        binary-long unsigned value 0.
       01  arch-written        binary-double unsigned value 0.
       01  work-detail         binary-long unsigned value 0.
       01  work-written        binary-double unsigned value 0.
       01  work-summaries      binary-long unsigned value 0.
       01  work-sum-jobs       binary-double unsigned value 0.
       01  work-sum-written    binary-double unsigned value 0.
       01  live-records        binary-long unsigned value 0.
       01  work-records        binary-long unsigned value 0.

       *>  the proof - one line per control, all must tie
       01  ties-all            pic 9(001) value 1.
       01  ctl-left            binary-double unsigned value 0.
       01  ctl-right           binary-double unsigned value 0.
       01  ctl-label           pic x(060) value spaces.
       01  ctl-verdict         pic x(016) value spaces.
       01  refuse-reason       pic x(080) value spaces.

       *>  edited fields for the report
       01  rpt-num-ed          pic z(14)9.
       01  rpt-num-2-ed        pic z(14)9.
       01  rpt-num-3-ed        pic z(14)9.

       *>  shared local vars, same arrangement as COBOLsound itself
       01  i                   binary-long value 0.
       01  local-1             binary-long value 0.



       *>  PROCEDURE
       procedure division.

       perform ROLLOVER.

       ROLLOVER.
           perform RO-PARSE-ARGS
           perform RO-SCAN-LEDGER

           if bad-count > 0 then
               move 'ledger holds records that cannot be totalled'
                   to refuse-reason
               perform RO-REFUSE
           end-if
           if closed-detail = 0 then
               move 'no job records in the closed months - nothing to roll'
                   to refuse-reason
               perform RO-REFUSE
           end-if
           if mon-overflow = 1 then
               move 'more closed months than the month table holds'
                   to refuse-reason
               perform RO-REFUSE
           end-if

           open input archive-file
           if archive-stat = '00' then
               close archive-file
               move spaces to refuse-reason
               string function trim(archive-name) delimited by size
                      ' already exists - that close is done'
                          delimited by size
                      into refuse-reason
               perform RO-REFUSE
           end-if

           perform RO-WRITE-ARCHIVE
           perform RO-WRITE-WORK
           perform RO-READ-BACK
           perform RO-WRITE-REPORT

           if ties-all = 0 then
               call 'CBL_DELETE_FILE' using archive-name
               call 'CBL_DELETE_FILE' using work-name
               display 'Rollover OUT OF BALANCE - archive and work file'
                   ' removed, cobolsound.ledger unchanged. See '
                   function trim(report-name) '.'
               stop run
           end-if

           perform RO-REPLACE-LIVE
           stop run.



       *>  optional argument 1 is the close month, yyyymm; the
       *>  default is the month before this one
       RO-PARSE-ARGS.
           move function current-date to today-raw
           move today-raw(1:6) to current-month

           compute prev-year = function numval(today-raw(1:4))
           compute prev-month = function numval(today-raw(5:2)) - 1
           if prev-month = 0 then
               move 12 to prev-month
               subtract 1 from prev-year
           end-if
           move prev-year to close-month(1:4)
           move prev-month to close-month(5:2)

           accept cmd-line from command-line
           unstring cmd-line delimited by space
               into close-month-str

           if close-month-str > spaces then
               if function length(function trim(close-month-str)) = 6
                       and function test-numval(close-month-str) = 0
                       and close-month-str(5:2) >= '01'
                       and close-month-str(5:2) <= '12' then
                   move close-month-str(1:6) to close-month
               else
                   display 'Bad close month "'
                       function trim(close-month-str)
                       '" - expected yyyymm.'
                   stop run
               end-if
           end-if

           if close-month >= current-month then
               display 'Month ' close-month ' is not closed yet - the'
                   ' latest month that can be rolled over is the one'
                   ' before ' current-month '.'
               stop run
           end-if

           move spaces to archive-name
           string 'cobolsound-' delimited by size
                  close-month delimited by size
                  '.ledger' delimited by size
                  into archive-name
           display 'Rolling over cobolsound.ledger through ' close-month
               ' into ' function trim(archive-name) '.'
           exit paragraph.



       *>  pass 1: count and total the ledger as it stands, build the
       *>  closed-month table and note every record that can't be
       *>  totalled
       RO-SCAN-LEDGER.
           perform RO-OPEN-LEDGER
           if ledger-stat = '35' then
               display 'cobolsound.ledger does not exist - nothing to'
                   ' roll over.'
               stop run
           end-if
           perform RO-CHECK-OPEN

           move 0 to ledger-eof
           move 0 to line-number
           perform until ledger-eof = 1
               read ledger-file
                   at end
                       move 1 to ledger-eof
               end-read

               if ledger-eof = 0 then
                   add 1 to line-number
                   if ledger-rec = spaces then
                       add 1 to before-blank
                   else
                       add 1 to before-records
                       move ledger-rec to ledger-record
                       perform RO-SCAN-RECORD
                   end-if
               end-if
           end-perform
           close ledger-file
           exit paragraph.



       *>  one record of pass 1
       RO-SCAN-RECORD.
           if sum-status = 'SUMMARY' then
               if sum-run-date is not numeric
                       or sum-written is not numeric
                       or sum-expected is not numeric
                       or sum-jobs is not numeric then
                   perform RO-NOTE-BAD
                   exit paragraph
               end-if
               add 1 to before-summaries
               add sum-jobs to before-sum-jobs
               add sum-written to before-sum-written
               exit paragraph
           end-if

           if function test-numval(led-run-date) not = 0
                   or function test-numval(led-run-time) not = 0
                   or function test-numval(led-samples-written) not = 0
                   or function test-numval(led-samples-expected) not = 0
                   or function test-numval(led-steals) not = 0
                   or function test-numval(led-limited) not = 0 then
               perform RO-NOTE-BAD
               exit paragraph
           end-if

           add 1 to before-detail
           compute rec-written = function numval(led-samples-written)
           add rec-written to before-written

           if led-run-date(1:6) > close-month then
               add 1 to open-detail
               add rec-written to open-written
               exit paragraph
           end-if

           add 1 to closed-detail
           add rec-written to closed-written
           perform RO-FIND-MONTH
           if mon-found = 0 then
               exit paragraph
           end-if

           add 1 to mon-jobs(mon-found)
           evaluate function trim(led-status)
               when 'CLEAN'
                   add 1 to mon-clean(mon-found)
               when 'RESUMED'
                   add 1 to mon-resumed(mon-found)
               when 'SKIPPED'
                   add 1 to mon-skipped(mon-found)
               when 'UNCHANGD'
                   add 1 to mon-unchanged(mon-found)
           end-evaluate
           evaluate led-qc-status
               when 'PASS'
                   add 1 to mon-qc-pass(mon-found)
               when 'FAIL'
                   add 1 to mon-qc-fail(mon-found)
           end-evaluate
           add rec-written to mon-written(mon-found)
           compute mon-expected(mon-found) = mon-expected(mon-found)
               + function numval(led-samples-expected)
           compute mon-steals(mon-found) = mon-steals(mon-found)
               + function numval(led-steals)
           compute mon-limited(mon-found) = mon-limited(mon-found)
               + function numval(led-limited)
           exit paragraph.



       *>  the month-table entry for led-run-date's month, opened in
       *>  month order when first seen (so the summaries come out in
       *>  calendar order however the ledger was appended)
       RO-FIND-MONTH.
           set mon-found to 0
           perform varying mon-idx from 1 by 1
                   until mon-idx > month-count or mon-found > 0
               if mon-yyyymm(mon-idx) = led-run-date(1:6) then
                   set mon-found to mon-idx
               end-if
           end-perform
           if mon-found > 0 then
               exit paragraph
           end-if

           if month-count >= MONTH-MAX then
               move 1 to mon-overflow
               exit paragraph
           end-if

           *> slide later months up one place and open the new one
           *> in order
           add 1 to month-count
           set mon-found to month-count
           move 0 to mon-placed
           perform until mon-found = 1 or mon-placed = 1
               set mon-idx to mon-found
               subtract 1 from mon-idx
               if mon-yyyymm(mon-idx) < led-run-date(1:6) then
                   move 1 to mon-placed
               else
                   move month-item(mon-idx) to month-item(mon-found)
                   set mon-found to mon-idx
               end-if
           end-perform
           move led-run-date(1:6) to mon-yyyymm(mon-found)
           move 0 to mon-jobs(mon-found), mon-clean(mon-found),
               mon-resumed(mon-found), mon-skipped(mon-found),
               mon-unchanged(mon-found), mon-qc-pass(mon-found),
               mon-qc-fail(mon-found), mon-written(mon-found),
               mon-expected(mon-found), mon-steals(mon-found),
               mon-limited(mon-found), mon-archived(mon-found),
               mon-arch-written(mon-found)
           exit paragraph.



       *>  a record that can't be totalled - kept for the report
       RO-NOTE-BAD.
           add 1 to bad-count
           if bad-count <= BAD-MAX then
               move line-number to bad-line(bad-count)
               move ledger-rec to bad-text(bad-count)
           end-if
           exit paragraph.



       *>  pass 2a: every closed-month job record, unchanged, into the
       *>  archive
       RO-WRITE-ARCHIVE.
           open output archive-file
           if archive-stat not = '00' then
               display 'Cannot create ' function trim(archive-name)
                   ' (status ' archive-stat ') - nothing changed.'
               stop run
           end-if
           move 1 to files-made

           perform RO-OPEN-LEDGER
           perform RO-CHECK-OPEN
           move 0 to ledger-eof
           perform until ledger-eof = 1
               read ledger-file
                   at end
                       move 1 to ledger-eof
               end-read

               if ledger-eof = 0 and ledger-rec > spaces then
                   move ledger-rec to ledger-record
                   if sum-status not = 'SUMMARY'
                           and led-run-date(1:6) <= close-month then
                       write archive-rec from ledger-rec
                   end-if
               end-if
           end-perform
           close ledger-file
           close archive-file
           exit paragraph.



       *>  pass 2b: the new live image - earlier summaries as they
       *>  were, then one summary per newly closed month, then the
       *>  open months' job records in their original order
       RO-WRITE-WORK.
           open output work-file
           if work-stat not = '00' then
               call 'CBL_DELETE_FILE' using archive-name
               display 'Cannot create ' function trim(work-name)
                   ' (status ' work-stat ') - nothing changed.'
               stop run
           end-if

           perform RO-OPEN-LEDGER
           perform RO-CHECK-OPEN
           move 0 to ledger-eof
           perform until ledger-eof = 1
               read ledger-file
                   at end
                       move 1 to ledger-eof
               end-read

               if ledger-eof = 0 and ledger-rec > spaces then
                   move ledger-rec to ledger-record
                   if sum-status = 'SUMMARY' then
                       write work-rec from ledger-rec
                   end-if
               end-if
           end-perform
           close ledger-file

           perform varying mon-idx from 1 by 1 until mon-idx > month-count
               perform RO-BUILD-SUMMARY
               write work-rec from summary-record
           end-perform

           perform RO-OPEN-LEDGER
           perform RO-CHECK-OPEN
           move 0 to ledger-eof
           perform until ledger-eof = 1
               read ledger-file
                   at end
                       move 1 to ledger-eof
               end-read

               if ledger-eof = 0 and ledger-rec > spaces then
                   move ledger-rec to ledger-record
                   if sum-status not = 'SUMMARY'
                           and led-run-date(1:6) > close-month then
                       write work-rec from ledger-rec
                   end-if
               end-if
           end-perform
           close ledger-file
           close work-file
           exit paragraph.



       *>  month mon-idx as a SUMMARY record
       RO-BUILD-SUMMARY.
           move spaces to summary-record
           string mon-yyyymm(mon-idx) delimited by size
                  '01' delimited by size
                  into sum-run-date
           move '000000' to sum-run-time
           move mon-written(mon-idx) to sum-written
           move mon-expected(mon-idx) to sum-expected
           move mon-steals(mon-idx) to sum-steals
           move 'MONTH' to sum-tag
           move 'SUMMARY' to sum-status
           move mon-limited(mon-idx) to sum-limited
           move mon-jobs(mon-idx) to sum-jobs
           move mon-clean(mon-idx) to sum-clean
           move mon-resumed(mon-idx) to sum-resumed
           move mon-skipped(mon-idx) to sum-skipped
           move mon-unchanged(mon-idx) to sum-unchanged
           move mon-qc-pass(mon-idx) to sum-qc-pass
           move mon-qc-fail(mon-idx) to sum-qc-fail
           exit paragraph.



       *>  pass 3: read back what was written and total it the same
       *>  way - the archive by month, the work file by record kind
       RO-READ-BACK.
           open input archive-file
           move 0 to archive-eof
           perform until archive-eof = 1
               read archive-file
                   at end
                       move 1 to archive-eof
               end-read

               if archive-eof = 0 and archive-rec > spaces then
                   move archive-rec to ledger-record
                   add 1 to arch-records
                   compute rec-written =
                       function numval(led-samples-written)
                   add rec-written to arch-written
                   perform varying mon-idx from 1 by 1
                           until mon-idx > month-count
                       if mon-yyyymm(mon-idx) = led-run-date(1:6) then
                           add 1 to mon-archived(mon-idx)
                           add rec-written to mon-arch-written(mon-idx)
                       end-if
                   end-perform
               end-if
           end-perform
           close archive-file

           open input work-file
           move 0 to work-eof
           perform until work-eof = 1
               read work-file
                   at end
                       move 1 to work-eof
               end-read

               if work-eof = 0 and work-rec > spaces then
                   move work-rec to ledger-record
                   add 1 to work-records
                   if sum-status = 'SUMMARY' then
                       add 1 to work-summaries
                       add sum-jobs to work-sum-jobs
                       add sum-written to work-sum-written
                   else
                       add 1 to work-detail
                       compute rec-written =
                           function numval(led-samples-written)
                       add rec-written to work-written
                   end-if
               end-if
           end-perform
           close work-file
           exit paragraph.



       *>  the control report - of the refusals, only the one for
       *>  records that cannot be totalled writes it, listing them
       RO-WRITE-REPORT.
           open output report-file

           move 'COBOLsound ledger rollover control report' to report-line
           write report-rec from report-line
           move spaces to report-line
           string 'Close month: ' delimited by size
                  close-month delimited by size
                  '   archive: ' delimited by size
                  function trim(archive-name) delimited by size
                  '   run ' delimited by size
                  today-raw(1:8) delimited by size
                  ' ' delimited by size
                  today-raw(9:6) delimited by size
                  into report-line
           write report-rec from report-line
           move spaces to report-line
           write report-rec from report-line

           move before-records to rpt-num-ed
           move before-detail to rpt-num-2-ed
           move before-summaries to rpt-num-3-ed
           move spaces to report-line
           string 'Ledger before rollover: ' delimited by size
                  function trim(rpt-num-ed) delimited by size
                  ' record(s) - ' delimited by size
                  function trim(rpt-num-2-ed) delimited by size
                  ' job record(s), ' delimited by size
                  function trim(rpt-num-3-ed) delimited by size
                  ' earlier month summary record(s)' delimited by size
                  into report-line
           write report-rec from report-line
           if before-blank > 0 then
               move before-blank to rpt-num-ed
               move spaces to report-line
               string '  (' delimited by size
                      function trim(rpt-num-ed) delimited by size
                      ' blank line(s) dropped)' delimited by size
                      into report-line
               write report-rec from report-line
           end-if
           move spaces to report-line
           write report-rec from report-line

           if bad-count > 0 then
               perform RO-REPORT-BAD
               close report-file
               exit paragraph
           end-if

           *> month by month: what was closed, what reached the
           *> archive, and the summary left behind
           move 'Closed months:     jobs  archived   samples written'
               & '   samples archived' to report-line
           write report-rec from report-line
           perform varying mon-idx from 1 by 1 until mon-idx > month-count
               move spaces to report-line
               move mon-yyyymm(mon-idx) to report-line(3:6)
               move mon-jobs(mon-idx) to rpt-num-ed
               move rpt-num-ed(6:10) to report-line(15:10)
               move mon-archived(mon-idx) to rpt-num-ed
               move rpt-num-ed(6:10) to report-line(25:10)
               move mon-written(mon-idx) to rpt-num-ed
               move rpt-num-ed to report-line(35:15)
               move mon-arch-written(mon-idx) to rpt-num-ed
               move rpt-num-ed to report-line(54:15)
               if mon-jobs(mon-idx) = mon-archived(mon-idx)
                       and mon-written(mon-idx)
                           = mon-arch-written(mon-idx) then
                   move '  TIES' to report-line(69:16)
               else
                   move '  OUT OF BALANCE' to report-line(69:16)
                   move 0 to ties-all
               end-if
               write report-rec from report-line
           end-perform
           move spaces to report-line
           write report-rec from report-line

           move 'Proof (before = archive + carry-forward):' to report-line
           write report-rec from report-line

           move 'job records: before = archived + carried forward'
               to ctl-label
           move before-detail to ctl-left
           compute ctl-right = arch-records + work-detail
           perform RO-REPORT-CONTROL

           move 'samples written: before = archived + carried forward'
               to ctl-label
           compute ctl-left = before-written
           compute ctl-right = arch-written + work-written
           perform RO-REPORT-CONTROL

           move 'archived job records = closed-month job records'
               to ctl-label
           move closed-detail to ctl-left
           move arch-records to ctl-right
           perform RO-REPORT-CONTROL

           move 'new summaries: jobs = archived job records'
               to ctl-label
           compute ctl-left = work-sum-jobs - before-sum-jobs
           move arch-records to ctl-right
           perform RO-REPORT-CONTROL

           move 'new summaries: samples = archived samples'
               to ctl-label
           compute ctl-left = work-sum-written - before-sum-written
           move arch-written to ctl-right
           perform RO-REPORT-CONTROL

           move 'live jobs represented: before = after' to ctl-label
           compute ctl-left = before-detail + before-sum-jobs
           compute ctl-right = work-detail + work-sum-jobs
           perform RO-REPORT-CONTROL

           move 'live samples represented: before = after' to ctl-label
           compute ctl-left = before-written + before-sum-written
           compute ctl-right = work-written + work-sum-written
           perform RO-REPORT-CONTROL

           move spaces to report-line
           write report-rec from report-line
           move work-records to rpt-num-ed
           move work-summaries to rpt-num-2-ed
           move work-detail to rpt-num-3-ed
           move spaces to report-line
           string 'Live ledger after rollover: ' delimited by size
                  function trim(rpt-num-ed) delimited by size
                  ' record(s) - ' delimited by size
                  function trim(rpt-num-2-ed) delimited by size
                  ' month summary record(s), ' delimited by size
                  function trim(rpt-num-3-ed) delimited by size
                  ' open-month job record(s)' delimited by size
                  into report-line
           write report-rec from report-line

           if ties-all = 1 then
               move 'Verdict: TIES - cobolsound.ledger replaced.'
                   to report-line
           else
               move 'Verdict: OUT OF BALANCE - nothing changed, archive'
                   & ' and work file removed.' to report-line
           end-if
           write report-rec from report-line
           close report-file
           exit paragraph.



       *>  one proof line: ctl-label, both sides and the verdict
       RO-REPORT-CONTROL.
           if ctl-left = ctl-right then
               move 'TIES' to ctl-verdict
           else
               move 'OUT OF BALANCE' to ctl-verdict
               move 0 to ties-all
           end-if
           move ctl-left to rpt-num-ed
           move ctl-right to rpt-num-2-ed
           move spaces to report-line
           string '  ' delimited by size
                  ctl-label delimited by size
                  rpt-num-ed delimited by size
                  ' ' delimited by size
                  rpt-num-2-ed delimited by size
                  '  ' delimited by size
                  ctl-verdict delimited by size
                  into report-line
           write report-rec from report-line
           exit paragraph.



       *>  the records that can't be totalled, by line number
       RO-REPORT-BAD.
           move bad-count to rpt-num-ed
           move spaces to report-line
           string 'REFUSED: ' delimited by size
                  function trim(rpt-num-ed) delimited by size
                  ' record(s) cannot be totalled - repair them and run'
                      delimited by size
                  ' again; nothing was changed.' delimited by size
                  into report-line
           write report-rec from report-line
           perform varying bad-idx from 1 by 1
                   until bad-idx > bad-count or bad-idx > BAD-MAX
               move bad-line(bad-idx) to rpt-num-ed
               move spaces to report-line
               string '  line ' delimited by size
                      function trim(rpt-num-ed) delimited by size
                      ': ' delimited by size
                      bad-text(bad-idx) delimited by size
                      into report-line
               write report-rec from report-line
           end-perform
           if bad-count > BAD-MAX then
               move '  (list truncated)' to report-line
               write report-rec from report-line
           end-if
           exit paragraph.



       *>  open the ledger for input, waiting out a job that holds it
       *>  to append (status 61) for up to LOCK-WAIT-MAX seconds - the
       *>  caller tests ledger-stat
       RO-OPEN-LEDGER.
           move 0 to lock-waited
           open input ledger-file
           perform until ledger-stat not = '61'
                   or lock-waited >= LOCK-WAIT-MAX
               call 'C$SLEEP' using sleep-secs
               add 1 to lock-waited
               open input ledger-file
           end-perform
           exit paragraph.



       *>  any open of the ledger but '00' stops the run; whatever this
       *>  run has written so far is removed first, so nothing changed
       RO-CHECK-OPEN.
           if ledger-stat not = '00' then
               if files-made = 1 then
                   call 'CBL_DELETE_FILE' using archive-name
                   call 'CBL_DELETE_FILE' using work-name
               end-if
               if ledger-stat = '61' then
                   display 'cobolsound.ledger is still locked by a job'
                       ' after ' LOCK-WAIT-MAX ' seconds - nothing'
                       ' changed.'
               else
                   display 'Cannot read cobolsound.ledger (status '
                       ledger-stat ') - nothing changed.'
               end-if
               stop run
           end-if
           exit paragraph.



       *>  count the ledger's lines once more, blank ones included, the
       *>  same way pass 1 counted them into line-number
       RO-RECOUNT-LEDGER.
           perform RO-OPEN-LEDGER
           if ledger-stat not = '00' then
               close work-file
               perform RO-CHECK-OPEN
           end-if
           move 0 to recount-lines
           move 0 to ledger-eof
           perform until ledger-eof = 1
               read ledger-file
                   at end
                       move 1 to ledger-eof
               end-read

               if ledger-eof = 0 then
                   add 1 to recount-lines
               end-if
           end-perform
           close ledger-file
           exit paragraph.



       *>  stop without touching anything, saying why
       RO-REFUSE.
           if bad-count > 0 then
               perform RO-WRITE-REPORT
               display 'Rollover REFUSED: ' function trim(refuse-reason)
                   ' - see ' function trim(report-name) '.'
           else
               display 'Rollover REFUSED: ' function trim(refuse-reason)
                   '. Nothing changed.'
           end-if
           stop run.



       *>  everything tied: take the ledger lock, make sure no job
       *>  appended since pass 1, copy the proven image over the live
       *>  ledger, count it once more, and drop the work file
       RO-REPLACE-LIVE.
           open input work-file
           if work-stat not = '00' then
               call 'CBL_DELETE_FILE' using archive-name
               call 'CBL_DELETE_FILE' using work-name
               display 'Cannot reopen ' function trim(work-name)
                   ' (status ' work-stat ') - archive and work file'
                   ' removed, nothing changed.'
               stop run
           end-if

           move 0 to lock-waited
           open extend ledger-lock-file
           perform until ledger-lock-stat not = '61'
                   or lock-waited >= LOCK-WAIT-MAX
               call 'C$SLEEP' using sleep-secs
               add 1 to lock-waited
               open extend ledger-lock-file
           end-perform
           if ledger-lock-stat not = '00' and ledger-lock-stat not = '05'
                   then
               close work-file
               call 'CBL_DELETE_FILE' using archive-name
               call 'CBL_DELETE_FILE' using work-name
               display 'Cannot lock cobolsound.ledger.lock (status '
                   ledger-lock-stat ') - archive and work file removed,'
                   ' nothing changed.'
               stop run
           end-if

           perform RO-RECOUNT-LEDGER
           if recount-lines not = line-number then
               close ledger-lock-file
               close work-file
               call 'CBL_DELETE_FILE' using archive-name
               call 'CBL_DELETE_FILE' using work-name
               display 'cobolsound.ledger changed during the rollover ('
                   recount-lines ' line(s), first pass counted '
                   line-number ') - archive and work file removed,'
                   ' nothing changed. Run it again.'
               stop run
           end-if

           move 0 to lock-waited
           open output ledger-file
           perform until ledger-stat not = '61'
                   or lock-waited >= LOCK-WAIT-MAX
               call 'C$SLEEP' using sleep-secs
               add 1 to lock-waited
               open output ledger-file
           end-perform
           if ledger-stat not = '00' then
               close ledger-lock-file
               close work-file
               display 'Cannot rewrite cobolsound.ledger (status '
                   ledger-stat ') - the proven image is in '
                   function trim(work-name) '.'
               stop run
           end-if

           move 0 to work-eof
           perform until work-eof = 1
               read work-file
                   at end
                       move 1 to work-eof
               end-read

               if work-eof = 0 then
                   write ledger-rec from work-rec
                   add 1 to live-records
               end-if
           end-perform
           close ledger-file
           close ledger-lock-file
           close work-file

           if live-records not = work-records then
               display 'cobolsound.ledger was rewritten with '
                   live-records ' record(s), expected ' work-records
                   ' - the proven image is in ' function trim(work-name)
                   '.'
               stop run
           end-if
           call 'CBL_DELETE_FILE' using work-name

           display 'Rollover TIES: ' arch-records ' job record(s) archived'
               ' to ' function trim(archive-name) ', ' month-count
               ' month summary record(s) left in cobolsound.ledger.'
           exit paragraph.

       stop run.
       end program COBOLrollover.
