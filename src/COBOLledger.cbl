      *
      * Execute from the command line with:
      *
      * C:...> COBOLledger.exe [start-yyyymmdd [end-yyyymmdd]] [invoice]
      *                        [ledger=<file>]
      *
      *    Both dates are inclusive; omitting them reads the whole
      *    ledger, and omitting only the end date runs from the start
      *    date to the end of the file. 'ledger=' reads another file
      *    in the same layout instead of cobolsound.ledger - in
      *    practice an archive ledger written by COBOLrollover, e.g.
      *    'ledger=cobolsound-202609.ledger', for a statement or an
      *    invoice run over a closed period in full detail.
      *
      *    Months already rolled over survive in the live ledger only
      *    as one SUMMARY record each (layout in COBOLrollover.cbl).
      *    A summary whose month falls in the period adds its jobs,
      *    status and QC counts and sample totals to the statement,
      *    whole, and is listed under its own heading; it has no
      *    days, input names or clients, so the per-day, re-run and
      *    invoicing figures cover job records only and the invoice
      *    control report shows its samples as a separate line.
      *
      * One run produces one printable statement,
      * 'ledger-statement.log' in the working directory:
      *    - job totals and the CLEAN / RESUMED / SKIPPED breakdown,
      *      plus the jobs the deliverables catalog skipped as
      *      unchanged (ledger status UNCHANGD)
      *    - samples written vs. expected, steal and limiter totals
      *    - the delivery-spec QC breakdown (renders checked with
      *      spec=, how many passed and failed) and a list of every
      *      QC failure, so none of them goes out to a client
      *    - per-day job counts and samples, with each day's batch
      *      window (first and last run time) and its span in minutes
      *    - the re-run detector: any input name that appears more
      *      than once in the period (billed once), plus the count of
      *      distinct deliverables vs. raw job records - an unchanged
      *      skip delivered nothing new and is not counted as a run
      *    - a batch-window utilization figure: total and average
      *      window minutes across the nights in the period
      * instead of the export-and-pivot spreadsheet ritual.
      *
      * With 'invoice' on the command line the same run also bills the
      * period, client by client, from the shop's client master,
      * 'cobolsound.clients' - one '|'-separated line per client:
      *    <code>|<name>|<address 1>|<address 2>|<address 3>|
      *        <rate per delivered minute>|<hi-res surcharge %>|
      *        <re-run discount %>
      * e.g. 'ACME|Acme Pictures|1 Main St|Springfield||12.50|25|50'
      * ('*' in column 1 is a comment). Every delivered render in the
      * period (CLEAN or RESUMED, and not a QC failure) is billed to
      * the client code on its ledger record (COBOLsound's client=
      * option): one line per distinct input, so re-runs are billed
      * once just as the re-run detector counts them, at the latest
      * run's length and profile. A 96 kHz or 24-bit profile carries
      * the client's surcharge, and an input already delivered to the
      * same client before the period opened is a re-run of that
      * delivery and carries the re-run discount. The run writes:
      *    - 'invoice-<code>.log', one invoice per client billed
      *    - 'invoice-control.log', the control report: each
      *      invoice's total, proof that those totals equal every
      *      deliverable priced again from the deliverable table (an
      *      invoice that could not be written is counted and its
      *      amount shown, so the proof still ties), and proof that
      *      every job record and
      *      every sample written in the period is accounted for as
      *      billed, a re-run billed once, not billable, or an
      *      exception - plus the exceptions list itself: delivered
      *      records with no client code, or a code the client master
      *      doesn't know, which are never billed to anyone by guess.
      ******************************************************************
       >> SOURCE FORMAT FREE

       file-control.

       *>  the shop-wide run-history ledger COBOLsound maintains
       select ledger-file assign to dynamic ledger-name
           organization line sequential
           file status is ledger-stat.

           organization line sequential
           file status is stmt-stat.

       *>  the shop's client master ('invoice' runs)
       select client-file assign to 'cobolsound.clients'
           organization line sequential
           file status is client-stat.

       *>  one client's invoice, then the invoicing control report -
       *>  written one after the other through the same FD
       select inv-file assign to dynamic inv-name
           organization line sequential
           file status is inv-stat.

       data division.
       file section.

       fd  ledger-file.
       01  ledger-rec          pic x(150).

       fd  stmt-file.
       01  stmt-rec            pic x(132).

       fd  client-file.
       01  client-rec          pic x(200).

       fd  inv-file.
       01  inv-rec             pic x(132).

       working-storage section.

       *>  the ledger record layout, mirrored from CS-WRITE-LEDGER in
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

       *>  a month's SUMMARY record left by COBOLrollover - mirrored
       *>  from its summary-record, same rule as above
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

       01  ledger-name         pic x(100) value 'cobolsound.ledger'.
       01  ledger-stat         pic x(002).
       01  ledger-eof          pic 9(001) value 0.

       01  stmt-line           pic x(132) value spaces.

       *>  reporting period, inclusive - defaults cover everything
       01  cmd-line            pic x(250) value spaces.
       01  start-date-str      pic x(012) value spaces.
       01  end-date-str        pic x(012) value spaces.
       01  period-start        pic x(008) value '00000000'.
       01  period-end          pic x(008) value '99999999'.
       01  arg-table.
           02  arg-tok         pic x(104) occurs 4 times.
       01  arg-i               binary-long value 0.

       *>  record census
       01  records-read        binary-long unsigned value 0.
       01  records-outside     binary-long unsigned value 0.
       01  records-malformed   binary-long unsigned value 0.

       *>  month summaries in the period (rolled-over months) - their
       *>  counts are folded into the figures below as well
       01  summary-months      binary-long unsigned value 0.
       01  summary-jobs        binary-long unsigned value 0.
       01  summary-written     binary-double unsigned value 0.
       01  summary-qc-fail     binary-long unsigned value 0.
       01  SUMMARY-MAX         constant as 240.
       01  summary-table.
           02  summary-item    occurs SUMMARY-MAX times.
               03  smy-month       pic x(006).
               03  smy-jobs        binary-long unsigned.
               03  smy-written     binary-double unsigned.
       01  smy-idx             binary-long unsigned value 0.

       *>  status breakdown
       01  count-clean         binary-long unsigned value 0.
       01  count-resumed       binary-long unsigned value 0.
       01  count-skipped       binary-long unsigned value 0.
       01  count-unchanged     binary-long unsigned value 0.
       01  count-other-status  binary-long unsigned value 0.

       *>  delivery-spec QC - records written before the QC column
       *>  existed (blank) and renders run without spec= (NONE) are
       *>  simply unchecked
       01  count-qc-pass       binary-long unsigned value 0.
       01  count-qc-fail       binary-long unsigned value 0.
       01  QC-FAIL-MAX         constant as 200.
       01  qc-fail-table.
           02  qc-fail-item    occurs QC-FAIL-MAX times.
               03  qc-fail-date    pic x(008).
               03  qc-fail-time    pic x(006).
               03  qc-fail-name    pic x(040).
       01  qc-fail-idx         binary-long unsigned value 0.

       *>  grand totals - binary-double so a month of 96 kHz jobs
       *>  cannot wrap a 32-bit counter
       01  total-written       binary-double unsigned value 0.
       01  stmt-time-1-ed      pic x(008) value spaces.
       01  stmt-time-2-ed      pic x(008) value spaces.

       *>  INVOICING ('invoice' argument)
       *>  the client master is loaded whole; every delivered record
       *>  in the period is either folded into its client's
       *>  deliverable (one per distinct input - a second run of the
       *>  same input replaces the first and is counted as a re-run
       *>  billed once) or listed as an exception, and every other
       *>  record in the period is counted as not billable, so the
       *>  control report can account for all of them
       01  invoice-mode        pic 9(001) value 0.
       01  client-stat         pic x(002).
       01  client-eof          pic 9(001) value 0.
       01  cm-code             pic x(010) value spaces.
       01  cm-name             pic x(040) value spaces.
       01  cm-addr-1           pic x(040) value spaces.
       01  cm-addr-2           pic x(040) value spaces.
       01  cm-addr-3           pic x(040) value spaces.
       01  cm-rate-str         pic x(012) value spaces.
       01  cm-surch-str        pic x(008) value spaces.
       01  cm-disc-str         pic x(008) value spaces.
       01  CLIENT-MAX          constant as 200.
       01  client-count        binary-long unsigned value 0.
       01  client-table.
           02  client-item     occurs CLIENT-MAX times.
               03  cl-code         pic x(010).
               03  cl-name         pic x(040).
               03  cl-addr-1       pic x(040).
               03  cl-addr-2       pic x(040).
               03  cl-addr-3       pic x(040).
               03  cl-rate         pic 9(005)v99.
               03  cl-surch-pct    pic 9(003).
               03  cl-disc-pct     pic 9(003).
               03  cl-deliverables binary-long unsigned.
               03  cl-minutes      pic 9(009)v99.
               03  cl-amount       pic 9(011)v99.
               03  cl-unwritten    pic 9(001).
       01  cl-idx              binary-long unsigned value 0.
       01  cl-found            binary-long unsigned value 0.

       01  DELIV-MAX           constant as 2000.
       01  deliv-count         binary-long unsigned value 0.
       01  deliv-table.
           02  deliv-item      occurs DELIV-MAX times.
               03  dv-client       binary-long unsigned.
               03  dv-name         pic x(040).
               03  dv-samples      binary-double unsigned.
               03  dv-rate         binary-long unsigned.
               03  dv-bits         binary-long unsigned.
               03  dv-channels     binary-long unsigned.
               03  dv-runs         binary-long unsigned.
       01  dv-idx              binary-long unsigned value 0.
       01  dv-found            binary-long unsigned value 0.

       *>  inputs delivered before the period opened, by client - a
       *>  delivery of one of these to the same client in the period
       *>  is a re-run of it
       01  prior-count         binary-long unsigned value 0.
       01  prior-table.
           02  prior-item      occurs NAME-MAX times.
               03  prior-client    pic x(010).
               03  prior-name      pic x(040).
       01  prior-idx           binary-long unsigned value 0.
       01  prior-found         pic 9(001) value 0.
       01  prior-overflow      pic 9(001) value 0.

       01  EXC-MAX             constant as 500.
       01  exc-count           binary-long unsigned value 0.
       01  exc-table.
           02  exc-item        occurs EXC-MAX times.
               03  exc-date        pic x(008).
               03  exc-time        pic x(006).
               03  exc-name        pic x(040).
               03  exc-code        pic x(010).
               03  exc-reason      pic x(024).
       01  exc-idx             binary-long unsigned value 0.
       01  exc-reason-text     pic x(024) value spaces.

       *>  control tallies - records and samples per disposition
       01  rec-samples         binary-double unsigned value 0.
       01  rec-billable        pic 9(001) value 0.
       01  ctl-rerun-recs      binary-long unsigned value 0.
       01  ctl-nonbill-recs    binary-long unsigned value 0.
       01  ctl-exc-recs        binary-long unsigned value 0.
       01  ctl-accounted       binary-long unsigned value 0.
       01  ctl-billed-samples  binary-double unsigned value 0.
       01  ctl-rerun-samples   binary-double unsigned value 0.
       01  ctl-nonbill-samples binary-double unsigned value 0.
       01  ctl-exc-samples     binary-double unsigned value 0.
       01  ctl-samples-sum     binary-double unsigned value 0.
       01  ctl-invoice-total   pic 9(011)v99 value 0.
       01  ctl-line-total      pic 9(011)v99 value 0.
       01  ctl-unwritten-total pic 9(011)v99 value 0.
       01  ctl-priced-total    pic 9(011)v99 value 0.
       01  ctl-clients-unwritten binary-long unsigned value 0.
       01  ctl-minutes-total   pic 9(009)v99 value 0.
       01  ctl-clients-billed  binary-long unsigned value 0.

       *>  one invoice line
       01  line-minutes        pic 9(007)v99 value 0.
       01  line-amount         pic 9(009)v99 value 0.
       01  line-surch-pct      binary-long unsigned value 100.
       01  line-disc-pct       binary-long unsigned value 100.
       01  line-note           pic x(060) value spaces.
       01  line-profile        pic x(012) value spaces.

       01  inv-name            pic x(100) value spaces.
       01  inv-stat            pic x(002).
       01  inv-line            pic x(132) value spaces.
       01  money-ed            pic z(10)9.99.
       01  money-2-ed          pic z(10)9.99.
       01  minutes-ed          pic z(8)9.99.
       01  pct-ed              pic zz9.
       01  pct-2-ed            pic zz9.
       01  rate-ed             pic z(6)9.
       01  bits-ed             pic 99.
       01  chan-ed             pic 9.
       01  ctl-verdict         pic x(016) value spaces.

       *>  shared local vars, same arrangement as COBOLsound itself
       01  i                   binary-long value 0.
       01  local-1             binary-long value 0.

       LEDGER-REPORT.
           perform LR-PARSE-ARGS
           if invoice-mode = 1 then
               perform LR-LOAD-CLIENTS
           end-if
           perform LR-READ-LEDGER

           if records-read = 0 then
           perform LR-WRITE-STATEMENT
           display 'Statement written to ' function trim(stmt-name)
               ' (' records-in-period ' record(s) in period).'

           if invoice-mode = 1 then
               perform LR-WRITE-INVOICES
               perform LR-WRITE-CONTROL
               display ctl-clients-billed ' invoice(s) written, '
                   exc-count ' exception(s) - see invoice-control.log.'
               if ctl-clients-unwritten > 0 then
                   display ctl-clients-unwritten
                       ' invoice(s) could not be written.'
               end-if
           end-if
           stop run.


       *>  reported and the open-ended default kept
       LR-PARSE-ARGS.
           accept cmd-line from command-line
           move spaces to arg-table
           unstring cmd-line delimited by space
               into arg-tok(1), arg-tok(2), arg-tok(3), arg-tok(4)

           *> 'invoice' and 'ledger=' may sit anywhere; the others
           *> are the dates, start first
           perform varying arg-i from 1 by 1 until arg-i > 4
               evaluate true
                   when arg-tok(arg-i) = spaces
                       continue
                   when function upper-case(function trim(arg-tok(arg-i)))
                           = 'INVOICE'
                       move 1 to invoice-mode
                   when function upper-case(arg-tok(arg-i)(1:7))
                           = 'LEDGER='
                       move arg-tok(arg-i)(8:) to ledger-name
                   when start-date-str = spaces
                       move arg-tok(arg-i) to start-date-str
                   when other
                       move arg-tok(arg-i) to end-date-str
               end-evaluate
           end-perform

           if start-date-str > spaces then
               if function length(function trim(start-date-str)) = 8



       *>  load the client master for an 'invoice' run - a line with
       *>  no code, a duplicate code or a rate that isn't a number is
       *>  reported and left out, so its client's records land on the
       *>  exceptions list rather than on a bill at a guessed rate
       LR-LOAD-CLIENTS.
           open input client-file
           if client-stat not = '00' then
               display 'cobolsound.clients is not readable (status '
                   client-stat ') - every delivery will be an exception.'
               exit paragraph
           end-if

           perform until client-eof = 1
               read client-file
                   at end
                       move 1 to client-eof
               end-read

               if client-eof = 0 and client-rec > spaces
                       and client-rec(1:1) not = '*' then
                   perform LR-LOAD-ONE-CLIENT
               end-if
           end-perform
           close client-file

           display client-count ' client(s) loaded from cobolsound.clients.'
           exit paragraph.



       *>  one client master line into the client table
       LR-LOAD-ONE-CLIENT.
           move spaces to cm-code, cm-name, cm-addr-1, cm-addr-2,
               cm-addr-3, cm-rate-str, cm-surch-str, cm-disc-str
           unstring client-rec delimited by '|'
               into cm-code, cm-name, cm-addr-1, cm-addr-2, cm-addr-3,
                    cm-rate-str, cm-surch-str, cm-disc-str
           move function upper-case(function trim(cm-code)) to cm-code
           if cm-surch-str = spaces then
               move '0' to cm-surch-str
           end-if
           if cm-disc-str = spaces then
               move '0' to cm-disc-str
           end-if

           if cm-code = spaces
                   or cm-rate-str = spaces
                   or function test-numval(cm-rate-str) not = 0
                   or function test-numval(cm-surch-str) not = 0
                   or function test-numval(cm-disc-str) not = 0 then
               display 'cobolsound.clients: bad line skipped: '
                   function trim(client-rec)
               exit paragraph
           end-if
           if function numval(cm-rate-str) < 0
                   or function numval(cm-surch-str) < 0
                   or function numval(cm-disc-str) < 0
                   or function numval(cm-disc-str) > 100 then
               display 'cobolsound.clients: bad line skipped: '
                   function trim(client-rec)
               exit paragraph
           end-if

           set cl-found to 0
           perform varying cl-idx from 1 by 1
                   until cl-idx > client-count or cl-found > 0
               if cl-code(cl-idx) = cm-code then
                   set cl-found to cl-idx
               end-if
           end-perform
           if cl-found > 0 then
               display 'cobolsound.clients: duplicate code '
                   function trim(cm-code) ' skipped - the first entry'
                   ' stands.'
               exit paragraph
           end-if

           if client-count >= CLIENT-MAX then
               display 'cobolsound.clients: more than ' CLIENT-MAX
                   ' clients - ' function trim(cm-code) ' skipped.'
               exit paragraph
           end-if

           add 1 to client-count
           move cm-code to cl-code(client-count)
           move cm-name to cl-name(client-count)
           move cm-addr-1 to cl-addr-1(client-count)
           move cm-addr-2 to cl-addr-2(client-count)
           move cm-addr-3 to cl-addr-3(client-count)
           compute cl-rate(client-count) rounded =
               function numval(cm-rate-str)
           compute cl-surch-pct(client-count) =
               function numval(cm-surch-str)
           compute cl-disc-pct(client-count) =
               function numval(cm-disc-str)
           move 0 to cl-deliverables(client-count)
           move 0 to cl-minutes(client-count)
           move 0 to cl-amount(client-count)
           move 0 to cl-unwritten(client-count)
           exit paragraph.



       *>  one pass over the ledger: filter to the period, accumulate
       *>  the totals, the per-day table and the re-run name table
       LR-READ-LEDGER.
           open input ledger-file
           if ledger-stat = '35' then
               if ledger-name = 'cobolsound.ledger' then
                   display 'cobolsound.ledger does not exist - run at'
                       ' least one job first.'
               else
                   display function trim(ledger-name)
                       ' does not exist.'
               end-if
               stop run
           end-if

               exit paragraph
           end-if

           if sum-status = 'SUMMARY' then
               perform LR-TALLY-SUMMARY
               exit paragraph
           end-if

           if led-run-date < period-start
                   or led-run-date > period-end then
               add 1 to records-outside
               *> earlier deliveries decide which of the period's
               *> deliveries are re-runs
               if invoice-mode = 1 and led-run-date < period-start then
                   perform LR-NOTE-PRIOR
               end-if
               exit paragraph
           end-if
           add 1 to records-in-period

           if invoice-mode = 1 then
               perform LR-TALLY-INVOICE
           end-if

           evaluate function trim(led-status)
               when 'CLEAN'
                   add 1 to count-clean
                   add 1 to count-resumed
               when 'SKIPPED'
                   add 1 to count-skipped
               when 'UNCHANGD'
                   add 1 to count-unchanged
               when other
                   add 1 to count-other-status
           end-evaluate

           evaluate led-qc-status
               when 'PASS'
                   add 1 to count-qc-pass
               when 'FAIL'
                   add 1 to count-qc-fail
                   if count-qc-fail <= QC-FAIL-MAX then
                       move led-run-date to qc-fail-date(count-qc-fail)
                       move led-run-time to qc-fail-time(count-qc-fail)
                       move led-input-name to qc-fail-name(count-qc-fail)
                   end-if
           end-evaluate

           if function test-numval(led-samples-written) = 0 then
               compute total-written = total-written
                   + function numval(led-samples-written)
           end-if

           perform LR-TALLY-DAY
           if led-status not = 'UNCHANGD' then
               perform LR-TALLY-NAME
           end-if
           exit paragraph.



       *>  a rolled-over month's SUMMARY record: counted whole when
       *>  its month falls in the period, folded into the status, QC
       *>  and sample totals and listed on its own
       LR-TALLY-SUMMARY.
           if sum-written is not numeric or sum-expected is not numeric
                   or sum-steals is not numeric
                   or sum-limited is not numeric
                   or sum-jobs is not numeric or sum-clean is not numeric
                   or sum-resumed is not numeric
                   or sum-skipped is not numeric
                   or sum-unchanged is not numeric
                   or sum-qc-pass is not numeric
                   or sum-qc-fail is not numeric then
               add 1 to records-malformed
               exit paragraph
           end-if

           if sum-run-date(1:6) < period-start(1:6)
                   or sum-run-date(1:6) > period-end(1:6) then
               add 1 to records-outside
               exit paragraph
           end-if

           add 1 to summary-months
           add sum-jobs to summary-jobs
           add sum-written to summary-written
           if summary-months <= SUMMARY-MAX then
               move sum-run-date(1:6) to smy-month(summary-months)
               move sum-jobs to smy-jobs(summary-months)
               move sum-written to smy-written(summary-months)
           end-if

           add sum-clean to count-clean
           add sum-resumed to count-resumed
           add sum-skipped to count-skipped
           add sum-unchanged to count-unchanged
           compute count-other-status = count-other-status + sum-jobs
               - sum-clean - sum-resumed - sum-skipped - sum-unchanged
           add sum-qc-pass to count-qc-pass
           add sum-qc-fail to summary-qc-fail
           add sum-written to total-written
           add sum-expected to total-expected
           add sum-steals to total-steals
           add sum-limited to total-limited
           exit paragraph.





       *>  a delivery made before the period opened - remembered by
       *>  client code and input name so the period's delivery of the
       *>  same input to the same client is invoiced as a re-run
       LR-NOTE-PRIOR.
           if led-input-name = spaces
                   or led-qc-status = 'FAIL'
                   or (led-status not = 'CLEAN'
                       and led-status not = 'RESUMED') then
               exit paragraph
           end-if

           move 0 to prior-found
           perform varying prior-idx from 1 by 1
                   until prior-idx > prior-count or prior-found = 1
               if prior-client(prior-idx) = led-client-code
                       and prior-name(prior-idx) = led-input-name then
                   move 1 to prior-found
               end-if
           end-perform
           if prior-found = 1 then
               exit paragraph
           end-if

           if prior-count >= NAME-MAX then
               *> the control report says so - a re-run past this
               *> point is billed at the full rate
               move 1 to prior-overflow
               exit paragraph
           end-if
           add 1 to prior-count
           move led-client-code to prior-client(prior-count)
           move led-input-name to prior-name(prior-count)
           exit paragraph.



       *>  decide what one record in the period is for billing: not
       *>  billable (not delivered, or failed QC), an exception (no
       *>  client, or one the master doesn't know), the first run of
       *>  a deliverable, or a re-run that replaces the earlier run
       *>  of the same input for the same client
       LR-TALLY-INVOICE.
           move 0 to rec-samples
           if function test-numval(led-samples-written) = 0 then
               compute rec-samples = function numval(led-samples-written)
           end-if

           move 0 to rec-billable
           if (led-status = 'CLEAN' or led-status = 'RESUMED')
                   and led-qc-status not = 'FAIL' then
               move 1 to rec-billable
           end-if
           if rec-billable = 0 then
               add 1 to ctl-nonbill-recs
               add rec-samples to ctl-nonbill-samples
               exit paragraph
           end-if

           if led-client-code = spaces then
               move 'no client code' to exc-reason-text
               perform LR-ADD-EXCEPTION
               exit paragraph
           end-if

           set cl-found to 0
           perform varying cl-idx from 1 by 1
                   until cl-idx > client-count or cl-found > 0
               if cl-code(cl-idx) = led-client-code then
                   set cl-found to cl-idx
               end-if
           end-perform
           if cl-found = 0 then
               move 'client not on master' to exc-reason-text
               perform LR-ADD-EXCEPTION
               exit paragraph
           end-if

           if function test-numval(led-sample-rate) not = 0
                   or function numval(led-sample-rate) = 0 then
               move 'no delivery profile' to exc-reason-text
               perform LR-ADD-EXCEPTION
               exit paragraph
           end-if

           set dv-found to 0
           perform varying dv-idx from 1 by 1
                   until dv-idx > deliv-count or dv-found > 0
               if dv-client(dv-idx) = cl-found
                       and dv-name(dv-idx) = led-input-name then
                   set dv-found to dv-idx
               end-if
           end-perform

           if dv-found > 0 then
               *> a re-run: the earlier run is accounted for as a
               *> re-run billed once, this one becomes the deliverable
               add 1 to ctl-rerun-recs
               add dv-samples(dv-found) to ctl-rerun-samples
           else
               if deliv-count >= DELIV-MAX then
                   move 'deliverable table full' to exc-reason-text
                   perform LR-ADD-EXCEPTION
                   exit paragraph
               end-if
               add 1 to deliv-count
               set dv-found to deliv-count
               move cl-found to dv-client(dv-found)
               move led-input-name to dv-name(dv-found)
               move 0 to dv-runs(dv-found)
           end-if

           add 1 to dv-runs(dv-found)
           move rec-samples to dv-samples(dv-found)
           compute dv-rate(dv-found) = function numval(led-sample-rate)
           move 0 to dv-bits(dv-found)
           if function test-numval(led-bits) = 0 then
               compute dv-bits(dv-found) = function numval(led-bits)
           end-if
           move 0 to dv-channels(dv-found)
           if function test-numval(led-channels) = 0 then
               compute dv-channels(dv-found) =
                   function numval(led-channels)
           end-if
           exit paragraph.



       *>  a delivered record nobody can be billed for - listed on the
       *>  control report with its reason
       LR-ADD-EXCEPTION.
           add 1 to ctl-exc-recs
           add rec-samples to ctl-exc-samples
           add 1 to exc-count
           if exc-count <= EXC-MAX then
               move led-run-date to exc-date(exc-count)
               move led-run-time to exc-time(exc-count)
               move led-input-name to exc-name(exc-count)
               move led-client-code to exc-code(exc-count)
               move exc-reason-text to exc-reason(exc-count)
           end-if
           exit paragraph.



       *>  lay the statement out as one printable file
       LR-WRITE-STATEMENT.
           open output stmt-file
           end-if
           write stmt-rec from stmt-line

           if ledger-name not = 'cobolsound.ledger' then
               move spaces to stmt-line
               string 'Ledger: ' delimited by size
                      function trim(ledger-name) delimited by size
                      into stmt-line
               write stmt-rec from stmt-line
           end-if

           move records-in-period to stmt-num-ed
           move spaces to stmt-line
           string 'Job records in period: ' delimited by size
                  into stmt-line
           write stmt-rec from stmt-line

           if summary-months > 0 then
               move summary-jobs to stmt-num-ed
               move summary-months to stmt-num-2-ed
               move spaces to stmt-line
               string 'Jobs in month summaries: ' delimited by size
                      function trim(stmt-num-ed) delimited by size
                      ' across ' delimited by size
                      function trim(stmt-num-2-ed) delimited by size
                      ' rolled-over month(s) - detail in the archive'
                          delimited by size
                      ' ledgers' delimited by size
                      into stmt-line
               write stmt-rec from stmt-line
           end-if

           if records-outside > 0 or records-malformed > 0 then
               move records-outside to stmt-num-ed
               move records-malformed to stmt-num-2-ed
           write stmt-rec from stmt-line

           perform LR-WRITE-TOTALS
           perform LR-WRITE-QC
           perform LR-WRITE-DAYS
           if summary-months > 0 then
               perform LR-WRITE-SUMMARIES
           end-if
           perform LR-WRITE-RERUNS
           perform LR-WRITE-UTILIZATION

                  into stmt-line
           write stmt-rec from stmt-line

           move count-unchanged to stmt-num-ed
           move spaces to stmt-line
           string '  UNCHANGED (catalog skip): ' delimited by size
                  function trim(stmt-num-ed) delimited by size
                  into stmt-line
           write stmt-rec from stmt-line

           if count-other-status > 0 then
               move count-other-status to stmt-num-ed
               move spaces to stmt-line



       *>  delivery-spec QC: pass/fail counts, then every failed
       *>  render by date, time and input so each can be chased
       *>  before anything is delivered
       LR-WRITE-QC.
           move 'Delivery-spec QC:' to stmt-line
           write stmt-rec from stmt-line

           move count-qc-pass to stmt-num-ed
           compute stmt-num-2-ed = count-qc-fail + summary-qc-fail
           move spaces to stmt-line
           string '  PASS: ' delimited by size
                  function trim(stmt-num-ed) delimited by size
                  ', FAIL: ' delimited by size
                  function trim(stmt-num-2-ed) delimited by size
                  into stmt-line
           write stmt-rec from stmt-line

           perform varying qc-fail-idx from 1 by 1
                   until qc-fail-idx > count-qc-fail
                       or qc-fail-idx > QC-FAIL-MAX
               move spaces to stmt-line
               string '  failed: ' delimited by size
                      qc-fail-date(qc-fail-idx) delimited by size
                      ' ' delimited by size
                      qc-fail-time(qc-fail-idx) delimited by size
                      ' ' delimited by size
                      function trim(qc-fail-name(qc-fail-idx))
                          delimited by size
                      into stmt-line
               write stmt-rec from stmt-line
           end-perform

           if count-qc-fail > QC-FAIL-MAX then
               move '  (failure list truncated - see the ledger)'
                   to stmt-line
               write stmt-rec from stmt-line
           end-if

           if summary-qc-fail > 0 then
               move summary-qc-fail to stmt-num-ed
               move spaces to stmt-line
               string '  (' delimited by size
                      function trim(stmt-num-ed) delimited by size
                      ' failure(s) in rolled-over months - listed by'
                          delimited by size
                      ' a statement over their archive ledger)'
                          delimited by size
                      into stmt-line
               write stmt-rec from stmt-line
           end-if

           move spaces to stmt-line
           write stmt-rec from stmt-line
           exit paragraph.



       LR-WRITE-DAYS.
           move 'Per-day job counts:' to stmt-line
           write stmt-rec from stmt-line



       *>  the rolled-over months in the period, one line each
       LR-WRITE-SUMMARIES.
           move 'Rolled-over months (month summaries):' to stmt-line
           write stmt-rec from stmt-line

           perform varying smy-idx from 1 by 1
                   until smy-idx > summary-months or smy-idx > SUMMARY-MAX
               move smy-jobs(smy-idx) to stmt-num-ed
               move smy-written(smy-idx) to stmt-num-2-ed
               move spaces to stmt-line
               string '  ' delimited by size
                      smy-month(smy-idx)(1:4) delimited by size
                      '-' delimited by size
                      smy-month(smy-idx)(5:2) delimited by size
                      '  jobs ' delimited by size
                      function trim(stmt-num-ed) delimited by size
                      ', samples ' delimited by size
                      function trim(stmt-num-2-ed) delimited by size
                      into stmt-line
               write stmt-rec from stmt-line
           end-perform

           move spaces to stmt-line
           write stmt-rec from stmt-line
           exit paragraph.



       *>  one per-day line: date, jobs, samples, and the night's
       *>  window (first-last run time plus its span in minutes)
       LR-FORMAT-DAY-LINE.
           end-if
           exit paragraph.



       *>  one invoice per client with something delivered in the
       *>  period, 'invoice-<code>.log'
       LR-WRITE-INVOICES.
           perform varying cl-idx from 1 by 1 until cl-idx > client-count
               set dv-found to 0
               perform varying dv-idx from 1 by 1
                       until dv-idx > deliv-count or dv-found > 0
                   if dv-client(dv-idx) = cl-idx then
                       set dv-found to dv-idx
                   end-if
               end-perform
               if dv-found > 0 then
                   perform LR-WRITE-ONE-INVOICE
               end-if
           end-perform
           exit paragraph.



       *>  the invoice for client cl-idx: who, the period, the rate
       *>  card, one line per deliverable, and the amount due. The
       *>  deliverables are priced before the file is opened, so a
       *>  client whose invoice cannot be written is still in the
       *>  control totals - counted there as not written
       LR-WRITE-ONE-INVOICE.
           perform varying dv-idx from 1 by 1 until dv-idx > deliv-count
               if dv-client(dv-idx) = cl-idx then
                   perform LR-PRICE-DELIVERABLE
                   add 1 to cl-deliverables(cl-idx)
                   add line-minutes to cl-minutes(cl-idx)
                   add line-amount to cl-amount(cl-idx)
                   add dv-samples(dv-idx) to ctl-billed-samples
               end-if
           end-perform

           move spaces to inv-name
           string 'invoice-' delimited by size
                  function trim(cl-code(cl-idx)) delimited by size
                  '.log' delimited by size
                  into inv-name
           open output inv-file
           if inv-stat not = '00' then
               display 'Cannot write ' function trim(inv-name)
                   ' (status ' inv-stat ') - invoice not produced.'
               move 1 to cl-unwritten(cl-idx)
               add 1 to ctl-clients-unwritten
               add cl-amount(cl-idx) to ctl-unwritten-total
               exit paragraph
           end-if

           move 'COBOLsound rendering - INVOICE' to inv-line
           write inv-rec from inv-line
           move spaces to inv-line
           write inv-rec from inv-line

           move spaces to inv-line
           string 'Client:  ' delimited by size
                  function trim(cl-code(cl-idx)) delimited by size
                  into inv-line
           write inv-rec from inv-line
           move spaces to inv-line
           string '         ' delimited by size
                  cl-name(cl-idx) delimited by size
                  into inv-line
           write inv-rec from inv-line
           if cl-addr-1(cl-idx) > spaces then
               move spaces to inv-line
               string '         ' delimited by size
                      cl-addr-1(cl-idx) delimited by size
                      into inv-line
               write inv-rec from inv-line
           end-if
           if cl-addr-2(cl-idx) > spaces then
               move spaces to inv-line
               string '         ' delimited by size
                      cl-addr-2(cl-idx) delimited by size
                      into inv-line
               write inv-rec from inv-line
           end-if
           if cl-addr-3(cl-idx) > spaces then
               move spaces to inv-line
               string '         ' delimited by size
                      cl-addr-3(cl-idx) delimited by size
                      into inv-line
               write inv-rec from inv-line
           end-if
           move spaces to inv-line
           write inv-rec from inv-line

           perform LR-FORMAT-PERIOD-LINE
           write inv-rec from inv-line

           move cl-rate(cl-idx) to money-ed
           move cl-surch-pct(cl-idx) to pct-ed
           move cl-disc-pct(cl-idx) to pct-2-ed
           move spaces to inv-line
           string 'Rate:    ' delimited by size
                  function trim(money-ed) delimited by size
                  ' per delivered minute; 96 kHz or 24-bit surcharge '
                      delimited by size
                  function trim(pct-ed) delimited by size
                  '%; re-run discount ' delimited by size
                  function trim(pct-2-ed) delimited by size
                  '%' delimited by size
                  into inv-line
           write inv-rec from inv-line
           move spaces to inv-line
           write inv-rec from inv-line

           move '  Deliverable                               Profile'
               & '        Minutes         Amount  Note' to inv-line
           write inv-rec from inv-line

           perform varying dv-idx from 1 by 1 until dv-idx > deliv-count
               if dv-client(dv-idx) = cl-idx then
                   perform LR-PRICE-DELIVERABLE
                   perform LR-FORMAT-INVOICE-LINE
                   write inv-rec from inv-line
               end-if
           end-perform

           move spaces to inv-line
           write inv-rec from inv-line
           move cl-deliverables(cl-idx) to stmt-num-ed
           move cl-minutes(cl-idx) to minutes-ed
           move cl-amount(cl-idx) to money-ed
           move spaces to inv-line
           string 'Deliverables: ' delimited by size
                  function trim(stmt-num-ed) delimited by size
                  '   Minutes: ' delimited by size
                  function trim(minutes-ed) delimited by size
                  '   AMOUNT DUE: ' delimited by size
                  function trim(money-ed) delimited by size
                  into inv-line
           write inv-rec from inv-line
           close inv-file

           add 1 to ctl-clients-billed
           add cl-amount(cl-idx) to ctl-invoice-total
           add cl-minutes(cl-idx) to ctl-minutes-total
           exit paragraph.



       *>  price deliverable dv-idx for client cl-idx: delivered
       *>  minutes to the hundredth, at the client's rate, plus the
       *>  hi-res surcharge, less the re-run discount when the input
       *>  was delivered to that client before the period opened.
       *>  output: line-minutes, line-amount, line-note - the callers
       *>  do their own totalling
       LR-PRICE-DELIVERABLE.
           compute line-minutes rounded =
               dv-samples(dv-idx) / dv-rate(dv-idx) / 60

           move spaces to line-note
           move 100 to line-surch-pct
           if dv-rate(dv-idx) = 96000 or dv-bits(dv-idx) = 24 then
               compute line-surch-pct = 100 + cl-surch-pct(cl-idx)
               move cl-surch-pct(cl-idx) to pct-ed
               string 'hi-res +' delimited by size
                      function trim(pct-ed) delimited by size
                      '%' delimited by size
                      into line-note
           end-if

           move 100 to line-disc-pct
           move 0 to prior-found
           perform varying prior-idx from 1 by 1
                   until prior-idx > prior-count or prior-found = 1
               if prior-client(prior-idx) = cl-code(cl-idx)
                       and prior-name(prior-idx) = dv-name(dv-idx) then
                   move 1 to prior-found
               end-if
           end-perform
           if prior-found = 1 then
               compute line-disc-pct = 100 - cl-disc-pct(cl-idx)
               move cl-disc-pct(cl-idx) to pct-2-ed
               if line-note = spaces then
                   string 're-run -' delimited by size
                          function trim(pct-2-ed) delimited by size
                          '%' delimited by size
                          into line-note
               else
                   string function trim(line-note) delimited by size
                          ', re-run -' delimited by size
                          function trim(pct-2-ed) delimited by size
                          '%' delimited by size
                          into line-note
               end-if
           end-if

           if dv-runs(dv-idx) > 1 then
               move dv-runs(dv-idx) to stmt-num-ed
               if line-note = spaces then
                   string 'ran ' delimited by size
                          function trim(stmt-num-ed) delimited by size
                          'x, billed once' delimited by size
                          into line-note
               else
                   string function trim(line-note) delimited by size
                          ', ran ' delimited by size
                          function trim(stmt-num-ed) delimited by size
                          'x, billed once' delimited by size
                          into line-note
               end-if
           end-if

           compute line-amount rounded =
               line-minutes * cl-rate(cl-idx)
                   * line-surch-pct / 100 * line-disc-pct / 100

           exit paragraph.



       *>  one invoice line: input, profile (rate/bits/channels),
       *>  minutes, amount and any surcharge/discount/re-run note
       LR-FORMAT-INVOICE-LINE.
           move dv-rate(dv-idx) to rate-ed
           move dv-bits(dv-idx) to bits-ed
           move dv-channels(dv-idx) to chan-ed
           move spaces to line-profile
           string function trim(rate-ed) delimited by size
                  '/' delimited by size
                  bits-ed delimited by size
                  '/' delimited by size
                  chan-ed delimited by size
                  into line-profile

           move line-minutes to minutes-ed
           move line-amount to money-ed
           move spaces to inv-line
           string '  ' delimited by size
                  dv-name(dv-idx) delimited by size
                  '  ' delimited by size
                  line-profile delimited by size
                  ' ' delimited by size
                  minutes-ed delimited by size
                  ' ' delimited by size
                  money-ed delimited by size
                  '  ' delimited by size
                  line-note delimited by size
                  into inv-line
           exit paragraph.



       *>  'Period: ...' into inv-line, worded as on the statement
       LR-FORMAT-PERIOD-LINE.
           move spaces to inv-line
           if period-start = '00000000' and period-end = '99999999' then
               move 'Period:  entire ledger' to inv-line
           else
               string 'Period:  ' delimited by size
                      period-start delimited by size
                      ' through ' delimited by size
                      period-end delimited by size
                      ' (inclusive)' delimited by size
                      into inv-line
           end-if
           exit paragraph.



       *>  the invoicing control report: every invoice's total, then
       *>  proof that the period's job records and samples are all
       *>  accounted for - billed, re-run billed once, not billable,
       *>  or an exception - and the exceptions themselves
       LR-WRITE-CONTROL.
           move 'invoice-control.log' to inv-name
           open output inv-file
           if inv-stat not = '00' then
               display 'Cannot write invoice-control.log (status '
                   inv-stat ').'
               exit paragraph
           end-if

           move 'COBOLsound invoicing control report' to inv-line
           write inv-rec from inv-line
           perform LR-FORMAT-PERIOD-LINE
           write inv-rec from inv-line
           move spaces to inv-line
           write inv-rec from inv-line

           move 'Invoices:' to inv-line
           write inv-rec from inv-line
           perform varying cl-idx from 1 by 1 until cl-idx > client-count
               if cl-deliverables(cl-idx) > 0 then
                   move cl-deliverables(cl-idx) to stmt-num-ed
                   move cl-minutes(cl-idx) to minutes-ed
                   move cl-amount(cl-idx) to money-ed
                   move spaces to inv-line
                   string '  ' delimited by size
                          cl-code(cl-idx) delimited by size
                          ' ' delimited by size
                          cl-name(cl-idx) delimited by size
                          stmt-num-ed delimited by size
                          ' deliverable(s) ' delimited by size
                          minutes-ed delimited by size
                          ' min ' delimited by size
                          money-ed delimited by size
                          into inv-line
                   if cl-unwritten(cl-idx) = 1 then
                       move '  NOT WRITTEN' to inv-line(114:13)
                   end-if
                   write inv-rec from inv-line
               end-if
           end-perform
           if ctl-clients-billed = 0 and ctl-clients-unwritten = 0 then
               move '  (none - nothing billable in the period)' to inv-line
               write inv-rec from inv-line
           end-if

           move ctl-minutes-total to minutes-ed
           move ctl-invoice-total to money-ed
           move spaces to inv-line
           string 'Invoice total: ' delimited by size
                  function trim(money-ed) delimited by size
                  ' for ' delimited by size
                  function trim(minutes-ed) delimited by size
                  ' delivered minute(s)' delimited by size
                  into inv-line
           write inv-rec from inv-line

           if ctl-clients-unwritten > 0 then
               move ctl-clients-unwritten to stmt-num-ed
               move ctl-unwritten-total to money-ed
               move spaces to inv-line
               string 'Invoices NOT written: ' delimited by size
                      function trim(stmt-num-ed) delimited by size
                      ', amount ' delimited by size
                      function trim(money-ed) delimited by size
                      ' (the file could not be opened - see the console)'
                          delimited by size
                      into inv-line
               write inv-rec from inv-line
           end-if

           *> every deliverable priced again, straight from the
           *> deliverable table, must equal the invoices written plus
           *> any that could not be
           move 0 to ctl-line-total
           perform varying dv-idx from 1 by 1 until dv-idx > deliv-count
               move dv-client(dv-idx) to cl-idx
               if cl-idx > 0 then
                   perform LR-PRICE-DELIVERABLE
                   add line-amount to ctl-line-total
               end-if
           end-perform
           compute ctl-priced-total =
               ctl-invoice-total + ctl-unwritten-total
           move ctl-line-total to money-2-ed
           if ctl-line-total = ctl-priced-total then
               move 'TIES' to ctl-verdict
           else
               move 'OUT OF BALANCE' to ctl-verdict
           end-if
           move spaces to inv-line
           string '  deliverables priced again: ' delimited by size
                  function trim(money-2-ed) delimited by size
                  ' - ' delimited by size
                  ctl-verdict delimited by size
                  into inv-line
           write inv-rec from inv-line
           move spaces to inv-line
           write inv-rec from inv-line

           *> records: every one in the period lands in exactly one
           *> disposition
           move records-in-period to stmt-num-ed
           move spaces to inv-line
           string 'Ledger job records in period: ' delimited by size
                  function trim(stmt-num-ed) delimited by size
                  into inv-line
           write inv-rec from inv-line
           move deliv-count to stmt-num-ed
           move spaces to inv-line
           string '  billed (one per deliverable):   ' delimited by size
                  stmt-num-ed delimited by size
                  into inv-line
           write inv-rec from inv-line
           move ctl-rerun-recs to stmt-num-ed
           move spaces to inv-line
           string '  re-runs billed once:            ' delimited by size
                  stmt-num-ed delimited by size
                  into inv-line
           write inv-rec from inv-line
           move ctl-nonbill-recs to stmt-num-ed
           move spaces to inv-line
           string '  not billable:                   ' delimited by size
                  stmt-num-ed delimited by size
                  '  (not delivered, or QC FAIL)' delimited by size
                  into inv-line
           write inv-rec from inv-line
           move ctl-exc-recs to stmt-num-ed
           move spaces to inv-line
           string '  exceptions (listed below):      ' delimited by size
                  stmt-num-ed delimited by size
                  into inv-line
           write inv-rec from inv-line
           compute ctl-accounted = deliv-count + ctl-rerun-recs
               + ctl-nonbill-recs + ctl-exc-recs
           if ctl-accounted = records-in-period then
               move 'TIES' to ctl-verdict
           else
               move 'OUT OF BALANCE' to ctl-verdict
           end-if
           move ctl-accounted to stmt-num-ed
           move spaces to inv-line
           string '  accounted for:                  ' delimited by size
                  stmt-num-ed delimited by size
                  ' - ' delimited by size
                  ctl-verdict delimited by size
                  into inv-line
           write inv-rec from inv-line
           move spaces to inv-line
           write inv-rec from inv-line

           *> samples: the same split must add back to the statement's
           *> samples-written total
           move total-written to stmt-num-ed
           move spaces to inv-line
           string 'Samples written in period: ' delimited by size
                  function trim(stmt-num-ed) delimited by size
                  into inv-line
           write inv-rec from inv-line
           move ctl-billed-samples to stmt-num-ed
           move spaces to inv-line
           string '  billed on invoices:             ' delimited by size
                  stmt-num-ed delimited by size
                  into inv-line
           write inv-rec from inv-line
           move ctl-rerun-samples to stmt-num-ed
           move spaces to inv-line
           string '  re-runs billed once:            ' delimited by size
                  stmt-num-ed delimited by size
                  into inv-line
           write inv-rec from inv-line
           move ctl-nonbill-samples to stmt-num-ed
           move spaces to inv-line
           string '  not billable:                   ' delimited by size
                  stmt-num-ed delimited by size
                  into inv-line
           write inv-rec from inv-line
           move ctl-exc-samples to stmt-num-ed
           move spaces to inv-line
           string '  exceptions:                     ' delimited by size
                  stmt-num-ed delimited by size
                  into inv-line
           write inv-rec from inv-line
           if summary-months > 0 then
               move summary-written to stmt-num-ed
               move spaces to inv-line
               string '  in month summaries:             ' delimited by size
                      stmt-num-ed delimited by size
                      '  (invoice from the archive ledger)'
                          delimited by size
                      into inv-line
               write inv-rec from inv-line
           end-if
           compute ctl-samples-sum = ctl-billed-samples
               + ctl-rerun-samples + ctl-nonbill-samples + ctl-exc-samples
               + summary-written
           if ctl-samples-sum = total-written then
               move 'TIES' to ctl-verdict
           else
               move 'OUT OF BALANCE' to ctl-verdict
           end-if
           move ctl-samples-sum to stmt-num-ed
           move spaces to inv-line
           string '  accounted for:                  ' delimited by size
                  stmt-num-ed delimited by size
                  ' - ' delimited by size
                  ctl-verdict delimited by size
                  into inv-line
           write inv-rec from inv-line
           if prior-overflow = 1 then
               move '  (prior-delivery table overflowed - some re-runs'
                   & ' billed at the full rate)' to inv-line
               write inv-rec from inv-line
           end-if
           move spaces to inv-line
           write inv-rec from inv-line

           move 'Exceptions (delivered, not billed to anyone):' to inv-line
           write inv-rec from inv-line
           perform varying exc-idx from 1 by 1
                   until exc-idx > exc-count or exc-idx > EXC-MAX
               move spaces to inv-line
               string '  ' delimited by size
                      exc-date(exc-idx) delimited by size
                      ' ' delimited by size
                      exc-time(exc-idx) delimited by size
                      ' ' delimited by size
                      exc-name(exc-idx) delimited by size
                      ' ' delimited by size
                      exc-code(exc-idx) delimited by size
                      ' ' delimited by size
                      exc-reason(exc-idx) delimited by size
                      into inv-line
               write inv-rec from inv-line
           end-perform
           if exc-count = 0 then
               move '  (none)' to inv-line
               write inv-rec from inv-line
           end-if
           if exc-count > EXC-MAX then
               move '  (exceptions list truncated - see the ledger)'
                   to inv-line
               write inv-rec from inv-line
           end-if
           close inv-file
           exit paragraph.

       stop run.
       end program COBOLLedger.
