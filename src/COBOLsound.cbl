      *    waveform - usable on the command line, in .cfg channel
      *    lines, in .kit drum overrides and in cobolsound.patches.
      *
      *    Sampled instruments are named the same way. The shop's
      *    'cobolsound.samples' library directory (next to
      *    'cobolsound.waves') holds mono 16- or 24-bit PCM WAV
      *    recordings and a 'samples.lst' index of one zone per line:
      *        <instrument> <key-lo>-<key-hi> <vel-lo>-<vel-hi>
      *            <root-key> <file> [<loop-start>-<loop-end>]
      *            [oneshot]
      *    e.g. 'piano 0-59 1-127 48 piano-c3.wav 21000-43000'. Lines
      *    naming the same instrument add zones to it; a note plays
      *    the first zone whose key range holds its sounding key
      *    (transpose applied) and whose velocity range holds its
      *    velocity, and a note no zone covers sounds nothing (the
      *    summary report counts them). The file is resampled to the
      *    job's rate= and pitched by the note's frequency - tuning,
      *    transpose and pitch bend included - against its root key
      *    at A4 = 440 Hz. The optional sustain loop (frame numbers
      *    within the file) repeats while the note is held; after the
      *    release the voice plays on through the rest of the file
      *    under the channel's ADSR release, and it ends where the
      *    file does. A 'oneshot' zone ignores note-off and its loop
      *    and plays to the end. On channel 9 (via a .kit override) a
      *    sampled drum is always one-shot, at full level, pitched by
      *    its note against the zone's root key. Zone files are read
      *    once at startup; the library and its samples are part of
      *    each batch job's catalog fingerprint.
      *
      *    Multi-track files are loaded into memory and all tracks are
      *    advanced together against a shared sample clock, so a
      *    standard multi-track SMF renders as one mixed arrangement
      *    instead of back-to-back solos.
      *
      *    All three Standard MIDI File formats are accepted: format 0
      *    and 1 tracks play together as above, while a format 2 file's
      *    tracks are independent sequences, rendered one after
      *    another (each under its own tempo map) into the same WAV.
      *    Running status - channel messages that leave off a repeated
      *    status byte - is followed in the render, the pre-flight
      *    walk and plan mode alike, and a note-on at velocity 0 is
      *    taken as the note-off it stands for. SMPTE time division
      *    (24, 25, 29.97 drop-frame or 30 fps, n ticks per frame)
      *    times every delta in absolute frames, so tempo events in
      *    such a file are informational only. The summary report
      *    and the plan walk both state the format and timing mode.
      *
      *    The waveform argument only sets the default voice. Individual
      *    MIDI channels can be pointed at a different waveform each by
      *    placing a '<in-name-without-extension>.cfg' file next to the
      *    lyrics/text (0x05/0x01) become cue-sheet rows - so finding
      *    "Chorus 2" no longer means opening the MIDI in a sequencer.
      *
      *    Time signatures (0x58) and key signatures (0x59) are
      *    followed too: every render also writes
      *    '<out-name-stem>.bars', one '<bar> <seconds> <sample>
      *    <meter> <key>' line per bar (e.g. '17 32.0000 1411200 3/4
      *    D major'), laid out from the meter changes and converted
      *    to samples through the tempo map, so each bar line lands
      *    on the exact sample it does in the delivered audio. A
      *    file with no time signature is taken as 4/4 in C major.
      *    Both events also become cue-sheet rows. SMPTE-timed and
      *    format 2 files, and punch, loop and playlist renders,
      *    have no single bar grid, and the report says so instead.
      *
      *    Pitch bend re-tunes held notes in real time, CC7 (channel
      *    volume) scales note velocity, and CC64 (sustain pedal) holds
      *    a note past its note-off until the pedal comes back up.
      *            same sample clock the tracks are advanced against -
      *            sample-accurate to the delivered audio, for the
      *            sync-licensing cueing tool.
      *        click - also write '<out-name-stem>-click.wav', a mono
      *            metronome track at the job's rate and bit depth, as
      *            long as the mix, with a short tick on every beat of
      *            the '.bars' timeline - higher and louder on each
      *            downbeat - so a session can lock to the render
      *            without anyone tapping out a tempo map by hand.
      *        transpose=+N|-N - shift every melodic note by N
      *            semitones (-36..+36) before tuning, so "the same
      *            piece a tone down" renders without a round trip to
      *            limiter and pan, so a mastering pass can rebalance
      *            one channel without a re-render; each stem written
      *            is listed in the summary report.
      *        spec=NAME - delivery-spec QC: once the render is on
      *            disk, read the mix and every stem back and measure
      *            them the way a broadcaster's QC desk does (ITU-R
      *            BS.1770 / EBU R128) - gated integrated loudness,
      *            maximum short-term loudness, true peak (4x
      *            oversampled), the limiter count and DC offset -
      *            against the named spec in the shop-maintained
      *            'cobolsound.specs' file, one spec per line:
      *              <name> <target-lufs> <tolerance-lu>
      *                <max-true-peak-dbtp> [<max-short-term-lufs>
      *                [<max-limited-samples> [<max-dc-offset-pct>]]]
      *            e.g. 'EBU-R128 -23.0 1.0 -1.0'; a '*' in column 1
      *            is a comment. The report gains a QC section with
      *            every figure marked PASS or FAIL (a stem's
      *            integrated loudness is shown but not judged - the
      *            target belongs to the mix) and the ledger record
      *            carries the verdict. An unknown spec fails QC and
      *            is flagged by plan mode.
      *        force - render this batch line even if the deliverables
      *            catalog says nothing has changed (see below).
      *        client=CODE - the billing account (up to 10 characters)
      *            the job renders for, carried into its ledger record
      *            with the delivery profile for COBOLledger's
      *            'invoice' run; on a playlist, the first line's code
      *            covers the set. Plan mode checks each code against
      *            the shop's client master, 'cobolsound.clients' (see
      *            COBOLledger.cbl for its layout).
      *        compare=FILE - golden-master check: once the render
      *            is on disk, compare the delivered mix sample by
      *            sample, per channel, against the approved master
      *            FILE (a PCM WAV at this job's rate/bits/channels).
      *            The report gains a comparison section - maximum
      *            and RMS deviation per channel, the first and last
      *            differing timestamp, each differing region named
      *            by the section markers of the render's .markers
      *            listing - and a verdict: MATCH, WITHIN-TOLERANCE
      *            (no sample off by more than the tolerance) or
      *            CHANGED. A batch run of the catalog with each line
      *            pointed at its approved master is the regression
      *            check before a patches/waves/drum-map change goes
      *            live: such lines always render (the catalog never
      *            skips them), and the batch ends with a count of
      *            each verdict. Plan mode checks that each master is
      *            there at the job's profile. COBOLcompare.cbl makes
      *            the same comparison between any two files.
      *        tolerance=DB - the compare= tolerance in dBFS
      *            (default -90.0, just over one step of 16-bit
      *            audio, so a 1-LSB difference passes; -144 to 0).
      *
      *    Every job also appends one fixed-layout record to the
      *    shop-wide 'cobolsound.ledger' file in the working directory
      *    - run date/time, input name, manifest line number, final
      *    status (CLEAN / RESUMED / SKIPPED), samples written vs.
      *    expected, the steal/limiter counts, the QC verdict
      *    (PASS / FAIL, or NONE without spec=), the client code,
      *    the delivery profile (rate, bits, channels) and, from a
      *    batch worker, its worker ID - so month-end
      *    billing and batch-window capacity planning read one file
      *    instead of globbing .log files (see CS-WRITE-LEDGER). The
      *    companion program COBOLledger.cbl turns that file into the
      *    month-end statement - totals, per-day counts, status
      *    breakdown, QC failures, re-run detection and batch-window
      *    utilization for a date range, in one run - and, asked for
      *    'invoice', one invoice per client plus a control report.
      *    At period close, COBOLrollover.cbl moves the closed months'
      *    records to a dated archive ledger and leaves one SUMMARY
      *    record per month behind, so the file never outgrows
      *    COBOLledger's tables.
      *
      *    Batch mode schedules, not just streams: every manifest line
      *    may carry 'priority=N' (1 = most urgent, default 5, ties
      *    run plus every line skipped or aborted is written to
      *    '<manifest>.requeue' in ready-to-resubmit manifest format.
      *
      *    Several batch processes can work one manifest together:
      *    start each as '<manifest> batch worker=<id>' (an ID of up
      *    to 10 characters, unique per worker, e.g. one per core),
      *    optionally with 'timeout=MIN' (default 30). The workers
      *    share '<manifest>.claims', changed only under an exclusive
      *    lock on '<manifest>.lock' (the lock file stays behind,
      *    empty); each claims the most urgent line no one holds, and
      *    output names keep the run order a single batch would give
      *    them. A worker heart-beats its claim every minute while
      *    it renders, QC-checks or compares the job; a claim silent
      *    for the timeout belongs to a dead worker and is taken over
      *    by another, resuming from the job's checkpoint. The first worker's timeout, and the
      *    first cutoff= any worker brings, hold for every worker in
      *    the run. A worker with nothing left to claim waits for
      *    the others' jobs to settle (after the cutoff, a dead
      *    worker's job is requeued rather than taken over); the
      *    last one out writes the one '<manifest>.requeue' for the
      *    run, plus '<manifest>.workers' - jobs, busy minutes and
      *    share of the window per worker, with the window the same
      *    work would need at 1 to 8 workers - and empties the claims
      *    file. A run none of whose workers has been seen for the
      *    timeout is abandoned; the next worker to start opens a new
      *    one. Ledger appends are serialized (each write holds
      *    'cobolsound.ledger.lock' and the ledger exclusively) and
      *    carry the worker ID.
      *
      *    Batch mode is also incremental: every CLEAN batch render
      *    (that did not fail QC) files an entry in the shop-wide
      *    'cobolsound.catalog' (an indexed file keyed by input name
      *    plus rate/bits/channels profile) holding fingerprints of
      *    the MIDI bytes, the .cfg/.kit/.tuning files, the
      *    cobolsound.patches and waves.lst entries the job used and
      *    its option keywords, plus the WAV it delivered (name and
      *    size) and the render date and time taken. Before the next
      *    run of that job starts, it is fingerprinted again; when
      *    everything matches and the WAV is still on disk at that
      *    size, it is skipped as unchanged (ledger status UNCHANGD,
      *    never requeued) instead of rendered. 'force' on the line
      *    overrides the check, and plan mode shows which lines the
      *    catalog would skip and the render time that saves.
      *
      *    Argument 2 = 'plan' walks the same manifest WITHOUT
      *    rendering: every line's MIDI is opened and pre-flighted,
      *    its option keywords and .cfg/.kit files are parsed
      *    matched against a note-off. Mismatches are logged to the
      *    console and counted in the summary report, but do not stop
      *    the render - the same graceful-degradation approach as
      *    voice-stealing. The companion program COBOLrepair.cbl
      *    writes a corrected copy, '<name>-fixed.mid', plus a repair
      *    log, and plan mode points every line that fails pre-flight
      *    at that copy (or at the COBOLrepair run that makes it) -
      *    unless the only fault is a note-off with no note-on, which
      *    is harmless and which COBOLrepair leaves as it is.
      *
      * Resource for MIDI format specifications:
      * http://www.music.mcgill.ca/~ich/classes/mumt306/StandardMIDIfileformat.html
       *>  creates it (see CS-WRITE-LEDGER)
       select optional ledger-file assign to dynamic ledger-name
           organization line sequential
           lock mode is exclusive
           file status is ledger-stat.

       *>  the ledger's own lock, 'cobolsound.ledger.lock' - never
       *>  written, held open exclusively around each append so that
       *>  COBOLrollover, which holds it while it rewrites the ledger,
       *>  never truncates a record away (see CS-WRITE-LEDGER)
       select optional ledger-lock-file assign to dynamic
               ledger-lock-name
           organization line sequential
           lock mode is exclusive
           file status is ledger-lock-stat.

       *>  requeue manifest, named '<manifest>.requeue' - every batch
       *>  line that was not run (cutoff) or was skipped/aborted,
       *>  written back in ready-to-resubmit manifest format at batch
           organization line sequential
           file status is requeue-stat.

       *>  batch worker coordination, named '<manifest>.lock' and
       *>  '<manifest>.claims'. the lock file is never written - a
       *>  worker holds it open exclusively while it reads and
       *>  rewrites the claims file, so claims change hands one worker
       *>  at a time; both are OPTIONAL so the first worker creates
       *>  them (see WRK-LOCK-CLAIMS)
       select optional lock-file assign to dynamic lock-name
           organization line sequential
           lock mode is exclusive
           file status is lock-stat.

       select optional claims-file assign to dynamic claims-name
           organization line sequential
           file status is claims-stat.

       *>  worker-status report, named '<manifest>.workers' - written
       *>  by the last worker out (see WRK-WRITE-REPORT)
       select wrk-report-file assign to dynamic wrk-report-name
           organization line sequential
           file status is wrk-report-stat.

       *>  optional tuning/temperament table, named
       *>  <in-name-without-extension>.tuning, one
       *>  '<pitch-class 0-11> <cents>' line per offset
           organization line sequential
           file status is wave-data-stat.

       *>  sampled instrument library index,
       *>  'cobolsound.samples/samples.lst' in the working directory,
       *>  one line per key/velocity zone (see INIT-LOAD-INSTRUMENTS)
       select sample-list-file assign to dynamic sample-list-name
           organization line sequential
           file status is sample-list-stat.

       *>  section-marker listing, named <out-name-stem>.markers - one
       *>  'time name' line per marker meta event captured from the
       *>  MIDI file (see MARK-WRITE-FILE)
           organization line sequential
           file status is marker-stat.

       *>  bar/beat timeline, named <out-name-stem>.bars - one
       *>  'bar time sample meter key' line per bar of the song
       *>  (see BARS-WRITE-FILE)
       select bars-file assign to dynamic bars-name
           organization line sequential
           file status is bars-stat.

       *>  checkpoint/restart snapshot, named
       *>  <in-name-without-extension>.ckpt (see CS-WRITE-CHECKPOINT)
       select checkpoint-file assign to dynamic ckpt-name
           file status is stem-stat
           organization sequential.

       *>  shop-wide delivery-spec list, 'cobolsound.specs' in the
       *>  working directory, one named loudness spec per line
       *>  (see QC-LOAD-SPEC)
       select spec-file assign to dynamic spec-name
           organization line sequential
           file status is spec-stat.

       *>  a delivered WAV (mix or stem) read back for the QC
       *>  measurement at CS-CLOSE (see QC-MEASURE-FILE)
       select qc-file assign to dynamic qc-name
           file status is qc-stat
           organization sequential.

       *>  a WAV read byte by byte - the approved master a 'compare='
       *>  job is checked against at CS-CLOSE (see CMP-CHECK-RENDER),
       *>  or a sampled instrument's zone file at startup (see
       *>  INIT-LOAD-INSTRUMENTS)
       select wav-in-file assign to dynamic wav-in-name
           file status is wav-in-stat
           organization sequential.

       *>  shop-wide deliverables catalog, 'cobolsound.catalog' in the
       *>  working directory - one record per input name and delivery
       *>  profile, holding the fingerprints of its last clean batch
       *>  render (see CAT-CHECK-JOB / CAT-STORE-ENTRY). OPTIONAL so
       *>  the first clean render ever run creates it
       select optional catalog-file assign to dynamic catalog-name
           organization indexed
           access mode dynamic
           record key cat-key
           file status is catalog-stat.

       *>  shop-wide client master, 'cobolsound.clients' in the
       *>  working directory - plan mode checks each job's client=
       *>  code against it (see CLIENT-LOOKUP)
       select client-file assign to dynamic client-master-name
           organization line sequential
           file status is client-stat.

       *>  a job's .cfg/.kit/.tuning file, re-read line by line for
       *>  its catalog fingerprint (see CAT-FP-TEXT-FILE)
       select cat-src-file assign to dynamic cat-src-name
           organization line sequential
           file status is cat-src-stat.

       *>  a MIDI file's '-fixed.mid' copy from COBOLrepair - plan
       *>  mode only opens it to see whether it is there
       select repair-file assign to dynamic repair-name
           file status is repair-stat.


       data division.
       file section.

       *>  shop-wide run-history ledger
       fd  ledger-file.
       01  ledger-rec         pic x(150).

       *>  ledger lock (held, never written)
       fd  ledger-lock-file.
       01  ledger-lock-rec    pic x(001).

       *>  requeue manifest
       fd  requeue-file.
       01  requeue-rec        pic x(100).

       *>  batch worker lock (held, never written)
       fd  lock-file.
       01  lock-rec           pic x(001).

       *>  batch worker claims
       fd  claims-file.
       01  claims-rec         pic x(150).

       *>  worker-status report
       fd  wrk-report-file.
       01  wrk-report-rec     pic x(100).

       *>  tuning/temperament table
       fd  tuning-file.
       01  tuning-rec         pic x(100).
       fd  wave-data-file.
       01  wave-data-rec      pic x(032).

       *>  sampled instrument library index
       fd  sample-list-file.
       01  sample-list-rec    pic x(120).

       *>  section-marker listing
       fd  marker-file.
       01  marker-rec         pic x(080).

       *>  bar/beat timeline
       fd  bars-file.
       01  bars-rec           pic x(080).

       *>  checkpoint/restart snapshot - one record holds everything
       *>  needed to resume a render mid-way through: track cursors,
       *>  the full oscillator table, and per-channel controller state
           02  ckpt-notes-played       binary-long unsigned.
           02  ckpt-osc-peak-usage     binary-long unsigned.
           02  ckpt-osc-steal-count    binary-long unsigned.
           02  ckpt-smp-unmapped       binary-long unsigned.
           02  ckpt-limiter-engaged    binary-long unsigned.
           02  ckpt-normalize-scale    usage comp-1.
           02  ckpt-stem-scale         usage comp-1.
           02  ckpt-loop-next-wrap     binary-long unsigned.
           02  ckpt-loop-wrap-count    binary-long unsigned.
           02  ckpt-track-count        binary-long unsigned.
           *> format 2 files play one sequence at a time - which one
           02  ckpt-seq-current        binary-long unsigned.
           02  ckpt-track-table.
               03  ckpt-track-item     occurs MAX-TRACKS times
                                       indexed by ckpt-trk-i.
                   04  ckpt-trk-pos            binary-long unsigned.
                   04  ckpt-trk-to-next-event  binary-long unsigned.
                   04  ckpt-trk-ended          binary-char unsigned.
                   04  ckpt-trk-run-status     binary-char unsigned.
                   04  ckpt-trk-time-rem       binary-double unsigned.
           02  ckpt-osc-table.
               03  ckpt-osc-item       occurs MAX-OSCILLATORS times
                                       indexed by ckpt-osc-i.
                   04  ckpt-osc-wave-id        binary-char unsigned.
                   04  ckpt-osc-phase          binary-long unsigned.
                   04  ckpt-osc-phase-inc      binary-long unsigned.
                   04  ckpt-osc-smp-zone       binary-short unsigned.
                   04  ckpt-osc-smp-pos        binary-double unsigned.
                   04  ckpt-osc-smp-inc        binary-long unsigned.
                   04  ckpt-osc-smp-oneshot    binary-char unsigned.
                   04  ckpt-osc-held           binary-char unsigned.
                   04  ckpt-osc-sustained      binary-char unsigned.
           02  ckpt-chan-table.
       fd  stem-file.
       01  stem-byte          binary-char unsigned.

       *>  delivery-spec list
       fd  spec-file.
       01  spec-rec           pic x(100).

       *>  delivered WAV, read back byte by byte for QC
       fd  qc-file.
       01  qc-byte            binary-char unsigned.

       *>  WAV read byte by byte - compare= master or instrument zone
       fd  wav-in-file.
       01  wav-in-byte        binary-char unsigned.

       *>  deliverables catalog - keyed by input name plus delivery
       *>  profile, so the same piece delivered at 44.1 and at 96 kHz
       *>  keeps two entries
       fd  catalog-file.
       01  cat-record.
           02  cat-key.
               03  cat-input-name      pic x(100).
               03  cat-rate            pic 9(006).
               03  cat-bits            pic 9(002).
               03  cat-channels        pic 9(001).
           *> one fingerprint per input the render depends on - the
           *> MIDI bytes, the .cfg, .kit and .tuning files, the patch
           *> and wavetable library entries the job used, and its
           *> option keywords - in that order; the occurs count must
           *> match CAT-FP-COUNT (a literal here for the same reason
           *> as ckpt-chan-item's)
           02  cat-fp-table.
               03  cat-fp-item         occurs 6 times.
                   04  cat-fp-value        pic 9(010).
                   04  cat-fp-len          pic 9(010).
           02  cat-wav-name        pic x(104).
           02  cat-wav-bytes       pic 9(012).
           02  cat-samples         pic 9(010).
           02  cat-render-date     pic x(008).
           02  cat-render-time     pic x(006).
           02  cat-render-secs     pic 9(006).
           02  filler              pic x(020).

       fd  cat-src-file.
       01  cat-src-rec        pic x(120).

       *>  repaired MIDI copy (plan mode)
       fd  repair-file.
       01  repair-byte        binary-char unsigned.

       *>  client master
       fd  client-file.
       01  client-rec         pic x(200).

       working-storage section.

       *>  audio mix buffer - kept in working-storage (not the FD) since
       01  meta-text-buf         pic x(048) value spaces.
       01  meta-text-len         binary-long unsigned value 0.
       01  meta-text-type        binary-char unsigned value 0.
       *> a fixed-field meta event (time/key signature) - its type,
       *> and its <length> while READ-META-FIELDS consumes it
       01  meta-field-type       binary-char unsigned value 0.
       01  meta-field-len        binary-short unsigned value 0.
       01  trk-names.
           02  trk-name-item     pic x(048) value spaces
                               occurs MAX-TRACKS times.
       01  marker-stat           pic x(002).
       01  marker-line           pic x(080) value spaces.

       *>  BAR/BEAT TIMELINE AND CLICK TRACK ('click' option)
       *>  time signature (0x58) and key signature (0x59) meta events
       *>  are collected into tick-ordered maps by the same pre-render
       *>  walk that builds the tempo map (EXP-COLLECT-TRACK-TEMPOS),
       *>  then BARS-WRITE-FILE lays the bar lines out in ticks and
       *>  converts each to its sample position through that tempo
       *>  map - the '.bars' file lands on the exact sample the
       *>  delivered audio does. with 'click', every beat of every bar
       *>  is also rendered as a short metronome tick into a mono
       *>  '<out-name-stem>-click.wav' at the job's delivery profile,
       *>  accented (higher and louder) on each downbeat. a file with
       *>  no time signature is taken as 4/4, with no key signature
       *>  as C major, the SMF defaults
       01  click-mode            pic 9(001) value 0.
       01  EXP-METER-MAX         constant as 256.
       01  exp-meter-count       binary-long unsigned value 0.
       01  exp-meter-table.
           02  exp-meter-item    occurs EXP-METER-MAX times.
               03  exp-meter-tick      binary-long unsigned.
               03  exp-meter-num       binary-char unsigned.
               *> denominator as a power of two (2 = quarter note)
               03  exp-meter-den-pow   binary-char unsigned.
               *> MIDI clocks (24 per quarter note) per metronome beat
               03  exp-meter-clocks    binary-char unsigned.
       01  EXP-KEY-MAX           constant as 256.
       01  exp-key-count         binary-long unsigned value 0.
       01  exp-key-table.
           02  exp-key-item      occurs EXP-KEY-MAX times.
               03  exp-key-tick        binary-long unsigned.
               *> sharps (1-7) or flats (255-249, i.e. -1 to -7) as
               *> the raw signed byte from the file
               03  exp-key-sf          binary-char unsigned.
               03  exp-key-minor       binary-char unsigned.
       *> tick length of the longest track - where the last bar ends
       01  exp-song-ticks        binary-long unsigned value 0.
       01  bars-name             pic x(108) value spaces.
       01  bars-stat             pic x(002).
       01  bars-line             pic x(080) value spaces.
       01  bars-count            binary-long unsigned value 0.
       *> why no timeline was written, for the report
       01  bars-note             pic x(060) value spaces.
       01  bar-tick              binary-long unsigned value 0.
       01  bar-end-tick          binary-long unsigned value 0.
       01  bar-len-ticks         binary-long unsigned value 0.
       01  beat-tick             binary-long unsigned value 0.
       01  beat-len-ticks        binary-long unsigned value 0.
       01  bar-meter-idx         binary-long unsigned value 0.
       01  bar-key-idx           binary-long unsigned value 0.
       01  bar-num               binary-char unsigned value 4.
       01  bar-den-pow           binary-char unsigned value 2.
       01  bar-clocks            binary-char unsigned value 24.
       01  bar-key-sf            binary-char unsigned value 0.
       01  bar-key-minor         binary-char unsigned value 0.
       01  bar-den               binary-long unsigned value 4.
       01  bar-num-ed            pic z(5)9.
       01  bar-sample-ed         pic z(9)9.
       01  bar-den-ed            pic z(2)9.
       01  bar-meter-text        pic x(008) value spaces.
       01  bar-key-text          pic x(012) value spaces.
       01  bar-key-i             binary-long unsigned value 0.
       01  key-major-names.
           02  filler            pic x(020) value 'CbGbDbAbEbBbF C G D '.
           02  filler            pic x(010) value 'A E B F#C#'.
       01  key-major-tbl redefines key-major-names.
           02  key-major-item    pic x(002) occurs 15 times.
       01  key-minor-names.
           02  filler            pic x(020) value 'AbEbBbF C G D A E B '.
           02  filler            pic x(010) value 'F#C#G#D#A#'.
       01  key-minor-tbl redefines key-minor-names.
           02  key-minor-item    pic x(002) occurs 15 times.
       01  CLICK-BEAT-MAX        constant as 16384.
       01  CLICK-MS              constant as 25.
       01  CLICK-ACCENT-HZ       constant as 1500.
       01  CLICK-BEAT-HZ         constant as 1000.
       01  CLICK-ACCENT-LEVEL    constant as 24000.
       01  CLICK-BEAT-LEVEL      constant as 14000.
       01  click-beat-count      binary-long unsigned value 0.
       01  click-beat-table.
           02  click-beat-item   occurs CLICK-BEAT-MAX times.
               03  click-beat-sample   binary-long unsigned.
               03  click-beat-accent   pic 9(001).
       01  click-name            pic x(112) value spaces.
       01  click-delivered       pic 9(001) value 0.
       01  click-len-samples     binary-long unsigned value 0.
       01  click-pos             binary-long unsigned value 0.
       01  click-beat-i          binary-long unsigned value 0.
       01  click-n               binary-long unsigned value 0.
       01  click-hz              binary-long unsigned value 0.
       01  click-level           binary-long unsigned value 0.

       *>  DELIVERY-SPEC QC ('spec=' option)
       *>  the delivered mix and every delivered stem are read back
       *>  at CS-CLOSE and measured the way a broadcaster's QC desk
       *>  would (ITU-R BS.1770 / EBU R128): K-weighted, gated
       *>  integrated loudness, the loudest 3 s short-term window,
       *>  true peak from 4x oversampling, and DC offset - then each
       *>  figure is checked against the named spec from the shop's
       *>  'cobolsound.specs' list. the K-weighting filters run in
       *>  Q24 fixed point on the 24-bit sample domain (with 8 guard
       *>  bits), the same integer-only approach the mix itself
       *>  takes; only the once-per-100 ms block powers and the final
       *>  dB figures are floating point. figures are held to one
       *>  decimal (DC offset to three), as a loudness meter shows
       *>  them, and judged at that precision
       01  QC-SUB-MAX            constant as 72000.
       01  QC-TARGET-MAX         constant as 17.
       01  QC-COEF-ONE           constant as 16777216.
       01  QC-TP-ONE             constant as 65536.
       01  qc-spec-name          pic x(016) value spaces.
       01  spec-name             pic x(100) value 'cobolsound.specs'.
       01  spec-stat             pic x(002).
       01  spec-eof              pic 9(001) value 0.
       01  spec-found            pic 9(001) value 0.
       01  spec-line             pic x(100) value spaces.
       01  spec-line-ok          pic 9(001) value 0.
       01  spec-fields.
           02  spec-f-name       pic x(016).
           02  spec-f-target     pic x(010).
           02  spec-f-tol        pic x(010).
           02  spec-f-tp         pic x(010).
           02  spec-f-st         pic x(010).
           02  spec-f-limited    pic x(010).
           02  spec-f-dc         pic x(010).
       01  spec-target-lufs      pic s9(003)v9(001) value 0.
       01  spec-tol-lu           pic 9(002)v9(001) value 0.
       01  spec-max-tp           pic s9(003)v9(001) value 0.
       01  spec-max-st           pic s9(003)v9(001) value 0.
       01  spec-max-limited      pic 9(010) value 0.
       01  spec-max-dc-pct       pic 9(003)v9(003) value 0.
       *> the last three spec columns are optional - a spec that
       *> leaves one off doesn't check that figure
       01  spec-has-st           pic 9(001) value 0.
       01  spec-has-limited      pic 9(001) value 0.
       01  spec-has-dc           pic 9(001) value 0.
       *> PASS / FAIL for a checked render, NONE when no spec= given
       01  qc-status             pic x(004) value 'NONE'.
       01  qc-name               pic x(112) value spaces.
       01  qc-stat               pic x(002).
       01  qc-eof                pic 9(001) value 0.
       01  qc-channels           binary-long unsigned value 1.
       01  qc-chan               binary-long unsigned value 1.
       01  qc-frame              binary-long unsigned value 0.
       01  qc-x                  binary-long value 0.
       01  qc-abs                binary-long unsigned value 0.
       01  qc-abs-2              binary-long unsigned value 0.
       *> loudest sample so far, and loudest (inter-)sample value
       01  qc-peak               binary-long unsigned value 0.
       01  qc-tp-max             binary-long unsigned value 0.
       *> K-weighting: stage 1 high shelf, stage 2 high pass
       01  qc-k-w                usage comp-2 value 0.
       01  qc-k-vh               usage comp-2 value 0.
       01  qc-k-vb               usage comp-2 value 0.
       01  qc-k-a0               usage comp-2 value 0.
       01  qc-k1-b0              binary-double value 0.
       01  qc-k1-b1              binary-double value 0.
       01  qc-k1-b2              binary-double value 0.
       01  qc-k1-a1              binary-double value 0.
       01  qc-k1-a2              binary-double value 0.
       01  qc-k2-a1              binary-double value 0.
       01  qc-k2-a2              binary-double value 0.
       01  qc-xs                 binary-double value 0.
       01  qc-s1                 binary-double value 0.
       01  qc-y                  binary-double value 0.
       01  qc-ys                 binary-double value 0.
       01  qc-chan-state.
           02  qc-chan-item      occurs 2 times.
               03  qc-x1               binary-double.
               03  qc-x2               binary-double.
               03  qc-s1-1             binary-double.
               03  qc-s1-2             binary-double.
               03  qc-y1               binary-double.
               03  qc-y2               binary-double.
               03  qc-dc-sum           binary-double.
               *> the last 16 samples, stored twice over so any
               *> 16-sample window is contiguous (see QC-TRUE-PEAK)
               03  qc-ring             binary-long occurs 32 times.
       01  qc-ring-pos           binary-long unsigned value 1.
       *> 4x oversampling: three interpolation phases between each
       *> pair of samples, 16 Hann-windowed sinc taps each, Q16
       01  qc-tp-coef-table.
           02  qc-tp-phase       occurs 3 times.
               03  qc-tp-coef          binary-long occurs 16 times.
       01  qc-tp-ph              binary-long unsigned value 0.
       01  qc-tp-k               binary-long unsigned value 0.
       01  qc-tp-acc             binary-double value 0.
       01  qc-tp-u               usage comp-2 value 0.
       01  qc-tp-sum             usage comp-2 value 0.
       01  qc-tp-h-table.
           02  qc-tp-h           usage comp-2 occurs 16 times.
       *> 100 ms sub-blocks: the sum of squared K-weighted samples
       *> across channels, then each sub-block's mean-square power
       01  qc-sub-len            binary-long unsigned value 0.
       01  qc-sub-fill           binary-long unsigned value 0.
       01  qc-sub-sum            binary-double value 0.
       01  qc-sub-count          binary-long unsigned value 0.
       01  qc-sub-table.
           02  qc-sub-power      usage comp-2 occurs QC-SUB-MAX times.
       01  qc-sub-i              binary-long unsigned value 0.
       01  qc-blk-power          usage comp-2 value 0.
       01  qc-abs-gate           usage comp-2 value 0.
       01  qc-rel-gate           usage comp-2 value 0.
       01  qc-gate-sum           usage comp-2 value 0.
       01  qc-gate-count         binary-long unsigned value 0.
       01  qc-st-len             binary-long unsigned value 0.
       01  qc-st-power           usage comp-2 value 0.
       01  qc-st-max-power       usage comp-2 value 0.
       01  qc-db                 usage comp-2 value 0.
       01  qc-result-count       binary-long unsigned value 0.
       01  qc-result-table.
           02  qc-res-item       occurs QC-TARGET-MAX times.
               03  qc-res-label        pic x(012).
               03  qc-res-is-mix       pic 9(001).
               03  qc-res-integrated   pic s9(003)v9(001).
               03  qc-res-st-max       pic s9(003)v9(001).
               03  qc-res-tp           pic s9(003)v9(001).
               03  qc-res-dc-pct       pic 9(003)v9(003).
               03  qc-res-int-mark     pic x(004).
               03  qc-res-st-mark      pic x(004).
               03  qc-res-tp-mark      pic x(004).
               03  qc-res-lim-mark     pic x(004).
               03  qc-res-dc-mark      pic x(004).
       01  qc-res-i              binary-long unsigned value 0.
       01  qc-fig-ed             pic -(3)9.9.
       01  qc-lim-ed             pic -(3)9.9.
       01  qc-tol-ed             pic z9.9.
       01  qc-dc-ed              pic zz9.999.
       01  qc-dc-lim-ed          pic zz9.999.
       01  qc-limit-text         pic x(024) value spaces.

       *>  WAV READER
       *>  a WAV file read byte by byte through wav-in-file - the
       *>  approved master of a 'compare=' job, and each sampled
       *>  instrument's zone files at startup. WAV-READ-HEADER walks
       *>  the RIFF chunks rather than assuming a 44-byte header,
       *>  since a file may have been through an editor since
       01  wav-in-name           pic x(120) value spaces.
       01  wav-in-stat           pic x(002).
       01  wav-in-open           pic 9(001) value 0.
       01  wav-in-eof            pic 9(001) value 0.
       01  wav-in-ok             pic 9(001) value 0.
       01  wav-in-problem        pic x(060) value spaces.
       01  wav-in-format         binary-long unsigned value 0.
       01  wav-in-channels       binary-long unsigned value 0.
       01  wav-in-rate           binary-long unsigned value 0.
       01  wav-in-bits           binary-long unsigned value 0.
       01  wav-in-data-bytes     binary-long unsigned value 0.
       01  wav-in-frames         binary-long unsigned value 0.
       *> samples of the data chunk not yet read (WAV-READ-SAMPLE)
       01  wav-in-left           binary-long unsigned value 0.
       01  wav-in-x              binary-long value 0.
       01  wav-in-byte-val       binary-long unsigned value 0.
       01  wav-in-word-val       binary-long unsigned value 0.
       01  wav-in-word-bytes     binary-long unsigned value 0.
       01  wav-in-word-scale     binary-double unsigned value 0.
       01  wav-in-chunk-id       pic x(004) value spaces.
       01  wav-in-chunk-len      binary-long unsigned value 0.
       01  wav-in-skip-count     binary-long unsigned value 0.
       01  wav-in-fmt-found      pic 9(001) value 0.
       01  wav-in-data-found     pic 9(001) value 0.
       01  wav-in-k              binary-long unsigned value 0.

       *>  GOLDEN-MASTER COMPARISON ('compare=' option)
       *>  the delivered mix is read back at CS-CLOSE alongside the
       *>  approved master named on the job and compared sample by
       *>  sample and channel by channel in the 24-bit domain: the
       *>  maximum and RMS deviation, the first and last difference,
       *>  the differing regions (differences under 100 ms apart run
       *>  together) named by the job's own section markers, and a
       *>  MATCH / WITHIN-TOLERANCE / CHANGED verdict - the figures
       *>  COBOLcompare.cbl gives for any two files
       01  CMP-FULL-SCALE        constant as 8388608.
       01  CMP-REGION-MAX        constant as 50.
       01  compare-name          pic x(100) value spaces.
       *> no sample may be off by more than this to pass as
       *> WITHIN-TOLERANCE - the default is just over one step of
       *> 16-bit audio, so a 1-LSB difference passes
       01  cmp-tolerance-db      pic s9(003)v9(001) value -90.0.
       01  cmp-tol-level         binary-long unsigned value 0.
       *> the comparison
       01  cmp-comparable        pic 9(001) value 0.
       01  cmp-new-x             binary-long value 0.
       01  cmp-total-frames      binary-long unsigned value 0.
       01  cmp-frame             binary-long unsigned value 0.
       01  cmp-chan              binary-long unsigned value 0.
       01  cmp-dev               binary-long unsigned value 0.
       01  cmp-frame-dev         binary-long unsigned value 0.
       01  cmp-max-dev           binary-long unsigned value 0.
       01  cmp-diff-frames       binary-long unsigned value 0.
       01  cmp-first-diff        binary-long unsigned value 0.
       01  cmp-last-diff         binary-long unsigned value 0.
       01  cmp-chan-state.
           02  cmp-chan-item     occurs 2 times.
               03  cmp-chan-max-dev    binary-long unsigned.
               03  cmp-chan-sum-sq     usage comp-2.
               03  cmp-chan-diffs      binary-long unsigned.
               03  cmp-chan-first      binary-long unsigned.
               03  cmp-chan-last       binary-long unsigned.
       01  cmp-verdict           pic x(016) value spaces.
       01  cmp-reason            pic x(060) value spaces.
       *> differing regions - past CMP-REGION-MAX only counted
       01  cmp-gap-frames        binary-long unsigned value 0.
       01  cmp-region-open       pic 9(001) value 0.
       01  cmp-region-total      binary-long unsigned value 0.
       01  cmp-reg-cur-start     binary-long unsigned value 0.
       01  cmp-reg-cur-end       binary-long unsigned value 0.
       01  cmp-reg-cur-max       binary-long unsigned value 0.
       01  cmp-region-table.
           02  cmp-region-item   occurs CMP-REGION-MAX times.
               03  cmp-reg-start       binary-long unsigned.
               03  cmp-reg-end         binary-long unsigned.
               03  cmp-reg-max         binary-long unsigned.
       01  cmp-reg-i             binary-long unsigned value 0.
       *> naming a region by its section marker
       01  cmp-at-frame          binary-long unsigned value 0.
       01  cmp-sec-found         pic 9(001) value 0.
       01  cmp-sec-best          binary-long unsigned value 0.
       01  cmp-section-name      pic x(048) value spaces.
       01  cmp-section-name-2    pic x(048) value spaces.
       01  cmp-place-text        pic x(110) value spaces.
       01  cmp-db-ed             pic -(3)9.9.
       01  cmp-db-2-ed           pic -(3)9.9.
       01  cmp-db-val            usage comp-2 value 0.
       01  cmp-rate-ed           pic z(5)9.
       01  cmp-bits-ed           pic z9.
       01  cmp-chan-ed           pic 9(001).
       01  cmp-count-ed          pic z(9)9.
       01  cmp-time-text         pic x(012) value spaces.
       01  cmp-time-2-text       pic x(012) value spaces.
       *> whole-batch verdict tallies, shown when the queue is done
       01  bat-cmp-match         binary-long unsigned value 0.
       01  bat-cmp-within        binary-long unsigned value 0.
       01  bat-cmp-changed       binary-long unsigned value 0.

       01  measuring-pass        pic 9(001) value 0.
       01  peak-sample-abs       binary-long unsigned value 0.
       01  normalize-scale       usage comp-1 value 1.
       01  cutoff-mm-str       pic x(008) value spaces.
       01  sched-tok1          pic x(024) value spaces.
       01  sched-tok2          pic x(024) value spaces.
       01  sched-tok3          pic x(024) value spaces.
       01  sched-scratch       pic x(024) value spaces.
       01  cur-time-raw        pic 9(008).
       01  cur-minutes         binary-long unsigned value 0.
       01  requeue-stat        pic x(002).
       01  requeue-count       binary-long unsigned value 0.

       *>  CONCURRENT BATCH WORKERS ('worker=ID' batch argument)
       *>  several COBOLsound processes can work one manifest at once,
       *>  each started as '<manifest> batch worker=<id>'. they share
       *>  '<manifest>.claims' - a header (when the run opened and the
       *>  one cutoff every worker obeys), a line per manifest line
       *>  (its state, output number, the worker holding it and that
       *>  worker's last heartbeat) and a line per worker (jobs and
       *>  busy time) - and only ever read and rewrite it whole while
       *>  holding '<manifest>.lock' exclusively. the runtime's file
       *>  lock is dropped by the operating system when its holder
       *>  dies, so a crashed worker cannot wedge the others; its
       *>  claim stops getting heartbeats and, once older than the
       *>  reclaim timeout, is taken over by another worker (the job
       *>  resumes from its checkpoint, under the same output number).
       *>  output numbers are the queue's run order by priority, the
       *>  same numbering a single batch gives, whichever worker runs
       *>  the line. the last worker out writes the consolidated
       *>  '<manifest>.requeue' and the '<manifest>.workers' report
       *>  and empties the claims file for the next run
       01  WORKER-MAX          constant as 32.
       01  WORKER-ID-MAX       constant as 10.
       *> reclaim timeout default, minutes ('timeout=MIN' overrides)
       01  CLAIM-TIMEOUT-DEFAULT constant as 30.
       *> seconds between heartbeats while a job renders, between
       *> looks at the claims file while waiting on other workers'
       *> jobs, and the longest wait for the lock or the ledger
       01  WORKER-BEAT-SECS    constant as 60.
       01  WORKER-POLL-SECS    constant as 15.
       01  LOCK-WAIT-MAX       constant as 300.
       *> the worker-status report projects the window for 1 to this
       *> many workers
       01  WORKER-PROJECT-MAX  constant as 8.
       01  worker-mode         pic 9(001) value 0.
       01  worker-id           pic x(010) value spaces.
       01  claim-timeout-min   binary-long unsigned
                               value CLAIM-TIMEOUT-DEFAULT.
       01  claim-timeout-secs  binary-long unsigned value 0.
       01  claim-timeout-given pic 9(001) value 0.
       01  lock-name           pic x(112) value spaces.
       01  lock-stat           pic x(002).
       01  lock-held           pic 9(001) value 0.
       01  lock-waited         binary-long unsigned value 0.
       01  ledger-waited       binary-long unsigned value 0.
       01  claims-name         pic x(112) value spaces.
       01  claims-stat         pic x(002).
       01  claims-eof          pic 9(001) value 0.
       01  wrk-report-name     pic x(112) value spaces.
       01  wrk-report-stat     pic x(002).
       01  wrk-report-line     pic x(100) value spaces.
       01  wrk-sleep-secs      pic 9(003) value 1.
       01  wrk-done            pic 9(001) value 0.
       01  wrk-run-gone        pic 9(001) value 0.
       01  wrk-run-stamp       binary-double unsigned value 0.
       01  wrk-pick            binary-long unsigned value 0.
       01  wrk-pick-seq        binary-long unsigned value 0.
       01  wrk-self            binary-long unsigned value 0.
       01  wrk-i               binary-long unsigned value 0.
       01  wrk-j               binary-long unsigned value 0.
       01  wrk-live            binary-long unsigned value 0.
       01  wrk-outstanding     binary-long unsigned value 0.
       01  wrk-cutoff-told     pic 9(001) value 0.
       01  wrk-id-len          binary-long unsigned value 0.
       *> wall-clock stamps are seconds since the runtime's day 1
       *> (integer-of-date), so they compare across midnight
       01  wrk-date-raw        pic 9(008).
       01  wrk-now             binary-double unsigned value 0.
       01  wrk-job-start       binary-double unsigned value 0.
       01  wrk-last-beat       binary-double unsigned value 0.
       01  wrk-beat-samples    binary-long unsigned value 0.
       01  wrk-age             binary-double value 0.
       01  wrk-busy-secs       binary-long unsigned value 0.
       01  wrk-cutoff-stamp    binary-double unsigned value 0.
       *> the claims file as loaded (clm-found = 0: no run open)
       01  clm-found           pic 9(001) value 0.
       01  clm-mismatch        pic 9(001) value 0.
       01  clm-lines           binary-long unsigned value 0.
       01  clm-opened-stamp    binary-double unsigned value 0.
       01  clm-cutoff-set      pic 9(001) value 0.
       01  clm-cutoff-stamp    binary-double unsigned value 0.
       01  clm-timeout-min     binary-long unsigned value 0.
       01  clm-job-table.
           02  clm-job-item    occurs BATCH-LINE-MAX times.
               *> P = pending, C = claimed, D = done, U = unchanged,
               *> S = skipped/aborted (requeued)
               03  clm-job-state       pic x(001).
               03  clm-job-seq         binary-long unsigned.
               03  clm-job-worker      pic x(010).
               03  clm-job-stamp       binary-double unsigned.
       01  clm-wrk-count       binary-long unsigned value 0.
       01  clm-wrk-table.
           02  clm-wrk-item    occurs WORKER-MAX times.
               03  clm-wrk-id          pic x(010).
               *> A = running a job, I = between jobs or waiting
               03  clm-wrk-state       pic x(001).
               03  clm-wrk-start       binary-double unsigned.
               03  clm-wrk-seen        binary-double unsigned.
               03  clm-wrk-jobs        binary-long unsigned.
               03  clm-wrk-unchanged   binary-long unsigned.
               03  clm-wrk-skipped     binary-long unsigned.
               03  clm-wrk-busy        binary-long unsigned.
       *> claims file lines, one layout per record type
       01  clm-scratch         pic x(150) value spaces.
       01  clm-head-line.
           02  clm-h-tag           pic x(001) value 'H'.
           02  filler              pic x(001) value space.
           02  clm-h-lines         pic 9(005).
           02  filler              pic x(001) value space.
           02  clm-h-opened        pic 9(011).
           02  filler              pic x(001) value space.
           02  clm-h-cutoff-set    pic 9(001).
           02  filler              pic x(001) value space.
           02  clm-h-cutoff        pic 9(011).
           02  filler              pic x(001) value space.
           02  clm-h-timeout       pic 9(004).
       01  clm-job-line.
           02  clm-j-tag           pic x(001) value 'J'.
           02  filler              pic x(001) value space.
           02  clm-j-line-no       pic 9(005).
           02  filler              pic x(001) value space.
           02  clm-j-state         pic x(001).
           02  filler              pic x(001) value space.
           02  clm-j-seq           pic 9(005).
           02  filler              pic x(001) value space.
           02  clm-j-worker        pic x(010).
           02  filler              pic x(001) value space.
           02  clm-j-stamp         pic 9(011).
           02  filler              pic x(001) value space.
           02  clm-j-text          pic x(100).
       01  clm-wrk-line.
           02  clm-w-tag           pic x(001) value 'W'.
           02  filler              pic x(001) value space.
           02  clm-w-id            pic x(010).
           02  filler              pic x(001) value space.
           02  clm-w-state         pic x(001).
           02  filler              pic x(001) value space.
           02  clm-w-start         pic 9(011).
           02  filler              pic x(001) value space.
           02  clm-w-seen          pic 9(011).
           02  filler              pic x(001) value space.
           02  clm-w-jobs          pic 9(005).
           02  filler              pic x(001) value space.
           02  clm-w-unchanged     pic 9(005).
           02  filler              pic x(001) value space.
           02  clm-w-skipped       pic 9(005).
           02  filler              pic x(001) value space.
           02  clm-w-busy          pic 9(009).
       *> worker-status report figures
       01  wrk-fmt-stamp       binary-double unsigned value 0.
       01  wrk-fmt-text        pic x(019) value spaces.
       01  wrk-fmt-date        pic 9(008).
       01  wrk-fmt-secs        binary-long unsigned value 0.
       01  wrk-fmt-hh          pic 9(002).
       01  wrk-fmt-mi          pic 9(002).
       01  wrk-fmt-ss          pic 9(002).
       01  wrk-window-secs     binary-long unsigned value 0.
       01  wrk-tot-jobs        binary-long unsigned value 0.
       01  wrk-tot-unchanged   binary-long unsigned value 0.
       01  wrk-tot-skipped     binary-long unsigned value 0.
       01  wrk-tot-busy        binary-long unsigned value 0.
       01  wrk-status-word     pic x(008) value spaces.
       01  wrk-start-text      pic x(019) value spaces.
       01  wrk-seen-text       pic x(019) value spaces.
       01  wrk-jobs-ed         pic zzzz9.
       01  wrk-unch-ed         pic zzzz9.
       01  wrk-skip-ed         pic zzzz9.
       01  wrk-mins-ed         pic zzzzz9.9.
       01  wrk-pct-ed          pic zz9.9.
       01  wrk-count-ed        pic z9.
       01  wrk-timeout-ed      pic zzz9.

       *>  DELIVERABLES CATALOG (incremental batch, 'force' keyword)
       *>  every clean batch render files a fingerprint of everything
       *>  it was rendered from in cobolsound.catalog; before the next
       *>  night's run of the same input at the same profile starts,
       *>  the job is fingerprinted again and, when every fingerprint
       *>  matches and the delivered WAV is still on disk at the size
       *>  the catalog recorded, skipped as unchanged (ledger status
       *>  UNCHANGD) instead of rendered. 'force' on a manifest line
       *>  renders it regardless. a fingerprint is an Adler-32 sum
       *>  plus a byte count - enough to notice an edited file, which
       *>  is all this has to do
       01  catalog-name        pic x(100) value 'cobolsound.catalog'.
       01  catalog-stat        pic x(002).
       01  force-mode          pic 9(001) value 0.
       01  cat-unchanged       pic 9(001) value 0.
       01  cat-found           pic 9(001) value 0.
       01  cat-warned          pic 9(001) value 0.
       01  cat-wav-ok          pic 9(001) value 0.
       01  cat-reason          pic x(040) value spaces.
       01  bat-unchanged-count binary-long unsigned value 0.
       01  CAT-FP-COUNT        constant as 6.
       01  CAT-ADLER-MOD       constant as 65521.
       01  cat-fp-label-tbl.
           02  filler          pic x(008) value 'MIDI'.
           02  filler          pic x(008) value '.cfg'.
           02  filler          pic x(008) value '.kit'.
           02  filler          pic x(008) value '.tuning'.
           02  filler          pic x(008) value 'library'.
           02  filler          pic x(008) value 'options'.
       01  cat-fp-labels       redefines cat-fp-label-tbl.
           02  cat-fp-label-item pic x(008) occurs CAT-FP-COUNT times.
       01  job-fp-table.
           02  job-fp-item     occurs CAT-FP-COUNT times.
               03  job-fp-value    binary-double unsigned.
               03  job-fp-len      binary-double unsigned.
       01  cat-fp-slot         binary-long unsigned value 0.
       01  cat-fp-a            binary-double unsigned value 1.
       01  cat-fp-b            binary-double unsigned value 0.
       01  cat-fp-len-acc      binary-double unsigned value 0.
       01  cat-fp-byte         binary-long unsigned value 0.
       01  cat-fp-char         pic x(001) value space.
       01  cat-fp-char-code    redefines cat-fp-char
                               binary-char unsigned.
       01  cat-fp-text         pic x(120) value spaces.
       01  cat-fp-text-len     binary-long unsigned value 0.
       01  cat-i               binary-long unsigned value 0.
       01  cat-j               binary-long unsigned value 0.
       01  cat-word            binary-long unsigned value 0.
       01  cat-src-name        pic x(112) value spaces.
       01  cat-src-stat        pic x(002).
       01  cat-src-eof         pic 9(001) value 0.

       *>  the '-fixed.mid' copy plan mode points a failed pre-flight
       *>  at (see PLAN-POINT-TO-REPAIR)
       01  repair-name         pic x(112) value spaces.
       01  repair-stat         pic x(002).
       01  repair-log-name     pic x(112) value spaces.
       *> programs selected anywhere in the song (noted by the
       *> pre-flight walk) and the waveform slots the job can reach
       *> (cat-wave-used, with the wavetables) - only those library
       *> entries go into the job's fingerprint, so editing a patch
       *> no job uses re-renders nothing
       01  prog-used.
           02  prog-used-item  binary-char unsigned value 0
                               occurs 128 times.
       01  cat-hdr.
           02  cat-hdr-byte    binary-char unsigned value 0
                               occurs 44 times.
       01  cat-wav-data-bytes  binary-double unsigned value 0.
       01  cat-start-raw       pic 9(008) value 0.
       01  cat-now-raw         pic 9(008) value 0.
       01  cat-elapsed         binary-long value 0.
       *> plan mode: where this line falls in the batch's priority
       *> order (its output name carries that number), and what the
       *> catalog saves across the queue
       01  plan-run-order      binary-long unsigned value 0.
       01  plan-cat-skips      binary-long unsigned value 0.
       01  plan-cat-seconds    binary-long unsigned value 0.

       *>  PLAYLIST MODE
       *>  cmd-line argument 2 = 'playlist' means argument 1 names a
       *>  manifest whose MIDI files all render into ONE continuous
       01  pl-saved-quiet      pic 9(001) value 0.
       01  pl-saved-delay-ms   binary-long unsigned value 350.
       01  pl-saved-feedback   binary-long unsigned value 35.
       01  pl-saved-client     pic x(010) value spaces.
       01  pl-saved-spec       pic x(016) value spaces.
       01  pl-saved-compare    pic x(100) value spaces.
       01  pl-saved-cmp-tol    pic s9(003)v9(001) value -90.0.
       *> set once the first usable line has defined the set-wide
       *> profile - the measuring pass and the render both go through
       *> PL-APPLY-SET-OPTIONS, so whichever touches line 1 first
       *>  month-end billing can be totalled with a dumb scan
       01  ledger-name         pic x(100) value 'cobolsound.ledger'.
       01  ledger-stat         pic x(002).
       01  ledger-lock-name    pic x(100) value 'cobolsound.ledger.lock'.
       01  ledger-lock-stat    pic x(002).
       01  ledger-status       pic x(008) value spaces.
       01  ledger-time-raw     pic 9(008).
       01  ledger-record.
           02  led-steals          pic 9(006).
           02  filler              pic x(001) value space.
           02  led-limited         pic 9(010).
           02  filler              pic x(001) value space.
           02  led-qc-status       pic x(004).
           02  filler              pic x(001) value space.
           02  led-client-code     pic x(010).
           02  filler              pic x(001) value space.
           02  led-sample-rate     pic 9(006).
           02  filler              pic x(001) value space.
           02  led-bits            pic 9(002).
           02  filler              pic x(001) value space.
           02  led-channels        pic 9(001).
           02  filler              pic x(001) value space.
           02  led-worker-id       pic x(010).

       *>  CLIENT CODE ('client=' option)
       *>  the billing account a job renders for, carried into its
       *>  ledger record (with the delivery profile the rate card
       *>  needs) for COBOLledger's invoicing run. plan mode checks
       *>  each code against the shop's client master,
       *>  'cobolsound.clients', one '|'-separated
       *>  '<code>|<name>|<address 1>|<address 2>|<address 3>|
       *>  <rate per minute>|<hi-res surcharge %>|<re-run discount %>'
       *>  line per client - only the code and name matter here
       01  client-code         pic x(010) value spaces.
       01  client-master-name  pic x(100) value 'cobolsound.clients'.
       01  client-stat         pic x(002).
       01  client-eof          pic 9(001) value 0.
       01  client-found        pic 9(001) value 0.
       01  client-line-code    pic x(010) value spaces.
       01  client-line-name    pic x(040) value spaces.
       01  client-found-name   pic x(040) value spaces.
       01  notes-played-count  binary-long unsigned value 0.
       01  osc-active-count    binary-long unsigned value 0.
       01  osc-peak-usage      binary-long unsigned value 0.
       01  exp-map-idx         binary-long unsigned value 0.
       01  exp-ins-i           binary-long unsigned value 0.
       01  exp-shift-i         binary-long unsigned value 0.
       *> samples already promised by the sequences ahead of the one
       *> being walked - always 0 except in a format 2 file, whose
       *> sequences play back to back
       01  exp-seq-offset      binary-long unsigned value 0.
       01  exp-step-samples    binary-long unsigned value 0.
       01  exp-time-rem        binary-double unsigned value 0.
       *> common denominator of every delta-time-to-samples
       *> conversion: ticks * usec-per-frame * rate * 100 over this
       *> gives samples (see MIDI-GET-TIME-TO-NEXT-EVENT)
       01  time-denom          binary-double unsigned value 1.

       *>  CHECKPOINT / RESTART
       *>  every CHECKPOINT-INTERVAL buffers, CS-MAIN snapshots enough
       01  CHECKPOINT-INTERVAL constant as 500.
       *> bump whenever ckpt-record's layout changes, so checkpoints
       *> from an older build are rejected instead of restored askew
       01  CKPT-LAYOUT-ID      constant as 2026101503.
       01  ckpt-name           pic x(105) value spaces.
       01  ckpt-stat           pic x(002).
       01  ckpt-buffers-since  binary-long unsigned value 0.
       01  val-cur-len         binary-long unsigned value 0.
       01  val-track-ended     binary-char unsigned value 0.
       01  val-mismatch-count  binary-long unsigned value 0.
       *> note-offs with no note-on - counted among the mismatches,
       *> but harmless and left alone by COBOLrepair
       01  val-stray-off-count binary-long unsigned value 0.
       01  val-note-index      binary-long unsigned value 0.
       01  val-note-state.
           02  val-note-state-item binary-char unsigned value 0
       01  midi-file-size      binary-long unsigned value 0.
       01  midi-num-tracks-hdr binary-long unsigned value 0.

       *>  SMF format and timing mode, from the MThd chunk: format 0
       *>  and 1 tracks play together against the shared clock, but
       *>  a format 2 file is a set of independent sequences played
       *>  one after another (seq-current is the one sounding). an
       *>  SMPTE time division fixes the clock in absolute frames, so
       *>  tempo meta events no longer move it - midi-base-frame-size
       *>  is what every rewind puts midi-frame-size back to
       01  midi-format         binary-long unsigned value 1.
       01  midi-format-hdr     binary-long unsigned value 1.
       01  seq-current         binary-long unsigned value 1.
       01  smpte-mode          pic 9(001) value 0.
       01  smpte-fps           binary-long unsigned value 0.
       01  smpte-tpf           binary-long unsigned value 0.
       01  midi-base-frame-size binary-long unsigned value 500000.
       01  midi-source-desc    pic x(100) value spaces.
       01  midi-source-num-ed  pic z(4)9.
       01  midi-source-tpf-ed  pic z(4)9.

       *>  running status - a channel message may leave off its status
       *>  byte when it repeats the previous message's; the status in
       *>  effect is kept per track during the render (trk-run-status)
       *>  and in run-status for the single-track walks, and is
       *>  cancelled by any meta or system exclusive event
       *>  (see MIDI-RESOLVE-RUNNING-STATUS)
       01  run-status          binary-char unsigned value 0.
       01  run-status-seen     pic 9(001) value 0.

       *>  active cursor into midi-bytes-tbl, used by all the READ-* helpers.
       *>  callers point this at whichever track they are currently walking.
       01  read-pos            binary-long unsigned value 1.
               03  trk-pos             binary-long unsigned.
               03  trk-to-next-event   binary-long unsigned value 0. *> in samples
               03  trk-ended           binary-char unsigned value 0.
               03  trk-run-status      binary-char unsigned value 0.
               *> the fraction of a sample left over from the last
               *> delta-time conversion, in 1 / time-denom units -
               *> carried into the next one so a long track's events
               *> land where the tempo map puts them instead of
               *> drifting early by a truncated fraction per event
               03  trk-time-rem        binary-double unsigned value 0.

       01  midi-msg-code       binary-char unsigned value 0.
       01  midi-msg-channel    binary-char unsigned value 0.
               03  osc-wave-id     binary-char unsigned value 1.
               03  osc-phase       binary-long unsigned value 0.
               03  osc-phase-inc   binary-long unsigned value 0.
               *> sampled instrument voice - the zone it plays (0 =
               *> a wavetable voice), its fixed-point position and
               *> per-sample step through the zone file, and whether
               *> it plays to the end whatever the note-off says
               03  osc-smp-zone    binary-short unsigned value 0.
               03  osc-smp-pos     binary-double unsigned value 0.
               03  osc-smp-inc     binary-long unsigned value 0.
               03  osc-smp-oneshot binary-char unsigned value 0.
               03  osc-held        binary-char unsigned value 0.
               *> note-off arrived but the channel's sustain pedal (CC64)
               *> was down, so the release is deferred to pedal-up
       *>  WAVEFORM-COUNT are the generated built-ins; slots above are
       *>  user wavetables loaded once at startup from the
       *>  'cobolsound.waves' library directory (INIT-LOAD-USER-WAVES),
       *>  then sampled instruments from 'cobolsound.samples'
       *>  (INIT-LOAD-INSTRUMENTS), all usable everywhere a waveform
       *>  name is accepted - the command line, .cfg channel lines,
       *>  .kit drum overrides and the cobolsound.patches library.
       *>  waveform-total is how many slots are actually live
       01  WAVEFORM-COUNT      constant as 8.
       01  WAVEFORM-MAX        constant as 40.
       01  waveform-total      binary-long unsigned value 8.
       01  builtin-name-tbl.
           02  filler          pic x(010) value 'sin1'.
               03  wt-item     binary-short value 0
                               occurs WAVETABLE-SIZE times.

       *>  waveform slots a job can reach, for its catalog fingerprint
       *>  (see CAT-FP-LIBRARY)
       01  cat-wave-used.
           02  cat-wave-used-item binary-char unsigned value 0
                               occurs WAVEFORM-MAX times.

       *>  USER WAVETABLE LIBRARY ('cobolsound.waves' directory)
       *>  the directory's 'waves.lst' index names each table, one
       *>  '<name> <file>' line per entry; the file (relative to the
       01  uw-idx              binary-long unsigned value 0.
       01  uw-next             binary-long unsigned value 0.

       *>  SAMPLED INSTRUMENT LIBRARY ('cobolsound.samples' directory)
       *>  the directory's 'samples.lst' index gives one zone per
       *>  line:
       *>      <instrument> <key-lo>-<key-hi> <vel-lo>-<vel-hi>
       *>          <root-key> <file> [<loop-start>-<loop-end>]
       *>          [oneshot]
       *>  lines naming the same instrument add zones to it. each
       *>  zone file (relative to the directory) is a mono 16- or
       *>  24-bit PCM WAV, loaded once at startup into the shared
       *>  sample pool at the wavetables' level (WAVETABLE-AMP). an
       *>  instrument takes a waveform slot of its own after the user
       *>  wavetables (waveform-kind-item = 1), so every waveform-name
       *>  lookup finds it without knowing the difference
       01  ZONE-MAX            constant as 128.
       01  SAMPLE-POOL-MAX     constant as 4000000.
       *>  sample voice positions are fixed point, SMP-POS-ONE steps
       *>  to one frame of the zone file
       01  SMP-POS-ONE         constant as 65536.
       01  sample-list-name    pic x(100)
                               value 'cobolsound.samples/samples.lst'.
       01  sample-list-stat    pic x(002).
       01  sample-list-eof     pic 9(001) value 0.
       01  waveform-kind.
           02  waveform-kind-item binary-char unsigned value 0
                               occurs WAVEFORM-MAX times.
       01  zone-total          binary-long unsigned value 0.
       01  zone-table.
           02  zone-item       occurs ZONE-MAX times.
               03  zone-slot           binary-char unsigned.
               03  zone-key-lo         binary-char unsigned.
               03  zone-key-hi         binary-char unsigned.
               03  zone-vel-lo         binary-char unsigned.
               03  zone-vel-hi         binary-char unsigned.
               *> the pitch the file was recorded at, in plain equal
               *> temperament at A4 = 440 Hz
               03  zone-root-freq      usage comp-1.
               03  zone-rate           binary-long unsigned.
               *> first frame is sample-pool-item(zone-start + 1)
               03  zone-start          binary-long unsigned.
               03  zone-frames         binary-long unsigned.
               *> sustain loop, in frames - zone-loop-end 0 = none
               03  zone-loop-start     binary-long unsigned.
               03  zone-loop-end       binary-long unsigned.
               03  zone-oneshot        binary-char unsigned.
               *> the index line and an Adler-32 of the loaded frames,
               *> for the catalog fingerprint (see CAT-FP-LIBRARY)
               03  zone-line           pic x(120).
               03  zone-sum            binary-long unsigned.
       01  zone-i              binary-long unsigned value 0.
       01  sample-pool-used    binary-long unsigned value 0.
       01  sample-pool.
           02  sample-pool-item binary-short value 0
                               occurs SAMPLE-POOL-MAX times.
       *> one index line, as parsed (INIT-LOAD-ONE-ZONE)
       01  smp-inst-name       pic x(010) value spaces.
       01  smp-keys-text       pic x(012) value spaces.
       01  smp-vels-text       pic x(012) value spaces.
       01  smp-root-text       pic x(006) value spaces.
       01  smp-file-text       pic x(100) value spaces.
       01  smp-opt-1-text      pic x(024) value spaces.
       01  smp-opt-2-text      pic x(024) value spaces.
       01  smp-opt-text        pic x(024) value spaces.
       01  smp-range-text      pic x(024) value spaces.
       01  smp-lo-text         pic x(012) value spaces.
       01  smp-hi-text         pic x(012) value spaces.
       01  smp-range-lo        binary-long unsigned value 0.
       01  smp-range-hi        binary-long unsigned value 0.
       01  smp-range-ok        pic 9(001) value 0.
       01  smp-line-ok         pic 9(001) value 0.
       01  smp-slot            binary-long unsigned value 0.
       01  smp-new-slot        pic 9(001) value 0.
       01  smp-root            binary-long unsigned value 0.
       01  smp-sum-a           binary-double unsigned value 0.
       01  smp-sum-b           binary-double unsigned value 0.
       *> zone lookup and playback
       01  smp-key             binary-long value 0.
       01  smp-vel             binary-long unsigned value 0.
       01  smp-zone            binary-long unsigned value 0.
       01  smp-frame           binary-long unsigned value 0.
       01  smp-next            binary-long unsigned value 0.
       01  smp-frac            binary-long unsigned value 0.
       01  smp-loop-len        binary-double unsigned value 0.
       01  smp-chase-step      binary-long unsigned value 0.
       *> sampled notes that fell outside every zone of their
       *> instrument, so sounded nothing (summary report)
       01  smp-unmapped-count  binary-long unsigned value 0.

       *>  channel-to-waveform assignment: channel 9 (percussion,
       *>  1-based index 10) is always forced to 'noise'; the rest
       *>  default to cmd-line argument 2 and can be overridden by
       *>  here and decoded by INIT-PARSE-OPTIONS
       01  OPTION-TOKEN-MAX    constant as 12.
       01  option-token-tbl.
           02  option-token    pic x(100) value spaces
                               occurs OPTION-TOKEN-MAX times
                               indexed by opt-i.
       01  option-scratch      pic x(100) value spaces.

       01  wt-build-name       pic x(010) value spaces.
       01  wt-x                usage comp-1 value 0.
           end-perform

           *> register the built-in waveform names, then the user
           *> wavetable and sampled instrument libraries - loaded once
           *> at startup, and ahead of the patch library so a patch
           *> line can name a user table or an instrument
           perform INIT-REGISTER-BUILTIN-WAVES
           perform INIT-LOAD-USER-WAVES
           perform INIT-LOAD-INSTRUMENTS

           *> the instrument patch library is the shop's, not the
           *> song's - load it once here, before any job runs
                   *> queue, and whatever is left can be written back
                   *> as next night's starting point
                   perform BAT-LOAD-MANIFEST
                   *> worker=ID shares the queue with other processes
                   *> through the claims file instead of owning it
                   if worker-mode = 1 then
                       if job-stat not = '35' then
                           perform WRK-RUN-QUEUE
                       end-if
                   else
                       perform BAT-RUN-QUEUE
                       perform BAT-WRITE-REQUEUE
                   end-if
               when other
                   perform CS-RUN-ONE-JOB
           end-evaluate

           move spaces to sched-tok1
           move spaces to sched-tok2
           move spaces to sched-tok3
           unstring cmd-line delimited by space
               into in-name, wt-type, sched-tok1, sched-tok2,
                    sched-tok3

           set batch-mode to 0
           set playlist-mode to 0
               move in-name to job-name
           end-if

           *> batch scheduling arguments (cutoff=HH:MM, worker=ID,
           *> timeout=MIN) ride after the 'batch' keyword; in
           *> single-file mode arguments 3 and up are ordinary option
           *> keywords and are left alone here
           set cutoff-mode to 0
           if batch-mode = 1 then
               if sched-tok1 > spaces then
                   move sched-tok2 to sched-scratch
                   perform CS-PARSE-SCHED-TOKEN
               end-if
               if sched-tok3 > spaces then
                   move sched-tok3 to sched-scratch
                   perform CS-PARSE-SCHED-TOKEN
               end-if
           end-if
           exit paragraph.



       *>  decode one batch-level scheduling token (in sched-scratch):
       *>  cutoff=HH:MM arms the wall-clock stop for the whole queue,
       *>  worker=ID runs this process as one of several workers on
       *>  the manifest and timeout=MIN sets how long a worker's claim
       *>  may go without a heartbeat before another worker takes it
       *>  over. an unrecognized token is reported and ignored, the
       *>  same way job-level option keywords are
       CS-PARSE-SCHED-TOKEN.
           move function upper-case(function trim(sched-scratch))
               to sched-scratch

           evaluate true
               when sched-scratch(1:7) = 'CUTOFF='
                   move spaces to cutoff-hh-str
                   move spaces to cutoff-mm-str
                   unstring sched-scratch(8:8) delimited by ':'
                       into cutoff-hh-str, cutoff-mm-str
                   if function test-numval(cutoff-hh-str) = 0
                           and function test-numval(cutoff-mm-str) = 0
                           then
                       compute local-1 = function numval(cutoff-hh-str)
                       compute local-2 = function numval(cutoff-mm-str)
                       if local-1 >= 0 and local-1 <= 23
                               and local-2 >= 0 and local-2 <= 59 then
                           compute cutoff-minutes = local-1 * 60 + local-2
                           set cutoff-mode to 1
                       else
                           display 'Cutoff time "'
                               function trim(sched-scratch)
                               '" out of range - ignored.'
                       end-if
                   else
                       display 'Bad cutoff time "'
                           function trim(sched-scratch) '" ignored.'
                   end-if

               when sched-scratch(1:7) = 'WORKER='
                   *> a bad ID still selects worker mode - with a blank
                   *> ID, WRK-JOIN refuses to run; falling back to a
                   *> plain batch beside the other workers would run
                   *> every job twice
                   set worker-mode to 1
                   move spaces to worker-id
                   move function length(
                       function trim(sched-scratch(8:17))) to wrk-id-len
                   if sched-scratch(8:1) > space
                           and wrk-id-len <= WORKER-ID-MAX then
                       move sched-scratch(8:WORKER-ID-MAX) to worker-id
                   end-if

               when sched-scratch(1:8) = 'TIMEOUT='
                   if function test-numval(sched-scratch(9:8)) = 0 then
                       compute local-1 =
                           function numval(sched-scratch(9:8))
                       if local-1 >= 1 and local-1 <= 1440 then
                           move local-1 to claim-timeout-min
                           set claim-timeout-given to 1
                       else
                           display 'Claim timeout "'
                               function trim(sched-scratch)
                               '" out of range (1-1440) - ignored.'
                       end-if
                   else
                       display 'Bad claim timeout "'
                           function trim(sched-scratch) '" ignored.'
                   end-if

               when other
                   display 'Unrecognized batch argument "'
                       function trim(sched-scratch) '" ignored.'
           end-evaluate
           exit paragraph.


                       add 1 to batch-job-number
                       move bat-line(bat-pick) to cmd-line
                       perform CS-RUN-ONE-JOB
                       *> an unchanged job is done, not requeued - its
                       *> deliverable is already on disk
                       if job-skip = 1 and cat-unchanged = 0 then
                           set bat-state(bat-pick) to 2
                       else
                           set bat-state(bat-pick) to 1
                       end-if
                       if cat-unchanged = 1 then
                           add 1 to bat-unchanged-count
                       end-if
                   end-if
               end-if
           end-perform

           if bat-unchanged-count > 0 then
               display bat-unchanged-count ' unchanged job(s) skipped'
                   ' - see ' function trim(catalog-name) '.'
           end-if

           *> a run over the catalog against its approved masters is
           *> the regression check - its verdicts in one line
           if bat-cmp-match > 0 or bat-cmp-within > 0
                   or bat-cmp-changed > 0 then
               display 'Golden-master compare: ' bat-cmp-match
                   ' MATCH, ' bat-cmp-within ' WITHIN-TOLERANCE, '
                   bat-cmp-changed ' CHANGED.'
           end-if
           exit paragraph.





       *>  one worker's share of a manifest run alongside others
       *>  (worker=ID): join the run the claims file describes (or
       *>  open one), then claim and run the most urgent line nobody
       *>  holds until the queue is empty or the run's cutoff has
       *>  passed. a worker with nothing left to claim stays until
       *>  every other worker's claim has settled, so a job whose
       *>  worker dies still gets taken over - and the worker that
       *>  sees the last claim settle closes the run for everyone
       WRK-RUN-QUEUE.
           move 0 to wrk-done
           move 0 to wrk-cutoff-told
           compute claim-timeout-secs = claim-timeout-min * 60
           move claim-timeout-min to wrk-timeout-ed

           move spaces to lock-name
           string function trim(job-name) delimited by size
                  '.lock' delimited by size
                  into lock-name
           move spaces to claims-name
           string function trim(job-name) delimited by size
                  '.claims' delimited by size
                  into claims-name
           move spaces to wrk-report-name
           string function trim(job-name) delimited by size
                  '.workers' delimited by size
                  into wrk-report-name

           perform WRK-JOIN

           perform until wrk-done = 1
               perform WRK-CLAIM-NEXT
               if wrk-pick > 0 then
                   perform WRK-RUN-CLAIMED-JOB
               else
                   *> other workers' jobs are still running - look
                   *> again shortly, in case one of them dies
                   if wrk-done = 0 then
                       move WORKER-POLL-SECS to wrk-sleep-secs
                       call 'C$SLEEP' using wrk-sleep-secs
                   end-if
               end-if
           end-perform

           if bat-unchanged-count > 0 then
               display bat-unchanged-count ' unchanged job(s) skipped'
                   ' - see ' function trim(catalog-name) '.'
           end-if

           if bat-cmp-match > 0 or bat-cmp-within > 0
                   or bat-cmp-changed > 0 then
               display 'Golden-master compare: ' bat-cmp-match
                   ' MATCH, ' bat-cmp-within ' WITHIN-TOLERANCE, '
                   bat-cmp-changed ' CHANGED.'
           end-if
           exit paragraph.



       *>  sign this worker into the run on file - or open a new run
       *>  when there is none, or when none of its workers has been
       *>  seen within the reclaim timeout (an abandoned run starts
       *>  over; its lines keep their output numbers, so an
       *>  interrupted render resumes from its checkpoint) - and
       *>  settle the one cutoff and reclaim timeout the whole run
       *>  obeys
       WRK-JOIN.
           if worker-id = spaces then
               display 'Worker ID missing or longer than '
                   WORKER-ID-MAX ' characters - nothing run.'
               move 1 to wrk-done
               exit paragraph
           end-if

           perform WRK-LOCK-CLAIMS
           if lock-held = 0 then
               move 1 to wrk-done
               exit paragraph
           end-if
           perform WRK-CLOCK
           perform WRK-LOAD-CLAIMS

           *> who in the run on file is still heart-beating, and is
           *> this ID already one of them
           move 0 to wrk-live
           move 0 to wrk-self
           if clm-found = 1 then
               perform varying wrk-i from 1 by 1
                       until wrk-i > clm-wrk-count
                   compute wrk-age = wrk-now - clm-wrk-seen(wrk-i)
                   if wrk-age <= claim-timeout-secs then
                       add 1 to wrk-live
                   end-if
                   if clm-wrk-id(wrk-i) = worker-id then
                       move wrk-i to wrk-self
                   end-if
               end-perform
           end-if

           if clm-found = 1 and wrk-live = 0 then
               display 'NOTE: no worker on ' function trim(claims-name)
                   ' seen for ' function trim(wrk-timeout-ed)
                   ' minute(s) - starting a new run.'
               move 0 to clm-found
               move 0 to clm-mismatch
           end-if

           if clm-found = 1 and clm-mismatch = 1 then
               display '"' function trim(job-name) '" has changed'
                   ' since the run on ' function trim(claims-name)
                   ' began - nothing run.'
               move 1 to wrk-done
               perform WRK-UNLOCK-CLAIMS
               exit paragraph
           end-if

           if clm-found = 1 and wrk-self > 0 then
               compute wrk-age = wrk-now - clm-wrk-seen(wrk-self)
               if wrk-age <= claim-timeout-secs then
                   display 'Worker ' function trim(worker-id)
                       ' is already on this run - nothing run (a'
                       ' worker that died can rejoin once it has been'
                       ' silent ' function trim(wrk-timeout-ed)
                       ' minute(s)).'
                   move 1 to wrk-done
                   perform WRK-UNLOCK-CLAIMS
                   exit paragraph
               end-if
           end-if

           if clm-found = 0 then
               perform WRK-NEW-RUN
               move 0 to wrk-self
           end-if

           *> a worker restarted under its old ID takes back its own
           *> line, and the claim it died holding goes back in the
           *> queue for whoever gets to it first
           if wrk-self = 0 then
               if clm-wrk-count >= WORKER-MAX then
                   display 'The run on ' function trim(claims-name)
                       ' already has ' WORKER-MAX
                       ' workers - nothing run.'
                   move 1 to wrk-done
                   perform WRK-UNLOCK-CLAIMS
                   exit paragraph
               end-if
               add 1 to clm-wrk-count
               move clm-wrk-count to wrk-self
               move worker-id to clm-wrk-id(wrk-self)
               move wrk-now to clm-wrk-start(wrk-self)
               move 0 to clm-wrk-jobs(wrk-self)
               move 0 to clm-wrk-unchanged(wrk-self)
               move 0 to clm-wrk-skipped(wrk-self)
               move 0 to clm-wrk-busy(wrk-self)
           else
               perform varying wrk-i from 1 by 1 until wrk-i > bat-count
                   if clm-job-state(wrk-i) = 'C'
                           and clm-job-worker(wrk-i) = worker-id then
                       move 'P' to clm-job-state(wrk-i)
                       move spaces to clm-job-worker(wrk-i)
                   end-if
               end-perform
           end-if
           move 'I' to clm-wrk-state(wrk-self)
           move wrk-now to clm-wrk-seen(wrk-self)

           *> one cutoff for the whole run - the first worker to bring
           *> one sets it, whatever the others were started with
           if cutoff-mode = 1 then
               perform WRK-CALC-CUTOFF
               if clm-cutoff-set = 0 then
                   move 1 to clm-cutoff-set
                   move wrk-cutoff-stamp to clm-cutoff-stamp
               else
                   if wrk-cutoff-stamp not = clm-cutoff-stamp then
                       move clm-cutoff-stamp to wrk-fmt-stamp
                       perform WRK-FORMAT-STAMP
                       display 'NOTE: this run''s cutoff is '
                           wrk-fmt-text(12:5) ' - this worker''s own'
                           ' cutoff is ignored.'
                   end-if
               end-if
           end-if

           *> and one reclaim timeout - every worker has to agree on
           *> when a claim counts as abandoned
           if clm-timeout-min not = claim-timeout-min then
               if claim-timeout-given = 1 then
                   move clm-timeout-min to wrk-jobs-ed
                   display 'NOTE: this run''s claim timeout is '
                       function trim(wrk-jobs-ed) ' minute(s) - this'
                       ' worker''s own timeout is ignored.'
               end-if
               move clm-timeout-min to claim-timeout-min
               compute claim-timeout-secs = claim-timeout-min * 60
               move claim-timeout-min to wrk-timeout-ed
           end-if

           move clm-opened-stamp to wrk-run-stamp
           perform WRK-SAVE-CLAIMS
           perform WRK-UNLOCK-CLAIMS
           display 'Worker ' function trim(worker-id) ' joined the run'
               ' on "' function trim(job-name) '".'
           exit paragraph.



       *>  open a new run in the clm- tables: every manifest line
       *>  pending under its run-order output number - priority
       *>  first, ties in manifest order, the numbering a single
       *>  batch and plan mode give the same line - and no workers
       WRK-NEW-RUN.
           move 1 to clm-found
           move 0 to clm-mismatch
           move bat-count to clm-lines
           move wrk-now to clm-opened-stamp
           move 0 to clm-cutoff-set
           move 0 to clm-cutoff-stamp
           move claim-timeout-min to clm-timeout-min
           move 0 to clm-wrk-count
           perform varying wrk-i from 1 by 1 until wrk-i > bat-count
               move 'P' to clm-job-state(wrk-i)
               move spaces to clm-job-worker(wrk-i)
               move 0 to clm-job-stamp(wrk-i)
               move 1 to clm-job-seq(wrk-i)
               perform varying wrk-j from 1 by 1 until wrk-j > bat-count
                   if bat-prio(wrk-j) < bat-prio(wrk-i)
                           or (bat-prio(wrk-j) = bat-prio(wrk-i)
                               and wrk-j < wrk-i) then
                       add 1 to clm-job-seq(wrk-i)
                   end-if
               end-perform
           end-perform
           exit paragraph.



       *>  this worker's cutoff as a stamp, anchored the way
       *>  BAT-RUN-QUEUE anchors it: a cutoff earlier on the clock
       *>  than now means tomorrow
       WRK-CALC-CUTOFF.
           compute cur-minutes =
               function numval(cur-time-raw(1:2)) * 60
               + function numval(cur-time-raw(3:2))
           compute wrk-cutoff-stamp =
               function integer-of-date(wrk-date-raw) * 86400
               + cutoff-minutes * 60
           if cutoff-minutes < cur-minutes then
               add 86400 to wrk-cutoff-stamp
           end-if
           exit paragraph.



       *>  under the lock: heartbeat this worker, then claim the most
       *>  urgent line that is pending - or held by a worker whose
       *>  heartbeat is older than the reclaim timeout - unless the
       *>  run's cutoff has passed. with nothing to claim and no other
       *>  worker's claim still alive, the run is over and this
       *>  worker closes it (after the cutoff, a dead worker's claim
       *>  is left for the requeue rather than taken over)
       WRK-CLAIM-NEXT.
           move 0 to wrk-pick
           perform WRK-LOCK-CLAIMS
           if lock-held = 0 then
               move 1 to wrk-done
               exit paragraph
           end-if
           perform WRK-CLOCK
           perform WRK-LOAD-CLAIMS
           perform WRK-FIND-RUN
           if wrk-run-gone = 1 then
               display 'Worker ' function trim(worker-id)
                   ': the run was closed by another worker.'
               move 1 to wrk-done
               perform WRK-UNLOCK-CLAIMS
               exit paragraph
           end-if
           move 'I' to clm-wrk-state(wrk-self)
           move wrk-now to clm-wrk-seen(wrk-self)

           if clm-cutoff-set = 1 and wrk-now >= clm-cutoff-stamp then
               if wrk-cutoff-told = 0 then
                   display 'Cutoff reached - no further jobs will'
                       ' be started this window.'
                   move 1 to wrk-cutoff-told
               end-if
           else
               move 0 to wrk-pick-seq
               perform varying wrk-i from 1 by 1 until wrk-i > bat-count
                   compute wrk-age = wrk-now - clm-job-stamp(wrk-i)
                   if (clm-job-state(wrk-i) = 'P'
                           or (clm-job-state(wrk-i) = 'C'
                               and wrk-age > claim-timeout-secs))
                           and (wrk-pick = 0
                               or clm-job-seq(wrk-i) < wrk-pick-seq)
                           then
                       move wrk-i to wrk-pick
                       move clm-job-seq(wrk-i) to wrk-pick-seq
                   end-if
               end-perform
           end-if

           if wrk-pick > 0 then
               if clm-job-state(wrk-pick) = 'C' then
                   display 'Worker ' function trim(worker-id)
                       ': taking over manifest line ' wrk-pick
                       ' from worker '
                       function trim(clm-job-worker(wrk-pick))
                       ' (no heartbeat for '
                       function trim(wrk-timeout-ed)
                       ' minute(s)).'
               end-if
               move 'C' to clm-job-state(wrk-pick)
               move worker-id to clm-job-worker(wrk-pick)
               move wrk-now to clm-job-stamp(wrk-pick)
               move 'A' to clm-wrk-state(wrk-self)
           else
               move 0 to wrk-outstanding
               perform varying wrk-i from 1 by 1 until wrk-i > bat-count
                   compute wrk-age = wrk-now - clm-job-stamp(wrk-i)
                   if clm-job-state(wrk-i) = 'C'
                           and wrk-age <= claim-timeout-secs then
                       add 1 to wrk-outstanding
                   end-if
               end-perform
               if wrk-outstanding = 0 then
                   perform WRK-CLOSE-RUN
                   move 1 to wrk-done
               end-if
           end-if

           perform WRK-SAVE-CLAIMS
           perform WRK-UNLOCK-CLAIMS
           exit paragraph.



       *>  run the claimed line under its run-order output number,
       *>  then file its outcome and the busy time it took against
       *>  this worker
       WRK-RUN-CLAIMED-JOB.
           move clm-job-seq(wrk-pick) to batch-job-number
           move bat-line(wrk-pick) to cmd-line
           perform WRK-CLOCK
           move wrk-now to wrk-job-start
           move wrk-now to wrk-last-beat
           move 0 to wrk-beat-samples

           perform CS-RUN-ONE-JOB

           if cat-unchanged = 1 then
               add 1 to bat-unchanged-count
           end-if

           perform WRK-LOCK-CLAIMS
           if lock-held = 0 then
               move 1 to wrk-done
               exit paragraph
           end-if
           perform WRK-CLOCK
           compute wrk-busy-secs = wrk-now - wrk-job-start
           perform WRK-LOAD-CLAIMS
           perform WRK-FIND-RUN
           if wrk-run-gone = 1 then
               display 'Worker ' function trim(worker-id)
                   ': the run was closed by another worker.'
               move 1 to wrk-done
               perform WRK-UNLOCK-CLAIMS
               exit paragraph
           end-if

           *> an unchanged job is done, not requeued - its
           *> deliverable is already on disk
           if clm-job-state(wrk-pick) = 'C'
                   and clm-job-worker(wrk-pick) = worker-id then
               evaluate true
                   when cat-unchanged = 1
                       move 'U' to clm-job-state(wrk-pick)
                   when job-skip = 1
                       move 'S' to clm-job-state(wrk-pick)
                   when other
                       move 'D' to clm-job-state(wrk-pick)
               end-evaluate
               move wrk-now to clm-job-stamp(wrk-pick)
           else
               display 'NOTE: manifest line ' wrk-pick
                   ' was taken over by worker '
                   function trim(clm-job-worker(wrk-pick))
                   ' while this worker was running it.'
           end-if

           add 1 to clm-wrk-jobs(wrk-self)
           if cat-unchanged = 1 then
               add 1 to clm-wrk-unchanged(wrk-self)
           end-if
           if job-skip = 1 and cat-unchanged = 0 then
               add 1 to clm-wrk-skipped(wrk-self)
           end-if
           add wrk-busy-secs to clm-wrk-busy(wrk-self)
           move 'I' to clm-wrk-state(wrk-self)
           move wrk-now to clm-wrk-seen(wrk-self)

           perform WRK-SAVE-CLAIMS
           perform WRK-UNLOCK-CLAIMS
           exit paragraph.



       *>  called from the render, click-track, read-back and
       *>  ledger-wait loops while a worker's job runs: every
       *>  WORKER-BEAT-SECS of wall clock, stamp this worker and its
       *>  claim in the claims file, so no other worker takes over a
       *>  job that is still in hand
       WRK-BEAT-CHECK.
           perform WRK-CLOCK
           if wrk-now - wrk-last-beat < WORKER-BEAT-SECS then
               exit paragraph
           end-if
           move wrk-now to wrk-last-beat

           perform WRK-LOCK-CLAIMS
           if lock-held = 0 then
               exit paragraph
           end-if
           perform WRK-LOAD-CLAIMS
           perform WRK-FIND-RUN
           if wrk-run-gone = 0 then
               move wrk-now to clm-wrk-seen(wrk-self)
               if clm-job-state(wrk-pick) = 'C'
                       and clm-job-worker(wrk-pick) = worker-id then
                   move wrk-now to clm-job-stamp(wrk-pick)
               end-if
               perform WRK-SAVE-CLAIMS
           end-if
           perform WRK-UNLOCK-CLAIMS
           exit paragraph.



       *>  the run is over - every line finished, or the cutoff has
       *>  passed and every live claim has settled: write whatever is
       *>  left (pending lines, skipped/aborted ones, claims a dead
       *>  worker abandoned) to the one '<manifest>.requeue', write
       *>  the worker-status report, and empty the claims file
       WRK-CLOSE-RUN.
           perform varying wrk-i from 1 by 1 until wrk-i > bat-count
               evaluate clm-job-state(wrk-i)
                   when 'P'
                       set bat-state(wrk-i) to 0
                   when 'S'
                   when 'C'
                       set bat-state(wrk-i) to 2
                   when other
                       set bat-state(wrk-i) to 1
               end-evaluate
           end-perform
           perform BAT-WRITE-REQUEUE
           perform WRK-WRITE-REPORT
           move 0 to clm-found
           display 'Worker ' function trim(worker-id)
               ' closed the run - see '
               function trim(wrk-report-name) '.'
           exit paragraph.



       *>  '<manifest>.workers': per worker, the jobs it ran (and how
       *>  many of those were unchanged or skipped), its busy minutes
       *>  and their share of the run's window, then the totals and
       *>  the window the same work would need with 1 to
       *>  WORKER-PROJECT-MAX workers kept busy - the figures for
       *>  sizing the batch window by worker count
       WRK-WRITE-REPORT.
           compute wrk-window-secs = wrk-now - clm-opened-stamp
           move 0 to wrk-tot-jobs
           move 0 to wrk-tot-unchanged
           move 0 to wrk-tot-skipped
           move 0 to wrk-tot-busy

           open output wrk-report-file
           if wrk-report-stat not = '00' then
               display 'NOTE: could not write '
                   function trim(wrk-report-name)
                   ' (status ' wrk-report-stat ').'
               exit paragraph
           end-if

           move spaces to wrk-report-line
           string 'COBOLsound batch workers - manifest '
                      delimited by size
                  function trim(job-name) delimited by size
                  into wrk-report-line
           write wrk-report-rec from wrk-report-line

           move clm-opened-stamp to wrk-fmt-stamp
           perform WRK-FORMAT-STAMP
           move spaces to wrk-report-line
           string 'Run opened  ' delimited by size
                  wrk-fmt-text delimited by size
                  into wrk-report-line
           write wrk-report-rec from wrk-report-line

           move wrk-now to wrk-fmt-stamp
           perform WRK-FORMAT-STAMP
           compute wrk-mins-ed = wrk-window-secs / 60
           move spaces to wrk-report-line
           string 'Run closed  ' delimited by size
                  wrk-fmt-text delimited by size
                  '  (' delimited by size
                  function trim(wrk-mins-ed) delimited by size
                  ' minutes)' delimited by size
                  into wrk-report-line
           write wrk-report-rec from wrk-report-line

           move spaces to wrk-report-line
           if clm-cutoff-set = 1 then
               move clm-cutoff-stamp to wrk-fmt-stamp
               perform WRK-FORMAT-STAMP
               string 'Cutoff      ' delimited by size
                      wrk-fmt-text delimited by size
                      into wrk-report-line
           else
               move 'Cutoff      none' to wrk-report-line
           end-if
           write wrk-report-rec from wrk-report-line

           move spaces to wrk-report-line
           string 'Reclaim timeout ' delimited by size
                  function trim(wrk-timeout-ed) delimited by size
                  ' minute(s)' delimited by size
                  into wrk-report-line
           write wrk-report-rec from wrk-report-line

           move spaces to wrk-report-line
           write wrk-report-rec from wrk-report-line
           move spaces to wrk-report-line
           string 'Worker      Jobs Unchg Skipd Busy min  Busy%'
                      delimited by size
                  '  Joined               Status' delimited by size
                  into wrk-report-line
           write wrk-report-rec from wrk-report-line

           perform varying wrk-i from 1 by 1 until wrk-i > clm-wrk-count
               *> a worker still marked busy at close, or one gone
               *> quiet past the timeout, died along the way
               compute wrk-age = wrk-now - clm-wrk-seen(wrk-i)
               if clm-wrk-state(wrk-i) = 'A'
                       or wrk-age > claim-timeout-secs then
                   move 'LOST' to wrk-status-word
               else
                   move 'DONE' to wrk-status-word
               end-if

               add clm-wrk-jobs(wrk-i) to wrk-tot-jobs
               add clm-wrk-unchanged(wrk-i) to wrk-tot-unchanged
               add clm-wrk-skipped(wrk-i) to wrk-tot-skipped
               add clm-wrk-busy(wrk-i) to wrk-tot-busy

               move clm-wrk-jobs(wrk-i) to wrk-jobs-ed
               move clm-wrk-unchanged(wrk-i) to wrk-unch-ed
               move clm-wrk-skipped(wrk-i) to wrk-skip-ed
               compute wrk-mins-ed = clm-wrk-busy(wrk-i) / 60
               if wrk-window-secs > 0 then
                   compute wrk-pct-ed =
                       clm-wrk-busy(wrk-i) * 100 / wrk-window-secs
               else
                   move 0 to wrk-pct-ed
               end-if
               move clm-wrk-start(wrk-i) to wrk-fmt-stamp
               perform WRK-FORMAT-STAMP

               move spaces to wrk-report-line
               string clm-wrk-id(wrk-i) delimited by size
                      ' ' delimited by size
                      wrk-jobs-ed delimited by size
                      ' ' delimited by size
                      wrk-unch-ed delimited by size
                      ' ' delimited by size
                      wrk-skip-ed delimited by size
                      ' ' delimited by size
                      wrk-mins-ed delimited by size
                      '  ' delimited by size
                      wrk-pct-ed delimited by size
                      '  ' delimited by size
                      wrk-fmt-text delimited by size
                      '  ' delimited by size
                      wrk-status-word delimited by size
                      into wrk-report-line
               write wrk-report-rec from wrk-report-line
           end-perform

           move wrk-tot-jobs to wrk-jobs-ed
           move wrk-tot-unchanged to wrk-unch-ed
           move wrk-tot-skipped to wrk-skip-ed
           compute wrk-mins-ed = wrk-tot-busy / 60
           move spaces to wrk-report-line
           string 'Total      ' delimited by size
                  wrk-jobs-ed delimited by size
                  ' ' delimited by size
                  wrk-unch-ed delimited by size
                  ' ' delimited by size
                  wrk-skip-ed delimited by size
                  ' ' delimited by size
                  wrk-mins-ed delimited by size
                  into wrk-report-line
           write wrk-report-rec from wrk-report-line

           *> what the run left behind, by manifest line
           move 0 to wrk-live
           move 0 to wrk-outstanding
           perform varying wrk-i from 1 by 1 until wrk-i > bat-count
               if bat-state(wrk-i) = 1 then
                   add 1 to wrk-live
               else
                   add 1 to wrk-outstanding
               end-if
           end-perform
           move spaces to wrk-report-line
           write wrk-report-rec from wrk-report-line
           move bat-count to wrk-jobs-ed
           move wrk-live to wrk-unch-ed
           move wrk-outstanding to wrk-skip-ed
           move spaces to wrk-report-line
           string 'Manifest lines ' delimited by size
                  function trim(wrk-jobs-ed) delimited by size
                  ': ' delimited by size
                  function trim(wrk-unch-ed) delimited by size
                  ' finished, ' delimited by size
                  function trim(wrk-skip-ed) delimited by size
                  ' requeued' delimited by size
                  into wrk-report-line
           write wrk-report-rec from wrk-report-line

           *> the same busy minutes spread over N workers kept busy
           move spaces to wrk-report-line
           write wrk-report-rec from wrk-report-line
           move 'Window needed for this work with every worker busy:'
               to wrk-report-line
           write wrk-report-rec from wrk-report-line
           perform varying wrk-j from 1 by 1
                   until wrk-j > WORKER-PROJECT-MAX
               move wrk-j to wrk-count-ed
               compute wrk-mins-ed = wrk-tot-busy / 60 / wrk-j
               move spaces to wrk-report-line
               string '  ' delimited by size
                      wrk-count-ed delimited by size
                      ' worker(s) ' delimited by size
                      wrk-mins-ed delimited by size
                      ' minutes' delimited by size
                      into wrk-report-line
               write wrk-report-rec from wrk-report-line
           end-perform

           close wrk-report-file
           exit paragraph.



       *>  after a load: is the run on file still the one this worker
       *>  joined, and which worker line is this worker's
       WRK-FIND-RUN.
           move 1 to wrk-run-gone
           move 0 to wrk-self
           if clm-found = 0 or clm-opened-stamp not = wrk-run-stamp then
               exit paragraph
           end-if
           perform varying wrk-i from 1 by 1 until wrk-i > clm-wrk-count
               if clm-wrk-id(wrk-i) = worker-id then
                   move wrk-i to wrk-self
               end-if
           end-perform
           if wrk-self > 0 then
               move 0 to wrk-run-gone
           end-if
           exit paragraph.



       *>  take '<manifest>.lock'. while another worker holds it the
       *>  open comes back with status 61 - wait a second and try
       *>  again, up to LOCK-WAIT-MAX seconds (a holder only keeps it
       *>  for one read and rewrite of the claims file)
       WRK-LOCK-CLAIMS.
           move 0 to lock-held
           move 0 to lock-waited
           open extend lock-file
           perform until lock-stat not = '61'
                   or lock-waited >= LOCK-WAIT-MAX
               move 1 to wrk-sleep-secs
               call 'C$SLEEP' using wrk-sleep-secs
               add 1 to lock-waited
               open extend lock-file
           end-perform
           if lock-stat = '00' or lock-stat = '05' then
               move 1 to lock-held
           else
               display 'NOTE: could not lock ' function trim(lock-name)
                   ' (status ' lock-stat ').'
           end-if
           exit paragraph.



       *>  let the other workers at the claims file again
       WRK-UNLOCK-CLAIMS.
           if lock-held = 1 then
               close lock-file
               move 0 to lock-held
           end-if
           exit paragraph.



       *>  read the whole claims file into the clm- tables. no header
       *>  (no file, or one emptied when the last run closed) means
       *>  no run is open, and so does a file cut short; a job line
       *>  that doesn't match the manifest line of the same number
       *>  sets clm-mismatch - the manifest was edited under the run
       WRK-LOAD-CLAIMS.
           move 0 to clm-found
           move 0 to clm-mismatch
           move 0 to clm-lines
           move 0 to clm-wrk-count
           move 0 to claims-eof
           open input claims-file
           if claims-stat not = '00' then
               if claims-stat = '05' then
                   close claims-file
               end-if
               exit paragraph
           end-if

           perform until claims-eof = 1
               read claims-file into clm-scratch
                   at end
                       move 1 to claims-eof
               end-read

               if claims-eof = 0 then
                   evaluate clm-scratch(1:1)
                       when 'H'
                           move clm-scratch to clm-head-line
                           move 1 to clm-found
                           move clm-h-opened to clm-opened-stamp
                           move clm-h-cutoff-set to clm-cutoff-set
                           move clm-h-cutoff to clm-cutoff-stamp
                           move clm-h-timeout to clm-timeout-min
                           if clm-h-lines not = bat-count then
                               move 1 to clm-mismatch
                           end-if
                       when 'J'
                           move clm-scratch to clm-job-line
                           move clm-j-line-no to wrk-i
                           if wrk-i < 1 or wrk-i > bat-count then
                               move 1 to clm-mismatch
                           else
                               if clm-j-text not = bat-line(wrk-i) then
                                   move 1 to clm-mismatch
                               end-if
                               add 1 to clm-lines
                               move clm-j-state to clm-job-state(wrk-i)
                               move clm-j-seq to clm-job-seq(wrk-i)
                               move clm-j-worker to clm-job-worker(wrk-i)
                               move clm-j-stamp to clm-job-stamp(wrk-i)
                           end-if
                       when 'W'
                           if clm-wrk-count < WORKER-MAX then
                               add 1 to clm-wrk-count
                               move clm-scratch to clm-wrk-line
                               move clm-w-id to clm-wrk-id(clm-wrk-count)
                               move clm-w-state
                                   to clm-wrk-state(clm-wrk-count)
                               move clm-w-start
                                   to clm-wrk-start(clm-wrk-count)
                               move clm-w-seen
                                   to clm-wrk-seen(clm-wrk-count)
                               move clm-w-jobs
                                   to clm-wrk-jobs(clm-wrk-count)
                               move clm-w-unchanged
                                   to clm-wrk-unchanged(clm-wrk-count)
                               move clm-w-skipped
                                   to clm-wrk-skipped(clm-wrk-count)
                               move clm-w-busy
                                   to clm-wrk-busy(clm-wrk-count)
                           end-if
                   end-evaluate
               end-if
           end-perform
           close claims-file

           if clm-found = 1 and clm-mismatch = 0
                   and clm-lines not = bat-count then
               move 0 to clm-found
           end-if
           exit paragraph.



       *>  rewrite the whole claims file from the clm- tables (only
       *>  ever with the lock held) - with no run open it is left
       *>  empty
       WRK-SAVE-CLAIMS.
           open output claims-file
           if claims-stat not = '00' and claims-stat not = '05' then
               display 'NOTE: could not write '
                   function trim(claims-name)
                   ' (status ' claims-stat ').'
               exit paragraph
           end-if

           if clm-found = 1 then
               move bat-count to clm-h-lines
               move clm-opened-stamp to clm-h-opened
               move clm-cutoff-set to clm-h-cutoff-set
               move clm-cutoff-stamp to clm-h-cutoff
               move clm-timeout-min to clm-h-timeout
               write claims-rec from clm-head-line

               perform varying wrk-i from 1 by 1 until wrk-i > bat-count
                   move wrk-i to clm-j-line-no
                   move clm-job-state(wrk-i) to clm-j-state
                   move clm-job-seq(wrk-i) to clm-j-seq
                   move clm-job-worker(wrk-i) to clm-j-worker
                   move clm-job-stamp(wrk-i) to clm-j-stamp
                   move bat-line(wrk-i) to clm-j-text
                   write claims-rec from clm-job-line
               end-perform

               perform varying wrk-i from 1 by 1
                       until wrk-i > clm-wrk-count
                   move clm-wrk-id(wrk-i) to clm-w-id
                   move clm-wrk-state(wrk-i) to clm-w-state
                   move clm-wrk-start(wrk-i) to clm-w-start
                   move clm-wrk-seen(wrk-i) to clm-w-seen
                   move clm-wrk-jobs(wrk-i) to clm-w-jobs
                   move clm-wrk-unchanged(wrk-i) to clm-w-unchanged
                   move clm-wrk-skipped(wrk-i) to clm-w-skipped
                   move clm-wrk-busy(wrk-i) to clm-w-busy
                   write claims-rec from clm-wrk-line
               end-perform
           end-if
           close claims-file
           exit paragraph.



       *>  the wall clock as a stamp in wrk-now: seconds counted from
       *>  the runtime's day 1, so stamps compare across midnight
       WRK-CLOCK.
           accept wrk-date-raw from date yyyymmdd
           accept cur-time-raw from time
           compute wrk-now =
               function integer-of-date(wrk-date-raw) * 86400
               + function numval(cur-time-raw(1:2)) * 3600
               + function numval(cur-time-raw(3:2)) * 60
               + function numval(cur-time-raw(5:2))
           exit paragraph.



       *>  a stamp (wrk-fmt-stamp) as 'YYYY-MM-DD HH:MM:SS' in
       *>  wrk-fmt-text
       WRK-FORMAT-STAMP.
           compute wrk-fmt-date = function date-of-integer(
               wrk-fmt-stamp / 86400)
           compute wrk-fmt-secs = function mod(wrk-fmt-stamp, 86400)
           compute wrk-fmt-hh = wrk-fmt-secs / 3600
           compute wrk-fmt-mi = function mod(wrk-fmt-secs, 3600) / 60
           compute wrk-fmt-ss = function mod(wrk-fmt-secs, 60)
           move spaces to wrk-fmt-text
           string wrk-fmt-date(1:4) delimited by size
                  '-' delimited by size
                  wrk-fmt-date(5:2) delimited by size
                  '-' delimited by size
                  wrk-fmt-date(7:2) delimited by size
                  ' ' delimited by size
                  wrk-fmt-hh delimited by size
                  ':' delimited by size
                  wrk-fmt-mi delimited by size
                  ':' delimited by size
                  wrk-fmt-ss delimited by size
                  into wrk-fmt-text
           exit paragraph.



       *>  dry-run job plan: walk every manifest line without
       *>  rendering - open and pre-flight the MIDI, parse the job's
       *>  options and config files strictly, and price out duration
       *>  and disk from the expected-samples walk, so the whole
       *>  queue is validated before the batch window opens
       CS-RUN-PLAN.
           *> the batch runs lines by priority, and each output name
           *> carries its run order - load the queue the same way
           *> first, so every line's catalog check finds its own WAV
           perform BAT-LOAD-MANIFEST
           if job-stat = '35' then
               exit paragraph
           end-if
           move 0 to plan-cat-skips
           move 0 to plan-cat-seconds

           move 0 to plan-total-problems
           move 0 to plan-total-bytes
           move 0 to plan-total-seconds
           move 0 to plan-jobs-checked
           move 0 to plan-line-number
           move 0 to job-eof

           open input job-file
           if job-stat = '35' then
               display '"' function trim(job-name) '" does not exist.'
                       move 1 to job-eof
               end-read

               add 1 to plan-line-number
               if job-eof = 0 and job-rec > spaces then
                   move job-rec to cmd-line
                   perform CS-PLAN-ONE-JOB
               end-if
           end-perform
           close job-file

           display 'PLAN: ' plan-jobs-checked ' job(s) checked, '
               plan-total-problems ' problem(s) found.'
           display 'PLAN: estimated output ' plan-total-seconds
               ' second(s) of audio, ' plan-total-bytes
               ' byte(s) of disk.'
           if plan-cat-skips > 0 then
               display 'PLAN: catalog skips ' plan-cat-skips
                   ' unchanged job(s), saving about ' plan-cat-seconds
                   ' second(s) of render time.'
           end-if
           exit paragraph.



       *>  validate and price one manifest line: the same INIT walk a
       *>  render does up to (but not including) opening any output,
       *>  with the config loaders in strict mode via plan-mode
       CS-PLAN-ONE-JOB.
           perform CS-RESET-STATE
           set job-skip to 0
           move 0 to plan-problem-count

           display 'PLAN: line ' plan-line-number ': '
               function trim(cmd-line)

           *> this line's place in the batch's priority order - the
           *> lowest priority number runs first, ties in manifest order
           compute bat-index = plan-jobs-checked + 1
           set plan-run-order to 1
           if bat-index <= bat-count then
               perform varying i from 1 by 1 until i > bat-count
                   if bat-prio(i) < bat-prio(bat-index)
                           or (bat-prio(i) = bat-prio(bat-index)
                               and i < bat-index) then
                       add 1 to plan-run-order
                   end-if
               end-perform
           else
               move bat-index to plan-run-order
           end-if
           move plan-run-order to batch-job-number

           perform INIT-OPEN-INPUT
           if job-skip = 0 then
               perform INIT-LOAD-MIDI-BYTES
           end-if
           if job-skip = 0 then
               perform BUILD-OUT-NAME
               perform INIT-LOAD-TUNING-FILE

               *> a misspelled default-waveform token silently falls
               *> back to sin1 in a render - exactly the 3 a.m.
               *> surprise this mode exists to catch
               if wt-type > spaces then
                   set local-1 to 0
                   perform varying i from 1 by 1 until i > waveform-total
                       if function trim(wt-type) =
                               function trim(waveform-name-item(i)) then
                           set local-1 to 1
                       end-if
                   end-perform
                   if local-1 = 0 then
                       display 'PLAN:   unknown waveform "'
                           function trim(wt-type)
                           '" - a render would default to sin1.'
                       add 1 to plan-problem-count
                   end-if
               end-if

               perform INIT-SETUP-CHAN-WAVE-IDS
               perform INIT-SETUP-DRUM-MAP
               perform INIT-READ-MIDI-HEADER
           end-if
           if job-skip = 0 then
               perform INIT-SCAN-TRACKS
           end-if
           if job-skip = 0 then
               perform VAL-CHECK-TRACKS
               add val-mismatch-count to plan-problem-count
               perform BUILD-MIDI-SOURCE-DESC
               display 'PLAN:   MIDI source: '
                   function trim(midi-source-desc)
               *> a stray note-off is harmless and COBOLrepair
               *> leaves it alone - only the damage it does repair
               *> is worth sending the operator there for
               if val-mismatch-count > val-stray-off-count then
                   perform PLAN-POINT-TO-REPAIR
               else
                   if val-stray-off-count > 0 then
                       display 'PLAN:   only stray note-off(s) - '
                           'harmless, nothing to repair.'
                   end-if
               end-if

               *> a spec that isn't on the list would fail the
               *> render's QC after the whole render had run
               if qc-spec-name > spaces then
                   perform QC-LOAD-SPEC
                   if spec-found = 1 then
                       display 'PLAN:   QC spec: '
                           function trim(qc-spec-name)
                   else
                       display 'PLAN:   QC spec "'
                           function trim(qc-spec-name)
                           '" is not in ' function trim(spec-name) '.'
                       add 1 to plan-problem-count
                   end-if
               end-if

               *> an approved master that isn't there, or that was
               *> delivered at another profile, could only ever
               *> compare as CHANGED
               if compare-name > spaces then
                   move compare-name to wav-in-name
                   perform WAV-READ-HEADER
                   if wav-in-open = 1 then
                       close wav-in-file
                       move 0 to wav-in-open
                   end-if
                   evaluate true
                       when wav-in-ok = 0
                           display 'PLAN:   approved master '
                               function trim(compare-name) ' '
                               function trim(wav-in-problem) '.'
                           add 1 to plan-problem-count
                       when wav-in-rate not = sample-rate
                               or wav-in-bits not = out-bits
                               or wav-in-channels not = out-channels
                           display 'PLAN:   approved master '
                               function trim(compare-name) ' is '
                               wav-in-rate ' Hz ' wav-in-bits '-bit x'
                               wav-in-channels ' - not this job''s'
                               ' profile.'
                           add 1 to plan-problem-count
                       when other
                           display 'PLAN:   compare with '
                               function trim(compare-name)
                   end-evaluate
               end-if

               *> the ledger record is what gets invoiced - one with no
               *> client code, or a code the client master doesn't
               *> know, lands on the invoicing exceptions list instead
               if client-code = spaces then
                   display 'PLAN:   no client= - the ledger record'
                       ' will go to the invoicing exceptions list.'
               else
                   perform CLIENT-LOOKUP
                   if client-found = 1 then
                       display 'PLAN:   client: '
                           function trim(client-code) ' ('
                           function trim(client-found-name) ')'
                   else
                       display 'PLAN:   client "'
                           function trim(client-code) '" is not in '
                           function trim(client-master-name) '.'
                       add 1 to plan-problem-count
                   end-if
               end-if

               *> duration and disk, at this job's own delivery
               *> profile - the same walk the report reconciliation
               *> uses, so the plan and the morning's .log agree
               if loop-mode = 1 then
                   perform LOOP-SETUP
                   move loop-target-samples to expected-total-samples
               else
                   perform CALC-EXPECTED-SAMPLES
                   if punch-mode = 1 then
                       compute local-1 =
                           punch-start-ms * sample-rate / 1000
                       if expected-total-samples > local-1 then
                           subtract local-1 from expected-total-samples
                       else
                           move 0 to expected-total-samples
                       end-if
                       *> punch-window-samples is only derived by the
                       *> render-time chase (CS-FAST-FORWARD), which a
                       *> plan walk never runs - price the end= cap
                       *> from the raw times the same way it would
                       if punch-end-ms > punch-start-ms then
                           compute local-2 =
                               (punch-end-ms - punch-start-ms)
                               * sample-rate / 1000
                       else
                           set local-2 to 0
                       end-if
                       if local-2 > 0
                               and expected-total-samples > local-2 then
                           move local-2 to expected-total-samples
                       end-if
                   end-if
               end-if
               move 0 to in-eof

               compute plan-seconds =
                   expected-total-samples / sample-rate
               compute plan-job-bytes = 44
                   + expected-total-samples * out-sample-size
                     * out-channels
               if stems-mode = 1 then
                   perform varying chan-i from 1 by 1
                           until chan-i > MIDI-CHANNEL-COUNT
                       if chan-note-count-item(chan-i) > 0 then
                           compute plan-job-bytes = plan-job-bytes + 44
                               + expected-total-samples
                                 * out-sample-size
                       end-if
                   end-perform
               end-if
               *> the click track is mono at the same length as the mix
               if click-mode = 1 and punch-mode = 0 and loop-mode = 0
                       and smpte-mode = 0 and midi-format not = 2 then
                   compute plan-job-bytes = plan-job-bytes + 44
                       + expected-total-samples * out-sample-size
               end-if

               display 'PLAN:   about ' plan-seconds ' second(s), '
                   plan-job-bytes ' byte(s) at ' sample-rate ' Hz '
                   out-bits '-bit x' out-channels ', '
                   plan-problem-count ' problem(s).'
               add plan-seconds to plan-total-seconds
               add plan-job-bytes to plan-total-bytes

               *> the same catalog check the batch makes before the
               *> job starts, priced in the render time it saves
               perform CAT-FINGERPRINT-JOB
               evaluate true
                   when force-mode = 1
                       display 'PLAN:   force - renders even if'
                           ' unchanged.'
                   when compare-name > spaces
                       display 'PLAN:   compare= - renders even if'
                           ' unchanged.'
                   when other
                       perform CAT-CHECK-JOB
                       if cat-unchanged = 1 then
                           display 'PLAN:   unchanged since '
                               cat-render-date ' - the catalog skips it,'
                               ' saving about ' cat-render-secs
                               ' second(s) of render time.'
                           add 1 to plan-cat-skips
                           add cat-render-secs to plan-cat-seconds
                       else
                           if cat-found = 1 then
                               display 'PLAN:   catalog (last clean'
                                   ' render ' cat-render-date '): '
                                   function trim(cat-reason)
                                   ' - renders.'
                           end-if
                       end-if
               end-evaluate
           else
               display 'PLAN:   line is unusable - see above.'
           end-if

           add plan-problem-count to plan-total-problems
           add 1 to plan-jobs-checked
           exit paragraph.



       *>  strict-parse complaint from a config loader (plan mode
       *>  only): the caller names the file (plan-src-name), the line
       *>  (plan-src-line) and what was wrong (plan-note)
       PLAN-NOTE-PROBLEM.
           if plan-mode = 1 then
               display 'PLAN:   ' function trim(plan-src-name) ': '
                   function trim(plan-note) ' in "'
                   function trim(plan-src-line) '"'
               add 1 to plan-problem-count
           end-if
           exit paragraph.



       *>  the file failed pre-flight - point at COBOLrepair's
       *>  corrected copy, '<name>-fixed.mid', so the overnight run
       *>  can deliver something the client can approve: the copy's
       *>  name if it is already on disk, the command that makes it if
       *>  not
       PLAN-POINT-TO-REPAIR.
           move spaces to repair-name, repair-log-name
           if dot-pos > 1 then
               string trimmed-in-name(1:dot-pos - 1) delimited by size
                      '-fixed.mid' delimited by size
                      into repair-name
               string trimmed-in-name(1:dot-pos - 1) delimited by size
                      '-repair.log' delimited by size
                      into repair-log-name
           else
               string function trim(trimmed-in-name) delimited by size
                      '-fixed.mid' delimited by size
                      into repair-name
               string function trim(trimmed-in-name) delimited by size
                      '-repair.log' delimited by size
                      into repair-log-name
           end-if

           open input repair-file
           if repair-stat = '00' then
               close repair-file
               display 'PLAN:   repaired copy ' function trim(repair-name)
                   ' is on disk (changes in '
                   function trim(repair-log-name)
                   ') - point this line at it.'
           else
               display 'PLAN:   run COBOLrepair ' function trim(in-name)
                   ' - it writes the corrected copy '
                   function trim(repair-name)
                   ' - then point this line at it.'
           end-if
           exit paragraph.



       *>  run the full INIT/MAIN/CLOSE pipeline for one job (a single
       *>  MIDI file, or one line of a batch manifest)
       CS-RUN-ONE-JOB.
           perform CS-INIT
           if job-skip = 0 then
               *> a resumed render already has normalize-scale from the
               *> checkpoint (the measuring pass ran, and rendering had
               *> already begun, before the interruption) - re-measuring
               *> now would also rewind the resumed track/oscillator
               *> state CS-CHECK-RESUME just restored
               if normalize-mode = 1 and resume-mode = 0 then
                   perform CS-MEASURE-PEAK
               end-if

               *> punch-in: chase the event streams silently up to the
               *> start point (after the measuring pass, which needs
               *> the whole song to set the same scale a full render
               *> would get), then render only the window
               if punch-mode = 1 then
                   perform CS-FAST-FORWARD
               end-if

               perform CS-MAIN until main-exit = 1

               *> a corrupt event mid-render can abort the job (batch
               *> mode only) after this loop has already started - skip
               *> CS-CLOSE in that case, the same way this paragraph
               *> already skips CS-MAIN/CS-CLOSE for a job that failed
               *> during CS-INIT
               if job-skip = 0 then
                   perform CS-CLOSE
               end-if
           end-if
           exit paragraph.



       *>  render every playlist line into one continuous WAV: read
       *>  the whole manifest, optionally measure every piece for one
       *>  shared normalize scale, then render the pieces back to back
       *>  - the oscillators, effects bus, sample clock and output
       *>  buffer all carry straight across the seams, so tails ring
       *>  into the next piece instead of being cut at a file boundary
       CS-RUN-PLAYLIST.
           perform PL-LOAD-MANIFEST
           if pl-count = 0 then
               display 'Playlist manifest is empty - nothing to render.'
               exit paragraph
           end-if

           *> the deliverable is named for the manifest, not any piece
           move function trim(job-name) to pl-out-stem
           compute local-1 = function length(function trim(job-name))
           set local-2 to 0
           perform varying i from local-1 by -1 until (i < 1 or local-2 > 0)
               if pl-out-stem(i:1) = '.' then
                   set local-2 to i
               end-if
           end-perform
           if local-2 > 1 then
               move spaces to stem-scratch
               move pl-out-stem(1:local-2 - 1) to stem-scratch
               move stem-scratch to pl-out-stem
           end-if

           *> whichever pass reaches the first usable line first will
           *> define the set-wide profile (see PL-APPLY-SET-OPTIONS)
           set pl-profile-saved to 0

           *> one shared normalize pass across the whole set - the
           *> loudest sample of ANY piece sets the medley's scale, so
           *> the pieces keep their relative levels
           if pl-normalize = 1 then
               move 0 to pl-peak-hold
               perform varying pl-index from 1 by 1 until pl-index > pl-count
                   perform PL-MEASURE-ONE-PIECE
               end-perform
               if pl-peak-hold > 0 then
                   compute pl-norm-scale =
                       NORMALIZE-TARGET-PEAK / pl-peak-hold
               else
                   move 1 to pl-norm-scale
               end-if
           end-if

           move 0 to pl-expected-total
           set pl-first-piece to 1
           perform varying pl-index from 1 by 1 until pl-index > pl-count
               perform PL-RENDER-ONE-PIECE
           end-perform

           if pl-first-piece = 1 then
               *> no piece ever got far enough to open the deliverable
               display 'Playlist produced no audio - nothing delivered.'
               exit paragraph
           end-if

           *> one header patch, one report, one ledger record for the
           *> whole medley (a failed piece was skipped, not fatal)
           set job-skip to 0
           perform CS-CLOSE
           exit paragraph.



       *>  read every playlist line into pl-table, pre-scanning each
       *>  for its seam fields (gap=/xfade=, plain seconds or M:SS)
       *>  and for the set-wide 'normalize' request
       PL-LOAD-MANIFEST.
           set pl-count to 0
           set pl-normalize to 0
           move 0 to job-eof
           open input job-file
           if job-stat = '35' then
               display '"' function trim(job-name) '" does not exist.'
               exit paragraph
           end-if

           perform until job-eof = 1
               read job-file
                   at end
                       move 1 to job-eof
               end-read

               if job-eof = 0 and job-rec > spaces then
                   if pl-count >= PLAYLIST-MAX then
                       display 'Playlist exceeds ' PLAYLIST-MAX
                           ' lines - the rest are dropped.'
                       move 1 to job-eof
                   else
                       add 1 to pl-count
                       move job-rec to pl-line(pl-count)
                       perform PL-SCAN-LINE-FIELDS
                   end-if
               end-if
           end-perform
           close job-file
           exit paragraph.



       *>  pre-scan the playlist line just filed (pl-line(pl-count))
       *>  for gap=/xfade= seam fields and the 'normalize' keyword -
       *>  the seam between two pieces needs these before the piece's
       *>  own option parse happens
       PL-SCAN-LINE-FIELDS.
           set pl-gap-ms(pl-count) to 0
           set pl-xfade-ms(pl-count) to 0
           move spaces to pl-scan-file
           move spaces to pl-scan-wf
           perform varying opt-i from 1 by 1 until opt-i > OPTION-TOKEN-MAX
               move spaces to option-token(opt-i)
           end-perform
           unstring pl-line(pl-count) delimited by space
               into pl-scan-file, pl-scan-wf,
                    option-token(1), option-token(2),
                    option-token(3), option-token(4),
                    option-token(5), option-token(6),
                    option-token(7), option-token(8),
                    option-token(9), option-token(10),
                    option-token(11), option-token(12)

           perform varying opt-i from 1 by 1 until opt-i > OPTION-TOKEN-MAX
               if option-token(opt-i) > spaces then
                   move function upper-case(function trim(option-token(opt-i)))
                       to option-scratch

                   if option-scratch = 'NORMALIZE' then
                       set pl-normalize to 1
                   end-if

                   if option-scratch(1:4) = 'GAP=' then
                       move option-scratch(5:8) to punch-time-str
                       perform INIT-PARSE-PUNCH-TIME
                       if local-2 >= 0 then
                           set pl-gap-ms(pl-count) to local-2
                       else
                           display 'Bad gap on playlist line '
                               pl-count ' - ignored.'
                       end-if
                   end-if

                   if option-scratch(1:6) = 'XFADE=' then
                       move option-scratch(7:8) to punch-time-str
                       perform INIT-PARSE-PUNCH-TIME
                       if local-2 >= 0 then
                           set pl-xfade-ms(pl-count) to local-2
                       else
                           display 'Bad xfade on playlist line '
                               pl-count ' - ignored.'
                       end-if
                   end-if
               end-if
           end-perform
           exit paragraph.



       *>  one silent pass over one piece, feeding the shared peak -
       *>  pieces are measured independently (fresh oscillators each
       *>  time), since only the loudest sample anywhere in the set
       *>  matters for the medley's single normalize scale
       PL-MEASURE-ONE-PIECE.
           move pl-line(pl-index) to cmd-line
           set job-skip to 0
           perform CS-RESET-STATE
           compute wt-amplitude = (OUT-RANGE - 1) * WAVETABLE-AMP
           compute osc-phase-range = WAVETABLE-SIZE * OUT-RANGE

           perform INIT-OPEN-INPUT
           if job-skip = 1 then
               exit paragraph
           end-if

           *> measure under the same set-wide profile the render will
           *> force, or the shared scale comes from mixes that are
           *> never actually delivered
           perform PL-APPLY-SET-OPTIONS

           perform INIT-LOAD-MIDI-BYTES
           end-if
           perform BUILD-OUT-NAME
           perform INIT-LOAD-TUNING-FILE
           perform INIT-MAKE-WAVETABLES
           perform INIT-SETUP-CHAN-WAVE-IDS
           perform INIT-CALC-ENV-RATES
           perform INIT-SETUP-FX-BUS
           perform INIT-SETUP-DRUM-MAP
           perform INIT-READ-MIDI-HEADER
           if job-skip = 1 then
               exit paragraph
               exit paragraph
           end-if
           perform INIT-PRIME-TRACKS

           set measuring-pass to 1
           perform until main-exit = 1 or job-skip = 1
               perform MAIN-READ-MIDI-TRACK
               perform MAIN-UPDATE-OSC
               perform MAIN-MIX-TO-BUFF

               if (in-eof = 1 and osc-active = 0) then
                   set main-exit to 1
               end-if
           end-perform
           set measuring-pass to 0

           if peak-sample-abs > pl-peak-hold then
               move peak-sample-abs to pl-peak-hold
           end-if
           exit paragraph.



       *>  render one playlist piece into the shared deliverable, then
       *>  handle the seam to the next piece (gap silence, or a forced
       *>  release so the tails crossfade under the next opening)
       PL-RENDER-ONE-PIECE.
           set job-skip to 0
           perform PL-INIT-PIECE
           if job-skip = 1 then
               exit paragraph
           end-if

           *> a crossfade seam hands over as soon as this piece's
           *> tracks end, leaving its tails to fade under the next
           *> piece; any other seam (and the last piece) runs the
           *> tails out naturally first
           set pl-early-out to 0
           if pl-index < pl-count then
               if pl-xfade-ms(pl-index + 1) > 0 then
                   set pl-early-out to 1
               end-if
           end-if

           move 0 to main-exit
           perform until main-exit = 1
                   or job-skip = 1
                   or (pl-early-out = 1 and in-eof = 1)
               perform CS-MAIN
           end-perform
           if job-skip = 1 then
               exit paragraph
           end-if

           *> this piece's promised duration joins the medley's
           *> expectation, so the final reconciliation covers the set
           perform CALC-EXPECTED-SAMPLES
           add expected-total-samples to pl-expected-total

           if pl-index < pl-count then
               if pl-xfade-ms(pl-index + 1) > 0 then
                   perform PL-FORCE-RELEASE
               end-if
               if pl-gap-ms(pl-index + 1) > 0 then
                   compute pl-gap-samples =
                       pl-gap-ms(pl-index + 1) * sample-rate / 1000
                   add pl-gap-samples to pl-expected-total
                   perform PL-GAP-TICK pl-gap-samples times
               end-if
           end-if
           move 0 to main-exit
           exit paragraph.



       *>  per-piece setup inside a playlist render - the first piece
       *>  does a full job setup and opens the shared deliverable; a
       *>  later piece keeps the sample clock, output buffer,
       *>  oscillators and effects lines running across the seam and
       *>  only starts its own cursors and controller state fresh
       PL-INIT-PIECE.
           move pl-line(pl-index) to cmd-line

           if pl-first-piece = 1 then
               perform CS-RESET-STATE
               compute wt-amplitude = (OUT-RANGE - 1) * WAVETABLE-AMP
               compute osc-phase-range = WAVETABLE-SIZE * OUT-RANGE
               set buff-i to 1
           else
               move 0 to main-exit
               move 0 to in-eof
               move 0 to all-tracks-ended
               move 0 to track-count
               move 1 to midi-tick-rate
               move 500000 to midi-frame-size
               move 500000 to midi-base-frame-size
               move 1 to midi-format
               move 1 to seq-current
               move 0 to smpte-mode
               move 0 to run-status-seen
               move 0 to midi-file-size
               move 1 to read-pos
               perform varying chan-i from 1 by 1
                       until chan-i > MIDI-CHANNEL-COUNT
                   move 0 to chan-pitch-bend-item(chan-i)
                   move 1 to chan-volume-item(chan-i)
                   move 0 to chan-sustain-item(chan-i)
               end-perform
           end-if

           perform INIT-OPEN-INPUT
           if job-skip = 1 then
               exit paragraph
           end-if

           perform PL-APPLY-SET-OPTIONS

           perform INIT-LOAD-MIDI-BYTES
           if job-skip = 1 then
               exit paragraph
           end-if
           perform BUILD-OUT-NAME
           perform INIT-LOAD-TUNING-FILE
           if pl-first-piece = 1 then
               perform INIT-MAKE-WAVETABLES
           end-if
           perform INIT-SETUP-CHAN-WAVE-IDS
           perform INIT-CALC-ENV-RATES
           perform INIT-SETUP-FX-BUS
           move fx-runout-samples to fx-runout-remaining
           perform INIT-SETUP-DRUM-MAP

           if pl-first-piece = 1 and quiet-mode = 0 then
               call "audio_init" using
                   by reference BUFFER-SIZE
                   by reference SAMPLE-SIZE
                   by reference sample-rate
           end-if

           perform INIT-READ-MIDI-HEADER
           if job-skip = 1 then
               exit paragraph
           end-if
           perform INIT-SCAN-TRACKS
           if job-skip = 1 then
               exit paragraph
           end-if
           perform INIT-PRIME-TRACKS
           perform VAL-CHECK-TRACKS

           if pl-first-piece = 1 then
               set total-samples-written to 0

       *>  the set-wide option discipline for one playlist piece: the
       *>  first line that parses successfully defines the delivery
       *>  profile, quiet mode, effects-bus options, QC spec, approved
       *>  master and client code for the WHOLE set, and every later piece - in the measuring pass and the
       *>  render alike - gets those same settings, so the shared
       *>  normalize scale is derived from the exact mixes that get
       *>  delivered. the per-job modes that make no sense mid-medley
               move quiet-mode to pl-saved-quiet
               move delay-time-ms to pl-saved-delay-ms
               move delay-feedback-pct to pl-saved-feedback
               move client-code to pl-saved-client
               move qc-spec-name to pl-saved-spec
               move compare-name to pl-saved-compare
               move cmp-tolerance-db to pl-saved-cmp-tol
               set pl-profile-saved to 1
           else
               move pl-saved-rate to sample-rate
               move pl-saved-quiet to quiet-mode
               move pl-saved-delay-ms to delay-time-ms
               move pl-saved-feedback to delay-feedback-pct
               move pl-saved-client to client-code
               move pl-saved-spec to qc-spec-name
               move pl-saved-compare to compare-name
               move pl-saved-cmp-tol to cmp-tolerance-db
           end-if
           move pl-normalize to normalize-mode
           move pl-norm-scale to normalize-scale
           set punch-mode to 0
           set stems-mode to 0
           set cue-mode to 0
           set click-mode to 0
           set loop-mode to 0
           exit paragraph.

           move 0 to audio-playing
           move 1 to midi-tick-rate
           move 500000 to midi-frame-size
           move 500000 to midi-base-frame-size
           move 1 to midi-format
           move 1 to seq-current
           move 0 to smpte-mode
           move 0 to run-status-seen
           move 0 to in-eof
           move 0 to track-count
           move 0 to all-tracks-ended
           move 0 to total-samples-written
           move 0 to osc-steal-count
           move 0 to smp-unmapped-count
           move 0 to notes-played-count
           move 0 to osc-peak-usage
           move 0 to expected-total-samples
           move 0 to ckpt-buffers-since
           move 0 to resume-mode
           move 0 to val-mismatch-count
           move 0 to val-stray-off-count
           move 0 to marker-count
           move 0 to bars-count
           move spaces to bars-note
           move 0 to click-beat-count
           move 0 to click-delivered
           move 'NONE' to qc-status
           move 0 to qc-result-count
           move 0 to cat-unchanged
           move 0 to cat-found
           move 0 to loop-region-samples
           move 0 to loop-next-wrap
           move 0 to loop-wrap-count
               move 1 to osc-wave-id(osc-i)
               move 0 to osc-phase(osc-i)
               move 0 to osc-phase-inc(osc-i)
               move 0 to osc-smp-zone(osc-i)
               move 0 to osc-smp-pos(osc-i)
               move 0 to osc-smp-inc(osc-i)
               move 0 to osc-smp-oneshot(osc-i)
               move 0 to osc-held(osc-i)
               move 0 to osc-sustained(osc-i)
               move 0 to osc-output(osc-i)
           *> unlike midi-frame-size (legitimately re-derived from
           *> tempo meta-events re-walked during the second pass), it
           *> must not be reset here or every delay calc in the final
           *> pass of a normalize render comes out wrong (the base
           *> frame size is the 4/4 default, or the SMPTE frame clock)
           move midi-base-frame-size to midi-frame-size
           move 1 to seq-current
           move 0 to in-eof
           move 0 to all-tracks-ended
           move 0 to total-samples-written
           move 0 to osc-steal-count
           move 0 to smp-unmapped-count
           move 0 to notes-played-count
           move 0 to osc-peak-usage
           set buff-i to 1
               set trk-pos(trk-i) to trk-start(trk-i)
               set trk-to-next-event(trk-i) to 0
               set trk-ended(trk-i) to 0
               set trk-run-status(trk-i) to 0
               set trk-time-rem(trk-i) to 0
           end-perform
           perform INIT-PRIME-TRACKS
           exit paragraph.
               if (in-eof = 1 and osc-active = 0) then
                   set main-exit to 1
               end-if

               *> nothing is written on this pass, so a batch worker
               *> keeps its claim alive by the buffer's worth here
               if worker-mode = 1 then
                   add 1 to wrk-beat-samples
                   if wrk-beat-samples >= BUFFER-SIZE then
                       move 0 to wrk-beat-samples
                       perform WRK-BEAT-CHECK
                   end-if
               end-if
           end-perform

           move 0 to measuring-pass
               *> whichever track has the next event, capped at the
               *> chase target itself
               set ff-step to ff-remaining
               *> (a format 2 file only ever has its current sequence
               *> in play)
               perform varying trk-i from 1 by 1 until trk-i > track-count
                   if trk-ended(trk-i) = 0
                           and (midi-format not = 2 or trk-i = seq-current)
                           and trk-to-next-event(trk-i) < ff-step then
                       set ff-step to trk-to-next-event(trk-i)
                   end-if
               if ff-step > 0 then
                   perform varying trk-i from 1 by 1
                           until trk-i > track-count
                       if trk-ended(trk-i) = 0
                               and (midi-format not = 2
                                    or trk-i = seq-current) then
                           subtract ff-step from trk-to-next-event(trk-i)
                       end-if
                   end-perform
                   subtract ff-step from ff-remaining
               end-if

               if zone-total > 0 then
                   compute smp-chase-step = ff-step + 1
                   perform SMP-CHASE-ADVANCE
               end-if
           end-perform
           exit paragraph.



       *>  the chase jumps the clock without rendering, so a sampled
       *>  voice it armed has not moved through its file - step each
       *>  one on by the smp-chase-step samples just chased, so a note
       *>  held across the punch-in point comes in mid-sample (fading
       *>  in over its attack, like any chased note) instead of from
       *>  its start, and a one-shot that has run out meanwhile is
       *>  over. voices already sounding - the release tails at a
       *>  loop seam - are left to play in real time
       SMP-CHASE-ADVANCE.
           perform varying i from 1 by 1 until i > MAX-OSCILLATORS
               if osc-smp-zone(i) > 0 and osc-held(i) = 1
                       and osc-envelope(i) = 0 then
                   compute osc-smp-pos(i) = osc-smp-pos(i)
                       + osc-smp-inc(i) * smp-chase-step
                   move osc-smp-zone(i) to smp-zone
                   perform SMP-WRAP-LOOP
                   if osc-smp-pos(i) >=
                           zone-frames(smp-zone) * SMP-POS-ONE then
                       move 0 to osc-held(i)
                       move 0 to osc-sustained(i)
                   end-if
               end-if
           end-perform
           exit paragraph.

           *> rewind the event streams (not the audio state)
           move 0 to in-eof
           move 0 to all-tracks-ended
           move midi-base-frame-size to midi-frame-size
           move 1 to seq-current
           perform varying chan-i from 1 by 1
                   until chan-i > MIDI-CHANNEL-COUNT
               move 0 to chan-pitch-bend-item(chan-i)
               set trk-pos(trk-i) to trk-start(trk-i)
               set trk-to-next-event(trk-i) to 0
               set trk-ended(trk-i) to 0
               set trk-run-status(trk-i) to 0
               set trk-time-rem(trk-i) to 0
           end-perform
           perform INIT-PRIME-TRACKS

           perform CS-RESET-STATE
           set job-skip to 0

           *> wall-clock start, for the render time the catalog keeps
           accept cat-start-raw from time

           *> compute values
           compute wt-amplitude = (OUT-RANGE - 1) * WAVETABLE-AMP
           compute osc-phase-range = WAVETABLE-SIZE *  OUT-RANGE
           *> any per-note overrides from the optional .kit file
           perform INIT-SETUP-DRUM-MAP

           *> read data from midi header
           perform INIT-READ-MIDI-HEADER
           if job-skip = 1 then
           *> and note-on/off pairing before committing to a full render
           perform VAL-CHECK-TRACKS

           *> incremental batch: a job whose every input matches its
           *> catalog entry, and whose delivered WAV is still on disk,
           *> is skipped as unchanged - the fingerprints are taken
           *> either way, since a clean render files them at CS-CLOSE
           *> a compare= job is a regression check - it has to render
           *> to be compared, unchanged inputs or not
           if batch-mode = 1 then
               perform CAT-FINGERPRINT-JOB
               if force-mode = 0 and compare-name = spaces then
                   perform CAT-CHECK-JOB
                   if cat-unchanged = 1 then
                       display 'UNCHANGED: ' function trim(in-name)
                           ' - inputs match the catalog entry of '
                           cat-render-date ', '
                           function trim(out-name)
                           ' still on disk. Skipping job.'
                       set job-skip to 1
                       move 'UNCHANGD' to ledger-status
                       perform CS-WRITE-LEDGER
                       exit paragraph
                   end-if
                   if cat-found = 1 then
                       display 'CATALOG: ' function trim(in-name)
                           ' (last clean render ' cat-render-date '): '
                           function trim(cat-reason) ' - rendering.'
                   end-if
               end-if
           end-if

           *> from audio_out.c - not opened at all in quiet mode, so the
           *> render loop is never paced by the device (and not until
           *> the job is certain to render)
           if quiet-mode = 0 then
               call "audio_init" using
                   by reference BUFFER-SIZE
                   by reference SAMPLE-SIZE
                   by reference sample-rate
           end-if

           *> loop renders resolve their target and region (times or
           *> marker names) before the render commits - and before the
           *> resume check below, so a restored checkpoint's wrap
           *> two batch manifest lines can legitimately name the same
           *> MIDI file (different waveform, or plain vs. 'normalize')
           *> - fold the line number into the stem so their .wav/.log
           *> /.ckpt outputs don't clobber each other (a plan walk
           *> names them the same way, from the line's run order, so
           *> its catalog check looks for the right WAV)
           if batch-mode = 1 or plan-mode = 1 then
               move batch-job-number to batch-job-num-ed
               move spaces to stem-scratch
               string function trim(out-name-stem) delimited by size



       *>  derive the bar/beat timeline's filename from out-name-stem,
       *>  e.g. '<out-name-stem>.bars'
       BUILD-BARS-NAME.
           move spaces to bars-name
           string function trim(out-name-stem) delimited by size
                  '.bars' delimited by size
                  into bars-name
           exit paragraph.



       *>  derive the click track's filename from out-name-stem,
       *>  e.g. '<out-name-stem>-click.wav'
       BUILD-CLICK-NAME.
           move spaces to click-name
           string function trim(out-name-stem) delimited by size
                  '-click.wav' delimited by size
                  into click-name
           exit paragraph.



       *>  a checkpoint file exists (and has a record in it) only if an
       *>  earlier run of this exact job was interrupted mid-render -
       *>  restore its saved progress and set resume-mode so CS-INIT
           move ckpt-notes-played to notes-played-count
           move ckpt-osc-peak-usage to osc-peak-usage
           move ckpt-osc-steal-count to osc-steal-count
           move ckpt-smp-unmapped to smp-unmapped-count
           move ckpt-limiter-engaged to limiter-engaged-count
           move ckpt-normalize-scale to normalize-scale
           move ckpt-stem-scale to stem-normalize-scale
           move ckpt-loop-next-wrap to loop-next-wrap
           move ckpt-loop-wrap-count to loop-wrap-count
           move ckpt-seq-current to seq-current

           perform varying trk-i from 1 by 1 until trk-i > track-count
               set ckpt-trk-i to trk-i
               set trk-pos(trk-i) to ckpt-trk-pos(ckpt-trk-i)
               set trk-to-next-event(trk-i) to ckpt-trk-to-next-event(ckpt-trk-i)
               move ckpt-trk-ended(ckpt-trk-i) to trk-ended(trk-i)
               move ckpt-trk-run-status(ckpt-trk-i) to trk-run-status(trk-i)
               move ckpt-trk-time-rem(ckpt-trk-i) to trk-time-rem(trk-i)
           end-perform

           perform varying osc-i from 1 by 1 until osc-i > MAX-OSCILLATORS
               move ckpt-osc-wave-id(ckpt-osc-i) to osc-wave-id(osc-i)
               set osc-phase(osc-i) to ckpt-osc-phase(ckpt-osc-i)
               set osc-phase-inc(osc-i) to ckpt-osc-phase-inc(ckpt-osc-i)
               move ckpt-osc-smp-zone(ckpt-osc-i) to osc-smp-zone(osc-i)
               move ckpt-osc-smp-pos(ckpt-osc-i) to osc-smp-pos(osc-i)
               move ckpt-osc-smp-inc(ckpt-osc-i) to osc-smp-inc(osc-i)
               move ckpt-osc-smp-oneshot(ckpt-osc-i) to osc-smp-oneshot(osc-i)
               move ckpt-osc-held(ckpt-osc-i) to osc-held(osc-i)
               move ckpt-osc-sustained(ckpt-osc-i) to osc-sustained(osc-i)
           end-perform
           move notes-played-count to ckpt-notes-played
           move osc-peak-usage to ckpt-osc-peak-usage
           move osc-steal-count to ckpt-osc-steal-count
           move smp-unmapped-count to ckpt-smp-unmapped
           move limiter-engaged-count to ckpt-limiter-engaged
           move normalize-scale to ckpt-normalize-scale
           move stem-normalize-scale to ckpt-stem-scale
           move loop-next-wrap to ckpt-loop-next-wrap
           move loop-wrap-count to ckpt-loop-wrap-count
           move track-count to ckpt-track-count
           move seq-current to ckpt-seq-current

           perform varying trk-i from 1 by 1 until trk-i > track-count
               set ckpt-trk-i to trk-i
               move trk-pos(trk-i) to ckpt-trk-pos(ckpt-trk-i)
               move trk-to-next-event(trk-i) to ckpt-trk-to-next-event(ckpt-trk-i)
               move trk-ended(trk-i) to ckpt-trk-ended(ckpt-trk-i)
               move trk-run-status(trk-i) to ckpt-trk-run-status(ckpt-trk-i)
               move trk-time-rem(trk-i) to ckpt-trk-time-rem(ckpt-trk-i)
           end-perform

           perform varying osc-i from 1 by 1 until osc-i > MAX-OSCILLATORS
               move osc-wave-id(osc-i) to ckpt-osc-wave-id(ckpt-osc-i)
               move osc-phase(osc-i) to ckpt-osc-phase(ckpt-osc-i)
               move osc-phase-inc(osc-i) to ckpt-osc-phase-inc(ckpt-osc-i)
               move osc-smp-zone(osc-i) to ckpt-osc-smp-zone(ckpt-osc-i)
               move osc-smp-pos(osc-i) to ckpt-osc-smp-pos(ckpt-osc-i)
               move osc-smp-inc(osc-i) to ckpt-osc-smp-inc(ckpt-osc-i)
               move osc-smp-oneshot(osc-i) to ckpt-osc-smp-oneshot(ckpt-osc-i)
               move osc-held(osc-i) to ckpt-osc-held(ckpt-osc-i)
               move osc-sustained(osc-i) to ckpt-osc-sustained(ckpt-osc-i)
           end-perform
               set trk-pos(trk-i) to read-pos
               set trk-to-next-event(trk-i) to 0
               set trk-ended(trk-i) to 0
               set trk-run-status(trk-i) to 0
               set trk-time-rem(trk-i) to 0

               *> jump straight to the next chunk
               set read-pos to trk-end-pos(trk-i)
           set punch-end-ms to 0
           set punch-window-samples to 0
           set cue-mode to 0
           set click-mode to 0
           move spaces to qc-spec-name
           move spaces to compare-name
           move -90.0 to cmp-tolerance-db
           set force-mode to 0
           move spaces to client-code
           set ff-active to 0
           set delay-time-ms to 350
           set delay-feedback-pct to 35
                           set stems-mode to 1
                       when 'CUE'
                           set cue-mode to 1
                       when 'CLICK'
                           set click-mode to 1
                       when 'FORCE'
                           set force-mode to 1
                       when other
                           evaluate true
                               when option-scratch(1:5) = 'RATE='
                                   perform INIT-PARSE-LOOP-OPTION
                               when option-scratch(1:3) = 'A4='
                                   perform INIT-PARSE-TUNING-OPTION
                               when option-scratch(1:5) = 'SPEC='
                                       and option-scratch(6:) > spaces
                                   move option-scratch(6:) to qc-spec-name
                               when option-scratch(1:8) = 'COMPARE='
                                   or option-scratch(1:10) = 'TOLERANCE='
                                   perform INIT-PARSE-COMPARE-OPTION
                               when option-scratch(1:7) = 'CLIENT='
                                       and option-scratch(8:) > spaces
                                   if option-scratch(18:) > spaces then
                                       display 'Client code "'
                                           function trim(option-scratch(8:))
                                           '" is longer than 10 characters'
                                           ' - ignored.'
                                       add 1 to plan-problem-count
                                   else
                                       move option-scratch(8:10)
                                           to client-code
                                   end-if
                               when option-scratch(1:4) = 'GAP='
                                   or option-scratch(1:6) = 'XFADE='
                                   *> seam fields on a playlist line -



       *>  decode a 'compare=<approved.wav>' or 'tolerance=<dBFS>'
       *>  keyword (upper-cased into option-scratch - the file name is
       *>  taken from the token as written, since file names are case
       *>  sensitive). a tolerance outside -144 to 0 dBFS is reported
       *>  and the default kept
       INIT-PARSE-COMPARE-OPTION.
           if option-scratch(1:8) = 'COMPARE=' then
               if option-scratch(9:) > spaces then
                   move option-token(opt-i)(9:) to compare-name
               else
                   display 'No file in option "'
                       function trim(option-token(opt-i)) '" - ignored.'
                   add 1 to plan-problem-count
               end-if
               exit paragraph
           end-if

           if function test-numval(option-scratch(11:10)) = 0 then
               compute cmp-db-val = function numval(option-scratch(11:10))
               if cmp-db-val >= -144 and cmp-db-val <= 0 then
                   compute cmp-tolerance-db rounded = cmp-db-val
               else
                   display 'Tolerance in "'
                       function trim(option-token(opt-i))
                       '" out of range (-144 to 0 dBFS) - keeping -90.0.'
                   add 1 to plan-problem-count
               end-if
           else
               display 'Bad value in option "'
                   function trim(option-token(opt-i)) '" ignored.'
               add 1 to plan-problem-count
           end-if
           exit paragraph.



       *>  decode a 'loop=M:SS' (target output length), 'loopstart='
       *>  or 'loopend=' keyword (already upper-cased into
       *>  option-scratch). the region bounds take either a time



       *>  read <in-name-without-extension>.kit, if it exists, and
       *>  apply its '<note> <pitch> <decay-ms> [waveform]' lines on
       *>  top of the built-in drum map; a missing kit file is not an
       *>  error, and each field is validated on its own
       INIT-LOAD-DRUM-KIT.
           move spaces to kit-name
           if dot-pos > 0 then
               string trimmed-in-name(1:dot-pos - 1) delimited by size
                      '.kit' delimited by size
                      into kit-name
           else
               string trimmed-in-name(1:in-name-len) delimited by size
                      '.kit' delimited by size
                      into kit-name
           end-if

           set kit-eof to 0
           open input kit-file
           if kit-stat = '35' then
               exit paragraph
           end-if

           perform until kit-eof = 1
               read kit-file
                   at end
                       move 1 to kit-eof
               end-read

               if kit-eof = 0 and kit-rec > spaces then
                   move 0 to kit-note-num
                   move spaces to kit-pitch-str
                   move spaces to kit-decay-str
                   move spaces to kit-wf-name
                   unstring kit-rec delimited by space
                       into kit-note-num, kit-pitch-str,
                            kit-decay-str, kit-wf-name

                   *> same strict-parse arrangement as the .cfg
                   *> loader: a render keeps the built-in drum, the
                   *> plan walk hears about the rejection
                   move kit-name to plan-src-name
                   move kit-rec to plan-src-line

                   if kit-note-num < DRUM-NOTE-COUNT then
                       if kit-pitch-str > spaces then
                           if function test-numval(kit-pitch-str) = 0 then
                               compute local-1 = function numval(kit-pitch-str)
                               if local-1 >= 0
                                       and local-1 < DRUM-NOTE-COUNT then
                                   set drum-pitch-item(kit-note-num + 1)
                                       to local-1
                               else
                                   move 'pitch out of range' to plan-note
                                   perform PLAN-NOTE-PROBLEM
                               end-if
                           else
                               move 'pitch not numeric' to plan-note
                               perform PLAN-NOTE-PROBLEM
                           end-if
                       end-if

                       if kit-decay-str > spaces then
                           if function test-numval(kit-decay-str) = 0 then
                               compute local-1 = function numval(kit-decay-str)
                               if local-1 >= 1 then
                                   set drum-decay-ms-item(kit-note-num + 1)
                                       to local-1
                               else
                                   move 'decay out of range' to plan-note
                                   perform PLAN-NOTE-PROBLEM
                               end-if
                           else
                               move 'decay not numeric' to plan-note
                               perform PLAN-NOTE-PROBLEM
                           end-if
                       end-if

                       if kit-wf-name > spaces then
                           perform varying wtsb-i from 1 by 1
                                   until (wtsb-i > waveform-total
                                       or function trim(kit-wf-name) = function trim(waveform-name-item(wtsb-i)))
                               continue
                           end-perform
                           if wtsb-i <= waveform-total then
                               set drum-wave-item(kit-note-num + 1)
                                   to wtsb-i
                           else
                               move 'unknown waveform' to plan-note
                               perform PLAN-NOTE-PROBLEM
                           end-if
                       end-if
                   else
                       move 'note out of range' to plan-note
                       perform PLAN-NOTE-PROBLEM
                   end-if
               end-if
           end-perform
           close kit-file
           exit paragraph.



       *>  read <in-name-without-extension>.tuning, if it exists, and
       *>  apply its '<pitch-class 0-11> <cents>' lines - pitch class
       *>  0 is C. the table starts from flat equal temperament every
       *>  job, so a missing file simply means A=master-a4-freq equal
       *>  temperament; each line is validated on its own, the same
       *>  way the .cfg and .kit loaders do it
       INIT-LOAD-TUNING-FILE.
           set tuning-loaded to 0
           perform varying i from 1 by 1 until i > 12
               move 0 to pc-cents-offset-item(i)
           end-perform

           move spaces to tuning-name
           if dot-pos > 0 then
               string trimmed-in-name(1:dot-pos - 1) delimited by size
                      '.tuning' delimited by size
                      into tuning-name
           else
               string trimmed-in-name(1:in-name-len) delimited by size
                      '.tuning' delimited by size
                      into tuning-name
           end-if

           set tuning-eof to 0
           open input tuning-file
           if tuning-stat = '35' then
               exit paragraph
           end-if

           perform until tuning-eof = 1
               read tuning-file
                   at end
                       move 1 to tuning-eof
               end-read

               if tuning-eof = 0 and tuning-rec > spaces then
                   move 0 to tuning-pc-num
                   move spaces to tuning-cents-str
                   unstring tuning-rec delimited by space
                       into tuning-pc-num, tuning-cents-str

                   if tuning-pc-num < 12
                           and tuning-cents-str > spaces
                           and function test-numval(tuning-cents-str) = 0
                           then
                       compute tune-freq =
                           function numval(tuning-cents-str)
                       if tune-freq >= -1200 and tune-freq <= 1200 then
                           move tune-freq
                               to pc-cents-offset-item(tuning-pc-num + 1)
                           set tuning-loaded to 1
                       end-if
                   end-if
               end-if
           end-perform
           close tuning-file
           exit paragraph.



       *>  put the eight generated built-ins into the first waveform
       *>  slots - runs once at startup, before the user library can
       *>  extend the table past them
       INIT-REGISTER-BUILTIN-WAVES.
           perform varying i from 1 by 1 until i > WAVEFORM-MAX
               if i <= WAVEFORM-COUNT then
                   move builtin-name-item(i) to waveform-name-item(i)
               else
                   move spaces to waveform-name-item(i)
               end-if
           end-perform
           set waveform-total to WAVEFORM-COUNT
           exit paragraph.



       *>  scan the 'cobolsound.waves' library at startup: its
       *>  waves.lst index names each single-cycle table, and every
       *>  entry that loads cleanly becomes a waveform slot past the
       *>  built-ins, usable everywhere a waveform name is accepted.
       *>  no library directory is not an error - the shop ran for
       *>  years on the eight built-ins alone
       INIT-LOAD-USER-WAVES.
           *> the builders scale by wt-amplitude, which per-job setup
           *> has not derived yet this early in the run
           compute wt-amplitude = (OUT-RANGE - 1) * WAVETABLE-AMP

           set wave-list-eof to 0
           open input wave-list-file
           if wave-list-stat = '35' then
               exit paragraph
           end-if

           perform until wave-list-eof = 1
               read wave-list-file
                   at end
                       move 1 to wave-list-eof
               end-read

               if wave-list-eof = 0 and wave-list-rec > spaces then
                   move spaces to user-wave-name
                   move spaces to user-wave-file
                   unstring wave-list-rec delimited by space
                       into user-wave-name, user-wave-file

                   evaluate true
                       when user-wave-name = spaces
                           or user-wave-file = spaces
                           display 'Wavetable index line "'
                               function trim(wave-list-rec)
                               '" is malformed - skipped.'
                       when waveform-total >= WAVEFORM-MAX
                           display 'Wavetable library is full ('
                               WAVEFORM-MAX ' slots) - "'
                               function trim(user-wave-name)
                               '" skipped.'
                       when other
                           *> a duplicate name would shadow (or be
                           *> shadowed by) the earlier entry in every
                           *> name lookup - first one in wins
                           set local-1 to 0
                           perform varying i from 1 by 1
                                   until i > waveform-total
                               if function trim(user-wave-name) =
                                       function trim(waveform-name-item(i))
                                       then
                                   set local-1 to 1
                               end-if
                           end-perform
                           if local-1 = 1 then
                               display 'Wavetable name "'
                                   function trim(user-wave-name)
                                   '" already taken - skipped.'
                           else
                               perform INIT-LOAD-ONE-WAVE
                               if user-wave-ok = 1 then
                                   add 1 to waveform-total
                                   move user-wave-name
                                       to waveform-name-item(waveform-total)
                               end-if
                           end-if
                   end-evaluate
               end-if
           end-perform
           close wave-list-file
           exit paragraph.



       *>  load the single-cycle table named by user-wave-file into
       *>  the slot just past waveform-total: read its sample values
       *>  (one per line, -1.0 to 1.0), then stretch or shrink the
       *>  cycle onto WAVETABLE-SIZE points with the same linear
       *>  interpolation the oscillators use. any problem is reported
       *>  and the slot left unused (user-wave-ok = 0)
       INIT-LOAD-ONE-WAVE.
           set user-wave-ok to 0
           move spaces to wave-data-name
           string 'cobolsound.waves/' delimited by size
                  function trim(user-wave-file) delimited by size
                  into wave-data-name

           set wave-data-eof to 0
           open input wave-data-file
           if wave-data-stat = '35' then
               display 'Wavetable file "'
                   function trim(wave-data-name) '" does not exist'
                   ' - "' function trim(user-wave-name) '" skipped.'
               exit paragraph
           end-if

           move 0 to user-wave-raw-count
           perform until wave-data-eof = 1
               read wave-data-file
                   at end
                       move 1 to wave-data-eof
               end-read

               if wave-data-eof = 0 and wave-data-rec > spaces
                       and user-wave-raw-count < USER-WAVE-RAW-MAX then
                   if function test-numval(wave-data-rec) = 0 then
                       compute user-wave-val =
                           function numval(wave-data-rec)
                       if user-wave-val > 1 then
                           move 1 to user-wave-val
                       end-if
                       if user-wave-val < -1 then
                           move -1 to user-wave-val
                       end-if
                       add 1 to user-wave-raw-count
                       move user-wave-val
                           to user-wave-raw-item(user-wave-raw-count)
                   end-if
               end-if
           end-perform
           close wave-data-file

           if user-wave-raw-count < 2 then
               display 'Wavetable file "'
                   function trim(wave-data-name)
                   '" holds fewer than 2 usable samples - "'
                   function trim(user-wave-name) '" skipped.'
               exit paragraph
           end-if

           *> resample the raw cycle onto the table slot
           set wtsb-i to waveform-total
           set wtsb-i up by 1
           perform varying i from 1 by 1 until i > WAVETABLE-SIZE
               compute uw-pos = (i - 1) * user-wave-raw-count
                   / WAVETABLE-SIZE
               compute uw-idx = uw-pos
               if uw-idx > uw-pos then
                   subtract 1 from uw-idx
               end-if
               compute uw-next = uw-idx + 1
               if uw-next >= user-wave-raw-count then
                   set uw-next to 0
               end-if
               compute user-wave-val = user-wave-raw-item(uw-idx + 1)
                   + (user-wave-raw-item(uw-next + 1)
                       - user-wave-raw-item(uw-idx + 1))
                     * (uw-pos - uw-idx)
               compute wt-item(wtsb-i, i) = user-wave-val * wt-amplitude
           end-perform

           set user-wave-ok to 1
           exit paragraph.



       *>  scan the 'cobolsound.samples' library at startup, after the
       *>  user wavetables: each index line adds one key/velocity zone
       *>  to an instrument, and an instrument with at least one zone
       *>  loaded becomes a waveform slot, usable everywhere a
       *>  waveform name is accepted. like the wavetable library, no
       *>  directory is not an error
       INIT-LOAD-INSTRUMENTS.
           set sample-list-eof to 0
           open input sample-list-file
           if sample-list-stat = '35' then
               exit paragraph
           end-if

           perform until sample-list-eof = 1
               read sample-list-file
                   at end
                       move 1 to sample-list-eof
               end-read

               if sample-list-eof = 0 and sample-list-rec > spaces then
                   perform INIT-LOAD-ONE-ZONE
               end-if
           end-perform
           close sample-list-file
           exit paragraph.



       *>  parse the index line in sample-list-rec, find (or open) its
       *>  instrument's slot and load the zone file into the sample
       *>  pool. a bad line is reported and skipped - the rest of the
       *>  instrument still plays
       INIT-LOAD-ONE-ZONE.
           move spaces to smp-inst-name
           move spaces to smp-keys-text
           move spaces to smp-vels-text
           move spaces to smp-root-text
           move spaces to smp-file-text
           move spaces to smp-opt-1-text
           move spaces to smp-opt-2-text
           unstring sample-list-rec delimited by all space
               into smp-inst-name, smp-keys-text, smp-vels-text,
                    smp-root-text, smp-file-text,
                    smp-opt-1-text, smp-opt-2-text

           if zone-total >= ZONE-MAX then
               display 'Sample library is full (' ZONE-MAX
                   ' zones) - "' function trim(sample-list-rec)
                   '" skipped.'
               exit paragraph
           end-if
           add 1 to zone-total
           move zone-total to zone-i
           move sample-list-rec to zone-line(zone-i)
           move 0 to zone-loop-start(zone-i)
           move 0 to zone-loop-end(zone-i)
           move 0 to zone-oneshot(zone-i)

           *> key range, velocity range and root key - a single
           *> number for a range means just that one value
           move 1 to smp-line-ok
           move smp-keys-text to smp-range-text
           perform INIT-PARSE-ZONE-RANGE
           if smp-range-ok = 0 or smp-range-hi > 127 then
               move 0 to smp-line-ok
           end-if
           move smp-range-lo to zone-key-lo(zone-i)
           move smp-range-hi to zone-key-hi(zone-i)
           move smp-vels-text to smp-range-text
           perform INIT-PARSE-ZONE-RANGE
           if smp-range-ok = 0 or smp-range-hi > 127 then
               move 0 to smp-line-ok
           end-if
           move smp-range-lo to zone-vel-lo(zone-i)
           move smp-range-hi to zone-vel-hi(zone-i)
           move smp-root-text to smp-range-text
           perform INIT-PARSE-ZONE-RANGE
           if smp-range-ok = 0 or smp-range-hi > 127
                   or smp-range-lo not = smp-range-hi then
               move 0 to smp-line-ok
           end-if
           move smp-range-lo to smp-root
           if smp-inst-name = spaces or smp-file-text = spaces then
               move 0 to smp-line-ok
           end-if

           *> the trailing fields, in either order: a loop range
           *> and/or the one-shot flag
           move smp-opt-1-text to smp-opt-text
           perform INIT-PARSE-ZONE-OPTION
           move smp-opt-2-text to smp-opt-text
           perform INIT-PARSE-ZONE-OPTION

           if smp-line-ok = 0 then
               display 'Sample index line "'
                   function trim(sample-list-rec)
                   '" is malformed - skipped.'
               subtract 1 from zone-total
               exit paragraph
           end-if

           *> an instrument's later lines add zones to the slot its
           *> first line opened; a wavetable's name is not free
           move 0 to smp-slot
           perform varying i from 1 by 1 until i > waveform-total
               if function trim(smp-inst-name) =
                       function trim(waveform-name-item(i)) then
                   move i to smp-slot
               end-if
           end-perform
           move 0 to smp-new-slot
           evaluate true
               when smp-slot > 0 and waveform-kind-item(smp-slot) = 0
                   display 'Instrument name "'
                       function trim(smp-inst-name)
                       '" is already a wavetable - skipped.'
                   subtract 1 from zone-total
                   exit paragraph
               when smp-slot = 0 and waveform-total >= WAVEFORM-MAX
                   display 'Waveform slots are full (' WAVEFORM-MAX
                       ' slots) - instrument "'
                       function trim(smp-inst-name) '" skipped.'
                   subtract 1 from zone-total
                   exit paragraph
               when smp-slot = 0
                   compute smp-slot = waveform-total + 1
                   move 1 to smp-new-slot
           end-evaluate
           move smp-slot to zone-slot(zone-i)

           perform INIT-LOAD-ZONE-FILE
           if smp-line-ok = 0 then
               subtract 1 from zone-total
               exit paragraph
           end-if

           compute zone-root-freq(zone-i) =
               function exp((smp-root - 69) * SEMITONE-LN) * 440
           if smp-new-slot = 1 then
               add 1 to waveform-total
               move smp-inst-name to waveform-name-item(waveform-total)
               move 1 to waveform-kind-item(waveform-total)
           end-if
           exit paragraph.



       *>  'lo-hi' or a single number, from smp-range-text
       *>  output: smp-range-lo, smp-range-hi, smp-range-ok
       INIT-PARSE-ZONE-RANGE.
           move 0 to smp-range-ok
           move 0 to smp-range-lo
           move 0 to smp-range-hi
           move spaces to smp-lo-text
           move spaces to smp-hi-text
           unstring smp-range-text delimited by '-'
               into smp-lo-text, smp-hi-text
           if smp-hi-text = spaces then
               move smp-lo-text to smp-hi-text
           end-if
           if smp-lo-text = spaces
                   or function test-numval(smp-lo-text) not = 0
                   or function test-numval(smp-hi-text) not = 0 then
               exit paragraph
           end-if
           if function numval(smp-lo-text) < 0
                   or function numval(smp-hi-text)
                       < function numval(smp-lo-text) then
               exit paragraph
           end-if
           compute smp-range-lo = function numval(smp-lo-text)
           compute smp-range-hi = function numval(smp-hi-text)
           move 1 to smp-range-ok
           exit paragraph.



       *>  one trailing field of an index line, from smp-opt-text:
       *>  'oneshot', or the sustain loop as '<start>-<end>' frames
       INIT-PARSE-ZONE-OPTION.
           if smp-opt-text = spaces then
               exit paragraph
           end-if
           if function upper-case(smp-opt-text) = 'ONESHOT' then
               move 1 to zone-oneshot(zone-i)
               exit paragraph
           end-if
           move smp-opt-text to smp-range-text
           perform INIT-PARSE-ZONE-RANGE
           if smp-range-ok = 0 or smp-range-lo = smp-range-hi then
               move 0 to smp-line-ok
               exit paragraph
           end-if
           move smp-range-lo to zone-loop-start(zone-i)
           move smp-range-hi to zone-loop-end(zone-i)
           exit paragraph.



       *>  load zone zone-i's file into the sample pool through the
       *>  WAV reader: mono 16- or 24-bit PCM, at any sample rate (the
       *>  voices resample to the job's). a sustain loop reaching past
       *>  the end of the file is dropped, not the zone.
       *>  any other problem: smp-line-ok = 0, reported here
       INIT-LOAD-ZONE-FILE.
           move spaces to wav-in-name
           string 'cobolsound.samples/' delimited by size
                  function trim(smp-file-text) delimited by size
                  into wav-in-name
           perform WAV-READ-HEADER

           evaluate true
               when wav-in-ok = 0
                   display 'Sample file "' function trim(wav-in-name)
                       '" ' function trim(wav-in-problem)
                       ' - zone skipped.'
                   move 0 to smp-line-ok
               when wav-in-channels not = 1
                   display 'Sample file "' function trim(wav-in-name)
                       '" is not mono - zone skipped.'
                   move 0 to smp-line-ok
               when wav-in-frames < 2
                   display 'Sample file "' function trim(wav-in-name)
                       '" holds fewer than 2 frames - zone skipped.'
                   move 0 to smp-line-ok
               when sample-pool-used + wav-in-frames > SAMPLE-POOL-MAX
                   display 'Sample pool is full (' SAMPLE-POOL-MAX
                       ' frames) - "' function trim(wav-in-name)
                       '" skipped.'
                   move 0 to smp-line-ok
           end-evaluate
           if smp-line-ok = 0 then
               if wav-in-open = 1 then
                   close wav-in-file
                   move 0 to wav-in-open
               end-if
               exit paragraph
           end-if

           move sample-pool-used to zone-start(zone-i)
           move wav-in-frames to zone-frames(zone-i)
           move wav-in-rate to zone-rate(zone-i)
           move 1 to smp-sum-a
           move 0 to smp-sum-b
           perform varying smp-frame from 1 by 1
                   until smp-frame > wav-in-frames
               perform WAV-READ-SAMPLE
               add 1 to sample-pool-used
               compute sample-pool-item(sample-pool-used) rounded =
                   wav-in-x / 256 * WAVETABLE-AMP
               compute smp-sum-a = smp-sum-a
                   + sample-pool-item(sample-pool-used) + 32768
               add smp-sum-a to smp-sum-b
           end-perform
           close wav-in-file
           move 0 to wav-in-open
           compute zone-sum(zone-i) =
               function mod(smp-sum-b, CAT-ADLER-MOD) * 65536
               + function mod(smp-sum-a, CAT-ADLER-MOD)

           if zone-loop-end(zone-i) > zone-frames(zone-i) then
               display 'Sample file "' function trim(wav-in-name)
                   '" is shorter than its loop - loop dropped.'
               move 0 to zone-loop-start(zone-i)
               move 0 to zone-loop-end(zone-i)
           end-if
           exit paragraph.



       *>  seed the patch library from the built-in General MIDI
       *>  family defaults, then apply any '<program> <waveform>'
       *>  overrides from cobolsound.patches; a missing library file
       *>  is not an error. runs once at startup (see COBOL-SOUND)
       INIT-LOAD-PATCH-LIBRARY.
           perform varying i from 1 by 1 until i > PATCH-COUNT
               compute local-1 = (i - 1) / 8 + 1
               set patch-wave-id-item(i) to patch-family-item(local-1)
           end-perform

           set patch-eof to 0
           open input patch-file
           if patch-stat = '35' then
               exit paragraph
           end-if

           perform until patch-eof = 1
               read patch-file
                   at end
                       move 1 to patch-eof
               end-read

               if patch-eof = 0 and patch-rec > spaces then
                   move 0 to patch-prog-num
                   move spaces to patch-wf-name
                   unstring patch-rec delimited by space
                       into patch-prog-num, patch-wf-name

                   if patch-prog-num < PATCH-COUNT then
                       perform varying wtsb-i from 1 by 1
                               until (wtsb-i > waveform-total
                                   or function trim(patch-wf-name) = function trim(waveform-name-item(wtsb-i)))
                           continue
                       end-perform
                       if wtsb-i <= waveform-total then
                           set patch-wave-id-item(patch-prog-num + 1)
                               to wtsb-i
                       end-if
                   end-if
               end-if
           end-perform
           close patch-file
           exit paragraph.



       *>  derive per-channel left/right gains from the pan values, in
       *>  OUT-RANGE fixed-point so the stereo mix stays integer-only;
       *>  linear pan law - the two gains always sum to exactly 1.0,
       *>  so the left + right fold-down used for live monitoring (and
       *>  for the playback buffer) is the same as the mono mix
       INIT-CALC-PAN-GAINS.
           perform varying chan-i from 1 by 1 until chan-i > MIDI-CHANNEL-COUNT
               compute chan-gain-l-item(chan-i) =
                   (PAN-MAX - chan-pan-item(chan-i)) * OUT-RANGE / PAN-MAX
               compute chan-gain-r-item(chan-i) =
                   OUT-RANGE - chan-gain-l-item(chan-i)
           end-perform
           exit paragraph.



       *>  derive each channel's per-sample envelope rates from its
       *>  millisecond/percent ADSR settings, in OUT-RANGE fixed-point.
       *>  a zero-millisecond segment means 'instant' (a full-scale
       *>  step), and every rate is floored at 1 so a very long segment
       *>  still always makes progress instead of stalling the voice
       INIT-CALC-ENV-RATES.
           perform varying chan-i from 1 by 1 until chan-i > MIDI-CHANNEL-COUNT
               compute chan-env-sustain-lvl-item(chan-i) =
                   OUT-RANGE * chan-sustain-pct-item(chan-i) / 100

               if chan-attack-ms-item(chan-i) = 0 then
                   set chan-env-attack-inc-item(chan-i) to OUT-RANGE
               else
                   compute chan-env-attack-inc-item(chan-i) =
                       1000 / chan-attack-ms-item(chan-i) / sample-rate
                       * (OUT-RANGE - 1)
                   if chan-env-attack-inc-item(chan-i) < 1 then
                       set chan-env-attack-inc-item(chan-i) to 1
                   end-if
               end-if

               *> the decay rate covers the actual drop (full scale
               *> down to the sustain level) over the configured time
               if chan-decay-ms-item(chan-i) = 0 then
                   set chan-env-decay-dec-item(chan-i) to OUT-RANGE
               else
                   compute chan-env-decay-dec-item(chan-i) =
                       1000 / chan-decay-ms-item(chan-i) / sample-rate
                       * (OUT-RANGE - chan-env-sustain-lvl-item(chan-i))
                   if chan-env-decay-dec-item(chan-i) < 1 then
                       set chan-env-decay-dec-item(chan-i) to 1
                   end-if
               end-if

               if chan-release-ms-item(chan-i) = 0 then
                   set chan-env-release-dec-item(chan-i) to OUT-RANGE
               else
                   compute chan-env-release-dec-item(chan-i) =
                       1000 / chan-release-ms-item(chan-i) / sample-rate
                       * (OUT-RANGE - 1)
                   if chan-env-release-dec-item(chan-i) < 1 then
                       set chan-env-release-dec-item(chan-i) to 1
                   end-if
               end-if
           end-perform
           exit paragraph.



       *>  size the effects-bus delay and reverb-comb lines for this
       *>  job's sample rate and delay-time option, flag whether any
       *>  channel sends onto the bus at all (so a dry render pays
       *>  nothing per sample), and start every line from silence
       INIT-SETUP-FX-BUS.
           compute fx-delay-samples = delay-time-ms * sample-rate / 1000
           if fx-delay-samples < 1 then
               set fx-delay-samples to 1
           end-if
           if fx-delay-samples > FX-DELAY-MAX then
               set fx-delay-samples to FX-DELAY-MAX
           end-if

           perform varying fx-i from 1 by 1 until fx-i > FX-COMB-COUNT
               compute fx-comb-samples-item(fx-i) =
                   fx-comb-ms-item(fx-i) * sample-rate / 1000
               if fx-comb-samples-item(fx-i) < 1 then
                   set fx-comb-samples-item(fx-i) to 1
               end-if
               if fx-comb-samples-item(fx-i) > FX-COMB-MAX then
                   set fx-comb-samples-item(fx-i) to FX-COMB-MAX
               end-if
           end-perform

           set fx-any-send to 0
           perform varying chan-i from 1 by 1 until chan-i > MIDI-CHANNEL-COUNT
               if chan-fx-send-pct-item(chan-i) > 0 then
                   set fx-any-send to 1
               end-if
           end-perform

           *> run out enough delay round-trips for the regenerating
           *> echo to fall below -50 dB at THIS job's feedback setting
           *> - six trips at the default 35%, around 112 at the 95%
           *> ceiling - plus half a second for the comb tails; a fixed
           *> count would chop the tail of a high-feedback render
           move 1 to fx-decay-level
           set local-1 to 0
           perform until fx-decay-level < 0.00316
                   or local-1 >= FX-RUNOUT-TRIPS-MAX
               compute fx-decay-level =
                   fx-decay-level * delay-feedback-pct / 100
               add 1 to local-1
           end-perform
           if local-1 < 1 then
               set local-1 to 1
           end-if
           compute fx-runout-samples = fx-delay-samples * local-1
               + sample-rate / 2

           *> mid-playlist the bus keeps ringing across the seam -
           *> only a fresh job (or the medley's first piece) starts
           *> its lines from silence
           if playlist-mode = 0 or pl-first-piece = 1 then
               perform FX-CLEAR-LINES
           end-if
           exit paragraph.



       *>  return every effects line to silence - run at job setup and
       *>  again between the measuring and final passes of a normalize
       *>  render, so the second pass doesn't open on the first pass's
       *>  leftover echo tail
       FX-CLEAR-LINES.
           perform varying fx-i from 1 by 1 until fx-i > FX-DELAY-MAX
               move 0 to fx-delay-item(fx-i)
           end-perform
           set fx-delay-pos to 1

           perform varying fx-i from 1 by 1 until fx-i > FX-COMB-COUNT
               set fx-comb-pos-item(fx-i) to 1
               perform varying local-1 from 1 by 1 until local-1 > FX-COMB-MAX
                   move 0 to fx-comb-item(fx-i, local-1)
               end-perform
           end-perform

           move fx-runout-samples to fx-runout-remaining
           exit paragraph.



       *>  run one sample of the effects bus: fx-send-total (the summed
       *>  channel sends for this tick) goes through the feedback delay
       *>  and the three parallel reverb combs, and fx-return-total is
       *>  the wet return the mix adds back in ahead of the limiter
       FX-PROCESS-SAMPLE.
           *> delay/echo - read the tap delay-time back, then overwrite
           *> it with the fresh send plus the regenerating echo
           move fx-delay-item(fx-delay-pos) to fx-delay-out
           compute fx-delay-item(fx-delay-pos) = fx-send-total
               + fx-delay-out * delay-feedback-pct / 100
           add 1 to fx-delay-pos
           if fx-delay-pos > fx-delay-samples then
               set fx-delay-pos to 1
           end-if

           *> reverb - three feedback combs at co-prime lengths, summed
           *> and averaged so the return sits at send level
           move 0 to fx-reverb-sum
           perform varying fx-i from 1 by 1 until fx-i > FX-COMB-COUNT
               move fx-comb-item(fx-i, fx-comb-pos-item(fx-i))
                   to fx-comb-out
               compute fx-comb-item(fx-i, fx-comb-pos-item(fx-i)) =
                   fx-send-total
                   + fx-comb-out * FX-COMB-FEEDBACK-PCT / 100
               add fx-comb-out to fx-reverb-sum
               add 1 to fx-comb-pos-item(fx-i)
               if fx-comb-pos-item(fx-i) > fx-comb-samples-item(fx-i) then
                   set fx-comb-pos-item(fx-i) to 1
               end-if
           end-perform

           compute fx-return-total = fx-delay-out
               + fx-reverb-sum / FX-COMB-COUNT
           exit paragraph.



       *>  generate every waveform's table once, so per-channel/per-track
       *>  waveform assignment (chan-wave-id) can just index into the
       *>  right one at render time instead of only having one wavetable
       *>  for the whole file
       INIT-MAKE-WAVETABLES.
           perform varying wtsb-i from 1 by 1 until wtsb-i > WAVEFORM-COUNT
               move waveform-name-item(wtsb-i) to wt-build-name
               perform INIT-BUILD-ONE-WAVETABLE
           end-perform
           exit paragraph.



       *>  build the single waveform named by wt-build-name into
       *>  wt-item(wtsb-i, *)
       INIT-BUILD-ONE-WAVETABLE.

           *> sin2
           *> Bhaskara I's approximation
           if wt-build-name = 'sin2' then
               perform varying i from 1 by 1 until i > WAVETABLE-SIZE
                   compute wt-x = 360 * i / WAVETABLE-SIZE
                   if wt-x < 180 then
                       compute wt-y = 4 * wt-x * (180 - wt-x) / (40500 - wt-x * (180 - wt-x))
                   else
                       compute wt-x = wt-x - 180
                       compute wt-y = -4 * wt-x * (180 - wt-x) / (40500 - wt-x * (180 - wt-x))
                   end-if
                   compute wt-item(wtsb-i, i) = wt-y * wt-amplitude
               end-perform
               exit paragraph
           end-if


           *> sin3
           *> Taylor's series - 9th order
           if wt-build-name = 'sin3' then
               perform varying i from 1 by 1 until i > WAVETABLE-SIZE
                   compute wt-x = TWO-PI * (0.5 - i / WAVETABLE-SIZE)
                   compute wt-item(wtsb-i, i) = (wt-x - wt-x ** 3 / 6 + wt-x ** 5 / 120 - wt-x ** 7 / 5040 + wt-x ** 9 / 362880) * wt-amplitude
               end-perform
               exit paragraph
           end-if


           *> sin4
           *> Chebyshev polynomial - 7th order
           if wt-build-name = 'sin4' then
               perform varying i from 1 by 1 until i > WAVETABLE-SIZE
                   compute wt-x = TWO-PI * (0.5 - i / WAVETABLE-SIZE)
                   compute wt-item(wtsb-i, i) = (0.99999660 * wt-x - 0.16664824 * wt-x ** 3 + 0.00830629 * wt-x ** 5 - 0.00018363 * wt-x ** 7) * wt-amplitude
               end-perform
               exit paragraph
           end-if

           *> tri
           if wt-build-name = 'tri' then
               perform varying i from 1 by 1 until i > WAVETABLE-SIZE
                   compute wt-x = 4 * i / WAVETABLE-SIZE
                   if wt-x < 1 then
                       move wt-x to wt-y
                   end-if
                   if (wt-x >= 1 and wt-x < 3) then
                       compute wt-y = 2 - wt-x
                   end-if
                   if wt-x >= 3 then
                       compute wt-y = wt-x - 4
                   end-if
                   compute wt-item(wtsb-i, i) = wt-y * wt-amplitude
               end-perform
               exit paragraph
           end-if

           *> saw
           *> the ramp position goes through wt-x like every other
           *> builder - computed straight into the integer table entry,
           *> i / WAVETABLE-SIZE is carried at integer scale and
           *> truncates to zero, flattening the whole ramp
           if wt-build-name = 'saw' then
               perform varying i from 1 by 1 until i > WAVETABLE-SIZE
                   compute wt-x = i / WAVETABLE-SIZE
                   compute wt-y = 2 * wt-x - 1
                   compute wt-item(wtsb-i, i) = wt-y * wt-amplitude
               end-perform
               exit paragraph
           end-if

           *> square
           if wt-build-name = 'square' then
               perform varying i from 1 by 1 until i > WAVETABLE-SIZE
                   if i < (WAVETABLE-SIZE / 2) then
                       compute wt-item(wtsb-i, i) = -wt-amplitude
                   else
                       compute wt-item(wtsb-i, i) = wt-amplitude
                   end-if
               end-perform
               exit paragraph
           end-if

           *> noise
           if wt-build-name = 'noise' then
               perform varying i from 1 by 1 until i > WAVETABLE-SIZE
                   compute wt-item(wtsb-i, i) = (-1 + 2 * function RANDOM()) * wt-amplitude
               end-perform
               exit paragraph
           end-if

           *> sin1 (default)
           *> system implementation
           perform varying i from 1 by 1 until i > WAVETABLE-SIZE
               compute wt-x = TWO-PI * i / WAVETABLE-SIZE
               compute wt-item(wtsb-i, i) = function SIN(wt-x) * wt-amplitude
           end-perform

           exit paragraph.



       *>  read MIDI header
       *>  header format:
       *>      <'MThd'>        4 bytes
       *>      <length>        4 bytes
       *>      <track format>  2 bytes
       *>      <# of tracks>   2 bytes
       *>      <time format>   2 bytes

       INIT-READ-MIDI-HEADER.

           *> <'MThd'>
           perform READ-WORD
           if not (read-item(1) = FUNCTION ORD('M') - 1
               and read-item(2) = FUNCTION ORD('T') - 1
               and read-item(3) = FUNCTION ORD('h') - 1
               and read-item(4) = FUNCTION ORD('d') - 1) then
               move 'MIDI file does not begin with a valid header.' to error-message
               perform ERROR-ESCAPE
               if job-skip = 1 then
                   exit paragraph
               end-if
           end-if

           *> <length> - should always be 6 bytes
           perform READ-WORD
           if not read-item(4) = 6
               move 'MIDI file has abnormal header length.' to error-message
               perform ERROR-ESCAPE
               if job-skip = 1 then
                   exit paragraph
               end-if
           end-if
      
           *> <track format> and <# of tracks>
           perform READ-WORD
           compute midi-format-hdr = read-item(1) * 256 + read-item(2)
           compute midi-num-tracks-hdr = read-item(3) * 256 + read-item(4)

           *> 0 = single track, 1 = simultaneous tracks, 2 = independent
           *> sequences played in turn - anything newer is rendered the
           *> way a format 1 file would be, and said so
           if midi-format-hdr > 2 then
               display 'NOTE: MIDI format ' midi-format-hdr
                   ' is not recognized - tracks will be mixed as format 1.'
               if plan-mode = 1 then
                   add 1 to plan-problem-count
               end-if
               move 1 to midi-format
           else
               move midi-format-hdr to midi-format
           end-if
           move 1 to seq-current

           *> <time format>
           perform READ-HALFWORD
           if read-item(1) >= 128 then
               *> SMPTE: the high byte is minus the frame rate (-24,
               *> -25, -29 for 29.97 drop-frame, -30) and the low byte
               *> the ticks per frame - a tick is a fixed slice of real
               *> time, so one 'frame' of the delta-time clock becomes
               *> one second of fps * tpf ticks, and tempo events are
               *> left alone (see MIDI-HANDLE-EVENT)
               set smpte-mode to 1
               compute smpte-fps = 256 - read-item(1)
               move read-item(2) to smpte-tpf
               if smpte-fps = 29 then
                   *> drop-frame: 30 nominal frames per 1.001 seconds
                   compute midi-tick-rate = 30 * smpte-tpf
                   move 1001000 to midi-base-frame-size
               else
                   compute midi-tick-rate = smpte-fps * smpte-tpf
                   move 1000000 to midi-base-frame-size
               end-if
           else
               *> frames are variable, depending on tempo (1 frame = 1 quarter note)
               *> tempo is expected to be set later
               set smpte-mode to 0
               compute midi-tick-rate = read-item(1) * 256 + read-item(2)
               move 500000 to midi-base-frame-size
           end-if
           move midi-base-frame-size to midi-frame-size

           if midi-tick-rate = 0 then
               move 'MIDI file has an invalid time division.' to error-message
               perform ERROR-ESCAPE
               if job-skip = 1 then
                   exit paragraph
               end-if
           end-if
           exit paragraph.



       *>  describe the source file's format and timing mode in one
       *>  line (midi-source-desc) for the summary report and the plan
       *>  walk - e.g. 'format 1, 4 track(s), 480 ticks per quarter
       *>  note' or 'format 2, 3 sequence(s), SMPTE 25 fps x 40 ticks
       *>  per frame', plus a note when the pre-flight walk met
       *>  running status
       BUILD-MIDI-SOURCE-DESC.
           move spaces to midi-source-desc
           move midi-format to midi-source-num-ed
           move 1 to local-1
           string 'format ' delimited by size
                  function trim(midi-source-num-ed) delimited by size
                  ', ' delimited by size
                  into midi-source-desc with pointer local-1

           move track-count to midi-source-num-ed
           if midi-format = 2 then
               string function trim(midi-source-num-ed) delimited by size
                      ' sequence(s) played in turn, ' delimited by size
                      into midi-source-desc with pointer local-1
           else
               string function trim(midi-source-num-ed) delimited by size
                      ' track(s), ' delimited by size
                      into midi-source-desc with pointer local-1
           end-if

           if smpte-mode = 1 then
               move smpte-fps to midi-source-num-ed
               move smpte-tpf to midi-source-tpf-ed
               if smpte-fps = 29 then
                   string 'SMPTE 29.97 fps drop-frame x ' delimited by size
                          into midi-source-desc with pointer local-1
               else
                   string 'SMPTE ' delimited by size
                          function trim(midi-source-num-ed) delimited by size
                          ' fps x ' delimited by size
                          into midi-source-desc with pointer local-1
               end-if
               string function trim(midi-source-tpf-ed) delimited by size
                      ' ticks per frame' delimited by size
                      into midi-source-desc with pointer local-1
           else
               move midi-tick-rate to midi-source-num-ed
               string function trim(midi-source-num-ed) delimited by size
                      ' ticks per quarter note' delimited by size
                      into midi-source-desc with pointer local-1
           end-if

           if run-status-seen = 1 then
               string ', running status' delimited by size
                      into midi-source-desc with pointer local-1
           end-if
           exit paragraph.





       *>  MAIN
       *>  executes as loop until end of file
       CS-MAIN.
      
           *> read midi file
           perform MAIN-READ-MIDI-TRACK

           *> a corrupt event just aborted this job (batch mode only -
           *> ERROR-ESCAPE already set main-exit, which stops the loop
           *> that calls this paragraph) - don't mix/output a sample
           *> from the half-parsed state that caused the abort
           if job-skip = 1 then
               exit paragraph
           end-if

           *> update oscillators
           perform MAIN-UPDATE-OSC

           *> mix oscillators to next buffer sample
           perform MAIN-MIX-TO-BUFF

           *> at end of buffer, write and play
           if buff-i = BUFFER-SIZE then 
               perform MAIN-OUTPUT-BUFF
           end-if

           *> increment buffer index
           add 1 to buff-i
           if buff-i > BUFFER-SIZE then
               set buff-i to 1
           end-if
           exit paragraph.



       *>  advance every track that is due, in lock-step against the
       *>  shared sample clock, so a multi-track file mixes as one
       *>  arrangement instead of playing track-by-track - except a
       *>  format 2 file, whose tracks are independent sequences: only
       *>  seq-current advances, and the next one starts when it ends
       *>  track format:
       *>      <'MTrk'>    4 bytes
       *>      <length>    4 bytes
       *>      <events>    ...

       MAIN-READ-MIDI-TRACK.

           set all-tracks-ended to 1

           perform varying trk-i from 1 by 1
                   until trk-i > track-count or job-skip = 1
               if trk-ended(trk-i) = 0
                       and (midi-format not = 2 or trk-i = seq-current)
                       then
                   set all-tracks-ended to 0
                   set read-pos to trk-pos(trk-i)

                   *> handle every event this track has due right now
                   perform until (trk-to-next-event(trk-i) > 0
                           or trk-ended(trk-i) = 1
                           or in-eof = 1
                           or job-skip = 1)
                       perform MIDI-HANDLE-EVENT

                       if trk-ended(trk-i) = 0 and in-eof = 0 then
                           perform MIDI-GET-TIME-TO-NEXT-EVENT
                       end-if
                   end-perform

                   *> a corrupt/truncated track is treated as ended -
                   *> in-eof only means THIS track's reads ran past the
                   *> end of the loaded bytes, so it must be cleared
                   *> again before the next track is walked (or a later
                   *> call to this same paragraph), or one bad track
                   *> would falsely end every track processed after it
                   if in-eof = 1 then
                       set trk-ended(trk-i) to 1
                       move 0 to in-eof
                   end-if

                   if trk-ended(trk-i) = 0 then
                       subtract 1 from trk-to-next-event(trk-i)
                   end-if

                   set trk-pos(trk-i) to read-pos
               end-if
           end-perform

           if all-tracks-ended = 1 and midi-format = 2 then
               perform MIDI-NEXT-SEQUENCE
           end-if

           if all-tracks-ended = 1 then
               set in-eof to 1
           end-if
           exit paragraph.



       *>  format 2: the sequence that was playing has ended - start
       *>  the next one that still has events, from its own first
       *>  delta-time and at the default tempo (each sequence carries
       *>  its own tempo map). leaves all-tracks-ended set when there
       *>  is no sequence left
       MIDI-NEXT-SEQUENCE.
           perform until seq-current > track-count
               add 1 to seq-current
               if seq-current <= track-count then
                   set trk-i to seq-current
                   if trk-ended(trk-i) = 0 then
                       move midi-base-frame-size to midi-frame-size
                       set trk-pos(trk-i) to trk-start(trk-i)
                       set trk-run-status(trk-i) to 0
                       set trk-time-rem(trk-i) to 0
                       set read-pos to trk-pos(trk-i)
                       perform MIDI-GET-TIME-TO-NEXT-EVENT
                       set trk-pos(trk-i) to read-pos
                       set all-tracks-ended to 0
                       exit paragraph
                   end-if
               end-if
           end-perform
           exit paragraph.



       *>  <delta-time>
       *>  get waiting period in samples, for the track currently
       *>  indexed by trk-i
       *>  this is in a VLQ format. see MIDI standard for details
       MIDI-GET-TIME-TO-NEXT-EVENT.
           perform READ-TO-VLQ
           *> the 100 / tempo-scale-pct factor is the 'tempo=' render
           *> option - at 90% the same delta covers more samples, so
           *> the piece plays 10% slower without touching the file
           *> the division is done once, exactly, over a common
           *> denominator, and its remainder carried in trk-time-rem
           compute time-denom = midi-tick-rate * 1000000 * tempo-scale-pct
           compute trk-to-next-event(trk-i) =
               (read-vlq * midi-frame-size * sample-rate * 100
                + trk-time-rem(trk-i)) / time-denom
           compute trk-time-rem(trk-i) =
               read-vlq * midi-frame-size * sample-rate * 100
               + trk-time-rem(trk-i)
               - trk-to-next-event(trk-i) * time-denom
           exit paragraph.



       *>  handle MIDI event/message

       *>  event format:
       *>      <delta-time>    VLQ
       *>      <event code>    1 byte
       *>      for meta events (code 0xFF):
       *>          <type>      1 byte
       *>          <length>    1 byte
       *>          <data>      ...
       *>      for messages:   
       *>          <data>      ...

       MIDI-HANDLE-EVENT.

           *> <delta-time> is handled by READ-MIDI

           *> <event code> - or the first data byte of a message that
           *> reuses this track's running status
           perform READ-BYTE
           move trk-run-status(trk-i) to run-status
           perform MIDI-RESOLVE-RUNNING-STATUS
           move run-status to trk-run-status(trk-i)

           *> meta events (code 0xFF)
           if read-item(1) = 255 then

               *> <type>
               perform READ-BYTE

               *> end of track (type 0x2F)
               if read-item(1) = 47 then
                   set trk-ended(trk-i) to 1
               *> <length> is 0
                   perform READ-BYTE
                   exit paragraph
               end-if

               *> change tempo (type 0x51)
               if read-item(1) = 81 then
                   *> <length> is 3
                   perform READ-BYTE
                   *> <data>
                   set read-size to 3
                   perform READ-TO-LONG
                   *> an SMPTE-timed file runs on its frame clock, so
                   *> a tempo event there is informational only
                   if smpte-mode = 0 then
                       set midi-frame-size to read-long
                   end-if

                   if cue-mode = 1 and measuring-pass = 0
                           and ff-active = 0 then
                       perform CUE-WRITE-TEMPO
                   end-if
                   exit paragraph
               end-if

               *> time signature (0x58) and key signature (0x59) - the
               *> bar grid itself is laid out at CS-CLOSE from the
               *> pre-render walk (see BARS-WRITE-FILE), so here they
               *> only become cue-sheet rows where they fire
               if read-item(1) = 88 or read-item(1) = 89 then
                   move read-item(1) to meta-field-type
                   *> <length>
                   perform READ-BYTE
                   *> <data>
                   set read-size to read-item(1)
                   perform READ-META-FIELDS
                   if cue-mode = 1 and measuring-pass = 0
                           and ff-active = 0 then
                       perform CUE-WRITE-SIGNATURE
                   end-if
                   exit paragraph
               end-if

               *> text-bearing meta events the arrangers rely on:
               *> text (0x01), track name (0x03), lyric (0x05) and
               *> section marker (0x06) - capture the text instead of
               *> throwing it away (see MIDI-META-TEXT)
               if read-item(1) = 1 or read-item(1) = 3
                       or read-item(1) = 5 or read-item(1) = 6 then
                   move read-item(1) to meta-text-type
                   *> <length>
                   perform READ-BYTE
                   *> <data>
                   set read-size to read-item(1)
                   perform READ-TO-TEXT
                   perform MIDI-META-TEXT
                   exit paragraph
               end-if

               *> skip other meta events
               *> <length>
               perform READ-BYTE
               *> <data>
               set read-size to read-item(1)
               perform READ-TO-NONE
               exit paragraph
           end-if

           *> MIDI messages
           *> <event code>
           *> get first nibble
           compute midi-msg-code = read-item(1) / 16
           compute midi-msg-channel = FUNCTION MOD(read-item(1), 16)

           *> first bit of code should be set - a data byte here with no
           *> running status in effect means the track is corrupt
           if midi-msg-code < 8 then
               display read-item(1)
               move 'Expected MIDI code.' to error-message
               perform ERROR-ESCAPE
               if job-skip = 1 then
                   exit paragraph
               end-if
           end-if
           

           *> note off (code 0x8?)
           if midi-msg-code = 8 then
               *> <data> - 2 bytes
               perform MIDI-NOTE-OFF
               exit paragraph
           end-if

           *> note on (code 0x9?)
           if midi-msg-code = 9 then
               *> <data> - 2 bytes
               perform MIDI-NOTE-ON
               exit paragraph
           end-if

           *> control change (code 0xB?) - CC7 channel volume, CC64 sustain
           if midi-msg-code = 11 then
               *> <data> - 2 bytes
               perform MIDI-CONTROL-CHANGE
               exit paragraph
           end-if

           *> program change (code 0xC?)
           if midi-msg-code = 12 then
               *> <data> - 1 byte
               perform MIDI-PROGRAM-CHANGE
               exit paragraph
           end-if

           *> pitch bend (code 0xE?)
           if midi-msg-code = 14 then
               *> <data> - 2 bytes
               perform MIDI-PITCH-BEND
               exit paragraph
           end-if

           *> other message codes (aftertouch, etc.) are ignored

           *> system exclusive message (0xF0) - unlikely to encounter
           if read-item(1) = 240 then 
               *> contains unknown length of <data> ended by 0xF7
               set read-size to 1
               perform READ-BYTE until (read-item(1) = 247 or in-eof = 1)
               exit paragraph
           end-if
      
           *> otherwise, <data> has a set length for each first nibble
           set read-size to midi-msg-len-item(midi-msg-code)
      
           *> ... with the exception of 0xF2 and 0xF3
           if read-item(1) = 242 then 
               set read-size to 2
           end-if

           if read-item(1) = 243 then 
               set read-size to 1
           end-if
      
           *> skip <data> of ignored messages
           perform READ-TO-NONE

           exit paragraph.



       *>  running status: a channel message may omit its status byte
       *>  when it repeats the one before it. called straight after
       *>  the <event code> READ-BYTE - a data byte (high bit clear)
       *>  with a status in effect is pushed back (read-pos steps back
       *>  onto it) and the remembered status stands in as the event
       *>  code; a new channel status replaces the remembered one, and
       *>  meta/system exclusive events cancel it. a data byte with no
       *>  status in effect is left in read-item(1) for the caller to
       *>  reject
       *>  arguments: read-item(1), run-status (the walk's current
       *>             status, 0 = none)
       *>  output:    read-item(1), run-status
       MIDI-RESOLVE-RUNNING-STATUS.
           if in-eof = 1 then
               exit paragraph
           end-if

           if read-item(1) < 128 then
               if run-status > 0 then
                   subtract 1 from read-pos
                   move run-status to read-item(1)
                   set run-status-seen to 1
               end-if
               exit paragraph
           end-if

           if read-item(1) < 240 then
               move read-item(1) to run-status
           else
               move 0 to run-status
           end-if
           exit paragraph.



       *>  the one place a note number becomes a frequency: equal
       *>  temperament around master-a4-freq, plus the pitch class's
       *>  cents offset from the .tuning file, plus whatever bend the
       *>  caller passes - so a whole render sits in the requested
       *>  temperament consistently, melodic notes and drum pitch
       *>  centers alike
       *>  arguments: tune-note (sounding note number, transpose
       *>             already applied), tune-bend (semitones)
       *>  output:    tune-freq
       MIDI-CALC-FREQUENCY.
           compute tune-pc = function mod(tune-note, 12)
           compute tune-freq = function exp(
               (tune-note - 69 + tune-bend
                + pc-cents-offset-item(tune-pc + 1) / 100)
               * SEMITONE-LN) * master-a4-freq
           exit paragraph.



       *>  note on
       *>  format:
       *>      <note>      1 byte
       *>      <velocity>  1 byte
       MIDI-NOTE-ON.
           perform READ-HALFWORD

           *> a note-on at velocity 0 is a note-off by another name -
           *> running-status files use it to avoid a status change
           if read-item(2) = 0 then
               perform MIDI-RELEASE-NOTE
               exit paragraph
           end-if

           add 1 to notes-played-count

           *> first named track to play a channel names that channel
           *> for the summary report
           if chan-text-name-item(midi-msg-channel + 1) = spaces
                   and trk-name-item(trk-i) > spaces then
               move trk-name-item(trk-i)
                   to chan-text-name-item(midi-msg-channel + 1)
           end-if

           if cue-mode = 1 and measuring-pass = 0 and ff-active = 0 then
               move 'on' to cue-on-off
               perform CUE-WRITE-NOTE
           end-if

           *> a sampled instrument picks its zone by key and velocity
           *> before any voice is taken - a note outside every zone
           *> sounds nothing, so it steals nothing either
           if midi-msg-channel = PERCUSSION-CHANNEL then
               move drum-wave-item(read-item(1) + 1) to smp-slot
               move read-item(1) to smp-key
           else
               move chan-wave-id-item(midi-msg-channel + 1) to smp-slot
               compute smp-key = read-item(1) + transpose-semitones
           end-if
           move 0 to smp-zone
           if smp-slot > 0 then
               if waveform-kind-item(smp-slot) = 1 then
                   move read-item(2) to smp-vel
                   perform SMP-FIND-ZONE
                   if smp-zone = 0 then
                       if ff-active = 0 then
                           add 1 to smp-unmapped-count
                       end-if
                       exit paragraph
                   end-if
               end-if
           end-if

           *> find inactive osc
           set osc-i to 0
           perform varying i from 1 by 1 until (i > MAX-OSCILLATORS or osc-i > 0)
               if (osc-held(i) = 0 and osc-envelope(i) <= 0) then
                   set osc-i to i
               end-if
           end-perform

           if osc-i = 0 then
               *> no free oscillator: steal the quietest one (lowest
               *> envelope * velocity - already fading out, or soft)
               *> instead of dropping the note
               set local-1 to -1
               perform varying i from 1 by 1 until i > MAX-OSCILLATORS
                   compute local-2 = osc-envelope(i) * osc-velocity(i)
                   if local-1 < 0 or local-2 < local-1 then
                       set local-1 to local-2
                       set osc-i to i
                   end-if
               end-perform
               add 1 to osc-steal-count

               *> the free-oscillator search above only ever picks a
               *> slot whose envelope is already at/below 0, so its
               *> attack ramp starts clean - a stolen slot has no such
               *> guarantee and must be forced to the same starting
               *> point, or the new note inherits whatever envelope
               *> level the stolen voice was still at and pops instead
               *> of attacking cleanly
               set osc-envelope(osc-i) to 0
           end-if

           *> set osc attributes
           set osc-note(osc-i) to read-item(1)
           set osc-channel(osc-i) to midi-msg-channel
           set osc-sustained(osc-i) to 0
           compute osc-base-velocity(osc-i) = read-item(2) / 127 * (OUT-RANGE - 1)
           compute osc-velocity(osc-i) = osc-base-velocity(osc-i) * chan-volume-item(midi-msg-channel + 1)
           set osc-phase(osc-i) to 0
           set osc-held(osc-i) to 1
           move smp-zone to osc-smp-zone(osc-i)
           move 0 to osc-smp-pos(osc-i)
           move 0 to osc-smp-inc(osc-i)
           move 0 to osc-smp-oneshot(osc-i)
           if smp-zone > 0 then
               if zone-oneshot(smp-zone) = 1
                       or midi-msg-channel = PERCUSSION-CHANNEL then
                   move 1 to osc-smp-oneshot(osc-i)
               end-if
           end-if

           if midi-msg-channel = PERCUSSION-CHANNEL then
               *> percussion: the note number names a drum, not a
               *> pitch - voice it from the drum map
               perform MIDI-ARM-DRUM-VOICE
           else
               compute tune-note = osc-note(osc-i) + transpose-semitones
               move chan-pitch-bend-item(midi-msg-channel + 1)
                   to tune-bend
               perform MIDI-CALC-FREQUENCY
               move tune-freq to osc-frequency(osc-i)
               compute osc-phase-inc(osc-i) = osc-frequency(osc-i) / sample-rate * WAVETABLE-SIZE * OUT-RANGE
               set osc-wave-id(osc-i)
                   to chan-wave-id-item(midi-msg-channel + 1)
               if osc-smp-zone(osc-i) > 0 then
                   perform SMP-CALC-INC
               end-if

               *> arm the envelope with the channel's ADSR rates -
               *> copied onto the oscillator so a later config state
               *> change can't bend a note that is already sounding
               set osc-env-stage(osc-i) to 1
               move chan-env-attack-inc-item(midi-msg-channel + 1)
                   to osc-attack-inc(osc-i)
               move chan-env-decay-dec-item(midi-msg-channel + 1)
                   to osc-decay-dec(osc-i)
               move chan-env-sustain-lvl-item(midi-msg-channel + 1)
                   to osc-sustain-lvl(osc-i)
               move chan-env-release-dec-item(midi-msg-channel + 1)
                   to osc-release-dec(osc-i)
           end-if

           exit paragraph.



       *>  voice a percussion note from the drum map: the drum's pitch
       *>  center re-tunes the noise source (a kick rumbles, a hat
       *>  sizzles), and the envelope is a one-shot - instant attack,
       *>  no sustain, a per-drum decay to silence that note-off can't
       *>  cut short (release runs at the same rate as decay). a
       *>  sampled drum is its own recording: it plays at its note
       *>  against the zone's root key, at full level, to the end of
       *>  its file
       MIDI-ARM-DRUM-VOICE.
           if osc-smp-zone(osc-i) > 0 then
               move osc-note(osc-i) to tune-note
           else
               compute tune-note = drum-pitch-item(osc-note(osc-i) + 1)
           end-if
           move 0 to tune-bend
           perform MIDI-CALC-FREQUENCY
           move tune-freq to osc-frequency(osc-i)
           compute osc-phase-inc(osc-i) = osc-frequency(osc-i) / sample-rate * WAVETABLE-SIZE * OUT-RANGE
           set osc-wave-id(osc-i) to drum-wave-item(osc-note(osc-i) + 1)
           if osc-smp-zone(osc-i) > 0 then
               perform SMP-CALC-INC
           end-if

           set osc-env-stage(osc-i) to 1
           move OUT-RANGE to osc-attack-inc(osc-i)
           move 0 to osc-sustain-lvl(osc-i)
           compute osc-decay-dec(osc-i) =
               1000 / drum-decay-ms-item(osc-note(osc-i) + 1)
               / sample-rate * (OUT-RANGE - 1)
           if osc-decay-dec(osc-i) < 1 then
               move 1 to osc-decay-dec(osc-i)
           end-if
           move osc-decay-dec(osc-i) to osc-release-dec(osc-i)
           if osc-smp-zone(osc-i) > 0 then
               move OUT-RANGE to osc-sustain-lvl(osc-i)
           end-if
           exit paragraph.



       *>  first zone of instrument slot smp-slot whose key range holds
       *>  smp-key and whose velocity range holds smp-vel
       *>  output: smp-zone (0 = none)
       SMP-FIND-ZONE.
           move 0 to smp-zone
           perform varying zone-i from 1 by 1
                   until zone-i > zone-total or smp-zone > 0
               if zone-slot(zone-i) = smp-slot
                       and smp-key >= zone-key-lo(zone-i)
                       and smp-key <= zone-key-hi(zone-i)
                       and smp-vel >= zone-vel-lo(zone-i)
                       and smp-vel <= zone-vel-hi(zone-i) then
                   move zone-i to smp-zone
               end-if
           end-perform
           exit paragraph.



       *>  per-sample step of sampled voice osc-i through its zone
       *>  file: the voice's frequency (tuning, transpose and bend
       *>  already in it) over the zone's root pitch, times the file's
       *>  sample rate over the job's
       SMP-CALC-INC.
           move osc-smp-zone(osc-i) to smp-zone
           compute osc-smp-inc(osc-i) =
               osc-frequency(osc-i) / zone-root-freq(smp-zone)
               * zone-rate(smp-zone) / sample-rate * SMP-POS-ONE
           exit paragraph.



       *>  note off
       *>  format:
       *>      <note>      1 byte
       *>      <velocity>  1 byte
       MIDI-NOTE-OFF.
           perform READ-HALFWORD
           perform MIDI-RELEASE-NOTE
           exit paragraph.



       *>  release the held note read-item(1) on midi-msg-channel -
       *>  shared by note-off and its velocity-0 note-on spelling. a
       *>  one-shot sample voice takes no notice and plays on to the
       *>  end of its file
       MIDI-RELEASE-NOTE.
           if cue-mode = 1 and measuring-pass = 0 and ff-active = 0 then
               move 'off' to cue-on-off
               perform CUE-WRITE-NOTE
           end-if

           *> find osc with matching note on the same channel
           set osc-i to 0
           perform varying i from 1 by 1 until (i > MAX-OSCILLATORS or osc-i > 0)
               if (osc-held(i) = 1 and osc-note(i) = read-item(1)
                       and osc-channel(i) = midi-msg-channel
                       and osc-smp-oneshot(i) = 0) then
                   set osc-i to i
               end-if
           end-perform

           *> release osc, unless the channel's sustain pedal (CC64) is
           *> down - then defer the release until the pedal comes up
           if osc-i > 0 then
               if chan-sustain-item(midi-msg-channel + 1) = 1 then
                   set osc-sustained(osc-i) to 1
               else
                   set osc-held(osc-i) to 0
               end-if
           end-if
           exit paragraph.



       *>  pitch bend
       *>  format:
       *>      <LSB>       1 byte (low 7 bits)
       *>      <MSB>       1 byte (high 7 bits)
       *>  14-bit value, 0x2000 (8192) is center/no bend
       MIDI-PITCH-BEND.
           perform READ-HALFWORD
           compute pb-raw = read-item(2) * 128 + read-item(1) - 8192
           compute chan-pitch-bend-item(midi-msg-channel + 1) =
               (pb-raw / 8192) * PITCH-BEND-RANGE-SEMITONES

           *> re-tune every currently-sounding oscillator on this
           *> channel - but never percussion voices, whose note number
           *> names a drum (not a pitch) and whose tuning comes from
           *> the drum map
           if midi-msg-channel = PERCUSSION-CHANNEL then
               exit paragraph
           end-if
           perform varying i from 1 by 1 until i > MAX-OSCILLATORS
               if osc-channel(i) = midi-msg-channel and osc-held(i) = 1 then
                   compute tune-note = osc-note(i) + transpose-semitones
                   move chan-pitch-bend-item(midi-msg-channel + 1)
                       to tune-bend
                   perform MIDI-CALC-FREQUENCY
                   move tune-freq to osc-frequency(i)
                   compute osc-phase-inc(i) = osc-frequency(i) / sample-rate * WAVETABLE-SIZE * OUT-RANGE
                   if osc-smp-zone(i) > 0 then
                       set osc-i to i
                       perform SMP-CALC-INC
                   end-if
               end-if
           end-perform
           exit paragraph.



       *>  control change
       *>  format:
       *>      <controller>    1 byte
       *>      <value>         1 byte
       *>  CC7 (channel volume) scales osc-velocity; CC64 (sustain
       *>  pedal) extends held notes past their note-off while down
       MIDI-CONTROL-CHANGE.
           perform READ-HALFWORD

           *> CC7 - channel volume
           if read-item(1) = 7 then
               compute chan-volume-item(midi-msg-channel + 1) = read-item(2) / 127
               perform varying i from 1 by 1 until i > MAX-OSCILLATORS
                   if osc-channel(i) = midi-msg-channel
                           and (osc-held(i) = 1 or osc-sustained(i) = 1) then
                       compute osc-velocity(i) = osc-base-velocity(i) * chan-volume-item(midi-msg-channel + 1)
                   end-if
               end-perform
           end-if

           *> CC64 - sustain pedal
           if read-item(1) = 64 then
               if read-item(2) >= 64 then
                   set chan-sustain-item(midi-msg-channel + 1) to 1
               else
                   set chan-sustain-item(midi-msg-channel + 1) to 0
                   *> pedal released - finally release notes whose
                   *> note-off arrived while it was held down
                   perform varying i from 1 by 1 until i > MAX-OSCILLATORS
                       if osc-channel(i) = midi-msg-channel and osc-sustained(i) = 1 then
                           set osc-held(i) to 0
                           set osc-sustained(i) to 0
                       end-if
                   end-perform
               end-if
           end-if
           exit paragraph.
      


       *>  program change
       *>  format:
       *>      <program>   1 byte
       *>  re-point the channel at the patch library's waveform for the
       *>  new program, so the channel's sound changes mid-song where
       *>  the file says it should. notes already sounding keep the
       *>  voice they started with (osc-wave-id was copied at note-on);
       *>  percussion is note-keyed by the drum map, and a channel the
       *>  per-file .cfg assigned a waveform stays hand-locked
       MIDI-PROGRAM-CHANGE.
           perform READ-BYTE

           if midi-msg-channel not = PERCUSSION-CHANNEL
                   and chan-cfg-locked-item(midi-msg-channel + 1) = 0
                   and read-item(1) < PATCH-COUNT then
               set chan-wave-id-item(midi-msg-channel + 1)
                   to patch-wave-id-item(read-item(1) + 1)
           end-if
           exit paragraph.



       *>  append one note row to the cue sheet - the timestamp is the
       *>  sample clock position of the tick this event fires on, i.e.
       *>  exactly where it lands in the delivered audio. read-item
       *>  still holds the note and velocity, and trk-i the track
       CUE-WRITE-NOTE.
           set local-1 to buff-i
           compute cue-tenth-ms =
               (total-samples-written + local-1 - 1) * 10000
               / sample-rate
           compute cue-sec-int-ed = cue-tenth-ms / 10000
           compute cue-sec-frac = function mod(cue-tenth-ms, 10000)
           set local-2 to trk-i
           move local-2 to cue-track-ed
           move midi-msg-channel to cue-chan-ed
           move read-item(1) to cue-d1-ed
           move read-item(2) to cue-d2-ed

           move spaces to cue-line
           string function trim(cue-sec-int-ed) delimited by size
                  '.' delimited by size
                  cue-sec-frac delimited by size
                  ',' delimited by size
                  function trim(cue-track-ed) delimited by size
                  ',' delimited by size
                  function trim(cue-chan-ed) delimited by size
                  ',' delimited by size
                  function trim(cue-on-off) delimited by size
                  ',' delimited by size
                  function trim(cue-d1-ed) delimited by size
                  ',' delimited by size
                  function trim(cue-d2-ed) delimited by size
                  into cue-line
           write cue-rec from cue-line
           exit paragraph.



       *>  append one tempo-change row to the cue sheet - data1 is the
       *>  new tempo in microseconds per quarter note (read-long), the
       *>  channel and data2 columns stay empty
       CUE-WRITE-TEMPO.
           set local-1 to buff-i
           compute cue-tenth-ms =
               (total-samples-written + local-1 - 1) * 10000
               / sample-rate
           compute cue-sec-int-ed = cue-tenth-ms / 10000
           compute cue-sec-frac = function mod(cue-tenth-ms, 10000)
           set local-2 to trk-i
           move local-2 to cue-track-ed
           move read-long to cue-d1-ed

           move spaces to cue-line
           string function trim(cue-sec-int-ed) delimited by size
                  '.' delimited by size
                  cue-sec-frac delimited by size
                  ',' delimited by size
                  function trim(cue-track-ed) delimited by size
                  ',,tempo,' delimited by size
                  function trim(cue-d1-ed) delimited by size
                  ',' delimited by size
                  into cue-line
           write cue-rec from cue-line
           exit paragraph.



       *>  file the meta text just read by READ-TO-TEXT according to
       *>  its type: track names label the report, markers join the
       *>  marker table (and the cue sheet), lyrics/text ride along as
       *>  cue-sheet rows. names are captured on every pass (they are
       *>  idempotent), but clock-stamped rows only during delivered
       *>  audio - never the measuring pass or a punch chase
       MIDI-META-TEXT.
           if meta-text-len = 0 then
               exit paragraph
           end-if

           *> track name (0x03) - first one per track wins
           if meta-text-type = 3 then
               if trk-name-item(trk-i) = spaces then
                   move meta-text-buf to trk-name-item(trk-i)
               end-if
               exit paragraph
           end-if

           if measuring-pass = 1 or ff-active = 1 then
               exit paragraph
           end-if

           *> section marker (0x06) - a loop render passes the same
           *> markers every wrap, so only the first pass files them
           if meta-text-type = 6 then
               if marker-count < MARKER-MAX and loop-wrap-count = 0 then
                   add 1 to marker-count
                   move meta-text-buf to marker-text-item(marker-count)
                   set local-1 to buff-i
                   compute marker-sample-item(marker-count) =
                       total-samples-written + local-1 - 1
               end-if
               if cue-mode = 1 then
                   move 'marker' to cue-on-off
                   perform CUE-WRITE-TEXT
               end-if
               exit paragraph
           end-if

           *> lyric (0x05) / text (0x01)
           if cue-mode = 1 then
               if meta-text-type = 5 then
                   move 'lyric' to cue-on-off
               else
                   move 'text' to cue-on-off
               end-if
               perform CUE-WRITE-TEXT
           end-if
           exit paragraph.



       *>  append one text row (marker/lyric/text) to the cue sheet -
       *>  same sample-clock timestamp as the note rows, the captured
       *>  text in the data1 column, data2 empty
       CUE-WRITE-TEXT.
           set local-1 to buff-i
           compute cue-tenth-ms =
               (total-samples-written + local-1 - 1) * 10000
               / sample-rate
           compute cue-sec-int-ed = cue-tenth-ms / 10000
           compute cue-sec-frac = function mod(cue-tenth-ms, 10000)
           set local-2 to trk-i
           move local-2 to cue-track-ed

           move spaces to cue-line
           string function trim(cue-sec-int-ed) delimited by size
                  '.' delimited by size
                  cue-sec-frac delimited by size
                  ',' delimited by size
                  function trim(cue-track-ed) delimited by size
                  ',,' delimited by size
                  function trim(cue-on-off) delimited by size
                  ',' delimited by size
                  function trim(meta-text-buf) delimited by size
                  ',' delimited by size
                  into cue-line
           write cue-rec from cue-line
           exit paragraph.



       *>  append one time-signature ('meter', e.g. '6/8') or key-
       *>  signature ('key', e.g. 'F# minor') row to the cue sheet,
       *>  worded the same way as the '.bars' file - meta-field-type
       *>  names the event, read-item(1 - 2) still holds its fields
       CUE-WRITE-SIGNATURE.
           if meta-field-type = 88 then
               move read-item(1) to bar-num
               move read-item(2) to bar-den-pow
               perform BARS-FORMAT-METER
               move bar-meter-text to meta-text-buf
               move 'meter' to cue-on-off
           else
               move read-item(1) to bar-key-sf
               move read-item(2) to bar-key-minor
               perform BARS-FORMAT-KEY
               move bar-key-text to meta-text-buf
               move 'key' to cue-on-off
           end-if
           perform CUE-WRITE-TEXT
           exit paragraph.



       *>  update envelopes and outputs for each oscillator
       MAIN-UPDATE-OSC.
           set osc-active to 0
           move 0 to osc-active-count

           perform varying i from 1 by 1 until i > MAX-OSCILLATORS

               *> envelopes - attack/decay/sustain while held (staged
               *> by osc-env-stage), release once the note lets go
               if osc-held(i) = 1 then
                   evaluate osc-env-stage(i)
                       when 1
                           *> attack - ramp up to full scale
                           add osc-attack-inc(i) to osc-envelope(i)
                           if osc-envelope(i) >= OUT-RANGE then
                               set osc-envelope(i) to OUT-RANGE
                               set osc-env-stage(i) to 2
                           end-if
                       when 2
                           *> decay - fall to the sustain level
                           if osc-envelope(i) > osc-sustain-lvl(i) then
                               subtract osc-decay-dec(i) from osc-envelope(i)
                           end-if
                           if osc-envelope(i) <= osc-sustain-lvl(i) then
                               move osc-sustain-lvl(i) to osc-envelope(i)
                               set osc-env-stage(i) to 3
                           end-if
                       when other
                           *> sustain - hold at the sustain level
                           continue
                   end-evaluate
               else
                   *> if not held, release env
                   if osc-envelope(i) > 0 then
                       subtract osc-release-dec(i) from osc-envelope(i)
                   end-if
               end-if

               *> calculate output if envelope is open
               if osc-envelope(i) > 0 then
                   set osc-active to 1
                   add 1 to osc-active-count

                   if osc-smp-zone(i) > 0 then
                       *> sampled instrument - its zone's file,
                       *> resampled to the voice's pitch and rate
                       perform OSC-SAMPLE-LOOKUP
                   else
                       *> calculate phase
                       add osc-phase-inc(i) to osc-phase(i)
                       if osc-phase(i) > osc-phase-range then
                           subtract osc-phase-range from osc-phase(i)
                       end-if

                       *> wavetable lookup - each oscillator plays the
                       *> waveform it was armed with at note-on (its
                       *> channel's assignment, or its drum-map entry)
                       set wt-phase to osc-phase(i)
                       set wtsb-i to osc-wave-id(i)
                       perform OSC-WAVETABLE-LOOKUP
                   end-if

                   *> output
                   compute osc-output(i) = wt-output * osc-envelope(i) / OUT-RANGE * osc-velocity(i) / OUT-RANGE
               end-if
           end-perform

           if osc-active-count > osc-peak-usage then
               set osc-peak-usage to osc-active-count
           end-if
           exit paragraph.



       *>  get value from wavetable, using linear interpolation
       *>  arguments: wt-phase, wtsb-i (which waveform's table to use)
       *>  output: wt-output
       OSC-WAVETABLE-LOOKUP.

           *> find sample before and after phase
           compute local-1 = wt-phase / OUT-RANGE
           compute local-2 = local-1 + 1
           if local-2 > WAVETABLE-SIZE then
               subtract WAVETABLE-SIZE from local-2
           end-if

           *> linear interpolation
           compute wt-output = wt-item(wtsb-i, local-1) + (wt-item(wtsb-i, local-2) - wt-item(wtsb-i, local-1)) * (wt-phase / OUT-RANGE - local-1)
           exit paragraph.



       *>  get value for sampled voice i from its zone file, using
       *>  linear interpolation between the frames either side of its
       *>  position, then step the position on. the sustain loop
       *>  repeats while the note is held (a one-shot ignores it);
       *>  once released the voice plays on through the rest of the
       *>  file, and it ends - held or not - when the file does
       *>  output: wt-output
       OSC-SAMPLE-LOOKUP.
           move osc-smp-zone(i) to smp-zone
           compute smp-frame = osc-smp-pos(i) / SMP-POS-ONE
           if smp-frame >= zone-frames(smp-zone) then
               move 0 to wt-output
               move 0 to osc-envelope(i)
               move 0 to osc-held(i)
               move 0 to osc-sustained(i)
               exit paragraph
           end-if
           compute smp-frac = osc-smp-pos(i) - smp-frame * SMP-POS-ONE

           compute smp-next = smp-frame + 1
           if zone-loop-end(smp-zone) > 0 and osc-held(i) = 1
                   and osc-smp-oneshot(i) = 0
                   and smp-next >= zone-loop-end(smp-zone) then
               move zone-loop-start(smp-zone) to smp-next
           end-if

           if smp-next >= zone-frames(smp-zone) then
               *> the last frame leads out to silence
               compute wt-output =
                   sample-pool-item(zone-start(smp-zone) + smp-frame + 1)
                   * (SMP-POS-ONE - smp-frac) / SMP-POS-ONE
           else
               compute wt-output =
                   sample-pool-item(zone-start(smp-zone) + smp-frame + 1)
                   + (sample-pool-item(zone-start(smp-zone) + smp-next + 1)
                      - sample-pool-item(zone-start(smp-zone) + smp-frame + 1))
                   * smp-frac / SMP-POS-ONE
           end-if

           add osc-smp-inc(i) to osc-smp-pos(i)
           perform SMP-WRAP-LOOP
           exit paragraph.



       *>  bring sampled voice i (zone smp-zone) back round its
       *>  sustain loop once its position has run past the loop end -
       *>  only while the note is held, and never for a one-shot
       SMP-WRAP-LOOP.
           if zone-loop-end(smp-zone) > 0 and osc-held(i) = 1
                   and osc-smp-oneshot(i) = 0
                   and osc-smp-pos(i) >=
                       zone-loop-end(smp-zone) * SMP-POS-ONE then
               compute smp-loop-len = (zone-loop-end(smp-zone)
                   - zone-loop-start(smp-zone)) * SMP-POS-ONE
               compute osc-smp-pos(i) =
                   zone-loop-start(smp-zone) * SMP-POS-ONE
                   + function mod(osc-smp-pos(i)
                       - zone-loop-start(smp-zone) * SMP-POS-ONE,
                       smp-loop-len)
           end-if
           exit paragraph.



       *>  sum every oscillator to get buffer sample, then either track
       *>  its peak (measuring pass of a two-pass normalize render) or
       *>  scale/limit it for real output
       MAIN-MIX-TO-BUFF.
           *> per-channel stems accumulate before pan and the mix-bus
           *> limiter get involved - and never during the silent
           *> measuring pass of a normalize render
           if stems-mode = 1 and measuring-pass = 0 then
               perform STEM-MIX-TO-BUFF
           end-if

           if stereo-mode = 1 then
               perform MAIN-MIX-STEREO
               exit paragraph
           end-if

           move 0 to mix-total
           move 0 to fx-send-total
           perform varying i from 1 by 1 until i > MAX-OSCILLATORS
               if osc-envelope(i) > 0 then
                   compute mix-total = mix-total + osc-output(i)
                   if chan-fx-send-pct-item(osc-channel(i) + 1) > 0 then
                       compute fx-send-total = fx-send-total
                           + osc-output(i)
                             * chan-fx-send-pct-item(osc-channel(i) + 1)
                             / 100
                   end-if
               end-if
           end-perform

           *> wet return joins the dry sum here, before the peak
           *> tracker / normalize scaling / limiter below - so the bus
           *> is normalized with the music and the limiter still
           *> bounds the delivered sample
           if fx-any-send = 1 then
               perform FX-PROCESS-SAMPLE
               add fx-return-total to mix-total
           end-if

           if measuring-pass = 1 then
               perform MAIN-TRACK-PEAK
               perform MAIN-TRACK-PEAK-MONO
           else
               if normalize-mode = 1 then
                   compute mix-total = mix-total * normalize-scale
               end-if
               perform MAIN-LIMIT-SAMPLE
           end-if

           set buff-item(buff-i) to mix-total
           exit paragraph.



       *>  stereo counterpart of MAIN-MIX-TO-BUFF - each oscillator is
       *>  weighted by its channel's pan gains, and left and right keep
       *>  separate totals through the peak tracker, normalizer and
       *>  limiter before landing in buff-l-item/buff-r-item
       MAIN-MIX-STEREO.
           move 0 to mix-total-l
           move 0 to mix-total-r
           move 0 to fx-send-total
           perform varying i from 1 by 1 until i > MAX-OSCILLATORS
               if osc-envelope(i) > 0 then
                   compute mix-total-l = mix-total-l
                       + osc-output(i) * chan-gain-l-item(osc-channel(i) + 1)
                         / OUT-RANGE
                   compute mix-total-r = mix-total-r
                       + osc-output(i) * chan-gain-r-item(osc-channel(i) + 1)
                         / OUT-RANGE
                   if chan-fx-send-pct-item(osc-channel(i) + 1) > 0 then
                       compute fx-send-total = fx-send-total
                           + osc-output(i)
                             * chan-fx-send-pct-item(osc-channel(i) + 1)
                             / 100
                   end-if
               end-if
           end-perform

           *> the send is pre-pan mono and the wet return comes back
           *> center - split evenly between the sides, ahead of the
           *> per-side peak tracking / normalize / limiting below, so
           *> the left + right fold-down still matches the mono mix
           if fx-any-send = 1 then
               perform FX-PROCESS-SAMPLE
               compute mix-total-l = mix-total-l + fx-return-total / 2
               compute mix-total-r = mix-total-r + fx-return-total / 2
           end-if

           if measuring-pass = 1 then
               *> track the loudest side, so a normalize render scales
               *> whichever channel peaks higher onto the target
               move mix-total-l to mix-total
               perform MAIN-TRACK-PEAK
               move mix-total-r to mix-total
               perform MAIN-TRACK-PEAK
               *> the pan gains sum to 1.0, so left + right is the
               *> pre-pan mono sum the stems are cut from
               compute mix-total = mix-total-l + mix-total-r
               perform MAIN-TRACK-PEAK-MONO
           else
               if normalize-mode = 1 then
                   compute mix-total-l = mix-total-l * normalize-scale
                   compute mix-total-r = mix-total-r * normalize-scale
               end-if
               move mix-total-l to mix-total
               perform MAIN-LIMIT-SAMPLE
               move mix-total to mix-total-l
               move mix-total-r to mix-total
               perform MAIN-LIMIT-SAMPLE
               move mix-total to mix-total-r
           end-if

           set buff-l-item(buff-i) to mix-total-l
           set buff-r-item(buff-i) to mix-total-r

           *> mono fold-down for the live playback queue - the pan
           *> gains sum to 1.0 per channel, so left + right is the
           *> mono mix; hard-clamp (rather than the soft limiter, whose
           *> engage count belongs to the delivered file only) since
           *> the per-side limiting above does not bound the sum
           if quiet-mode = 0 then
               compute mix-total = mix-total-l + mix-total-r
               if mix-total > LIMIT-CEILING then
                   move LIMIT-CEILING to mix-total
               end-if
               if mix-total < (0 - LIMIT-CEILING) then
                   compute mix-total = 0 - LIMIT-CEILING
               end-if
               set buff-item(buff-i) to mix-total
           end-if
           exit paragraph.



       *>  per-channel counterpart of MAIN-MIX-TO-BUFF - each active
       *>  channel's oscillators sum into that channel's own slice of
       *>  stem-buff. stems carry the normalize scaling (so their
       *>  levels line up with the delivered mix) but deliberately sit
       *>  ahead of the pan gains and the mix-bus limiter - the whole
       *>  point of a stem is to hand mastering the unsquashed channel
       *>  - with only a hard clamp at the 16-bit boundary
       STEM-MIX-TO-BUFF.
           perform varying chan-i from 1 by 1 until chan-i > MIDI-CHANNEL-COUNT
               move 0 to chan-stem-total-item(chan-i)
           end-perform

           perform varying i from 1 by 1 until i > MAX-OSCILLATORS
               if osc-envelope(i) > 0 then
                   add osc-output(i)
                       to chan-stem-total-item(osc-channel(i) + 1)
               end-if
           end-perform

           perform varying chan-i from 1 by 1 until chan-i > MIDI-CHANNEL-COUNT
               if chan-note-count-item(chan-i) > 0 then
                   if normalize-mode = 1 then
                       compute chan-stem-total-item(chan-i) =
                           chan-stem-total-item(chan-i)
                           * stem-normalize-scale
                   end-if
                   if chan-stem-total-item(chan-i) > LIMIT-CEILING then
                       move LIMIT-CEILING to chan-stem-total-item(chan-i)
                   end-if
                   if chan-stem-total-item(chan-i) < (0 - LIMIT-CEILING) then
                       compute chan-stem-total-item(chan-i) =
                           0 - LIMIT-CEILING
                   end-if
                   set stem-samp-item(chan-i, buff-i)
                       to chan-stem-total-item(chan-i)
               end-if
           end-perform
           exit paragraph.



       *>  record the loudest |sample| seen so far this pass, used only
       *>  by CS-MEASURE-PEAK
       MAIN-TRACK-PEAK.
           if mix-total < 0 then
               compute local-1 = 0 - mix-total
           else
               move mix-total to local-1
           end-if

           if local-1 > peak-sample-abs then
               move local-1 to peak-sample-abs
           end-if
           exit paragraph.



       *>  same, for the pre-pan mono peak that sets the stems' own
       *>  normalize scale
       MAIN-TRACK-PEAK-MONO.
           if mix-total < 0 then
               compute local-1 = 0 - mix-total
           else
               move mix-total to local-1
           end-if

           if local-1 > peak-mono-abs then
               move local-1 to peak-mono-abs
           end-if
           exit paragraph.



       *>  soft-knee limiter - samples under LIMIT-THRESHOLD pass through
       *>  unchanged; above it, compress smoothly toward LIMIT-CEILING
       *>  instead of hard-clipping, which would sound like a click/pop
       MAIN-LIMIT-SAMPLE.
           if mix-total > LIMIT-THRESHOLD then
               compute local-1 = LIMIT-THRESHOLD
                   + (LIMIT-CEILING - LIMIT-THRESHOLD)
                     * (mix-total - LIMIT-THRESHOLD)
                   / (mix-total - LIMIT-THRESHOLD
                       + (LIMIT-CEILING - LIMIT-THRESHOLD))
               move local-1 to mix-total
               add 1 to limiter-engaged-count
           else
               if mix-total < (0 - LIMIT-THRESHOLD) then
                   compute local-1 = (0 - LIMIT-THRESHOLD)
                       - (LIMIT-CEILING - LIMIT-THRESHOLD)
                         * ((0 - mix-total) - LIMIT-THRESHOLD)
                       / ((0 - mix-total) - LIMIT-THRESHOLD
                           + (LIMIT-CEILING - LIMIT-THRESHOLD))
                   move local-1 to mix-total
                   add 1 to limiter-engaged-count
               end-if
           end-if
           exit paragraph.



       *>  called when buffer is filled
       MAIN-OUTPUT-BUFF.

           *> write to wav file, one little-endian sample at a time -
           *> interleaved left/right pairs in a stereo render, the mono
           *> mix otherwise; total-samples-written counts sample frames
           *> either way, so the duration reconciliation in the report
           *> is unaffected by the channel count
           if stereo-mode = 1 then
               perform varying i from 1 by 1 until i > BUFFER-SIZE
                   move buff-l-item(i) to pcm-sample
                   perform WAV-WRITE-SAMPLE
                   move buff-r-item(i) to pcm-sample
                   perform WAV-WRITE-SAMPLE
               end-perform
           else
               perform varying i from 1 by 1 until i > BUFFER-SIZE
                   move buff-item(i) to pcm-sample
                   perform WAV-WRITE-SAMPLE
               end-perform
           end-if
           add BUFFER-SIZE to total-samples-written

           *> append every active channel's slice to its own stem file
           if stems-mode = 1 then
               perform STEM-FLUSH-BUFFERS
           end-if

           *> every CHECKPOINT-INTERVAL buffers, snapshot progress so a
           *> long render can pick back up here instead of from scratch
           *> (not for a punch render, which is over in seconds)
           add 1 to ckpt-buffers-since
           if ckpt-buffers-since >= CHECKPOINT-INTERVAL
                   and punch-mode = 0 and playlist-mode = 0 then
               perform CS-WRITE-CHECKPOINT
               move 0 to ckpt-buffers-since
           end-if

           *> a batch worker keeps its claim on this job alive
           if worker-mode = 1 then
               perform WRK-BEAT-CHECK
           end-if

           *> start audio playback with SDL
           *> see audio_out.c - skipped entirely in quiet mode, where
           *> the WAV file is the only output
           if quiet-mode = 0 then
               if audio-playing = 0 then
                   call "audio_start_playback"
                   set audio-playing to 1
               end-if

               *> add buffer to SDL audio queue
               call "audio_queue" using
                   by reference buff
           end-if

           *> loop render: wrap when the piece (or region) completes
           *> short of the target, stop once the target is reached -
           *> the seam lands on a buffer boundary and the forced
           *> release in CS-LOOP-WRAP fades it over
           if loop-mode = 1 then
               if total-samples-written >= loop-target-samples then
                   set main-exit to 1
               else
                   if in-eof = 1
                           or (loop-region-samples > 0
                               and total-samples-written >= loop-next-wrap)
                           then
                       perform CS-LOOP-WRAP
                   end-if
               end-if
           end-if

           *> if reading and rendering is done, request to exit main
           *> loop - unless the effects bus is still ringing, in which
           *> case run out its tail first so the delivered file keeps
           *> the final echoes
           if (in-eof = 1 and osc-active = 0) then
               if fx-any-send = 1 and fx-runout-remaining > 0 then
                   if fx-runout-remaining > BUFFER-SIZE then
                       subtract BUFFER-SIZE from fx-runout-remaining
                   else
                       set fx-runout-remaining to 0
                   end-if
               else
                   set main-exit to 1
               end-if
           end-if

           *> a punch window also ends once its frames are written
           if punch-window-samples > 0
                   and total-samples-written >= punch-window-samples then
               set main-exit to 1
           end-if

           exit paragraph.





       *>  CLOSE
       CS-CLOSE.

           *> close files
           close in-file
           close out-file

           *> a playlist is one deliverable - the report title and the
           *> ledger record carry the manifest's name, not whichever
           *> piece happened to render last
           if playlist-mode = 1 then
               move job-name to in-name
           end-if

           *> now that the real sample count is known, patch the
           *> placeholder RIFF/WAVE header written at CS-INIT
           move out-channels to hdr-channels
           perform BUILD-WAV-HEADER
           perform WAV-FIX-HEADER

           *> same patch-up for every stem delivered alongside the mix
           if stems-mode = 1 then
               perform STEM-FIX-HEADERS
           end-if

           if osc-steal-count > 0 then
               display 'NOTE: ' osc-steal-count ' oscillator steal(s) - '
                   'MAX-OSCILLATORS was exhausted at least once for this file.'
           end-if

           *> reconcile actual render against what the header promised,
           *> and log a daily record instead of relying on someone to
           *> eyeball whether the render "sounded right"
           perform CALC-EXPECTED-SAMPLES

           *> a playlist's expectation was accumulated piece by piece
           *> (plus its gaps) as each one rendered - the walk above
           *> only covered the final piece still in memory
           if playlist-mode = 1 then
               move pl-expected-total to expected-total-samples
           end-if

           *> a loop render's contract is the target length, not the
           *> single pass the walk above measured
           if loop-mode = 1 then
               move loop-target-samples to expected-total-samples
           end-if

           *> the header/tempo-map duration describes the whole song -
           *> trim it to the rendered window so the reconciliation
           *> still means something for a punch render
           if punch-mode = 1 then
               compute local-1 = punch-start-ms * sample-rate / 1000
               if expected-total-samples > local-1 then
                   subtract local-1 from expected-total-samples
               else
                   move 0 to expected-total-samples
               end-if
               if punch-window-samples > 0
                       and expected-total-samples > punch-window-samples then
                   move punch-window-samples to expected-total-samples
               end-if
           end-if

           *> marker listing for sync licensing, before the report so
           *> the report can point at it by name
           perform MARK-WRITE-FILE

           *> bar/beat timeline (and the click track, if asked for)
           *> from the tempo, meter and key maps that walk just built
           perform BARS-WRITE-FILE

           *> measure what was actually delivered against the job's
           *> delivery spec, before the report and ledger record it
           if qc-spec-name > spaces then
               perform QC-CHECK-RENDER
           end-if

           *> and against the approved master, if the job names one
           if compare-name > spaces then
               perform CMP-CHECK-RENDER
           end-if

           perform CS-WRITE-REPORT

           if cue-mode = 1 then
               close cue-file
           end-if

           *> one ledger record per finished job - a resumed render is
           *> worth flagging, since its wall-clock time only covers
           *> the tail it actually rendered
           if resume-mode = 1 then
               move 'RESUMED' to ledger-status
           else
               move 'CLEAN' to ledger-status
           end-if
           perform CS-WRITE-LEDGER

           *> a clean batch render that did not fail QC becomes the
           *> catalog entry the next run of this job is checked against
           if batch-mode = 1 and ledger-status = 'CLEAN'
                   and qc-status not = 'FAIL' and punch-mode = 0 then
               perform CAT-STORE-ENTRY
           end-if

           *> the render reached here cleanly, so any checkpoint from an
           *> earlier interrupted attempt at this job no longer applies
           *> (punch and playlist renders never write one)
           if punch-mode = 0 and playlist-mode = 0 then
               perform CS-CLEAR-CHECKPOINT
           end-if

           *> wait for playback to finish before returning control to
           *> CS-RUN-ONE-JOB - in batch mode there is another job
           *> waiting, so this must NOT stop run (COBOL-SOUND does that
           *> once, after every job/manifest line has been processed);
           *> in quiet mode the device was never opened, so there is
           *> nothing to drain and the job ends as soon as the WAV does
           if quiet-mode = 0 then
               call "audio_wait_for_queue_end"
               call "audio_close"
           end-if
           exit paragraph.



       *>  reopen out-file for update and rewrite the 44 header bytes
       *>  in place with the final wav-header contents
       WAV-FIX-HEADER.
           open i-o out-file
           perform varying i from 1 by 1 until i > 44
               read out-file
               move wav-header-byte(i) to out-byte
               rewrite out-byte
           end-perform
           close out-file
           exit paragraph.



       *>  append each active channel's BUFFER-SIZE slice to its stem
       *>  file - opened extend per flush, so the single stem-file FD
       *>  serves however many channels are active in one pass
       STEM-FLUSH-BUFFERS.
           perform varying stem-chan-num from 0 by 1
                   until stem-chan-num >= MIDI-CHANNEL-COUNT
               if chan-note-count-item(stem-chan-num + 1) > 0 then
                   perform BUILD-STEM-NAME
                   open extend stem-file
                   perform varying i from 1 by 1 until i > BUFFER-SIZE
                       move stem-samp-item(stem-chan-num + 1, i)
                           to pcm-sample
                       perform STEM-WRITE-SAMPLE
                   end-perform
                   close stem-file
               end-if
           end-perform
           exit paragraph.



       *>  rewrite every stem's placeholder header in place with the
       *>  final sample count - the stem-file twin of WAV-FIX-HEADER,
       *>  run once for each delivered stem at CS-CLOSE
       STEM-FIX-HEADERS.
           move 1 to hdr-channels
           perform BUILD-WAV-HEADER
           perform varying stem-chan-num from 0 by 1
                   until stem-chan-num >= MIDI-CHANNEL-COUNT
               if chan-note-count-item(stem-chan-num + 1) > 0 then
                   perform BUILD-STEM-NAME
                   open i-o stem-file
                   perform varying i from 1 by 1 until i > 44
                       read stem-file
                       move wav-header-byte(i) to stem-byte
                       rewrite stem-byte
                   end-perform
                   close stem-file
               end-if
           end-perform
           exit paragraph.



       *>  independently re-walk every track's raw bytes (still resident
       *>  in midi-bytes-tbl) counting only <delta-time>s and tempo
       *>  changes, to get the duration the header/tempo map actually
       *>  promised - the longest track's cumulative time is the song's
       *>  expected length, for comparison against total-samples-written.
       *>  two passes: the first collects every tempo change from every
       *>  track into one ordered map, the second converts each track's
       *>  deltas at the tempo actually in effect at their position.
       *>  a format 2 file's sequences play one after another, each
       *>  under its own tempo map, so there each track is mapped and
       *>  walked on its own and the durations add up instead
       CALC-EXPECTED-SAMPLES.
           move 0 to in-eof
           move 0 to expected-total-samples
           move 0 to exp-marker-count
           move 0 to exp-seq-offset
           move 0 to exp-meter-count
           move 0 to exp-key-count
           move 0 to exp-song-ticks

           if midi-format = 2 then
               perform varying trk-i from 1 by 1 until trk-i > track-count
                   move 0 to exp-tempo-count
                   perform EXP-COLLECT-TRACK-TEMPOS
                   perform EXP-WALK-TRACK-SAMPLES
                   add exp-cur-samples to exp-seq-offset
               end-perform
               move exp-seq-offset to expected-total-samples
               move 0 to in-eof
               exit paragraph
           end-if

           *> pass 1: the tempo map
           move 0 to exp-tempo-count
           perform varying trk-i from 1 by 1 until trk-i > track-count
               perform EXP-COLLECT-TRACK-TEMPOS
           end-perform

           *> pass 2: per track, convert its deltas to samples with
           *> the tempo in effect at each tick
           perform varying trk-i from 1 by 1 until trk-i > track-count
               perform EXP-WALK-TRACK-SAMPLES
               if exp-cur-samples > expected-total-samples then
                   set expected-total-samples to exp-cur-samples
               end-if
           end-perform
           exit paragraph.



       *>  pass 1 of CALC-EXPECTED-SAMPLES for the track indexed by
       *>  trk-i: file every tempo change it carries into the tempo
       *>  map at its tick position, and every time and key signature
       *>  into the meter and key maps the same way
       EXP-COLLECT-TRACK-TEMPOS.
           set read-pos to trk-start(trk-i)
           move 0 to exp-cur-ticks
           move 0 to exp-track-ended
           move 0 to run-status
           *> in-eof only means THIS track ran past the end of the
           *> loaded bytes - clear it per track so one bad track
           *> can't falsely truncate every track walked after it
           move 0 to in-eof

           perform until (exp-track-ended = 1
                   or read-pos >= trk-end-pos(trk-i)
                   or in-eof = 1)
               perform READ-TO-VLQ
               add read-vlq to exp-cur-ticks

               *> <event code>
               perform READ-BYTE
               perform MIDI-RESOLVE-RUNNING-STATUS

               if read-item(1) = 255 then
                   *> meta event - <type>
                   perform READ-BYTE

                   if read-item(1) = 47 then
                       *> end of track
                       perform READ-BYTE
                       set exp-track-ended to 1
                   else
                       evaluate read-item(1)
                           when 81
                               *> change tempo
                               perform READ-BYTE
                               set read-size to 3
                               perform READ-TO-LONG
                               perform EXP-RECORD-TEMPO
                           when 88
                               *> time signature
                               perform READ-BYTE
                               set read-size to read-item(1)
                               perform READ-META-FIELDS
                               perform EXP-RECORD-METER
                           when 89
                               *> key signature
                               perform READ-BYTE
                               set read-size to read-item(1)
                               perform READ-META-FIELDS
                               perform EXP-RECORD-KEY
                           when other
                               perform READ-BYTE
                               set read-size to read-item(1)
                               perform READ-TO-NONE
                       end-evaluate
                   end-if
               else
                   perform EXP-SKIP-MESSAGE
               end-if
           end-perform

           *> the longest track sets where the last bar ends
           if exp-cur-ticks > exp-song-ticks then
               move exp-cur-ticks to exp-song-ticks
           end-if
           exit paragraph.



       *>  pass 2 of CALC-EXPECTED-SAMPLES for the track indexed by
       *>  trk-i: convert its deltas to samples with the tempo in
       *>  effect at each tick (EXP-ADD-DELTA-SAMPLES splits any delta
       *>  that crosses a tempo change); tempo events themselves are
       *>  just skipped here - the map already has them
       *>  output: exp-cur-samples
       EXP-WALK-TRACK-SAMPLES.
           set read-pos to trk-start(trk-i)
           move 0 to exp-cur-samples
           move 0 to exp-cur-ticks
           move 0 to exp-track-ended
           move 0 to run-status
           move 0 to in-eof
           move midi-base-frame-size to exp-frame-size
           move 1 to exp-map-idx
           move 0 to exp-time-rem

           perform until (exp-track-ended = 1
                   or read-pos >= trk-end-pos(trk-i)
                   or in-eof = 1)
               perform READ-TO-VLQ
               perform EXP-ADD-DELTA-SAMPLES

               *> <event code>
               perform READ-BYTE
               perform MIDI-RESOLVE-RUNNING-STATUS

               if read-item(1) = 255 then
                   *> meta event - <type>
                   perform READ-BYTE

                   if read-item(1) = 47 then
                       *> end of track
                       perform READ-BYTE
                       set exp-track-ended to 1
                   else
                       if read-item(1) = 6 then
                           *> section marker - record its sample
                           *> position, so a loop region can be
                           *> named by markers before any audio
                           *> has been rendered
                           perform READ-BYTE
                           set read-size to read-item(1)
                           perform READ-TO-TEXT
                           perform EXP-RECORD-MARKER
                       else
                           perform READ-BYTE
                           set read-size to read-item(1)
                           perform READ-TO-NONE
                       end-if
                   end-if
               else
                   perform EXP-SKIP-MESSAGE
               end-if
           end-perform
           exit paragraph.



       *>  skip one MIDI message's <data> during the expected-samples
       *>  walks, the same way MIDI-HANDLE-EVENT does for ignored
       *>  messages - read-item(1) holds the (running-status resolved)
       *>  event code. a data byte with no status in effect means the
       *>  track is corrupt from here on, so the walk stops at it, the
       *>  same place the render gives up
       EXP-SKIP-MESSAGE.
           if read-item(1) < 128 then
               set exp-track-ended to 1
               exit paragraph
           end-if

           compute midi-msg-code = read-item(1) / 16
           if read-item(1) = 240 then
               set read-size to 1
               perform READ-BYTE until (read-item(1) = 247 or in-eof = 1)
           else
               set read-size to midi-msg-len-item(midi-msg-code)
               if read-item(1) = 242 then
                   set read-size to 2
               end-if
               if read-item(1) = 243 then
                   set read-size to 1
               end-if
               perform READ-TO-NONE
           end-if
           exit paragraph.



       *>  file the marker text just read by READ-TO-TEXT at the
       *>  current pass-2 walk position (exp-cur-samples) - the
       *>  pre-render twin of the render-time marker table, used by
       *>  LOOP-SETUP to resolve named loop regions
       EXP-RECORD-MARKER.
           if meta-text-len > 0 and exp-marker-count < EXP-MARKER-MAX then
               add 1 to exp-marker-count
               move meta-text-buf to exp-marker-text(exp-marker-count)
               compute exp-marker-sample(exp-marker-count) =
                   exp-seq-offset + exp-cur-samples
           end-if
           exit paragraph.



       *>  insert the tempo change just read (read-long, at tick
       *>  exp-cur-ticks) into the tempo map, keeping it ordered by
       *>  tick; a same-tick collision files the later event after the
       *>  earlier one, so the last one to fire wins when applied. the
       *>  map is a reconciliation aid, so once it is full the extra
       *>  entries are simply dropped rather than failing the job
       EXP-RECORD-TEMPO.
           if exp-tempo-count >= EXP-TEMPO-MAX then
               exit paragraph
           end-if

           *> the SMPTE frame clock ignores tempo events, and so must
           *> the map
           if smpte-mode = 1 then
               exit paragraph
           end-if

           move 1 to exp-ins-i
           perform until (exp-ins-i > exp-tempo-count
                   or exp-tempo-tick(exp-ins-i) > exp-cur-ticks)
               add 1 to exp-ins-i
           end-perform

           perform varying exp-shift-i from exp-tempo-count by -1
                   until exp-shift-i < exp-ins-i
               move exp-tempo-tick(exp-shift-i)
                   to exp-tempo-tick(exp-shift-i + 1)
               move exp-tempo-usec(exp-shift-i)
                   to exp-tempo-usec(exp-shift-i + 1)
           end-perform

           set exp-tempo-tick(exp-ins-i) to exp-cur-ticks
           set exp-tempo-usec(exp-ins-i) to read-long
           add 1 to exp-tempo-count
           exit paragraph.



       *>  insert the time signature just read by READ-META-FIELDS
       *>  (nn dd cc bb in read-item(1 - 4), at tick exp-cur-ticks)
       *>  into the meter map, ordered by tick the way EXP-RECORD-TEMPO
       *>  orders the tempo map. a zero numerator or a denominator
       *>  finer than a 64th note can't be laid out as bars, so such
       *>  an event is ignored and the meter before it stays in force
       EXP-RECORD-METER.
           if exp-meter-count >= EXP-METER-MAX
                   or read-item(1) = 0 or read-item(2) > 6 then
               exit paragraph
           end-if

           move 1 to exp-ins-i
           perform until (exp-ins-i > exp-meter-count
                   or exp-meter-tick(exp-ins-i) > exp-cur-ticks)
               add 1 to exp-ins-i
           end-perform

           perform varying exp-shift-i from exp-meter-count by -1
                   until exp-shift-i < exp-ins-i
               move exp-meter-item(exp-shift-i)
                   to exp-meter-item(exp-shift-i + 1)
           end-perform

           set exp-meter-tick(exp-ins-i) to exp-cur-ticks
           move read-item(1) to exp-meter-num(exp-ins-i)
           move read-item(2) to exp-meter-den-pow(exp-ins-i)
           move read-item(3) to exp-meter-clocks(exp-ins-i)
           add 1 to exp-meter-count
           exit paragraph.



       *>  insert the key signature just read by READ-META-FIELDS
       *>  (sf mi in read-item(1 - 2), at tick exp-cur-ticks) into the
       *>  key map, ordered by tick; more than seven sharps or flats,
       *>  or a mode other than major/minor, is ignored
       EXP-RECORD-KEY.
           if exp-key-count >= EXP-KEY-MAX or read-item(2) > 1
                   or (read-item(1) > 7 and read-item(1) < 249) then
               exit paragraph
           end-if

           move 1 to exp-ins-i
           perform until (exp-ins-i > exp-key-count
                   or exp-key-tick(exp-ins-i) > exp-cur-ticks)
               add 1 to exp-ins-i
           end-perform

           perform varying exp-shift-i from exp-key-count by -1
                   until exp-shift-i < exp-ins-i
               move exp-key-item(exp-shift-i)
                   to exp-key-item(exp-shift-i + 1)
           end-perform

           set exp-key-tick(exp-ins-i) to exp-cur-ticks
           move read-item(1) to exp-key-sf(exp-ins-i)
           move read-item(2) to exp-key-minor(exp-ins-i)
           add 1 to exp-key-count
           exit paragraph.



       *>  advance the pass-2 walk by read-vlq ticks, converting them
       *>  to samples via the tempo map - a delta that crosses one or
       *>  more tempo changes is split at each boundary, so every
       *>  slice is converted at the tempo actually in effect during
       *>  it, the same way the renderer's shared clock would have
       *>  timed it
       EXP-ADD-DELTA-SAMPLES.
           move read-vlq to exp-delta-left

           perform until exp-delta-left = 0
               *> apply every tempo change at or before the current
               *> tick before measuring the next slice
               perform until (exp-map-idx > exp-tempo-count
                       or exp-tempo-tick(exp-map-idx) > exp-cur-ticks)
                   move exp-tempo-usec(exp-map-idx) to exp-frame-size
                   add 1 to exp-map-idx
               end-perform

               move exp-delta-left to exp-step-ticks
               if exp-map-idx <= exp-tempo-count then
                   compute exp-next-bound =
                       exp-tempo-tick(exp-map-idx) - exp-cur-ticks
                   if exp-next-bound < exp-step-ticks then
                       move exp-next-bound to exp-step-ticks
                   end-if
               end-if

               *> same 'tempo=' scaling as the render clock itself
               *> (MIDI-GET-TIME-TO-NEXT-EVENT), so the expectation
               *> describes the stretched render actually delivered,
               *> and the same carried remainder, so the walk and the
               *> render clock agree to the sample
               compute time-denom =
                   midi-tick-rate * 1000000 * tempo-scale-pct
               compute exp-step-samples =
                   (exp-step-ticks * exp-frame-size * sample-rate * 100
                    + exp-time-rem) / time-denom
               compute exp-time-rem =
                   exp-step-ticks * exp-frame-size * sample-rate * 100
                   + exp-time-rem - exp-step-samples * time-denom
               add exp-step-samples to exp-cur-samples
               add exp-step-ticks to exp-cur-ticks
               subtract exp-step-ticks from exp-delta-left
           end-perform
           exit paragraph.



       *>  pre-flight pass: independently re-walk every track's raw
       *>  bytes, the same way CALC-EXPECTED-SAMPLES does, checking that
       *>  its declared <length> matches what was actually consumed and
       *>  that every note-on has a matching note-off before end-of-track
       VAL-CHECK-TRACKS.
           move 0 to in-eof
           move 0 to val-mismatch-count
           move 0 to val-stray-off-count

           *> per-channel note census, taken here because this pass
           *> already decodes every note-on - a 'stems' render delivers
           *> one stem per channel that plays anything (see
           *> STEM-CREATE-FILES)
           perform varying chan-i from 1 by 1 until chan-i > MIDI-CHANNEL-COUNT
               move 0 to chan-note-count-item(chan-i)
           end-perform

           *> program census likewise - the catalog fingerprints only
           *> the patch library entries a song actually selects
           perform varying i from 1 by 1 until i > PATCH-COUNT
               move 0 to prog-used-item(i)
           end-perform

           perform varying trk-i from 1 by 1 until trk-i > track-count
               set read-pos to trk-start(trk-i)
               move 0 to val-track-ended
               move 0 to run-status
               *> in-eof only means THIS track ran past the end of the
               *> loaded bytes - clear it per track so one bad track
               *> can't falsely truncate every track walked after it
               move 0 to in-eof

               perform varying val-note-index from 1 by 1 until val-note-index > 2048
                   move 0 to val-note-state-item(val-note-index)
               end-perform

               perform until (val-track-ended = 1
                       or read-pos >= trk-end-pos(trk-i)
                       or in-eof = 1)
                   perform READ-TO-VLQ

                   *> <event code>
                   perform READ-BYTE
                   perform MIDI-RESOLVE-RUNNING-STATUS

                   *> a data byte with no running status to reuse - the
                   *> render would give up on the track right here
                   if read-item(1) < 128 then
                       if in-eof = 0 then
                           add 1 to val-mismatch-count
                           compute val-cur-len = read-pos - trk-start(trk-i)
                           display 'PRE-FLIGHT: track ' trk-i
                               ' data byte where an event code was expected'
                               ' (offset ' val-cur-len ')'
                       end-if
                       set val-track-ended to 1
                   else
                       if read-item(1) = 255 then
                           *> meta event - <type>
                           perform READ-BYTE

                           if read-item(1) = 47 then
                               *> end of track
                               perform READ-BYTE
                               set val-track-ended to 1
                           else
                               if read-item(1) = 3 then
                                   *> track name - captured here, at
                                   *> pre-flight, because a resumed
                                   *> render's track cursors restart past
                                   *> the meta events and the report
                                   *> would otherwise lose its labels
                                   perform READ-BYTE
                                   set read-size to read-item(1)
                                   perform READ-TO-TEXT
                                   if meta-text-len > 0
                                           and trk-name-item(trk-i) = spaces
                                           then
                                       move meta-text-buf
                                           to trk-name-item(trk-i)
                                   end-if
                               else
                                   perform READ-BYTE
                                   set read-size to read-item(1)
                                   perform READ-TO-NONE
                               end-if
                           end-if
                       else
                           compute midi-msg-code = read-item(1) / 16
                           compute midi-msg-channel = FUNCTION MOD(read-item(1), 16)

                           if midi-msg-code = 8 or midi-msg-code = 9 then
                               *> note off / note on - track note-on/note-off
                               *> pairing (a velocity-0 note-on is a note-off)
                               perform READ-HALFWORD
                               compute val-note-index = midi-msg-channel * 128 + read-item(1) + 1

                               if midi-msg-code = 9 and read-item(2) > 0 then
                                   add 1 to val-note-state-item(val-note-index)
                                   add 1 to chan-note-count-item(midi-msg-channel + 1)
                                   *> channel labels are settled here too
                                   *> (first named track to play the
                                   *> channel), so a resumed render's
                                   *> report still carries them
                                   if chan-text-name-item(midi-msg-channel + 1)
                                           = spaces
                                           and trk-name-item(trk-i) > spaces
                                           then
                                       move trk-name-item(trk-i)
                                           to chan-text-name-item(midi-msg-channel + 1)
                                   end-if
                               else
                                   if val-note-state-item(val-note-index) > 0 then
                                       subtract 1 from val-note-state-item(val-note-index)
                                   else
                                       add 1 to val-mismatch-count
                                       add 1 to val-stray-off-count
                                       display 'PRE-FLIGHT: track ' trk-i
                                           ' note-off with no matching note-on'
                                           ' (channel ' midi-msg-channel
                                           ', note ' read-item(1) ')'
                                   end-if
                               end-if
                           else
                               if midi-msg-code = 12 then
                                   *> program change - note the program
                                   perform READ-BYTE
                                   if read-item(1) < PATCH-COUNT then
                                       move 1 to
                                           prog-used-item(read-item(1) + 1)
                                   end-if
                               else
                                   *> skip <data> of every other message, the same
                                   *> way MIDI-HANDLE-EVENT does for ignored ones
                                   if read-item(1) = 240 then
                                       set read-size to 1
                                       perform READ-BYTE until (read-item(1) = 247 or in-eof = 1)
                                   else
                                       set read-size to midi-msg-len-item(midi-msg-code)
                                       if read-item(1) = 242 then
                                           set read-size to 2
                                       end-if
                                       if read-item(1) = 243 then
                                           set read-size to 1
                                       end-if
                                       perform READ-TO-NONE
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform

               *> declared vs. actual track length
               compute val-cur-len = read-pos - trk-start(trk-i)
               if val-cur-len not = trk-length(trk-i) then
                   add 1 to val-mismatch-count
                   display 'PRE-FLIGHT: track ' trk-i ' declared length '
                       trk-length(trk-i) ' bytes but ' val-cur-len
                       ' were consumed'
               end-if

               *> note-on(s) left with no matching note-off
               perform varying val-note-index from 1 by 1 until val-note-index > 2048
                   if val-note-state-item(val-note-index) > 0 then
                       add 1 to val-mismatch-count
                       display 'PRE-FLIGHT: track ' trk-i ' has '
                           val-note-state-item(val-note-index)
                           ' unmatched note-on(s) (channel/note index '
                           val-note-index ')'
                   end-if
               end-perform
           end-perform

           move 0 to in-eof

           if val-mismatch-count = 0 then
               display 'PRE-FLIGHT: ' function trim(in-name) ' OK - no mismatches'
           else
               display 'PRE-FLIGHT: ' function trim(in-name) ' - '
                   val-mismatch-count ' mismatch(es) found, rendering anyway'
           end-if
           exit paragraph.



       *>  write the '<out-name-stem>.markers' listing - one
       *>  '<seconds>.<frac> <name>' line per captured section marker,
       *>  stamped from the same sample clock as the cue sheet, so the
       *>  sync-licensing people can find 'Chorus 2' without opening
       *>  the MIDI in a sequencer. no markers, no file
       MARK-WRITE-FILE.
           move spaces to marker-file-name
           string function trim(out-name-stem) delimited by size
                  '.markers' delimited by size
                  into marker-file-name

           *> a resumed render restarted its track cursors past the
           *> meta events before the checkpoint (and a resumed loop
           *> render restores loop-wrap-count > 0, which suppresses
           *> render-time capture altogether) - fall back to the
           *> pre-render walk's marker table, which CS-CLOSE's
           *> CALC-EXPECTED-SAMPLES call has just refreshed. not for
           *> punch renders (their clock is window-relative) and not
           *> for playlists (the walk only covered the final piece)
           if punch-mode = 0 and playlist-mode = 0
                   and (resume-mode = 1 or marker-count = 0)
                   and exp-marker-count > 0 then
               set marker-count to 0
               perform varying i from 1 by 1
                       until i > exp-marker-count
                   add 1 to marker-count
                   move exp-marker-text(i)
                       to marker-text-item(marker-count)
                   move exp-marker-sample(i)
                       to marker-sample-item(marker-count)
               end-perform
           end-if

           if marker-count = 0 then
               exit paragraph
           end-if

           open output marker-file
           perform varying i from 1 by 1 until i > marker-count
               compute cue-tenth-ms =
                   marker-sample-item(i) * 10000 / sample-rate
               compute cue-sec-int-ed = cue-tenth-ms / 10000
               compute cue-sec-frac = function mod(cue-tenth-ms, 10000)
               move spaces to marker-line
               string function trim(cue-sec-int-ed) delimited by size
                      '.' delimited by size
                      cue-sec-frac delimited by size
                      ' ' delimited by size
                      function trim(marker-text-item(i)) delimited by size
                      into marker-line
               write marker-rec from marker-line
           end-perform
           close marker-file
           exit paragraph.



       *>  write the '<out-name-stem>.bars' timeline - one
       *>  '<bar> <seconds>.<frac> <sample> <meter> <key>' line per bar,
       *>  e.g. '17 32.0000 1411200 3/4 D major'. bar lines are laid
       *>  out in ticks from the meter map (a time signature that
       *>  lands mid-bar cuts that bar short and starts a new one
       *>  there), then each is converted to its sample position by
       *>  re-walking the tempo map with EXP-ADD-DELTA-SAMPLES, the
       *>  same conversion the render clock uses. every beat is
       *>  collected along the way for the click track. there is no
       *>  one bar grid to give for an SMPTE-timed or format 2 file,
       *>  nor for a punch, loop or playlist render (their clock is
       *>  not the song's) - bars-note says why for the report
       BARS-WRITE-FILE.
           move 0 to bars-count
           move 0 to click-beat-count
           move spaces to bars-note

           if punch-mode = 1 or loop-mode = 1 or playlist-mode = 1 then
               move 'not produced for punch, loop or playlist renders'
                   to bars-note
               exit paragraph
           end-if
           if smpte-mode = 1 then
               move 'SMPTE-timed file has no beat grid' to bars-note
               exit paragraph
           end-if
           if midi-format = 2 then
               move 'format 2 sequences share no single bar grid'
                   to bars-note
               exit paragraph
           end-if

           perform BUILD-BARS-NAME
           open output bars-file

           *> SMF defaults until the maps say otherwise: 4/4, a click
           *> per quarter note, C major
           move 4 to bar-num
           move 2 to bar-den-pow
           move 24 to bar-clocks
           move 0 to bar-key-sf
           move 0 to bar-key-minor
           move 1 to bar-meter-idx
           move 1 to bar-key-idx

           *> the tick-to-sample walk starts from the top of the song
           move 0 to exp-cur-ticks
           move 0 to exp-cur-samples
           move 0 to exp-time-rem
           move midi-base-frame-size to exp-frame-size
           move 1 to exp-map-idx

           move 0 to bar-tick
           perform until bar-tick >= exp-song-ticks and bars-count > 0
               *> meter and key in force at this bar line
               perform until (bar-meter-idx > exp-meter-count
                       or exp-meter-tick(bar-meter-idx) > bar-tick)
                   move exp-meter-num(bar-meter-idx) to bar-num
                   move exp-meter-den-pow(bar-meter-idx) to bar-den-pow
                   move exp-meter-clocks(bar-meter-idx) to bar-clocks
                   add 1 to bar-meter-idx
               end-perform
               perform until (bar-key-idx > exp-key-count
                       or exp-key-tick(bar-key-idx) > bar-tick)
                   move exp-key-sf(bar-key-idx) to bar-key-sf
                   move exp-key-minor(bar-key-idx) to bar-key-minor
                   add 1 to bar-key-idx
               end-perform

               compute bar-len-ticks =
                   bar-num * midi-tick-rate * 4 / (2 ** bar-den-pow)
               if bar-len-ticks = 0 then
                   move 1 to bar-len-ticks
               end-if
               *> a zero click rate means one beat per denominator note
               if bar-clocks > 0 then
                   compute beat-len-ticks =
                       bar-clocks * midi-tick-rate / 24
               else
                   compute beat-len-ticks =
                       midi-tick-rate * 4 / (2 ** bar-den-pow)
               end-if
               if beat-len-ticks = 0 then
                   move bar-len-ticks to beat-len-ticks
               end-if

               compute bar-end-tick = bar-tick + bar-len-ticks
               if bar-meter-idx <= exp-meter-count
                       and exp-meter-tick(bar-meter-idx) < bar-end-tick then
                   move exp-meter-tick(bar-meter-idx) to bar-end-tick
               end-if

               add 1 to bars-count
               compute read-vlq = bar-tick - exp-cur-ticks
               perform EXP-ADD-DELTA-SAMPLES
               perform BARS-WRITE-LINE

               *> the beats of this bar, downbeat first
               move bar-tick to beat-tick
               perform until beat-tick >= bar-end-tick
                   compute read-vlq = beat-tick - exp-cur-ticks
                   perform EXP-ADD-DELTA-SAMPLES
                   if click-beat-count < CLICK-BEAT-MAX then
                       add 1 to click-beat-count
                       move exp-cur-samples
                           to click-beat-sample(click-beat-count)
                       if beat-tick = bar-tick then
                           move 1 to click-beat-accent(click-beat-count)
                       else
                           move 0 to click-beat-accent(click-beat-count)
                       end-if
                   end-if
                   add beat-len-ticks to beat-tick
               end-perform

               move bar-end-tick to bar-tick
           end-perform
           close bars-file

           if click-mode = 1 then
               perform CLICK-WRITE-FILE
           end-if
           exit paragraph.



       *>  one '.bars' line for the bar just reached - bars-count is
       *>  its number, exp-cur-samples its first sample, and bar-num /
       *>  bar-den-pow / bar-key-sf / bar-key-minor its meter and key
       BARS-WRITE-LINE.
           perform BARS-FORMAT-METER
           perform BARS-FORMAT-KEY
           compute cue-tenth-ms = exp-cur-samples * 10000 / sample-rate
           compute cue-sec-int-ed = cue-tenth-ms / 10000
           compute cue-sec-frac = function mod(cue-tenth-ms, 10000)
           move bars-count to bar-num-ed
           move exp-cur-samples to bar-sample-ed

           move spaces to bars-line
           string function trim(bar-num-ed) delimited by size
                  ' ' delimited by size
                  function trim(cue-sec-int-ed) delimited by size
                  '.' delimited by size
                  cue-sec-frac delimited by size
                  ' ' delimited by size
                  function trim(bar-sample-ed) delimited by size
                  ' ' delimited by size
                  function trim(bar-meter-text) delimited by size
                  ' ' delimited by size
                  function trim(bar-key-text) delimited by size
                  into bars-line
           write bars-rec from bars-line
           exit paragraph.



       *>  word the meter in bar-num / bar-den-pow as 'n/d', e.g. '6/8'
       *>  output: bar-meter-text
       BARS-FORMAT-METER.
           move spaces to bar-meter-text
           move bar-num to bar-num-ed
           if bar-den-pow > 6 then
               string function trim(bar-num-ed) delimited by size
                      '/?' delimited by size
                      into bar-meter-text
               exit paragraph
           end-if
           compute bar-den = 2 ** bar-den-pow
           move bar-den to bar-den-ed
           string function trim(bar-num-ed) delimited by size
                  '/' delimited by size
                  function trim(bar-den-ed) delimited by size
                  into bar-meter-text
           exit paragraph.



       *>  word the key in bar-key-sf / bar-key-minor, e.g. 'Bb major'
       *>  or 'F# minor' - sf is the file's signed sharps/flats count,
       *>  -7 (seven flats) to 7 (seven sharps)
       *>  output: bar-key-text
       BARS-FORMAT-KEY.
           move spaces to bar-key-text
           if bar-key-sf <= 7 then
               compute bar-key-i = bar-key-sf + 8
           else
               if bar-key-sf >= 249 then
                   compute bar-key-i = bar-key-sf - 248
               else
                   move '?' to bar-key-text
                   exit paragraph
               end-if
           end-if

           if bar-key-minor = 1 then
               string function trim(key-minor-item(bar-key-i))
                          delimited by size
                      ' minor' delimited by size
                      into bar-key-text
           else
               string function trim(key-major-item(bar-key-i))
                          delimited by size
                      ' major' delimited by size
                      into bar-key-text
           end-if
           exit paragraph.



       *>  write the '<out-name-stem>-click.wav' metronome track - mono,
       *>  the job's rate and bit depth, exactly as long as the mix, so
       *>  it drops into a session against the mix at sample zero.
       *>  each beat BARS-WRITE-FILE collected starts a short decaying
       *>  sine tick: CLICK-ACCENT-HZ at CLICK-ACCENT-LEVEL on a
       *>  downbeat, CLICK-BEAT-HZ at CLICK-BEAT-LEVEL otherwise. the
       *>  stems' FD is reused - every stem is closed and patched by
       *>  the time CS-CLOSE gets here
       CLICK-WRITE-FILE.
           perform BUILD-CLICK-NAME
           move click-name to stem-name
           move 1 to hdr-channels
           perform BUILD-WAV-HEADER
           open output stem-file
           perform STEM-WRITE-HEADER

           compute click-len-samples = CLICK-MS * sample-rate / 1000
           move 1 to click-beat-i
           perform varying click-pos from 0 by 1
                   until click-pos >= total-samples-written
               *> step past every beat whose tick has died away
               perform until (click-beat-i > click-beat-count
                       or click-pos < click-beat-sample(click-beat-i)
                                      + click-len-samples)
                   add 1 to click-beat-i
               end-perform

               move 0 to pcm-sample
               if click-beat-i <= click-beat-count then
                   if click-pos >= click-beat-sample(click-beat-i) then
                       compute click-n =
                           click-pos - click-beat-sample(click-beat-i)
                       if click-beat-accent(click-beat-i) = 1 then
                           move CLICK-ACCENT-HZ to click-hz
                           move CLICK-ACCENT-LEVEL to click-level
                       else
                           move CLICK-BEAT-HZ to click-hz
                           move CLICK-BEAT-LEVEL to click-level
                       end-if
                       compute pcm-sample = click-level
                           * (click-len-samples - click-n)
                           / click-len-samples
                           * function sin(TWO-PI * click-hz * click-n
                                          / sample-rate)
                   end-if
               end-if
               perform STEM-WRITE-SAMPLE

               if worker-mode = 1 then
                   add 1 to wrk-beat-samples
                   if wrk-beat-samples >= BUFFER-SIZE then
                       move 0 to wrk-beat-samples
                       perform WRK-BEAT-CHECK
                   end-if
               end-if
           end-perform

           close stem-file
           move 1 to click-delivered
           exit paragraph.



       *>  look the job's spec= name up in 'cobolsound.specs' - one
       *>  '<name> <target-lufs> <tolerance-lu> <max-true-peak-dbtp>
       *>  [<max-short-term-lufs> [<max-limited-samples>
       *>  [<max-dc-offset-pct>]]]' line per spec, e.g.
       *>  'EBU-R128 -23.0 1.0 -1.0 -18.0 0 0.100'. names match case-
       *>  insensitively; '*' in column 1 marks a comment. a line that
       *>  doesn't parse is skipped (and reported by the plan walk)
       *>  output: spec-found and the spec-* limits
       QC-LOAD-SPEC.
           move 0 to spec-found
           set spec-eof to 0
           open input spec-file
           if spec-stat = '35' then
               exit paragraph
           end-if

           perform until spec-eof = 1
               read spec-file
                   at end
                       move 1 to spec-eof
               end-read

               if spec-eof = 0 and spec-rec > spaces
                       and spec-rec(1:1) not = '*' then
                   move function trim(spec-rec) to spec-line
                   move spaces to spec-fields
                   unstring spec-line delimited by all space
                       into spec-f-name, spec-f-target, spec-f-tol,
                            spec-f-tp, spec-f-st, spec-f-limited,
                            spec-f-dc

                   move 1 to spec-line-ok
                   if function test-numval(spec-f-target) not = 0
                           or function test-numval(spec-f-tol) not = 0
                           or function test-numval(spec-f-tp) not = 0 then
                       move 0 to spec-line-ok
                   end-if
                   if spec-f-st > spaces
                           and function test-numval(spec-f-st) not = 0 then
                       move 0 to spec-line-ok
                   end-if
                   if spec-f-limited > spaces
                           and function test-numval(spec-f-limited) not = 0 then
                       move 0 to spec-line-ok
                   end-if
                   if spec-f-dc > spaces
                           and function test-numval(spec-f-dc) not = 0 then
                       move 0 to spec-line-ok
                   end-if

                   if spec-line-ok = 0 then
                       move spec-name to plan-src-name
                       move spec-rec to plan-src-line
                       move 'malformed spec line' to plan-note
                       perform PLAN-NOTE-PROBLEM
                   else
                       if spec-found = 0
                               and function upper-case(spec-f-name)
                                   = qc-spec-name then
                           move 1 to spec-found
                           compute spec-target-lufs rounded =
                               function numval(spec-f-target)
                           compute spec-tol-lu rounded =
                               function abs(function numval(spec-f-tol))
                           compute spec-max-tp rounded =
                               function numval(spec-f-tp)
                           move 0 to spec-has-st
                           move 0 to spec-has-limited
                           move 0 to spec-has-dc
                           if spec-f-st > spaces then
                               move 1 to spec-has-st
                               compute spec-max-st rounded =
                                   function numval(spec-f-st)
                           end-if
                           if spec-f-limited > spaces then
                               move 1 to spec-has-limited
                               compute spec-max-limited =
                                   function abs(function numval(spec-f-limited))
                           end-if
                           if spec-f-dc > spaces then
                               move 1 to spec-has-dc
                               compute spec-max-dc-pct rounded =
                                   function abs(function numval(spec-f-dc))
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           close spec-file
           exit paragraph.



       *>  the QC desk: measure the delivered mix, then every delivered
       *>  stem, and judge each figure against the job's spec - one
       *>  FAIL anywhere fails the render (qc-status). a spec name not
       *>  on the list fails it outright, so an unchecked master can't
       *>  slip out looking approved
       QC-CHECK-RENDER.
           move 0 to qc-result-count
           perform QC-LOAD-SPEC
           if spec-found = 0 then
               move 'FAIL' to qc-status
               display 'NOTE: QC spec "' function trim(qc-spec-name)
                   '" is not in ' function trim(spec-name)
                   ' - render marked QC FAIL.'
               exit paragraph
           end-if

           perform QC-SETUP-FILTERS

           move out-name to qc-name
           move out-channels to qc-channels
           add 1 to qc-result-count
           move 'mix' to qc-res-label(qc-result-count)
           move 1 to qc-res-is-mix(qc-result-count)
           perform QC-MEASURE-FILE

           if stems-mode = 1 then
               perform varying stem-chan-num from 0 by 1
                       until stem-chan-num >= MIDI-CHANNEL-COUNT
                   if chan-note-count-item(stem-chan-num + 1) > 0
                           and qc-result-count < QC-TARGET-MAX then
                       perform BUILD-STEM-NAME
                       move stem-name to qc-name
                       move 1 to qc-channels
                       add 1 to qc-result-count
                       move spaces to qc-res-label(qc-result-count)
                       string 'stem ch' delimited by size
                              stem-chan-ed delimited by size
                              into qc-res-label(qc-result-count)
                       move 0 to qc-res-is-mix(qc-result-count)
                       perform QC-MEASURE-FILE
                   end-if
               end-perform
           end-if

           move 'PASS' to qc-status
           perform varying qc-res-i from 1 by 1
                   until qc-res-i > qc-result-count
               perform QC-JUDGE-RESULT
           end-perform
           exit paragraph.



       *>  derive this job's filter coefficients: the two K-weighting
       *>  biquads of BS.1770 (stage 1 shelving, stage 2 high pass)
       *>  re-derived for sample-rate by the bilinear transform, then
       *>  scaled to Q24; and the three polyphase branches of the 4x
       *>  true-peak interpolator, each normalised to unity gain
       QC-SETUP-FILTERS.
           compute qc-k-w = function tan(function pi * 1681.974450955533
               / sample-rate)
           compute qc-k-vh = 10 ** (3.999843853973347 / 20)
           compute qc-k-vb = qc-k-vh ** 0.4996667741545416
           compute qc-k-a0 = 1 + qc-k-w / 0.7071752369554196
               + qc-k-w * qc-k-w
           compute qc-k1-b0 rounded = (qc-k-vh
               + qc-k-vb * qc-k-w / 0.7071752369554196
               + qc-k-w * qc-k-w) / qc-k-a0 * QC-COEF-ONE
           compute qc-k1-b1 rounded = 2 * (qc-k-w * qc-k-w - qc-k-vh)
               / qc-k-a0 * QC-COEF-ONE
           compute qc-k1-b2 rounded = (qc-k-vh
               - qc-k-vb * qc-k-w / 0.7071752369554196
               + qc-k-w * qc-k-w) / qc-k-a0 * QC-COEF-ONE
           compute qc-k1-a1 rounded = 2 * (qc-k-w * qc-k-w - 1)
               / qc-k-a0 * QC-COEF-ONE
           compute qc-k1-a2 rounded = (1 - qc-k-w / 0.7071752369554196
               + qc-k-w * qc-k-w) / qc-k-a0 * QC-COEF-ONE

           compute qc-k-w = function tan(function pi * 38.13547087602444
               / sample-rate)
           compute qc-k-a0 = 1 + qc-k-w / 0.5003270373238773
               + qc-k-w * qc-k-w
           compute qc-k2-a1 rounded = 2 * (qc-k-w * qc-k-w - 1)
               / qc-k-a0 * QC-COEF-ONE
           compute qc-k2-a2 rounded = (1 - qc-k-w / 0.5003270373238773
               + qc-k-w * qc-k-w) / qc-k-a0 * QC-COEF-ONE

           *> -70 LUFS absolute gate, as a mean-square power
           compute qc-abs-gate = 10 ** ((-70 + 0.691) / 10)

           *> interpolation phase p sits p/4 of the way from sample 8
           *> of the 16-sample window to sample 9
           perform varying qc-tp-ph from 1 by 1 until qc-tp-ph > 3
               move 0 to qc-tp-sum
               perform varying qc-tp-k from 1 by 1 until qc-tp-k > 16
                   compute qc-tp-u = qc-tp-ph / 4 - (qc-tp-k - 8)
                   compute qc-tp-h(qc-tp-k) =
                       function sin(function pi * qc-tp-u)
                       / (function pi * qc-tp-u)
                       * (0.5 + 0.5 * function cos(function pi * qc-tp-u / 8))
                   add qc-tp-h(qc-tp-k) to qc-tp-sum
               end-perform
               perform varying qc-tp-k from 1 by 1 until qc-tp-k > 16
                   compute qc-tp-coef(qc-tp-ph, qc-tp-k) rounded =
                       qc-tp-h(qc-tp-k) / qc-tp-sum * QC-TP-ONE
               end-perform
           end-perform
           exit paragraph.



       *>  read the WAV named by qc-name (qc-channels interleaved
       *>  channels at the job's bit depth) back from disk and measure
       *>  it into qc-res-item(qc-result-count). a file that can't be
       *>  opened measures as silence, which no spec passes
       QC-MEASURE-FILE.
           move 0 to qc-frame
           move 0 to qc-peak
           move 0 to qc-tp-max
           move 0 to qc-sub-count
           move 0 to qc-sub-fill
           move 0 to qc-sub-sum
           compute qc-sub-len = sample-rate / 10
           perform varying qc-chan from 1 by 1 until qc-chan > 2
               move 0 to qc-x1(qc-chan)
               move 0 to qc-x2(qc-chan)
               move 0 to qc-s1-1(qc-chan)
               move 0 to qc-s1-2(qc-chan)
               move 0 to qc-y1(qc-chan)
               move 0 to qc-y2(qc-chan)
               move 0 to qc-dc-sum(qc-chan)
           end-perform

           move 0 to qc-eof
           open input qc-file
           if qc-stat not = '00' then
               display 'NOTE: could not read back '
                   function trim(qc-name) ' for QC (status '
                   qc-stat ').'
               move 1 to qc-eof
           else
               *> the 44-byte RIFF/WAVE header BUILD-WAV-HEADER wrote
               perform varying i from 1 by 1 until (i > 44 or qc-eof = 1)
                   read qc-file
                       at end
                           move 1 to qc-eof
                   end-read
               end-perform
           end-if

           perform until qc-eof = 1
                   or qc-frame >= total-samples-written
               compute qc-ring-pos = function mod(qc-frame, 16) + 1
               perform varying qc-chan from 1 by 1
                       until qc-chan > qc-channels or qc-eof = 1
                   perform QC-READ-SAMPLE
                   if qc-eof = 0 then
                       perform QC-FILTER-SAMPLE
                       perform QC-TRUE-PEAK
                   end-if
               end-perform
               if qc-eof = 0 then
                   add 1 to qc-frame
                   add 1 to qc-sub-fill
                   if qc-sub-fill >= qc-sub-len then
                       perform QC-CLOSE-SUB-BLOCK
                   end-if
               end-if

               *> reading a long render back can outlast the claim
               *> timeout - a batch worker keeps its claim alive
               if worker-mode = 1 then
                   add 1 to wrk-beat-samples
                   if wrk-beat-samples >= BUFFER-SIZE then
                       move 0 to wrk-beat-samples
                       perform WRK-BEAT-CHECK
                   end-if
               end-if
           end-perform

           if qc-stat = '00' or qc-stat = '10' then
               close qc-file
           end-if

           perform QC-CALC-LOUDNESS
           exit paragraph.



       *>  next little-endian signed PCM sample from qc-file, scaled
       *>  to the 24-bit domain whatever the file's bit depth
       *>  output: qc-x
       QC-READ-SAMPLE.
           read qc-file
               at end
                   move 1 to qc-eof
           end-read
           move qc-byte to pcm-lo
           if out-sample-size = 3 then
               read qc-file
                   at end
                       move 1 to qc-eof
               end-read
               move qc-byte to pcm-mid
               read qc-file
                   at end
                       move 1 to qc-eof
               end-read
               move qc-byte to pcm-hi
               compute qc-x = pcm-lo + pcm-mid * 256 + pcm-hi * 65536
               if qc-x >= 8388608 then
                   subtract 16777216 from qc-x
               end-if
           else
               read qc-file
                   at end
                       move 1 to qc-eof
               end-read
               move qc-byte to pcm-hi
               compute qc-x = pcm-lo + pcm-hi * 256
               if qc-x >= 32768 then
                   subtract 65536 from qc-x
               end-if
               multiply 256 by qc-x
           end-if
           exit paragraph.



       *>  run qc-x through channel qc-chan's K-weighting filters
       *>  (direct form I, states carried with 8 guard bits) and fold
       *>  its square into the current 100 ms sub-block; the raw
       *>  sample also feeds the channel's DC sum
       QC-FILTER-SAMPLE.
           compute qc-xs = qc-x * 256
           compute qc-s1 = (qc-k1-b0 * qc-xs
               + qc-k1-b1 * qc-x1(qc-chan)
               + qc-k1-b2 * qc-x2(qc-chan)
               - qc-k1-a1 * qc-s1-1(qc-chan)
               - qc-k1-a2 * qc-s1-2(qc-chan)) / QC-COEF-ONE
           compute qc-y = qc-s1 - 2 * qc-s1-1(qc-chan) + qc-s1-2(qc-chan)
               - (qc-k2-a1 * qc-y1(qc-chan)
                  + qc-k2-a2 * qc-y2(qc-chan)) / QC-COEF-ONE

           move qc-x1(qc-chan) to qc-x2(qc-chan)
           move qc-xs to qc-x1(qc-chan)
           move qc-s1-1(qc-chan) to qc-s1-2(qc-chan)
           move qc-s1 to qc-s1-1(qc-chan)
           move qc-y1(qc-chan) to qc-y2(qc-chan)
           move qc-y to qc-y1(qc-chan)

           *> back to a 20-bit scale so a 100 ms block of squares
           *> cannot overflow the sum at any rate or channel count
           compute qc-ys = qc-y / 4096
           compute qc-sub-sum = qc-sub-sum + qc-ys * qc-ys
           add qc-x to qc-dc-sum(qc-chan)
           exit paragraph.



       *>  track the sample peak and, where the signal is within 6 dB
       *>  of the loudest sample yet, the peaks between samples - the
       *>  three 4x-oversampled points between the middle two samples
       *>  of the last 16 (a full-scale inter-sample over can't hide
       *>  between two samples that are both quieter than that)
       QC-TRUE-PEAK.
           if qc-x < 0 then
               compute qc-abs = 0 - qc-x
           else
               move qc-x to qc-abs
           end-if
           if qc-abs > qc-peak then
               move qc-abs to qc-peak
           end-if
           if qc-abs > qc-tp-max then
               move qc-abs to qc-tp-max
           end-if

           move qc-x to qc-ring(qc-chan, qc-ring-pos)
           move qc-x to qc-ring(qc-chan, qc-ring-pos + 16)
           if qc-frame < 15 then
               exit paragraph
           end-if

           move function abs(qc-ring(qc-chan, qc-ring-pos + 8)) to qc-abs
           move function abs(qc-ring(qc-chan, qc-ring-pos + 9)) to qc-abs-2
           if qc-abs * 2 < qc-peak and qc-abs-2 * 2 < qc-peak then
               exit paragraph
           end-if

           perform varying qc-tp-ph from 1 by 1 until qc-tp-ph > 3
               move 0 to qc-tp-acc
               perform varying qc-tp-k from 1 by 1 until qc-tp-k > 16
                   compute qc-tp-acc = qc-tp-acc
                       + qc-tp-coef(qc-tp-ph, qc-tp-k)
                         * qc-ring(qc-chan, qc-ring-pos + qc-tp-k)
               end-perform
               compute qc-abs = function abs(qc-tp-acc) / QC-TP-ONE
               if qc-abs > qc-tp-max then
                   move qc-abs to qc-tp-max
               end-if
           end-perform
           exit paragraph.



       *>  file the finished 100 ms sub-block's mean-square power
       *>  (summed across channels, each weighted 1.0 as BS.1770 does
       *>  for front channels) - full scale squared is 2**38 on the
       *>  20-bit scale the squares were taken at
       QC-CLOSE-SUB-BLOCK.
           if qc-sub-count < QC-SUB-MAX then
               add 1 to qc-sub-count
               compute qc-sub-power(qc-sub-count) =
                   qc-sub-sum / qc-sub-len / 274877906944
           end-if
           move 0 to qc-sub-sum
           move 0 to qc-sub-fill
           exit paragraph.



       *>  turn the sub-block powers and peak/DC tallies into the
       *>  figures for qc-res-item(qc-result-count): gated integrated
       *>  loudness over 400 ms blocks stepped by 100 ms (-70 LUFS
       *>  absolute gate, then -10 LU relative gate), the loudest 3 s
       *>  short-term window (the whole file if it is shorter), true
       *>  peak in dBTP and the worst channel's DC offset as a
       *>  percentage of full scale. silence reads as -99.9
       QC-CALC-LOUDNESS.
           move -99.9 to qc-res-integrated(qc-result-count)
           move -99.9 to qc-res-st-max(qc-result-count)
           move -99.9 to qc-res-tp(qc-result-count)
           move 0 to qc-res-dc-pct(qc-result-count)

           move 0 to qc-gate-sum
           move 0 to qc-gate-count
           if qc-sub-count >= 4 then
               perform varying qc-sub-i from 1 by 1
                       until qc-sub-i > qc-sub-count - 3
                   compute qc-blk-power = (qc-sub-power(qc-sub-i)
                       + qc-sub-power(qc-sub-i + 1)
                       + qc-sub-power(qc-sub-i + 2)
                       + qc-sub-power(qc-sub-i + 3)) / 4
                   if qc-blk-power > qc-abs-gate then
                       add qc-blk-power to qc-gate-sum
                       add 1 to qc-gate-count
                   end-if
               end-perform
           end-if

           if qc-gate-count > 0 then
               compute qc-rel-gate = qc-gate-sum / qc-gate-count / 10
               move 0 to qc-gate-sum
               move 0 to qc-gate-count
               perform varying qc-sub-i from 1 by 1
                       until qc-sub-i > qc-sub-count - 3
                   compute qc-blk-power = (qc-sub-power(qc-sub-i)
                       + qc-sub-power(qc-sub-i + 1)
                       + qc-sub-power(qc-sub-i + 2)
                       + qc-sub-power(qc-sub-i + 3)) / 4
                   if qc-blk-power > qc-abs-gate
                           and qc-blk-power > qc-rel-gate then
                       add qc-blk-power to qc-gate-sum
                       add 1 to qc-gate-count
                   end-if
               end-perform
               compute qc-db = -0.691
                   + 10 * function log10(qc-gate-sum / qc-gate-count)
               if qc-db > -99.9 then
                   compute qc-res-integrated(qc-result-count) rounded =
                       qc-db
               end-if
           end-if

           if qc-sub-count > 0 then
               move 30 to qc-st-len
               if qc-sub-count < qc-st-len then
                   move qc-sub-count to qc-st-len
               end-if
               move 0 to qc-st-power
               perform varying qc-sub-i from 1 by 1
                       until qc-sub-i > qc-st-len
                   add qc-sub-power(qc-sub-i) to qc-st-power
               end-perform
               move qc-st-power to qc-st-max-power
               perform varying qc-sub-i from qc-sub-i by 1
                       until qc-sub-i > qc-sub-count
                   compute qc-st-power = qc-st-power
                       + qc-sub-power(qc-sub-i)
                       - qc-sub-power(qc-sub-i - qc-st-len)
                   if qc-st-power > qc-st-max-power then
                       move qc-st-power to qc-st-max-power
                   end-if
               end-perform
               if qc-st-max-power > 0 then
                   compute qc-db = -0.691
                       + 10 * function log10(qc-st-max-power / qc-st-len)
                   if qc-db > -99.9 then
                       compute qc-res-st-max(qc-result-count) rounded =
                           qc-db
                   end-if
               end-if
           end-if

           if qc-tp-max > 0 then
               compute qc-db = 20 * function log10(qc-tp-max / 8388608)
               if qc-db > -99.9 then
                   compute qc-res-tp(qc-result-count) rounded = qc-db
               end-if
           end-if

           if qc-frame > 0 then
               perform varying qc-chan from 1 by 1
                       until qc-chan > qc-channels
                   compute qc-db = function abs(qc-dc-sum(qc-chan))
                       / qc-frame / 8388608 * 100
                   if qc-db > qc-res-dc-pct(qc-result-count) then
                       compute qc-res-dc-pct(qc-result-count) rounded =
                           qc-db
                   end-if
               end-perform
           end-if
           exit paragraph.



       *>  mark each figure of qc-res-item(qc-res-i) PASS or FAIL
       *>  against the spec ('----' where the spec doesn't check it).
       *>  the loudness target is a property of the finished mix, so
       *>  a stem's integrated loudness is reported but not judged;
       *>  the limiter count likewise only exists for the mix
       QC-JUDGE-RESULT.
           move '----' to qc-res-int-mark(qc-res-i)
           if qc-res-is-mix(qc-res-i) = 1 then
               if function abs(qc-res-integrated(qc-res-i)
                       - spec-target-lufs) <= spec-tol-lu then
                   move 'PASS' to qc-res-int-mark(qc-res-i)
               else
                   move 'FAIL' to qc-res-int-mark(qc-res-i)
               end-if
           end-if

           move '----' to qc-res-st-mark(qc-res-i)
           if spec-has-st = 1 then
               if qc-res-st-max(qc-res-i) <= spec-max-st then
                   move 'PASS' to qc-res-st-mark(qc-res-i)
               else
                   move 'FAIL' to qc-res-st-mark(qc-res-i)
               end-if
           end-if

           if qc-res-tp(qc-res-i) <= spec-max-tp then
               move 'PASS' to qc-res-tp-mark(qc-res-i)
           else
               move 'FAIL' to qc-res-tp-mark(qc-res-i)
           end-if

           move '----' to qc-res-lim-mark(qc-res-i)
           if spec-has-limited = 1 and qc-res-is-mix(qc-res-i) = 1 then
               if limiter-engaged-count <= spec-max-limited then
                   move 'PASS' to qc-res-lim-mark(qc-res-i)
               else
                   move 'FAIL' to qc-res-lim-mark(qc-res-i)
               end-if
           end-if

           move '----' to qc-res-dc-mark(qc-res-i)
           if spec-has-dc = 1 then
               if qc-res-dc-pct(qc-res-i) <= spec-max-dc-pct then
                   move 'PASS' to qc-res-dc-mark(qc-res-i)
               else
                   move 'FAIL' to qc-res-dc-mark(qc-res-i)
               end-if
           end-if

           if qc-res-int-mark(qc-res-i) = 'FAIL'
                   or qc-res-st-mark(qc-res-i) = 'FAIL'
                   or qc-res-tp-mark(qc-res-i) = 'FAIL'
                   or qc-res-lim-mark(qc-res-i) = 'FAIL'
                   or qc-res-dc-mark(qc-res-i) = 'FAIL' then
               move 'FAIL' to qc-status
           end-if
           exit paragraph.



       *>  the report's QC section - the spec, then one line per
       *>  figure per measured file with its limit and its mark, then
       *>  the verdict the ledger carries
       QC-WRITE-REPORT.
           move spaces to report-line
           string 'QC spec: ' delimited by size
                  function trim(qc-spec-name) delimited by size
                  ' (' delimited by size
                  function trim(spec-name) delimited by size
                  ')' delimited by size
                  into report-line
           write report-rec from report-line

           if spec-found = 0 then
               move spaces to report-line
               string 'QC: spec not found - nothing was checked'
                      delimited by size
                      into report-line
               write report-rec from report-line
           end-if

           perform varying qc-res-i from 1 by 1
                   until qc-res-i > qc-result-count
               move qc-res-integrated(qc-res-i) to qc-fig-ed
               move spaces to report-line
               if qc-res-is-mix(qc-res-i) = 1 then
                   move spec-target-lufs to qc-lim-ed
                   move spec-tol-lu to qc-tol-ed
                   string 'QC ' delimited by size
                          function trim(qc-res-label(qc-res-i))
                              delimited by size
                          ': integrated ' delimited by size
                          function trim(qc-fig-ed) delimited by size
                          ' LUFS (target ' delimited by size
                          function trim(qc-lim-ed) delimited by size
                          ' +/- ' delimited by size
                          function trim(qc-tol-ed) delimited by size
                          ') ' delimited by size
                          qc-res-int-mark(qc-res-i) delimited by size
                          into report-line
               else
                   string 'QC ' delimited by size
                          function trim(qc-res-label(qc-res-i))
                              delimited by size
                          ': integrated ' delimited by size
                          function trim(qc-fig-ed) delimited by size
                          ' LUFS (not judged for a stem) '
                              delimited by size
                          qc-res-int-mark(qc-res-i) delimited by size
                          into report-line
               end-if
               write report-rec from report-line

               move qc-res-st-max(qc-res-i) to qc-fig-ed
               move 'not in spec' to qc-limit-text
               if spec-has-st = 1 then
                   move spec-max-st to qc-lim-ed
                   move spaces to qc-limit-text
                   string 'limit ' delimited by size
                          function trim(qc-lim-ed) delimited by size
                          into qc-limit-text
               end-if
               move spaces to report-line
               string 'QC ' delimited by size
                      function trim(qc-res-label(qc-res-i))
                          delimited by size
                      ': max short-term ' delimited by size
                      function trim(qc-fig-ed) delimited by size
                      ' LUFS (' delimited by size
                      function trim(qc-limit-text) delimited by size
                      ') ' delimited by size
                      qc-res-st-mark(qc-res-i) delimited by size
                      into report-line
               write report-rec from report-line

               move qc-res-tp(qc-res-i) to qc-fig-ed
               move spec-max-tp to qc-lim-ed
               move spaces to report-line
               string 'QC ' delimited by size
                      function trim(qc-res-label(qc-res-i))
                          delimited by size
                      ': true peak ' delimited by size
                      function trim(qc-fig-ed) delimited by size
                      ' dBTP (limit ' delimited by size
                      function trim(qc-lim-ed) delimited by size
                      ') ' delimited by size
                      qc-res-tp-mark(qc-res-i) delimited by size
                      into report-line
               write report-rec from report-line

               if qc-res-is-mix(qc-res-i) = 1 then
                   move 'not in spec' to qc-limit-text
                   if spec-has-limited = 1 then
                       move spec-max-limited to report-num-ed
                       move spaces to qc-limit-text
                       string 'limit ' delimited by size
                              function trim(report-num-ed)
                                  delimited by size
                              into qc-limit-text
                   end-if
                   move limiter-engaged-count to report-num-ed
                   move spaces to report-line
                   string 'QC ' delimited by size
                          function trim(qc-res-label(qc-res-i))
                              delimited by size
                          ': samples limited ' delimited by size
                          function trim(report-num-ed) delimited by size
                          ' (' delimited by size
                          function trim(qc-limit-text) delimited by size
                          ') ' delimited by size
                          qc-res-lim-mark(qc-res-i) delimited by size
                          into report-line
                   write report-rec from report-line
               end-if

               move qc-res-dc-pct(qc-res-i) to qc-dc-ed
               move 'not in spec' to qc-limit-text
               if spec-has-dc = 1 then
                   move spec-max-dc-pct to qc-dc-lim-ed
                   move spaces to qc-limit-text
                   string 'limit ' delimited by size
                          function trim(qc-dc-lim-ed) delimited by size
                          '%' delimited by size
                          into qc-limit-text
               end-if
               move spaces to report-line
               string 'QC ' delimited by size
                      function trim(qc-res-label(qc-res-i))
                          delimited by size
                      ': DC offset ' delimited by size
                      function trim(qc-dc-ed) delimited by size
                      '% (' delimited by size
                      function trim(qc-limit-text) delimited by size
                      ') ' delimited by size
                      qc-res-dc-mark(qc-res-i) delimited by size
                      into report-line
               write report-rec from report-line
           end-perform

           move spaces to report-line
           string 'QC result: ' delimited by size
                  qc-status delimited by size
                  into report-line
           write report-rec from report-line
           exit paragraph.



       *>  compare the delivered mix against the approved master
       *>  named by compare= (see GOLDEN-MASTER COMPARISON) - only a
       *>  master at this job's own profile is compared sample by
       *>  sample; anything else is CHANGED as it stands
       CMP-CHECK-RENDER.
           move 0 to cmp-comparable
           compute cmp-tol-level =
               CMP-FULL-SCALE * 10 ** (cmp-tolerance-db / 20)
           move compare-name to wav-in-name
           perform WAV-READ-HEADER
           if wav-in-ok = 1 and wav-in-rate = sample-rate
                   and wav-in-bits = out-bits
                   and wav-in-channels = out-channels then
               move 1 to cmp-comparable
               perform CMP-COMPARE-SAMPLES
           end-if
           if wav-in-open = 1 then
               close wav-in-file
               move 0 to wav-in-open
           end-if

           move spaces to cmp-reason
           evaluate true
               when wav-in-ok = 0
                   move 'CHANGED' to cmp-verdict
                   move 'the approved master can''t be read'
                       to cmp-reason
               when cmp-comparable = 0
                   move 'CHANGED' to cmp-verdict
                   move 'the delivery profiles differ' to cmp-reason
               when wav-in-frames not = total-samples-written
                   move 'CHANGED' to cmp-verdict
                   move 'the lengths differ' to cmp-reason
               when cmp-diff-frames = 0
                   move 'MATCH' to cmp-verdict
               when cmp-max-dev <= cmp-tol-level
                   move 'WITHIN-TOLERANCE' to cmp-verdict
               when other
                   move 'CHANGED' to cmp-verdict
                   move 'deviation exceeds the tolerance' to cmp-reason
           end-evaluate

           evaluate cmp-verdict
               when 'MATCH'
                   add 1 to bat-cmp-match
               when 'WITHIN-TOLERANCE'
                   add 1 to bat-cmp-within
               when other
                   add 1 to bat-cmp-changed
           end-evaluate

           if cmp-reason = spaces then
               display 'COMPARE: ' function trim(out-name) ' vs '
                   function trim(compare-name) ': '
                   function trim(cmp-verdict)
           else
               display 'COMPARE: ' function trim(out-name) ' vs '
                   function trim(compare-name) ': '
                   function trim(cmp-verdict) ' - '
                   function trim(cmp-reason)
           end-if
           exit paragraph.



       *>  open the WAV named by wav-in-name and walk its RIFF chunks
       *>  up to the start of the sample data: wav-in-ok = 1 with its
       *>  profile and frame count filled in, or wav-in-problem says
       *>  what is wrong. the file is left open (wav-in-open = 1) for
       *>  the caller
       WAV-READ-HEADER.
           move 0 to wav-in-ok
           move 0 to wav-in-eof
           move 0 to wav-in-format
           move 0 to wav-in-channels
           move 0 to wav-in-rate
           move 0 to wav-in-bits
           move 0 to wav-in-data-bytes
           move 0 to wav-in-frames
           move spaces to wav-in-problem

           open input wav-in-file
           if wav-in-stat not = '00' then
               string 'cannot be opened (status ' delimited by size
                      wav-in-stat delimited by size
                      ')' delimited by size
                      into wav-in-problem
               exit paragraph
           end-if
           move 1 to wav-in-open

           perform WAV-READ-ID
           if wav-in-chunk-id not = 'RIFF' then
               move 'is not a RIFF file' to wav-in-problem
               exit paragraph
           end-if
           move 4 to wav-in-word-bytes
           perform WAV-READ-WORD
           perform WAV-READ-ID
           if wav-in-chunk-id not = 'WAVE' then
               move 'is not a WAVE file' to wav-in-problem
               exit paragraph
           end-if

           move 0 to wav-in-fmt-found
           move 0 to wav-in-data-found
           perform until wav-in-data-found = 1 or wav-in-eof = 1
               perform WAV-READ-ID
               move 4 to wav-in-word-bytes
               perform WAV-READ-WORD
               move wav-in-word-val to wav-in-chunk-len
               evaluate true
                   when wav-in-eof = 1
                       continue
                   when wav-in-chunk-id = 'fmt '
                       move 2 to wav-in-word-bytes
                       perform WAV-READ-WORD
                       move wav-in-word-val to wav-in-format
                       perform WAV-READ-WORD
                       move wav-in-word-val to wav-in-channels
                       move 4 to wav-in-word-bytes
                       perform WAV-READ-WORD
                       move wav-in-word-val to wav-in-rate
                       *> byte rate, then block align - both follow
                       *> from the rest
                       perform WAV-READ-WORD
                       move 2 to wav-in-word-bytes
                       perform WAV-READ-WORD
                       perform WAV-READ-WORD
                       move wav-in-word-val to wav-in-bits
                       move 0 to wav-in-skip-count
                       if wav-in-chunk-len > 16 then
                           compute wav-in-skip-count = wav-in-chunk-len - 16
                               + function mod(wav-in-chunk-len, 2)
                       end-if
                       perform WAV-SKIP-BYTES
                       move 1 to wav-in-fmt-found
                   when wav-in-chunk-id = 'data'
                       move wav-in-chunk-len to wav-in-data-bytes
                       move 1 to wav-in-data-found
                   when other
                       compute wav-in-skip-count = wav-in-chunk-len
                           + function mod(wav-in-chunk-len, 2)
                       perform WAV-SKIP-BYTES
               end-evaluate
           end-perform

           evaluate true
               when wav-in-fmt-found = 0 or wav-in-data-found = 0
                   move 'has no fmt or data chunk' to wav-in-problem
               *> plain PCM, or the extensible header some editors
               *> write for it
               when wav-in-format not = 1 and wav-in-format not = 65534
                   move 'is not PCM audio' to wav-in-problem
               when (wav-in-bits not = 16 and wav-in-bits not = 24)
                       or wav-in-channels < 1 or wav-in-channels > 2
                       or wav-in-rate = 0
                   move wav-in-bits to report-num-ed
                   move spaces to wav-in-problem
                   string 'is ' delimited by size
                          function trim(report-num-ed) delimited by size
                          '-bit audio in a layout never delivered here'
                              delimited by size
                          into wav-in-problem
               when other
                   compute wav-in-frames = wav-in-data-bytes
                       / (wav-in-channels * wav-in-bits / 8)
                   compute wav-in-left = wav-in-frames * wav-in-channels
                   move 1 to wav-in-ok
           end-evaluate
           exit paragraph.



       *>  next byte of the WAV into wav-in-byte-val (0 once it has
       *>  ended)
       WAV-READ-BYTE.
           move 0 to wav-in-byte-val
           if wav-in-eof = 1 then
               exit paragraph
           end-if
           read wav-in-file
               at end
                   move 1 to wav-in-eof
               not at end
                   move wav-in-byte to wav-in-byte-val
           end-read
           exit paragraph.



       *>  little-endian unsigned word of wav-in-word-bytes bytes
       *>  output: wav-in-word-val
       WAV-READ-WORD.
           move 0 to wav-in-word-val
           move 1 to wav-in-word-scale
           perform varying wav-in-k from 1 by 1 until wav-in-k > wav-in-word-bytes
               perform WAV-READ-BYTE
               compute wav-in-word-val =
                   wav-in-word-val + wav-in-byte-val * wav-in-word-scale
               multiply 256 by wav-in-word-scale
           end-perform
           exit paragraph.



       *>  four-character chunk id
       *>  output: wav-in-chunk-id
       WAV-READ-ID.
           move spaces to wav-in-chunk-id
           perform varying wav-in-k from 1 by 1 until wav-in-k > 4
               perform WAV-READ-BYTE
               move function char(wav-in-byte-val + 1)
                   to wav-in-chunk-id(wav-in-k:1)
           end-perform
           exit paragraph.



       *>  pass over wav-in-skip-count bytes of a chunk the reader has
       *>  no use for
       WAV-SKIP-BYTES.
           perform varying wav-in-k from 1 by 1
                   until wav-in-k > wav-in-skip-count or wav-in-eof = 1
               perform WAV-READ-BYTE
           end-perform
           exit paragraph.



       *>  next signed sample of the WAV, scaled to the 24-bit domain
       *>  like QC-READ-SAMPLE's; past the end of its data the file
       *>  reads as silence
       *>  output: wav-in-x
       WAV-READ-SAMPLE.
           move 0 to wav-in-x
           if wav-in-left = 0 or wav-in-eof = 1 then
               exit paragraph
           end-if
           subtract 1 from wav-in-left
           if wav-in-bits = 24 then
               move 3 to wav-in-word-bytes
               perform WAV-READ-WORD
               move wav-in-word-val to wav-in-x
               if wav-in-x >= 8388608 then
                   subtract 16777216 from wav-in-x
               end-if
           else
               move 2 to wav-in-word-bytes
               perform WAV-READ-WORD
               move wav-in-word-val to wav-in-x
               if wav-in-x >= 32768 then
                   subtract 65536 from wav-in-x
               end-if
               multiply 256 by wav-in-x
           end-if
           exit paragraph.



       *>  the sample-by-sample pass: the delivered mix is read back
       *>  through qc-file the way QC reads it, the master through
       *>  wav-in-file, out to the end of the longer of the two (the
       *>  shorter reads as silence past its end)
       CMP-COMPARE-SAMPLES.
           move 0 to cmp-max-dev
           move 0 to cmp-diff-frames
           move 0 to cmp-first-diff
           move 0 to cmp-last-diff
           move 0 to cmp-region-open
           move 0 to cmp-region-total
           perform varying cmp-chan from 1 by 1 until cmp-chan > 2
               move 0 to cmp-chan-max-dev(cmp-chan)
               move 0 to cmp-chan-sum-sq(cmp-chan)
               move 0 to cmp-chan-diffs(cmp-chan)
               move 0 to cmp-chan-first(cmp-chan)
               move 0 to cmp-chan-last(cmp-chan)
           end-perform
           compute cmp-gap-frames = sample-rate / 10

           move total-samples-written to cmp-total-frames
           if wav-in-frames > cmp-total-frames then
               move wav-in-frames to cmp-total-frames
           end-if

           move out-name to qc-name
           move 0 to qc-eof
           open input qc-file
           if qc-stat not = '00' then
               display 'NOTE: could not read back '
                   function trim(qc-name) ' for compare (status '
                   qc-stat ').'
               move 1 to qc-eof
           else
               *> the 44-byte RIFF/WAVE header BUILD-WAV-HEADER wrote
               perform varying i from 1 by 1 until (i > 44 or qc-eof = 1)
                   read qc-file
                       at end
                           move 1 to qc-eof
                   end-read
               end-perform
           end-if

           perform varying cmp-frame from 0 by 1
                   until cmp-frame >= cmp-total-frames
               move 0 to cmp-frame-dev
               perform varying cmp-chan from 1 by 1
                       until cmp-chan > out-channels
                   move 0 to cmp-new-x
                   if cmp-frame < total-samples-written
                           and qc-eof = 0 then
                       perform QC-READ-SAMPLE
                       if qc-eof = 0 then
                           move qc-x to cmp-new-x
                       end-if
                   end-if
                   perform WAV-READ-SAMPLE
                   compute cmp-dev = function abs(cmp-new-x - wav-in-x)
                   if cmp-dev > 0 then
                       perform CMP-NOTE-DIFF-SAMPLE
                   end-if
               end-perform
               if cmp-frame-dev > 0 then
                   perform CMP-NOTE-DIFF-FRAME
               end-if

               *> a batch worker keeps its claim alive through the
               *> read-back, as it does through the render
               if worker-mode = 1 then
                   add 1 to wrk-beat-samples
                   if wrk-beat-samples >= BUFFER-SIZE then
                       move 0 to wrk-beat-samples
                       perform WRK-BEAT-CHECK
                   end-if
               end-if
           end-perform

           if qc-stat = '00' or qc-stat = '10' then
               close qc-file
           end-if
           if cmp-region-open = 1 then
               perform CMP-CLOSE-REGION
           end-if
           exit paragraph.



       *>  tally one differing sample into channel cmp-chan
       CMP-NOTE-DIFF-SAMPLE.
           if cmp-dev > cmp-chan-max-dev(cmp-chan) then
               move cmp-dev to cmp-chan-max-dev(cmp-chan)
           end-if
           compute cmp-chan-sum-sq(cmp-chan) =
               cmp-chan-sum-sq(cmp-chan) + cmp-dev * cmp-dev
           add 1 to cmp-chan-diffs(cmp-chan)
           if cmp-chan-diffs(cmp-chan) = 1 then
               move cmp-frame to cmp-chan-first(cmp-chan)
           end-if
           move cmp-frame to cmp-chan-last(cmp-chan)
           if cmp-dev > cmp-frame-dev then
               move cmp-dev to cmp-frame-dev
           end-if
           exit paragraph.



       *>  tally a frame with any differing channel into the whole-
       *>  file figures and the region it belongs to - a difference
       *>  more than 100 ms after the last one opens a new region
       CMP-NOTE-DIFF-FRAME.
           add 1 to cmp-diff-frames
           if cmp-diff-frames = 1 then
               move cmp-frame to cmp-first-diff
           end-if
           move cmp-frame to cmp-last-diff
           if cmp-frame-dev > cmp-max-dev then
               move cmp-frame-dev to cmp-max-dev
           end-if

           if cmp-region-open = 1
                   and cmp-frame - cmp-reg-cur-end > cmp-gap-frames then
               perform CMP-CLOSE-REGION
           end-if
           if cmp-region-open = 0 then
               move 1 to cmp-region-open
               move cmp-frame to cmp-reg-cur-start
               move 0 to cmp-reg-cur-max
           end-if
           move cmp-frame to cmp-reg-cur-end
           if cmp-frame-dev > cmp-reg-cur-max then
               move cmp-frame-dev to cmp-reg-cur-max
           end-if
           exit paragraph.



       *>  file the region just ended - past CMP-REGION-MAX they are
       *>  only counted
       CMP-CLOSE-REGION.
           add 1 to cmp-region-total
           if cmp-region-total <= CMP-REGION-MAX then
               move cmp-reg-cur-start to cmp-reg-start(cmp-region-total)
               move cmp-reg-cur-end to cmp-reg-end(cmp-region-total)
               move cmp-reg-cur-max to cmp-reg-max(cmp-region-total)
           end-if
           move 0 to cmp-region-open
           exit paragraph.



       *>  the report's comparison section - the master, each
       *>  channel's figures, the first and last difference, the
       *>  differing regions by section, then the verdict
       CMP-WRITE-REPORT.
           move cmp-tolerance-db to cmp-db-ed
           move spaces to report-line
           string 'Compare: approved master ' delimited by size
                  function trim(compare-name) delimited by size
                  ' (tolerance ' delimited by size
                  function trim(cmp-db-ed) delimited by size
                  ' dBFS)' delimited by size
                  into report-line
           write report-rec from report-line

           evaluate true
               when wav-in-ok = 0
                   move spaces to report-line
                   string 'Compare: the master ' delimited by size
                          function trim(wav-in-problem) delimited by size
                          into report-line
                   write report-rec from report-line
               when cmp-comparable = 0
                   move wav-in-rate to cmp-rate-ed
                   move wav-in-bits to cmp-bits-ed
                   move wav-in-channels to cmp-chan-ed
                   move spaces to report-line
                   string 'Compare: the master is ' delimited by size
                          function trim(cmp-rate-ed) delimited by size
                          ' Hz ' delimited by size
                          function trim(cmp-bits-ed) delimited by size
                          '-bit x' delimited by size
                          cmp-chan-ed delimited by size
                          ' - not this render''s profile'
                              delimited by size
                          into report-line
                   write report-rec from report-line
               when other
                   perform CMP-WRITE-DETAIL
           end-evaluate

           move spaces to report-line
           if cmp-reason = spaces then
               string 'Compare result: ' delimited by size
                      function trim(cmp-verdict) delimited by size
                      into report-line
           else
               string 'Compare result: ' delimited by size
                      function trim(cmp-verdict) delimited by size
                      ' - ' delimited by size
                      function trim(cmp-reason) delimited by size
                      into report-line
           end-if
           write report-rec from report-line
           exit paragraph.



       *>  the comparison figures proper, for a master at this
       *>  render's profile
       CMP-WRITE-DETAIL.
           perform varying cmp-chan from 1 by 1
                   until cmp-chan > out-channels
               move cmp-chan to report-num-ed
               move spaces to report-line
               if cmp-chan-diffs(cmp-chan) = 0 then
                   string 'Compare ch' delimited by size
                          function trim(report-num-ed) delimited by size
                          ': identical' delimited by size
                          into report-line
                   write report-rec from report-line
               else
                   compute cmp-db-ed rounded = 20 * function log10(
                       cmp-chan-max-dev(cmp-chan) / CMP-FULL-SCALE)
                   compute cmp-db-val = function sqrt(
                       cmp-chan-sum-sq(cmp-chan) / cmp-total-frames)
                   compute cmp-db-2-ed rounded = 20 * function log10(
                       cmp-db-val / CMP-FULL-SCALE)
                   move cmp-chan-first(cmp-chan) to cmp-at-frame
                   perform CMP-FORMAT-TIME
                   move cmp-time-text to cmp-time-2-text
                   move cmp-chan-last(cmp-chan) to cmp-at-frame
                   perform CMP-FORMAT-TIME
                   move cmp-chan-diffs(cmp-chan) to cmp-count-ed
                   string 'Compare ch' delimited by size
                          function trim(report-num-ed) delimited by size
                          ': max deviation ' delimited by size
                          function trim(cmp-db-ed) delimited by size
                          ' dBFS, RMS deviation ' delimited by size
                          function trim(cmp-db-2-ed) delimited by size
                          ' dBFS, ' delimited by size
                          function trim(cmp-count-ed) delimited by size
                          ' differing sample(s), first at '
                              delimited by size
                          function trim(cmp-time-2-text) delimited by size
                          ' s, last at ' delimited by size
                          function trim(cmp-time-text) delimited by size
                          ' s' delimited by size
                          into report-line
                   write report-rec from report-line
               end-if
           end-perform

           if cmp-diff-frames = 0 then
               exit paragraph
           end-if

           move cmp-first-diff to cmp-at-frame
           perform CMP-FORMAT-TIME
           move cmp-time-text to cmp-time-2-text
           move cmp-last-diff to cmp-at-frame
           perform CMP-FORMAT-TIME
           move cmp-region-total to report-num-ed
           move spaces to report-line
           string 'Compare: first difference at ' delimited by size
                  function trim(cmp-time-2-text) delimited by size
                  ' s, last at ' delimited by size
                  function trim(cmp-time-text) delimited by size
                  ' s, ' delimited by size
                  function trim(report-num-ed) delimited by size
                  ' differing region(s)' delimited by size
                  into report-line
           write report-rec from report-line

           perform varying cmp-reg-i from 1 by 1
                   until cmp-reg-i > cmp-region-total
                       or cmp-reg-i > CMP-REGION-MAX
               perform CMP-WRITE-REGION-LINE
           end-perform
           if cmp-region-total > CMP-REGION-MAX then
               compute report-num-ed = cmp-region-total - CMP-REGION-MAX
               move spaces to report-line
               string 'Compare region: ... and ' delimited by size
                      function trim(report-num-ed) delimited by size
                      ' more not listed' delimited by size
                      into report-line
               write report-rec from report-line
           end-if
           exit paragraph.



       *>  'Compare region: <start> - <end> s, max <dB> dBFS, in
       *>  <section>' for region cmp-reg-i
       CMP-WRITE-REGION-LINE.
           move cmp-reg-start(cmp-reg-i) to cmp-at-frame
           perform CMP-FORMAT-TIME
           move cmp-time-text to cmp-time-2-text
           perform CMP-SECTION-AT
           move cmp-section-name to cmp-section-name-2
           move cmp-reg-end(cmp-reg-i) to cmp-at-frame
           perform CMP-FORMAT-TIME
           perform CMP-SECTION-AT
           compute cmp-db-ed rounded = 20 * function log10(
               cmp-reg-max(cmp-reg-i) / CMP-FULL-SCALE)

           move spaces to cmp-place-text
           if cmp-section-name = cmp-section-name-2 then
               string 'in ' delimited by size
                      function trim(cmp-section-name) delimited by size
                      into cmp-place-text
           else
               string 'from ' delimited by size
                      function trim(cmp-section-name-2) delimited by size
                      ' to ' delimited by size
                      function trim(cmp-section-name) delimited by size
                      into cmp-place-text
           end-if
           move spaces to report-line
           string 'Compare region: ' delimited by size
                  function trim(cmp-time-2-text) delimited by size
                  ' - ' delimited by size
                  function trim(cmp-time-text) delimited by size
                  ' s, max ' delimited by size
                  function trim(cmp-db-ed) delimited by size
                  ' dBFS, ' delimited by size
                  function trim(cmp-place-text) delimited by size
                  into report-line
           write report-rec from report-line
           exit paragraph.



       *>  the section playing at frame cmp-at-frame - the latest of
       *>  the job's section markers (as MARK-WRITE-FILE listed them)
       *>  at or before it
       *>  output: cmp-section-name
       CMP-SECTION-AT.
           if marker-count = 0 then
               move '(no section markers)' to cmp-section-name
               exit paragraph
           end-if
           move 0 to cmp-sec-found
           move 0 to cmp-sec-best
           move '(before the first marker)' to cmp-section-name
           perform varying wav-in-k from 1 by 1 until wav-in-k > marker-count
               if marker-sample-item(wav-in-k) <= cmp-at-frame
                       and (cmp-sec-found = 0
                           or marker-sample-item(wav-in-k) >= cmp-sec-best)
                       then
                   move 1 to cmp-sec-found
                   move marker-sample-item(wav-in-k) to cmp-sec-best
                   move marker-text-item(wav-in-k) to cmp-section-name
               end-if
           end-perform
           exit paragraph.



       *>  frame cmp-at-frame as '<seconds>.<frac>', the .markers
       *>  format
       *>  output: cmp-time-text
       CMP-FORMAT-TIME.
           compute cue-tenth-ms = cmp-at-frame * 10000 / sample-rate
           compute cue-sec-int-ed = cue-tenth-ms / 10000
           compute cue-sec-frac = function mod(cue-tenth-ms, 10000)
           move spaces to cmp-time-text
           string function trim(cue-sec-int-ed) delimited by size
                  '.' delimited by size
                  cue-sec-frac delimited by size
                  into cmp-time-text
           exit paragraph.



       *>  find client-code in the client master: client-found = 1
       *>  and client-found-name set if it is there. '*' in column 1
       *>  is a comment, as in the other shop files
       CLIENT-LOOKUP.
           move 0 to client-found
           move spaces to client-found-name
           move 0 to client-eof
           open input client-file
           if client-stat not = '00' then
               exit paragraph
           end-if

           perform until client-eof = 1 or client-found = 1
               read client-file
                   at end
                       move 1 to client-eof
               end-read
               if client-eof = 0 and client-rec > spaces
                       and client-rec(1:1) not = '*' then
                   move spaces to client-line-code
                   move spaces to client-line-name
                   unstring client-rec delimited by '|'
                       into client-line-code, client-line-name
                   if function upper-case(function trim(client-line-code))
                           = function trim(client-code) then
                       move 1 to client-found
                       move client-line-name to client-found-name
                   end-if
               end-if
           end-perform
           close client-file
           exit paragraph.



       *>  fingerprint everything this job renders from, one slot per
       *>  input (see job-fp-table): the MIDI bytes already in memory,
       *>  the .cfg, .kit and .tuning files beside it (a missing file
       *>  fingerprints as empty), the library entries the job can
       *>  reach, and its option keywords
       CAT-FINGERPRINT-JOB.
           *> the MIDI bytes - summed straight through rather than
           *> PERFORMed a byte at a time, since a file can run to
           *> megabytes; no overflow is possible before the final
           *> modulus at MIDI-MAX-BYTES
           move 1 to cat-fp-slot
           perform CAT-FP-BEGIN
           perform varying cat-i from 1 by 1 until cat-i > midi-file-size
               add midi-byte(cat-i) to cat-fp-a
               add cat-fp-a to cat-fp-b
           end-perform
           move midi-file-size to cat-fp-len-acc
           perform CAT-FP-END

           move 2 to cat-fp-slot
           move chan-name to cat-src-name
           perform CAT-FP-TEXT-FILE

           move 3 to cat-fp-slot
           move kit-name to cat-src-name
           perform CAT-FP-TEXT-FILE

           move 4 to cat-fp-slot
           move tuning-name to cat-src-name
           perform CAT-FP-TEXT-FILE

           move 5 to cat-fp-slot
           perform CAT-FP-LIBRARY

           move 6 to cat-fp-slot
           perform CAT-FP-OPTIONS
           exit paragraph.



       *>  start a fresh Adler-32 sum
       CAT-FP-BEGIN.
           move 1 to cat-fp-a
           move 0 to cat-fp-b
           move 0 to cat-fp-len-acc
           exit paragraph.



       *>  fold one byte (cat-fp-byte) into the running sum - the
       *>  modulus is only taken at CAT-FP-END, which gives the same
       *>  value as taking it every step
       CAT-FP-ADD-BYTE.
           add cat-fp-byte to cat-fp-a
           add cat-fp-a to cat-fp-b
           add 1 to cat-fp-len-acc
           exit paragraph.



       *>  fold the text in cat-fp-text (trailing spaces dropped) and a
       *>  line-feed separator into the running sum
       CAT-FP-ADD-TEXT.
           move 0 to cat-fp-text-len
           if cat-fp-text > spaces then
               compute cat-fp-text-len =
                   function length(function trim(cat-fp-text trailing))
           end-if
           perform varying cat-j from 1 by 1 until cat-j > cat-fp-text-len
               move cat-fp-text(cat-j:1) to cat-fp-char
               move cat-fp-char-code to cat-fp-byte
               perform CAT-FP-ADD-BYTE
           end-perform
           move 10 to cat-fp-byte
           perform CAT-FP-ADD-BYTE
           exit paragraph.



       *>  close the running sum into slot cat-fp-slot
       CAT-FP-END.
           compute job-fp-value(cat-fp-slot) =
               function mod(cat-fp-b, CAT-ADLER-MOD) * 65536
               + function mod(cat-fp-a, CAT-ADLER-MOD)
           move cat-fp-len-acc to job-fp-len(cat-fp-slot)
           exit paragraph.



       *>  fingerprint the text file named by cat-src-name into slot
       *>  cat-fp-slot, line by line
       CAT-FP-TEXT-FILE.
           perform CAT-FP-BEGIN
           set cat-src-eof to 0
           open input cat-src-file
           if cat-src-stat not = '00' then
               perform CAT-FP-END
               exit paragraph
           end-if

           perform until cat-src-eof = 1
               read cat-src-file
                   at end
                       move 1 to cat-src-eof
               end-read
               if cat-src-eof = 0 then
                   move cat-src-rec to cat-fp-text
                   perform CAT-FP-ADD-TEXT
               end-if
           end-perform
           close cat-src-file
           perform CAT-FP-END
           exit paragraph.



       *>  fingerprint the library entries this job can reach: the
       *>  patch (program -> waveform) of every program the song
       *>  selects, then the name and resampled table of every user
       *>  wavetable reachable from the channel, drum-map or patch
       *>  assignments. the built-in tables are part of the program,
       *>  not the library, and are left out
       CAT-FP-LIBRARY.
           perform CAT-FP-BEGIN
           perform varying cat-i from 1 by 1 until cat-i > WAVEFORM-MAX
               move 0 to cat-wave-used-item(cat-i)
           end-perform
           perform varying chan-i from 1 by 1 until chan-i > MIDI-CHANNEL-COUNT
               move 1 to cat-wave-used-item(chan-wave-id-item(chan-i))
           end-perform
           perform varying cat-i from 1 by 1 until cat-i > DRUM-NOTE-COUNT
               if drum-wave-item(cat-i) > 0 then
                   move 1 to cat-wave-used-item(drum-wave-item(cat-i))
               end-if
           end-perform

           perform varying cat-i from 1 by 1 until cat-i > PATCH-COUNT
               if prog-used-item(cat-i) = 1 then
                   compute cat-fp-byte = cat-i - 1
                   perform CAT-FP-ADD-BYTE
                   move waveform-name-item(patch-wave-id-item(cat-i))
                       to cat-fp-text
                   perform CAT-FP-ADD-TEXT
                   move 1 to cat-wave-used-item(patch-wave-id-item(cat-i))
               end-if
           end-perform

           perform varying cat-i from WAVEFORM-COUNT by 1
                   until cat-i >= waveform-total
               if cat-wave-used-item(cat-i + 1) = 1
                       and waveform-kind-item(cat-i + 1) = 0 then
                   move waveform-name-item(cat-i + 1) to cat-fp-text
                   perform CAT-FP-ADD-TEXT
                   perform varying cat-j from 1 by 1
                           until cat-j > WAVETABLE-SIZE
                       compute cat-word = wt-item(cat-i + 1, cat-j) + 32768
                       compute cat-fp-byte = cat-word / 256
                       perform CAT-FP-ADD-BYTE
                       compute cat-fp-byte = function mod(cat-word, 256)
                       perform CAT-FP-ADD-BYTE
                   end-perform
               end-if

               *> a sampled instrument stands for its zones - each
               *> index line, and the sum of the frames its file
               *> loaded (taken once at startup)
               if cat-wave-used-item(cat-i + 1) = 1
                       and waveform-kind-item(cat-i + 1) = 1 then
                   perform varying zone-i from 1 by 1
                           until zone-i > zone-total
                       if zone-slot(zone-i) = cat-i + 1 then
                           move zone-line(zone-i) to cat-fp-text
                           perform CAT-FP-ADD-TEXT
                           move zone-sum(zone-i) to cat-word
                           perform varying cat-j from 1 by 1
                                   until cat-j > 4
                               compute cat-fp-byte =
                                   function mod(cat-word, 256)
                               perform CAT-FP-ADD-BYTE
                               compute cat-word = cat-word / 256
                           end-perform
                       end-if
                   end-perform
               end-if
           end-perform
           perform CAT-FP-END
           exit paragraph.



       *>  fingerprint the waveform argument and the option keywords,
       *>  upper-cased as the parser sees them - the scheduling fields
       *>  (priority=, cutoff=), 'force' and the compare= check
       *>  change when or how a job runs, not what it renders, and
       *>  are left out
       CAT-FP-OPTIONS.
           perform CAT-FP-BEGIN
           move wt-type to cat-fp-text
           perform CAT-FP-ADD-TEXT
           perform varying opt-i from 1 by 1 until opt-i > OPTION-TOKEN-MAX
               if option-token(opt-i) > spaces then
                   move function upper-case(function trim(option-token(opt-i)))
                       to option-scratch
                   if option-scratch(1:9) not = 'PRIORITY='
                           and option-scratch(1:7) not = 'CUTOFF='
                           and option-scratch(1:8) not = 'COMPARE='
                           and option-scratch(1:10) not = 'TOLERANCE='
                           and option-scratch not = 'FORCE' then
                       move option-scratch to cat-fp-text
                       perform CAT-FP-ADD-TEXT
                   end-if
               end-if
           end-perform
           perform CAT-FP-END
           exit paragraph.



       *>  look this job up in the catalog and decide whether it is
       *>  unchanged: cat-found says an entry exists, cat-unchanged
       *>  that every fingerprint matches and the WAV it delivered is
       *>  still on disk at the recorded size; otherwise cat-reason
       *>  says why the job has to render
       CAT-CHECK-JOB.
           move 0 to cat-unchanged
           move spaces to cat-reason
           perform CAT-LOOKUP-ENTRY
           if cat-found = 0 then
               exit paragraph
           end-if

           perform varying cat-i from 1 by 1 until cat-i > CAT-FP-COUNT
               if cat-reason = spaces
                       and (job-fp-value(cat-i) not = cat-fp-value(cat-i)
                           or job-fp-len(cat-i) not = cat-fp-len(cat-i))
                       then
                   string function trim(cat-fp-label-item(cat-i))
                              delimited by size
                          ' changed' delimited by size
                          into cat-reason
               end-if
           end-perform
           if cat-reason > spaces then
               exit paragraph
           end-if

           perform CAT-CHECK-WAV
           if cat-wav-ok = 0 then
               exit paragraph
           end-if
           move 1 to cat-unchanged
           exit paragraph.



       *>  read this job's catalog entry (input name plus delivery
       *>  profile) into cat-record; cat-found = 1 if there is one. a
       *>  catalog that can't be opened is noted once per run, and
       *>  every job simply renders
       CAT-LOOKUP-ENTRY.
           move 0 to cat-found
           move spaces to cat-record
           move in-name to cat-input-name
           move sample-rate to cat-rate
           move out-bits to cat-bits
           move out-channels to cat-channels

           open input catalog-file
           if catalog-stat = '05' or catalog-stat = '35' then
               *> no catalog yet - the first clean render creates it
               if catalog-stat = '05' then
                   close catalog-file
               end-if
               exit paragraph
           end-if
           if catalog-stat not = '00' then
               perform CAT-NOTE-UNAVAILABLE
               exit paragraph
           end-if

           read catalog-file key is cat-key
               invalid key
                   move 0 to cat-found
               not invalid key
                   move 1 to cat-found
           end-read
           close catalog-file
           exit paragraph.



       *>  the WAV the catalog entry delivered must be the one this
       *>  job would write (same name), still there, and still the
       *>  size it was - an interrupted re-render or a hand edit shows
       *>  up in the RIFF data size
       CAT-CHECK-WAV.
           move 0 to cat-wav-ok
           if function trim(cat-wav-name) not = function trim(out-name)
                   then
               move 'output name changed' to cat-reason
               exit paragraph
           end-if

           open input out-file
           if out-stat not = '00' then
               move 'delivered WAV missing' to cat-reason
               exit paragraph
           end-if
           perform varying cat-i from 1 by 1
                   until cat-i > 44 or out-stat not = '00'
               read out-file
               if out-stat = '00' then
                   move out-byte to cat-hdr-byte(cat-i)
               end-if
           end-perform
           close out-file

           if out-stat not = '00' then
               move 'delivered WAV truncated' to cat-reason
               exit paragraph
           end-if
           compute cat-wav-data-bytes = cat-hdr-byte(41)
               + cat-hdr-byte(42) * 256
               + cat-hdr-byte(43) * 65536
               + cat-hdr-byte(44) * 16777216
           if cat-wav-data-bytes + 44 not = cat-wav-bytes then
               move 'delivered WAV altered' to cat-reason
               exit paragraph
           end-if
           move 1 to cat-wav-ok
           exit paragraph.



       *>  file (or refile) this clean render's catalog entry: its
       *>  fingerprints, the WAV it delivered and how long it took
       CAT-STORE-ENTRY.
           open i-o catalog-file
           if catalog-stat not = '00' and catalog-stat not = '05' then
               perform CAT-NOTE-UNAVAILABLE
               exit paragraph
           end-if

           move spaces to cat-record
           move in-name to cat-input-name
           move sample-rate to cat-rate
           move out-bits to cat-bits
           move out-channels to cat-channels
           read catalog-file key is cat-key
               invalid key
                   move 0 to cat-found
               not invalid key
                   move 1 to cat-found
           end-read

           perform varying cat-i from 1 by 1 until cat-i > CAT-FP-COUNT
               move job-fp-value(cat-i) to cat-fp-value(cat-i)
               move job-fp-len(cat-i) to cat-fp-len(cat-i)
           end-perform
           move out-name to cat-wav-name
           compute cat-wav-bytes = 44
               + total-samples-written * out-sample-size * out-channels
           move total-samples-written to cat-samples
           move led-run-date to cat-render-date
           move led-run-time to cat-render-time

           *> render time from CS-INIT to here - a job running across
           *> midnight reads a smaller clock at the end
           accept cat-now-raw from time
           compute cat-elapsed =
               (function numval(cat-now-raw(1:2)) * 3600
                + function numval(cat-now-raw(3:2)) * 60
                + function numval(cat-now-raw(5:2)))
               - (function numval(cat-start-raw(1:2)) * 3600
                + function numval(cat-start-raw(3:2)) * 60
                + function numval(cat-start-raw(5:2)))
           if cat-elapsed < 0 then
               add 86400 to cat-elapsed
           end-if
           move cat-elapsed to cat-render-secs

           if cat-found = 1 then
               rewrite cat-record
           else
               write cat-record
           end-if
           if catalog-stat not = '00' then
               display 'NOTE: could not file ' function trim(in-name)
                   ' in ' function trim(catalog-name)
                   ' (status ' catalog-stat ').'
           end-if
           close catalog-file
           exit paragraph.



       *>  the catalog could not be opened - say so once per run; the
       *>  jobs all render, exactly as they did before the catalog
       CAT-NOTE-UNAVAILABLE.
           if cat-warned = 0 then
               display 'NOTE: deliverables catalog '
                   function trim(catalog-name) ' unavailable (status '
                   catalog-stat ') - every job renders.'
               move 1 to cat-warned
           end-if
           exit paragraph.


                  into report-line
           write report-rec from report-line

           *> the source file's SMF format and timing mode, so a file
           *> that rendered oddly can be traced to its structure
           *> without opening it in a sequencer (a playlist's pieces
           *> each have their own - the line describes the last one)
           perform BUILD-MIDI-SOURCE-DESC
           move spaces to report-line
           string 'MIDI source: ' delimited by size
                  function trim(midi-source-desc) delimited by size
                  into report-line
           write report-rec from report-line

           if transpose-semitones not = 0 then
               move spaces to report-line
               move transpose-semitones to report-num-signed
               write report-rec from report-line
           end-if

           if bars-count > 0 then
               move bars-count to report-num-ed
               move spaces to report-line
               string 'Bar timeline: ' delimited by size
                      function trim(report-num-ed) delimited by size
                      ' bar(s) (see ' delimited by size
                      function trim(bars-name) delimited by size
                      ')' delimited by size
                      into report-line
               write report-rec from report-line
           else
               if bars-note > spaces then
                   move spaces to report-line
                   string 'Bar timeline: ' delimited by size
                          function trim(bars-note) delimited by size
                          into report-line
                   write report-rec from report-line
               end-if
           end-if

           if click-mode = 1 then
               move spaces to report-line
               if click-delivered = 1 then
                   move click-beat-count to report-num-ed
                   string 'Click track delivered: ' delimited by size
                          function trim(click-name) delimited by size
                          ' (' delimited by size
                          function trim(report-num-ed) delimited by size
                          ' beats)' delimited by size
                          into report-line
               else
                   string 'Click track not delivered - no bar grid'
                          delimited by size
                          into report-line
               end-if
               write report-rec from report-line
           end-if

           if punch-mode = 1 then
               move spaces to report-line
               move punch-start-ms to report-num-ed
                  into report-line
           write report-rec from report-line

           if zone-total > 0 then
               move spaces to report-line
               move smp-unmapped-count to report-num-ed
               string 'Sampled notes outside every zone (silent): '
                          delimited by size
                      function trim(report-num-ed) delimited by size
                      into report-line
               write report-rec from report-line
           end-if

           move spaces to report-line
           move val-mismatch-count to report-num-ed
           string 'Pre-flight validation mismatches: ' delimited by size
                  into report-line
           write report-rec from report-line

           if qc-spec-name > spaces then
               perform QC-WRITE-REPORT
           end-if

           if compare-name > spaces then
               perform CMP-WRITE-REPORT
           end-if

           close report-file
           exit paragraph.


       *>  append this job's record to the shop-wide run-history
       *>  ledger - the caller sets ledger-status (CLEAN / RESUMED /
       *>  SKIPPED / UNCHANGD) first. OPEN EXTEND on an OPTIONAL file creates the
       *>  ledger the first time, and appending one flat record per
       *>  job means month-end billing and batch-window planning read
       *>  this one file instead of doing .log archaeology
           move expected-total-samples to led-samples-expected
           move osc-steal-count to led-steals
           move limiter-engaged-count to led-limited
           move qc-status to led-qc-status
           move client-code to led-client-code
           move sample-rate to led-sample-rate
           move out-bits to led-bits
           move out-channels to led-channels
           move worker-id to led-worker-id

           *> the ledger lock is taken first and the ledger itself is
           *> opened exclusively for the one append, so batch workers
           *> running side by side take turns instead of interleaving
           *> records, and COBOLrollover (which holds the lock from its
           *> last count of the ledger until the rewrite is closed)
           *> never overwrites a record appended under it - status 61
           *> on either means another process has it right now: wait
           *> a second and try again, the one wait shared by both
           move 0 to ledger-waited
           open extend ledger-lock-file
           perform until ledger-lock-stat not = '61'
                   or ledger-waited >= LOCK-WAIT-MAX
               perform CS-LEDGER-WAIT
               open extend ledger-lock-file
           end-perform
           if ledger-lock-stat not = '00' and ledger-lock-stat not = '05'
                   then
               display 'NOTE: could not lock '
                   function trim(ledger-lock-name)
                   ' (status ' ledger-lock-stat ') - ledger not updated.'
               exit paragraph
           end-if

           open extend ledger-file
           perform until ledger-stat not = '61'
                   or ledger-waited >= LOCK-WAIT-MAX
               perform CS-LEDGER-WAIT
               open extend ledger-file
           end-perform
           if ledger-stat = '00' or ledger-stat = '05' then
               write ledger-rec from ledger-record
               close ledger-file
                   function trim(ledger-name)
                   ' (status ' ledger-stat ').'
           end-if
           close ledger-lock-file
           exit paragraph.



       *>  one second of CS-WRITE-LEDGER's wait for the ledger. a
       *>  worker still holds its claim while it waits, so it keeps
       *>  the heartbeat going (WRK-BEAT-CHECK takes the claims lock
       *>  with lock-waited, hence ledger-waited)
       CS-LEDGER-WAIT.
           move 1 to wrk-sleep-secs
           call 'C$SLEEP' using wrk-sleep-secs
           add 1 to ledger-waited
           if worker-mode = 1 then
               perform WRK-BEAT-CHECK
           end-if
           exit paragraph.


               end-if
           end-perform
           exit paragraph.

       *>  read a fixed-field meta event's <data> of n bytes, keeping
       *>  the first READ-MAX of them (zero where the event is
       *>  shorter) and consuming the rest
       *>  arguments:  read-size
       *>  output:     read-item(1 - 4)
       READ-META-FIELDS.
           move read-size to meta-field-len
           move 0 to read-item(1) read-item(2) read-item(3) read-item(4)
           if meta-field-len > READ-MAX then
               set read-size to READ-MAX
           end-if
           perform READ-TO-TABLE
           if meta-field-len > READ-MAX then
               compute read-size = meta-field-len - READ-MAX
               perform READ-TO-NONE
           end-if
           exit paragraph.
       
       *>  read single byte from midi-bytes-tbl at read-pos, advancing it
       *>  output:     in-byte
