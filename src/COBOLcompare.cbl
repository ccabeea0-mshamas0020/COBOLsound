      ******************************************************************
      * COBOLcompare.cbl
      *
      * Compares a new render against the approved master of the
      * same deliverable, sample by sample and channel by channel,
      * and says whether it still sounds the same - the regression
      * check to run before an edit to cobolsound.patches, a
      * cobolsound.waves table or the built-in drum map goes live.
      *
      * Execute from the command line with:
      *
      * C:...> COBOLcompare.exe <new.wav> <approved.wav>
      *            [tolerance=<dBFS>] [markers=<file>]
      *
      * Both files must be PCM WAVs (16- or 24-bit, mono or stereo)
      * at the same delivery profile - rate, bit depth and channel
      * count. The RIFF chunks are walked, so a master re-saved by an
      * editor with extra chunks still reads. Samples are compared in
      * the 24-bit domain whatever the depth, and the report gives:
      *    - per channel: the maximum and RMS deviation (dBFS, and
      *      the maximum in steps of the file's own bit depth), the
      *      count of differing samples and the first and last one
      *    - the first and last differing timestamp over all
      *      channels
      *    - the differing regions (differences less than 100 ms
      *      apart run together as one region), each with its
      *      loudest deviation and named by the section markers the
      *      render captured in its '<name>.markers' listing - or by
      *      the file given as markers=
      *    - the verdict: MATCH (every sample identical, same
      *      length), WITHIN-TOLERANCE (same length, no sample off by
      *      more than the tolerance - default -90.0 dBFS, just over
      *      one step of 16-bit audio, so a 1-LSB difference passes),
      *      or CHANGED (anything else,
      *      including a different length or profile, or a file that
      *      can't be read as a PCM WAV)
      * The report is written to '<new-name>-compare.log' next to
      * the new render, and the verdict is displayed.
      *
      * COBOLsound runs the same comparison for any job given
      * 'compare=<approved.wav>', so a batch manifest of the catalog
      * with each line pointed at its approved master is the whole
      * library's regression check in one run.
      ******************************************************************
       >> SOURCE FORMAT FREE

       identification division.
       program-id. COBOLcompare.

       environment division.
       input-output section.
       file-control.

       *>  the new render and the approved master, each read a byte
       *>  at a time the way COBOLsound reads its WAVs back
       select new-file assign to dynamic new-name
           organization sequential
           file status is new-stat.

       select old-file assign to dynamic old-name
           organization sequential
           file status is old-stat.

       *>  the render's section-marker listing
       select marker-file assign to dynamic marker-name
           organization line sequential
           file status is marker-stat.

       *>  the comparison report
       select log-file assign to dynamic log-name
           organization line sequential
           file status is log-stat.

       data division.
       file section.

       fd  new-file.
       01  new-byte            binary-char unsigned.

       fd  old-file.
       01  old-byte            binary-char unsigned.

       fd  marker-file.
       01  marker-rec          pic x(080).

       fd  log-file.
       01  log-rec             pic x(132).

       working-storage section.

       01  cmd-line            pic x(250) value spaces.
       01  ARG-MAX             constant as 4.
       01  arg-tbl.
           02  arg-item        pic x(200) occurs ARG-MAX times.
       01  arg-i               binary-long unsigned value 0.
       01  arg-scratch         pic x(200) value spaces.
       01  new-name            pic x(200) value spaces.
       01  new-stat            pic x(002).
       01  old-name            pic x(200) value spaces.
       01  old-stat            pic x(002).
       01  file-stat           pic x(002).
       01  log-name            pic x(212) value spaces.
       01  log-stat            pic x(002).
       01  log-line            pic x(132) value spaces.
       01  marker-name         pic x(212) value spaces.
       01  marker-stat         pic x(002).
       01  marker-eof          pic 9(001) value 0.
       01  marker-line         pic x(080) value spaces.
       01  name-stem           pic x(200) value spaces.
       01  name-len            binary-long unsigned value 0.
       01  dot-pos             binary-long unsigned value 0.

       *>  the two WAVs: 1 = the new render, 2 = the approved master
       01  CHAN-MAX            constant as 2.
       01  wav-tbl.
           02  wav-item        occurs 2 times.
               03  wav-open        pic 9(001).
               03  wav-ok          pic 9(001).
               03  wav-eof         pic 9(001).
               03  wav-format      binary-long unsigned.
               03  wav-channels    binary-long unsigned.
               03  wav-rate        binary-long unsigned.
               03  wav-bits        binary-long unsigned.
               03  wav-data-bytes  binary-long unsigned.
               03  wav-frames      binary-long unsigned.
               03  wav-problem     pic x(060).
       01  side                binary-long unsigned value 1.

       *>  RIFF reading
       01  byte-val            binary-long unsigned value 0.
       01  word-val            binary-long unsigned value 0.
       01  word-bytes          binary-long unsigned value 0.
       01  word-scale          binary-double unsigned value 0.
       01  chunk-id            pic x(004) value spaces.
       01  chunk-len           binary-long unsigned value 0.
       01  skip-count          binary-long unsigned value 0.
       01  fmt-found           pic 9(001) value 0.
       01  data-found          pic 9(001) value 0.
       01  sample-x            binary-long value 0.
       01  sample-a            binary-long value 0.
       01  sample-b            binary-long value 0.

       *>  the comparison - deviations are in the 24-bit domain
       01  FULL-SCALE          constant as 8388608.
       01  comparable          pic 9(001) value 0.
       01  tolerance-db        pic s9(003)v9(001) value -90.0.
       01  tol-level           binary-long unsigned value 0.
       01  total-frames        binary-long unsigned value 0.
       01  frame               binary-long unsigned value 0.
       01  chan                binary-long unsigned value 0.
       01  dev                 binary-long unsigned value 0.
       01  frame-dev           binary-long unsigned value 0.
       01  max-dev             binary-long unsigned value 0.
       01  diff-frames         binary-long unsigned value 0.
       01  first-diff          binary-long unsigned value 0.
       01  last-diff           binary-long unsigned value 0.
       01  chan-tbl.
           02  chan-item       occurs CHAN-MAX times.
               03  chan-max-dev    binary-long unsigned.
               03  chan-sum-sq     usage comp-2.
               03  chan-diffs      binary-long unsigned.
               03  chan-first      binary-long unsigned.
               03  chan-last       binary-long unsigned.
       01  verdict             pic x(016) value spaces.
       01  verdict-reason      pic x(060) value spaces.

       *>  differing regions - a difference more than gap-frames
       *>  (100 ms) after the last one opens a new region
       01  REGION-MAX          constant as 50.
       01  gap-frames          binary-long unsigned value 0.
       01  region-open         pic 9(001) value 0.
       01  region-total        binary-long unsigned value 0.
       01  reg-cur-start       binary-long unsigned value 0.
       01  reg-cur-end         binary-long unsigned value 0.
       01  reg-cur-max         binary-long unsigned value 0.
       01  region-tbl.
           02  region-item     occurs REGION-MAX times.
               03  reg-start       binary-long unsigned.
               03  reg-end         binary-long unsigned.
               03  reg-max         binary-long unsigned.
       01  reg-i               binary-long unsigned value 0.

       *>  section markers, frame positions at the render's rate
       01  MARKER-MAX          constant as 128.
       01  marker-count        binary-long unsigned value 0.
       01  marker-tbl.
           02  marker-item     occurs MARKER-MAX times.
               03  marker-text     pic x(048).
               03  marker-frame    binary-long unsigned.
       01  sp-pos              binary-long unsigned value 0.
       01  at-frame            binary-long unsigned value 0.
       01  sec-found           pic 9(001) value 0.
       01  sec-best-frame      binary-long unsigned value 0.
       01  section-name        pic x(048) value spaces.
       01  section-name-2      pic x(048) value spaces.

       *>  edited fields for the report
       01  num-ed              pic z(9)9.
       01  num-2-ed            pic z(9)9.
       01  num-3-ed            pic z(9)9.
       01  db-ed               pic -(3)9.9.
       01  db-2-ed             pic -(3)9.9.
       01  db-val              usage comp-2 value 0.
       01  tenth-ms            binary-long unsigned value 0.
       01  sec-int-ed          pic z(5)9.
       01  sec-frac            pic 9(004).
       01  time-text           pic x(012) value spaces.
       01  time-2-text         pic x(012) value spaces.
       01  profile-text        pic x(060) value spaces.
       01  log-text            pic x(090) value spaces.
       01  line-label          pic x(011) value spaces.

       *>  shared local vars, same arrangement as COBOLsound itself
       01  i                   binary-long value 0.
       01  k                   binary-long value 0.
       01  local-1             binary-long value 0.



       *>  PROCEDURE
       procedure division.

       perform COMPARE-WAV.

       COMPARE-WAV.
           perform CP-PARSE-ARGS

           move 1 to side
           perform CP-OPEN-WAV
           move 2 to side
           perform CP-OPEN-WAV

           *> only the same deliverable at the same profile compares
           move 0 to comparable
           if wav-ok(1) = 1 and wav-ok(2) = 1 then
               if wav-rate(1) = wav-rate(2) and wav-bits(1) = wav-bits(2)
                       and wav-channels(1) = wav-channels(2) then
                   move 1 to comparable
               end-if
           end-if

           if comparable = 1 then
               perform CP-LOAD-MARKERS
               perform CP-COMPARE-SAMPLES
           end-if

           if wav-open(1) = 1 then
               close new-file
           end-if
           if wav-open(2) = 1 then
               close old-file
           end-if

           perform CP-JUDGE
           perform CP-WRITE-REPORT
           stop run.



       *>  arguments 1 and 2 are the new render and the approved
       *>  master; the keywords after them may come in either order.
       *>  the report and the default marker listing are named from
       *>  the new render the way COBOLsound names them, extension
       *>  dropped
       CP-PARSE-ARGS.
           accept cmd-line from command-line
           unstring cmd-line delimited by all space
               into arg-item(1), arg-item(2), arg-item(3), arg-item(4)
           move arg-item(1) to new-name
           move arg-item(2) to old-name
           if new-name = spaces or old-name = spaces then
               display 'Usage: COBOLcompare <new.wav> <approved.wav>'
                   ' [tolerance=<dBFS>] [markers=<file>]'
               stop run
           end-if

           compute name-len = function length(function trim(new-name))
           move function trim(new-name) to name-stem
           set dot-pos to 0
           perform varying i from name-len by -1 until (i < 1 or dot-pos > 0)
               if name-stem(i:1) = '.' then
                   move i to dot-pos
               end-if
           end-perform
           if dot-pos > 1 then
               move spaces to name-stem(dot-pos:)
           end-if

           move spaces to log-name
           string function trim(name-stem) delimited by size
                  '-compare.log' delimited by size
                  into log-name
           move spaces to marker-name
           string function trim(name-stem) delimited by size
                  '.markers' delimited by size
                  into marker-name

           perform varying arg-i from 3 by 1 until arg-i > ARG-MAX
               if arg-item(arg-i) > spaces then
                   move function upper-case(arg-item(arg-i)) to arg-scratch
                   evaluate true
                       when arg-scratch(1:10) = 'TOLERANCE='
                           if function test-numval(arg-scratch(11:10)) = 0
                                   and function numval(arg-scratch(11:10))
                                       <= 0
                                   and function numval(arg-scratch(11:10))
                                       >= -144 then
                               compute tolerance-db rounded =
                                   function numval(arg-scratch(11:10))
                           else
                               display 'Tolerance "'
                                   function trim(arg-item(arg-i))
                                   '" is not a level from -144 to 0 dBFS'
                                   ' - default kept.'
                           end-if
                       when arg-scratch(1:8) = 'MARKERS='
                               and arg-scratch(9:) > spaces
                           move arg-item(arg-i)(9:) to marker-name
                       when other
                           display 'Unrecognized option "'
                               function trim(arg-item(arg-i))
                               '" ignored.'
                   end-evaluate
               end-if
           end-perform

           compute tol-level = FULL-SCALE * 10 ** (tolerance-db / 20)
           exit paragraph.



       *>  open WAV number 'side' and walk its RIFF chunks up to the
       *>  start of the sample data: wav-ok = 1 with the profile and
       *>  frame count filled in, or wav-problem says what is wrong
       CP-OPEN-WAV.
           move 0 to wav-open(side)
           move 0 to wav-ok(side)
           move 0 to wav-eof(side)
           move 0 to wav-format(side)
           move 0 to wav-channels(side)
           move 0 to wav-rate(side)
           move 0 to wav-bits(side)
           move 0 to wav-data-bytes(side)
           move 0 to wav-frames(side)
           move spaces to wav-problem(side)

           if side = 1 then
               open input new-file
               move new-stat to file-stat
           else
               open input old-file
               move old-stat to file-stat
           end-if
           if file-stat not = '00' then
               move spaces to wav-problem(side)
               string 'cannot be opened (status ' delimited by size
                      file-stat delimited by size
                      ')' delimited by size
                      into wav-problem(side)
               exit paragraph
           end-if
           move 1 to wav-open(side)

           perform CP-READ-ID
           if chunk-id not = 'RIFF' then
               move 'is not a RIFF file' to wav-problem(side)
               exit paragraph
           end-if
           move 4 to word-bytes
           perform CP-READ-WORD
           perform CP-READ-ID
           if chunk-id not = 'WAVE' then
               move 'is not a WAVE file' to wav-problem(side)
               exit paragraph
           end-if

           move 0 to fmt-found
           move 0 to data-found
           perform until data-found = 1 or wav-eof(side) = 1
               perform CP-READ-ID
               move 4 to word-bytes
               perform CP-READ-WORD
               move word-val to chunk-len
               evaluate true
                   when wav-eof(side) = 1
                       continue
                   when chunk-id = 'fmt '
                       move 2 to word-bytes
                       perform CP-READ-WORD
                       move word-val to wav-format(side)
                       perform CP-READ-WORD
                       move word-val to wav-channels(side)
                       move 4 to word-bytes
                       perform CP-READ-WORD
                       move word-val to wav-rate(side)
                       *> byte rate, then block align - both follow
                       *> from the rest
                       perform CP-READ-WORD
                       move 2 to word-bytes
                       perform CP-READ-WORD
                       perform CP-READ-WORD
                       move word-val to wav-bits(side)
                       move 0 to skip-count
                       if chunk-len > 16 then
                           compute skip-count = chunk-len - 16
                               + function mod(chunk-len, 2)
                       end-if
                       perform CP-SKIP-BYTES
                       move 1 to fmt-found
                   when chunk-id = 'data'
                       move chunk-len to wav-data-bytes(side)
                       move 1 to data-found
                   when other
                       compute skip-count = chunk-len
                           + function mod(chunk-len, 2)
                       perform CP-SKIP-BYTES
               end-evaluate
           end-perform

           evaluate true
               when fmt-found = 0 or data-found = 0
                   move 'has no fmt or data chunk' to wav-problem(side)
               *> plain PCM, or the extensible header some editors
               *> write for it
               when wav-format(side) not = 1
                       and wav-format(side) not = 65534
                   move 'is not PCM audio' to wav-problem(side)
               when wav-bits(side) not = 16 and wav-bits(side) not = 24
                   move wav-bits(side) to num-ed
                   move spaces to wav-problem(side)
                   string 'is ' delimited by size
                          function trim(num-ed) delimited by size
                          '-bit - only 16- and 24-bit are compared'
                              delimited by size
                          into wav-problem(side)
               when wav-channels(side) < 1
                       or wav-channels(side) > CHAN-MAX
                   move wav-channels(side) to num-ed
                   move spaces to wav-problem(side)
                   string 'has ' delimited by size
                          function trim(num-ed) delimited by size
                          ' channels - only mono and stereo are compared'
                              delimited by size
                          into wav-problem(side)
               when wav-rate(side) = 0
                   move 'has a sample rate of 0' to wav-problem(side)
               when other
                   compute wav-frames(side) = wav-data-bytes(side)
                       / (wav-channels(side) * wav-bits(side) / 8)
                   move 1 to wav-ok(side)
           end-evaluate
           exit paragraph.



       *>  next byte of WAV 'side' into byte-val (0 once it has ended)
       CP-READ-BYTE.
           move 0 to byte-val
           if wav-eof(side) = 1 then
               exit paragraph
           end-if
           if side = 1 then
               read new-file
                   at end
                       move 1 to wav-eof(side)
                   not at end
                       move new-byte to byte-val
               end-read
           else
               read old-file
                   at end
                       move 1 to wav-eof(side)
                   not at end
                       move old-byte to byte-val
               end-read
           end-if
           exit paragraph.



       *>  little-endian unsigned word of word-bytes bytes
       *>  output: word-val
       CP-READ-WORD.
           move 0 to word-val
           move 1 to word-scale
           perform varying k from 1 by 1 until k > word-bytes
               perform CP-READ-BYTE
               compute word-val = word-val + byte-val * word-scale
               multiply 256 by word-scale
           end-perform
           exit paragraph.



       *>  four-character chunk id
       *>  output: chunk-id
       CP-READ-ID.
           move spaces to chunk-id
           perform varying k from 1 by 1 until k > 4
               perform CP-READ-BYTE
               move function char(byte-val + 1) to chunk-id(k:1)
           end-perform
           exit paragraph.



       *>  pass over skip-count bytes of a chunk this program has no
       *>  use for
       CP-SKIP-BYTES.
           perform varying i from 1 by 1
                   until i > skip-count or wav-eof(side) = 1
               perform CP-READ-BYTE
           end-perform
           exit paragraph.



       *>  next little-endian signed PCM sample of WAV 'side', scaled
       *>  to the 24-bit domain; past the end of its data a file reads
       *>  as silence, so a short file differs by what it is missing
       *>  output: sample-x
       CP-READ-SAMPLE.
           move 0 to sample-x
           if frame >= wav-frames(side) or wav-eof(side) = 1 then
               exit paragraph
           end-if
           if wav-bits(side) = 24 then
               move 3 to word-bytes
               perform CP-READ-WORD
               move word-val to sample-x
               if sample-x >= 8388608 then
                   subtract 16777216 from sample-x
               end-if
           else
               move 2 to word-bytes
               perform CP-READ-WORD
               move word-val to sample-x
               if sample-x >= 32768 then
                   subtract 65536 from sample-x
               end-if
               multiply 256 by sample-x
           end-if
           exit paragraph.



       *>  load the section markers - one '<seconds>.<frac> <name>'
       *>  line per marker, as COBOLsound's MARK-WRITE-FILE lists
       *>  them - as frame positions at the render's rate. no listing
       *>  just means the regions go unnamed
       CP-LOAD-MARKERS.
           move 0 to marker-count
           move 0 to marker-eof
           open input marker-file
           if marker-stat not = '00' then
               exit paragraph
           end-if
           perform until marker-eof = 1
               read marker-file into marker-line
                   at end
                       move 1 to marker-eof
               end-read
               if marker-eof = 0 and marker-line > spaces
                       and marker-count < MARKER-MAX then
                   move 0 to sp-pos
                   perform varying k from 1 by 1
                           until k > 80 or sp-pos > 0
                       if marker-line(k:1) = space then
                           move k to sp-pos
                       end-if
                   end-perform
                   if sp-pos > 1 then
                       if function test-numval(marker-line(1:sp-pos - 1))
                               = 0 then
                           add 1 to marker-count
                           compute marker-frame(marker-count) rounded =
                               function numval(marker-line(1:sp-pos - 1))
                               * wav-rate(1)
                           move marker-line(sp-pos + 1:)
                               to marker-text(marker-count)
                       end-if
                   end-if
               end-if
           end-perform
           close marker-file
           exit paragraph.



       *>  the sample-by-sample pass over both files, out to the end
       *>  of the longer one
       CP-COMPARE-SAMPLES.
           move 0 to max-dev
           move 0 to diff-frames
           move 0 to region-open
           move 0 to region-total
           perform varying chan from 1 by 1 until chan > CHAN-MAX
               move 0 to chan-max-dev(chan)
               move 0 to chan-sum-sq(chan)
               move 0 to chan-diffs(chan)
               move 0 to chan-first(chan)
               move 0 to chan-last(chan)
           end-perform
           compute gap-frames = wav-rate(1) / 10

           move wav-frames(1) to total-frames
           if wav-frames(2) > total-frames then
               move wav-frames(2) to total-frames
           end-if

           perform varying frame from 0 by 1 until frame >= total-frames
               move 0 to frame-dev
               perform varying chan from 1 by 1
                       until chan > wav-channels(1)
                   move 1 to side
                   perform CP-READ-SAMPLE
                   move sample-x to sample-a
                   move 2 to side
                   perform CP-READ-SAMPLE
                   move sample-x to sample-b
                   compute dev = function abs(sample-a - sample-b)
                   if dev > 0 then
                       perform CP-NOTE-DIFF-SAMPLE
                   end-if
               end-perform
               if frame-dev > 0 then
                   perform CP-NOTE-DIFF-FRAME
               end-if
           end-perform

           if region-open = 1 then
               perform CP-CLOSE-REGION
           end-if
           exit paragraph.



       *>  tally one differing sample into channel 'chan'
       CP-NOTE-DIFF-SAMPLE.
           if dev > chan-max-dev(chan) then
               move dev to chan-max-dev(chan)
           end-if
           compute chan-sum-sq(chan) = chan-sum-sq(chan) + dev * dev
           add 1 to chan-diffs(chan)
           if chan-diffs(chan) = 1 then
               move frame to chan-first(chan)
           end-if
           move frame to chan-last(chan)
           if dev > frame-dev then
               move dev to frame-dev
           end-if
           exit paragraph.



       *>  tally a frame with any differing channel into the whole-
       *>  file figures and the region it belongs to
       CP-NOTE-DIFF-FRAME.
           add 1 to diff-frames
           if diff-frames = 1 then
               move frame to first-diff
           end-if
           move frame to last-diff
           if frame-dev > max-dev then
               move frame-dev to max-dev
           end-if

           if region-open = 1 and frame - reg-cur-end > gap-frames then
               perform CP-CLOSE-REGION
           end-if
           if region-open = 0 then
               move 1 to region-open
               move frame to reg-cur-start
               move 0 to reg-cur-max
           end-if
           move frame to reg-cur-end
           if frame-dev > reg-cur-max then
               move frame-dev to reg-cur-max
           end-if
           exit paragraph.



       *>  file the region just ended - past REGION-MAX they are only
       *>  counted
       CP-CLOSE-REGION.
           add 1 to region-total
           if region-total <= REGION-MAX then
               move reg-cur-start to reg-start(region-total)
               move reg-cur-end to reg-end(region-total)
               move reg-cur-max to reg-max(region-total)
           end-if
           move 0 to region-open
           exit paragraph.



       *>  MATCH / WITHIN-TOLERANCE / CHANGED
       CP-JUDGE.
           move spaces to verdict-reason
           evaluate true
               when wav-ok(1) = 0
                   move 'CHANGED' to verdict
                   move 'the new render can''t be read' to verdict-reason
               when wav-ok(2) = 0
                   move 'CHANGED' to verdict
                   move 'the approved master can''t be read'
                       to verdict-reason
               when comparable = 0
                   move 'CHANGED' to verdict
                   move 'the delivery profiles differ' to verdict-reason
               when wav-frames(1) not = wav-frames(2)
                   move 'CHANGED' to verdict
                   move 'the lengths differ' to verdict-reason
               when diff-frames = 0
                   move 'MATCH' to verdict
               when max-dev <= tol-level
                   move 'WITHIN-TOLERANCE' to verdict
               when other
                   move 'CHANGED' to verdict
                   move 'deviation exceeds the tolerance'
                       to verdict-reason
           end-evaluate
           exit paragraph.



       *>  the report, and the verdict on the console
       CP-WRITE-REPORT.
           open output log-file
           if log-stat not = '00' then
               display 'Cannot write ' function trim(log-name)
                   ' (status ' log-stat ').'
           else
               move 'COBOLsound golden-master comparison' to log-line
               write log-rec from log-line

               move 1 to side
               move 'Render:    ' to line-label
               perform CP-WRITE-FILE-LINE
               move 2 to side
               move 'Approved:  ' to line-label
               perform CP-WRITE-FILE-LINE

               move tolerance-db to db-ed
               move spaces to log-line
               string 'Tolerance: ' delimited by size
                      function trim(db-ed) delimited by size
                      ' dBFS' delimited by size
                      into log-line
               write log-rec from log-line

               if comparable = 1 then
                   move marker-count to num-ed
                   move spaces to log-line
                   if marker-count = 0 then
                       string 'Markers:   none (' delimited by size
                              function trim(marker-name) delimited by size
                              ' not found or empty)' delimited by size
                              into log-line
                   else
                       string 'Markers:   ' delimited by size
                              function trim(marker-name) delimited by size
                              ' (' delimited by size
                              function trim(num-ed) delimited by size
                              ' marker(s))' delimited by size
                              into log-line
                   end-if
                   write log-rec from log-line
                   move spaces to log-line
                   write log-rec from log-line
                   perform CP-WRITE-DETAIL
               end-if

               move spaces to log-line
               write log-rec from log-line
               move spaces to log-line
               if verdict-reason = spaces then
                   string 'Verdict: ' delimited by size
                          function trim(verdict) delimited by size
                          into log-line
               else
                   string 'Verdict: ' delimited by size
                          function trim(verdict) delimited by size
                          ' - ' delimited by size
                          function trim(verdict-reason) delimited by size
                          into log-line
               end-if
               write log-rec from log-line
               close log-file
           end-if

           display 'COBOLcompare: ' function trim(new-name) ' vs '
               function trim(old-name) ': ' function trim(verdict)
               ' - see ' function trim(log-name) '.'
           exit paragraph.



       *>  one 'name (profile, length)' or 'name: problem' line for
       *>  WAV 'side', label in line-label
       CP-WRITE-FILE-LINE.
           move spaces to log-line
           if wav-ok(side) = 0 then
               if side = 1 then
                   string line-label delimited by size
                          function trim(new-name) delimited by size
                          ' ' delimited by size
                          function trim(wav-problem(side)) delimited by size
                          into log-line
               else
                   string line-label delimited by size
                          function trim(old-name) delimited by size
                          ' ' delimited by size
                          function trim(wav-problem(side)) delimited by size
                          into log-line
               end-if
           else
               move wav-rate(side) to num-ed
               move wav-bits(side) to num-2-ed
               move wav-channels(side) to num-3-ed
               move spaces to profile-text
               string function trim(num-ed) delimited by size
                      ' Hz ' delimited by size
                      function trim(num-2-ed) delimited by size
                      '-bit x' delimited by size
                      function trim(num-3-ed) delimited by size
                      into profile-text
               move wav-frames(side) to at-frame
               perform CP-FORMAT-TIME
               if side = 1 then
                   string line-label delimited by size
                          function trim(new-name) delimited by size
                          ' (' delimited by size
                          function trim(profile-text) delimited by size
                          ', ' delimited by size
                          function trim(time-text) delimited by size
                          ' s)' delimited by size
                          into log-line
               else
                   string line-label delimited by size
                          function trim(old-name) delimited by size
                          ' (' delimited by size
                          function trim(profile-text) delimited by size
                          ', ' delimited by size
                          function trim(time-text) delimited by size
                          ' s)' delimited by size
                          into log-line
               end-if
           end-if
           write log-rec from log-line
           exit paragraph.



       *>  per-channel figures, first/last difference and the region
       *>  list
       CP-WRITE-DETAIL.
           perform varying chan from 1 by 1 until chan > wav-channels(1)
               move chan to num-ed
               move spaces to log-line
               if chan-diffs(chan) = 0 then
                   string 'Channel ' delimited by size
                          function trim(num-ed) delimited by size
                          ': identical' delimited by size
                          into log-line
               else
                   compute db-ed rounded = 20 * function log10(
                       chan-max-dev(chan) / FULL-SCALE)
                   compute db-val = function sqrt(chan-sum-sq(chan)
                       / total-frames)
                   compute db-2-ed rounded = 20 * function log10(
                       db-val / FULL-SCALE)
                   if wav-bits(1) = 16 then
                       compute num-2-ed = chan-max-dev(chan) / 256
                   else
                       move chan-max-dev(chan) to num-2-ed
                   end-if
                   move chan-diffs(chan) to num-3-ed
                   string 'Channel ' delimited by size
                          function trim(num-ed) delimited by size
                          ': max deviation ' delimited by size
                          function trim(db-ed) delimited by size
                          ' dBFS (' delimited by size
                          function trim(num-2-ed) delimited by size
                          ' step(s)), RMS deviation ' delimited by size
                          function trim(db-2-ed) delimited by size
                          ' dBFS, ' delimited by size
                          function trim(num-3-ed) delimited by size
                          ' differing sample(s)' delimited by size
                          into log-line
               end-if
               write log-rec from log-line

               if chan-diffs(chan) > 0 then
                   move chan-first(chan) to at-frame
                   perform CP-FORMAT-TIME
                   move time-text to time-2-text
                   move chan-last(chan) to at-frame
                   perform CP-FORMAT-TIME
                   move spaces to log-line
                   string '           first at ' delimited by size
                          function trim(time-2-text) delimited by size
                          ' s, last at ' delimited by size
                          function trim(time-text) delimited by size
                          ' s' delimited by size
                          into log-line
                   write log-rec from log-line
               end-if
           end-perform

           if diff-frames = 0 then
               exit paragraph
           end-if

           move spaces to log-line
           write log-rec from log-line
           move first-diff to at-frame
           perform CP-FORMAT-TIME
           move spaces to log-line
           string 'First difference: ' delimited by size
                  function trim(time-text) delimited by size
                  ' s' delimited by size
                  into log-line
           write log-rec from log-line
           move last-diff to at-frame
           perform CP-FORMAT-TIME
           move spaces to log-line
           string 'Last difference:  ' delimited by size
                  function trim(time-text) delimited by size
                  ' s' delimited by size
                  into log-line
           write log-rec from log-line

           move region-total to num-ed
           move spaces to log-line
           string 'Differing regions: ' delimited by size
                  function trim(num-ed) delimited by size
                  into log-line
           write log-rec from log-line
           perform varying reg-i from 1 by 1
                   until reg-i > region-total or reg-i > REGION-MAX
               perform CP-WRITE-REGION-LINE
           end-perform
           if region-total > REGION-MAX then
               compute num-ed = region-total - REGION-MAX
               move spaces to log-line
               string '  ... and ' delimited by size
                      function trim(num-ed) delimited by size
                      ' more region(s) not listed' delimited by size
                      into log-line
               write log-rec from log-line
           end-if
           exit paragraph.



       *>  '  <start> - <end> s  max <dB> dBFS  <section(s)>' for
       *>  region reg-i
       CP-WRITE-REGION-LINE.
           move reg-start(reg-i) to at-frame
           perform CP-FORMAT-TIME
           move time-text to time-2-text
           perform CP-SECTION-AT
           move section-name to section-name-2
           move reg-end(reg-i) to at-frame
           perform CP-FORMAT-TIME
           perform CP-SECTION-AT
           compute db-ed rounded = 20 * function log10(
               reg-max(reg-i) / FULL-SCALE)

           move spaces to log-text
           if section-name = section-name-2 then
               string 'in ' delimited by size
                      function trim(section-name) delimited by size
                      into log-text
           else
               string 'from ' delimited by size
                      function trim(section-name-2) delimited by size
                      ' to ' delimited by size
                      function trim(section-name) delimited by size
                      into log-text
           end-if
           move spaces to log-line
           string '  ' delimited by size
                  function trim(time-2-text) delimited by size
                  ' - ' delimited by size
                  function trim(time-text) delimited by size
                  ' s  max ' delimited by size
                  function trim(db-ed) delimited by size
                  ' dBFS  ' delimited by size
                  function trim(log-text) delimited by size
                  into log-line
           write log-rec from log-line
           exit paragraph.



       *>  the section playing at frame at-frame - the latest marker
       *>  at or before it
       *>  output: section-name
       CP-SECTION-AT.
           if marker-count = 0 then
               move '(no section markers)' to section-name
               exit paragraph
           end-if
           move 0 to sec-found
           move 0 to sec-best-frame
           move '(before the first marker)' to section-name
           perform varying k from 1 by 1 until k > marker-count
               if marker-frame(k) <= at-frame
                       and (sec-found = 0
                           or marker-frame(k) >= sec-best-frame) then
                   move 1 to sec-found
                   move marker-frame(k) to sec-best-frame
                   move marker-text(k) to section-name
               end-if
           end-perform
           exit paragraph.



       *>  frame at-frame as '<seconds>.<frac>', the .markers format
       *>  output: time-text
       CP-FORMAT-TIME.
           compute tenth-ms = at-frame * 10000 / wav-rate(side)
           compute sec-int-ed = tenth-ms / 10000
           compute sec-frac = function mod(tenth-ms, 10000)
           move spaces to time-text
           string function trim(sec-int-ed) delimited by size
                  '.' delimited by size
                  sec-frac delimited by size
                  into time-text
           exit paragraph.

       stop run.
       end program COBOLcompare.
