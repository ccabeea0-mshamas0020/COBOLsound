      ******************************************************************
      * COBOLrepair.cbl
      *
      * Writes a corrected copy of a damaged Standard MIDI File - the
      * damage COBOLsound's pre-flight pass (VAL-CHECK-TRACKS) reports
      * but renders anyway: MTrk lengths that don't match the bytes
      * the track really holds, note-ons never switched off, tracks
      * with no end-of-track event, and files cut short mid-track.
      *
      * Execute from the command line with:
      *
      * C:...> COBOLrepair.exe <midi-file>
      *
      * Every track is decoded event by event - delta time, running
      * status and channel events the way the render reads them, meta
      * events by their declared length - and copied byte for byte
      * into the new file. Sysex events (F0 and F7) are stepped over
      * by their declared length, as the Standard MIDI File format
      * defines them; the render instead skips an F0 event by reading
      * up to its closing F7 byte, which lands in the same place for
      * any well-formed F0 event (its data ends with that F7). The
      * repairs made:
      *    - every MTrk length is recomputed from the bytes written
      *    - a note still sounding when its track ends gets a
      *      note-off (velocity 64) at the end of that track
      *    - a track with no end-of-track event gets one, right after
      *      its last event
      *    - an event cut off by the end of the file, or one that
      *      can't be decoded (a data byte with no running status to
      *      reuse, an undefined status byte), is dropped together
      *      with everything after it in that track
      *    - bytes after a track's end-of-track event, and stray
      *      bytes between or after the chunks, are dropped
      *    - the header's track count is set to the tracks written
      * The original is never touched. Two files are written next to
      * it:
      *    - '<name>-fixed.mid', the corrected copy (only when there
      *      was something to repair)
      *    - '<name>-repair.log', every change by track and tick, then
      *      one summary line per track
      * A file whose MThd header is itself unreadable is not a MIDI
      * file this program can vouch for - it is logged and no copy
      * is written.
      *
      * A note-off with no note-on before it is harmless - the render
      * ignores it - and is copied as it stands. Plan mode in
      * COBOLsound points at the '-fixed.mid' copy whenever the
      * original fails pre-flight for anything else.
      ******************************************************************
       >> SOURCE FORMAT FREE

       identification division.
       program-id. COBOLrepair.

       environment division.
       input-output section.
       file-control.

       *>  the damaged original, read a byte at a time like COBOLsound
       *>  reads it
       select in-file assign to dynamic in-name
           file status is in-stat.

       *>  the corrected copy
       select fixed-file assign to dynamic fixed-name
           organization sequential
           file status is fixed-stat.

       *>  the repair log
       select log-file assign to dynamic log-name
           organization line sequential
           file status is log-stat.

       data division.
       file section.

       fd  in-file.
       01  in-byte             binary-char unsigned.

       fd  fixed-file.
       01  fixed-byte          binary-char unsigned.

       fd  log-file.
       01  log-rec             pic x(132).

       working-storage section.

       01  cmd-line            pic x(250) value spaces.
       01  in-name             pic x(200) value spaces.
       01  in-stat             pic x(002).
       01  in-eof              pic 9(001) value 0.
       01  fixed-name          pic x(212) value spaces.
       01  fixed-stat          pic x(002).
       01  log-name            pic x(212) value spaces.
       01  log-stat            pic x(002).
       01  log-line            pic x(132) value spaces.
       01  name-stem           pic x(200) value spaces.
       01  name-len            binary-long unsigned value 0.
       01  dot-pos             binary-long unsigned value 0.

       *>  the whole original, and the corrected copy as it is built
       *>  - the copy can only grow by the note-offs and end-of-track
       *>  events added, a few bytes each
       01  MIDI-MAX-BYTES      constant as 3000000.
       01  OUT-MAX-BYTES       constant as 3500000.
       01  midi-bytes-tbl.
           02  midi-byte       binary-char unsigned
                               occurs MIDI-MAX-BYTES times.
       01  midi-file-size      binary-long unsigned value 0.
       01  out-bytes-tbl.
           02  out-byte        binary-char unsigned
                               occurs OUT-MAX-BYTES times.
       01  out-len             binary-long unsigned value 0.
       01  out-overflow        pic 9(001) value 0.

       *>  the MThd chunk
       01  hdr-len             binary-long unsigned value 0.
       01  hdr-format          binary-long unsigned value 0.
       01  hdr-tracks          binary-long unsigned value 0.
       01  hdr-division        binary-long unsigned value 0.

       *>  the track being repaired
       01  trk-number          binary-long unsigned value 0.
       01  trk-chunk-pos       binary-long unsigned value 0.
       01  trk-start           binary-long unsigned value 0.
       01  trk-decl-len        binary-long unsigned value 0.
       01  trk-decl-end        binary-long unsigned value 0.
       01  trk-out-start       binary-long unsigned value 0.
       01  trk-out-len         binary-long unsigned value 0.
       01  trk-events          binary-long unsigned value 0.
       01  trk-tick            binary-double unsigned value 0.
       01  trk-ended           pic 9(001) value 0.
       01  trk-eot-seen        pic 9(001) value 0.
       01  trk-eot-delta       binary-long unsigned value 0.
       01  trk-eot-end         binary-long unsigned value 0.
       01  trk-next-pos        binary-long unsigned value 0.
       01  trk-notes-added     binary-long unsigned value 0.
       01  trk-eot-added       pic 9(001) value 0.
       01  trk-dropped         binary-long unsigned value 0.
       01  run-status          binary-long unsigned value 0.
       01  pos                 binary-long unsigned value 0.

       *>  sounding notes, channel * 128 + note + 1
       01  note-state-tbl.
           02  note-state      binary-long unsigned occurs 2048 times.
       01  note-index          binary-long unsigned value 0.

       *>  the event just decoded (RP-DECODE-EVENT)
       *>  ev-result: 0 = decoded, 1 = cut off by the end of the
       *>  file, 2 = can't be decoded
       01  ev-result           pic 9(001) value 0.
       01  ev-delta            binary-long unsigned value 0.
       01  ev-status           binary-long unsigned value 0.
       01  ev-code             binary-long unsigned value 0.
       01  ev-channel          binary-long unsigned value 0.
       01  ev-data-1           binary-long unsigned value 0.
       01  ev-data-2           binary-long unsigned value 0.
       01  ev-meta-type        binary-long unsigned value 0.
       01  ev-data-len         binary-long unsigned value 0.
       01  ev-next             binary-long unsigned value 0.
       01  ev-status-byte      binary-long unsigned value 0.
       01  vlq-value           binary-long unsigned value 0.
       01  vlq-bytes           binary-long unsigned value 0.
       01  vlq-more            pic 9(001) value 0.
       01  vlq-pos             binary-long unsigned value 0.

       *>  VLQ and length encoding for the copy
       01  put-value           binary-long unsigned value 0.
       01  put-byte            binary-long unsigned value 0.
       01  put-group-tbl.
           02  put-group       binary-long unsigned occurs 5 times.
       01  put-count           binary-long unsigned value 0.
       01  put-pos             binary-long unsigned value 0.

       *>  'MTrk' search
       01  chunk-found         pic 9(001) value 0.
       01  scan-pos            binary-long unsigned value 0.

       *>  whole-file tallies
       01  repair-count        binary-long unsigned value 0.
       01  tracks-written      binary-long unsigned value 0.
       01  stray-bytes         binary-long unsigned value 0.

       *>  edited fields for the log
       01  num-ed              pic z(9)9.
       01  num-2-ed            pic z(9)9.
       01  num-3-ed            pic z(9)9.
       01  tick-ed             pic z(14)9.
       01  log-prefix          pic x(040) value spaces.
       01  log-text            pic x(090) value spaces.

       *>  shared local vars, same arrangement as COBOLsound itself
       01  i                   binary-long value 0.
       01  local-1             binary-long value 0.



       *>  PROCEDURE
       procedure division.

       perform REPAIR-MIDI.

       REPAIR-MIDI.
           perform RP-PARSE-ARGS
           perform RP-LOAD-BYTES

           open output log-file
           move 'COBOLsound MIDI repair log' to log-line
           write log-rec from log-line
           move spaces to log-line
           string 'Original:  ' delimited by size
                  function trim(in-name) delimited by size
                  into log-line
           write log-rec from log-line
           move spaces to log-line
           string 'Corrected: ' delimited by size
                  function trim(fixed-name) delimited by size
                  into log-line
           write log-rec from log-line
           move spaces to log-line
           write log-rec from log-line

           perform RP-CHECK-HEADER
           perform RP-REPAIR-TRACKS
           perform RP-FINISH
           stop run.



       *>  argument 1 is the MIDI file; the outputs are named from
       *>  it the way COBOLsound names a render's, extension dropped
       RP-PARSE-ARGS.
           accept cmd-line from command-line
           unstring cmd-line delimited by space
               into in-name
           if in-name = spaces then
               display 'Usage: COBOLrepair <midi-file>'
               stop run
           end-if

           compute name-len = function length(function trim(in-name))
           move function trim(in-name) to name-stem
           set dot-pos to 0
           perform varying i from name-len by -1 until (i < 1 or dot-pos > 0)
               if name-stem(i:1) = '.' then
                   move i to dot-pos
               end-if
           end-perform
           if dot-pos > 1 then
               move spaces to name-stem(dot-pos:)
           end-if

           move spaces to fixed-name
           string function trim(name-stem) delimited by size
                  '-fixed.mid' delimited by size
                  into fixed-name
           move spaces to log-name
           string function trim(name-stem) delimited by size
                  '-repair.log' delimited by size
                  into log-name
           exit paragraph.



       *>  the whole file into midi-bytes-tbl, as INIT-LOAD-MIDI-BYTES
       *>  does it
       RP-LOAD-BYTES.
           open input in-file
           if in-stat = '35' then
               display '"' function trim(in-name) '" does not exist.'
               stop run
           end-if

           move 0 to midi-file-size
           perform until in-eof = 1
               read in-file
                   at end
                       move 1 to in-eof
               end-read

               if in-eof = 0 then
                   if midi-file-size >= MIDI-MAX-BYTES then
                       display 'MIDI file exceeds maximum supported size.'
                       close in-file
                       stop run
                   end-if
                   add 1 to midi-file-size
                   move in-byte to midi-byte(midi-file-size)
               end-if
           end-perform
           close in-file
           exit paragraph.



       *>  the MThd chunk is copied as it stands (its track count is
       *>  corrected at the end) - one that can't be read stops the
       *>  repair with no copy written
       RP-CHECK-HEADER.
           if midi-file-size < 14
                   or midi-byte(1) not = 77 or midi-byte(2) not = 84
                   or midi-byte(3) not = 104 or midi-byte(4) not = 100 then
               move 'No MThd header - not a Standard MIDI File; no copy'
                   & ' written.' to log-line
               write log-rec from log-line
               close log-file
               display 'COBOLrepair: ' function trim(in-name)
                   ' is not a Standard MIDI File - see '
                   function trim(log-name) '.'
               stop run
           end-if

           compute hdr-len = midi-byte(5) * 16777216 + midi-byte(6) * 65536
               + midi-byte(7) * 256 + midi-byte(8)
           if hdr-len < 6 or hdr-len + 8 > midi-file-size then
               move 'MThd header length is damaged - no copy written.'
                   to log-line
               write log-rec from log-line
               close log-file
               display 'COBOLrepair: ' function trim(in-name)
                   ' has a damaged header - see '
                   function trim(log-name) '.'
               stop run
           end-if

           compute hdr-format = midi-byte(9) * 256 + midi-byte(10)
           compute hdr-tracks = midi-byte(11) * 256 + midi-byte(12)
           compute hdr-division = midi-byte(13) * 256 + midi-byte(14)

           move hdr-format to num-ed
           move hdr-tracks to num-2-ed
           move spaces to log-line
           string 'Header: format ' delimited by size
                  function trim(num-ed) delimited by size
                  ', ' delimited by size
                  function trim(num-2-ed) delimited by size
                  ' track(s) declared' delimited by size
                  into log-line
           write log-rec from log-line
           move spaces to log-line
           write log-rec from log-line

           move 0 to out-len
           perform varying pos from 1 by 1 until pos > hdr-len + 8
               move midi-byte(pos) to put-byte
               perform RP-PUT-BYTE
           end-perform
           exit paragraph.



       *>  every chunk after the header: an MTrk is repaired, anything
       *>  else in its place is skipped up to the next MTrk
       RP-REPAIR-TRACKS.
           compute pos = hdr-len + 9
           perform until pos > midi-file-size
               move pos to scan-pos
               perform RP-CHECK-CHUNK-AT
               if chunk-found = 0 then
                   *> not a track here - find the next one
                   perform RP-FIND-NEXT-CHUNK
                   compute local-1 = scan-pos - pos
                   add local-1 to stray-bytes
                   move local-1 to num-ed
                   move spaces to log-line
                   if scan-pos > midi-file-size then
                       string 'after the last track: ' delimited by size
                              function trim(num-ed) delimited by size
                              ' stray byte(s) dropped' delimited by size
                              into log-line
                   else
                       compute local-1 = trk-number + 1
                       move local-1 to num-2-ed
                       string 'before track ' delimited by size
                              function trim(num-2-ed) delimited by size
                              ': ' delimited by size
                              function trim(num-ed) delimited by size
                              ' stray byte(s) dropped' delimited by size
                              into log-line
                   end-if
                   write log-rec from log-line
                   add 1 to repair-count
                   move scan-pos to pos
               else
                   perform RP-REPAIR-ONE-TRACK
                   move trk-next-pos to pos
               end-if
           end-perform
           exit paragraph.



       *>  one MTrk chunk at pos: decode and copy event by event until
       *>  its end-of-track, the next chunk, or the end of the file,
       *>  then close it off properly and patch its length
       RP-REPAIR-ONE-TRACK.
           add 1 to trk-number
           move pos to trk-chunk-pos
           compute trk-start = pos + 8
           compute trk-decl-len = midi-byte(pos + 4) * 16777216
               + midi-byte(pos + 5) * 65536
               + midi-byte(pos + 6) * 256 + midi-byte(pos + 7)
           compute trk-decl-end = trk-start + trk-decl-len

           move 0 to trk-events, trk-tick, trk-ended, trk-eot-seen,
               trk-eot-delta, trk-notes-added, trk-eot-added,
               trk-dropped, run-status
           move 0 to trk-next-pos
           perform varying note-index from 1 by 1 until note-index > 2048
               move 0 to note-state(note-index)
           end-perform

           *> 'MTrk' and a length to be patched
           compute trk-out-start = out-len + 1
           perform varying i from 0 by 1 until i > 3
               move midi-byte(pos + i) to put-byte
               perform RP-PUT-BYTE
           end-perform
           move 0 to put-byte
           perform 4 times
               perform RP-PUT-BYTE
           end-perform

           move trk-start to pos
           perform until trk-ended = 1
               evaluate true
                   when pos > midi-file-size
                       *> the data stopped between events
                       move 1 to trk-ended
                       move pos to trk-next-pos
                   when other
                       move pos to scan-pos
                       perform RP-CHECK-CHUNK-AT
                       perform RP-DECODE-EVENT
                       *> inside a declared length that fits the file,
                       *> 'MTrk' can just as well be a delta time and
                       *> running-status data - it only marks the next
                       *> track there if it doesn't decode as an event
                       if chunk-found = 1 and pos < trk-decl-end
                               and trk-decl-end <= midi-file-size + 1
                               and ev-result = 0 then
                           move 0 to chunk-found
                       end-if
                       if chunk-found = 1 then
                           *> the next track begins where an event
                           *> should - this one never ended
                           move 1 to trk-ended
                           move pos to trk-next-pos
                       else
                           perform RP-TAKE-EVENT
                       end-if
               end-evaluate
           end-perform

           perform RP-CLOSE-TRACK
           exit paragraph.



       *>  act on the event RP-DECODE-EVENT just read at pos
       RP-TAKE-EVENT.
           if ev-result = 1 then
               compute trk-dropped = midi-file-size - pos + 1
               move trk-dropped to num-ed
               move spaces to log-text
               string 'event cut off by the end of the file - '
                          delimited by size
                      function trim(num-ed) delimited by size
                      ' byte(s) dropped' delimited by size
                      into log-text
               perform RP-LOG-TRACK-LINE
               move 1 to trk-ended
               compute trk-next-pos = midi-file-size + 1
               exit paragraph
           end-if

           if ev-result = 2 then
               move pos to scan-pos
               perform RP-FIND-NEXT-CHUNK
               compute trk-dropped = scan-pos - pos
               move ev-status-byte to num-ed
               move trk-dropped to num-2-ed
               move spaces to log-text
               string 'undecodable event (status byte ' delimited by size
                      function trim(num-ed) delimited by size
                      ') - ' delimited by size
                      function trim(num-2-ed) delimited by size
                      ' byte(s) from there to the end of the track'
                          delimited by size
                      ' dropped' delimited by size
                      into log-text
               perform RP-LOG-TRACK-LINE
               move 1 to trk-ended
               move scan-pos to trk-next-pos
               exit paragraph
           end-if

           add ev-delta to trk-tick

           if ev-status = 255 and ev-meta-type = 47 then
               *> end of track - written by RP-CLOSE-TRACK after any
               *> note-offs it has to add
               move 1 to trk-eot-seen
               move ev-delta to trk-eot-delta
               move ev-next to trk-eot-end
               move 1 to trk-ended
               exit paragraph
           end-if

           perform varying i from pos by 1 until i >= ev-next
               move midi-byte(i) to put-byte
               perform RP-PUT-BYTE
           end-perform
           add 1 to trk-events

           if ev-code = 8 or ev-code = 9 then
               compute note-index = ev-channel * 128 + ev-data-1 + 1
               if ev-code = 9 and ev-data-2 > 0 then
                   add 1 to note-state(note-index)
               else
                   if note-state(note-index) > 0 then
                       subtract 1 from note-state(note-index)
                   end-if
               end-if
           end-if
           move ev-next to pos
           exit paragraph.



       *>  finish the track: note-offs for hanging notes, the
       *>  end-of-track event, the real length, and where the next
       *>  chunk starts
       RP-CLOSE-TRACK.
           if trk-eot-seen = 1 then
               move trk-eot-delta to put-value
           else
               move 0 to put-value
           end-if

           perform varying note-index from 1 by 1 until note-index > 2048
               perform until note-state(note-index) = 0
                   perform RP-PUT-VLQ
                   move 0 to put-value
                   compute ev-channel = (note-index - 1) / 128
                   compute ev-data-1 = note-index - 1 - ev-channel * 128
                   compute put-byte = 128 + ev-channel
                   perform RP-PUT-BYTE
                   move ev-data-1 to put-byte
                   perform RP-PUT-BYTE
                   move 64 to put-byte
                   perform RP-PUT-BYTE
                   subtract 1 from note-state(note-index)
                   add 1 to trk-notes-added

                   move ev-channel to num-ed
                   move ev-data-1 to num-2-ed
                   move spaces to log-text
                   string 'added note-off, channel ' delimited by size
                          function trim(num-ed) delimited by size
                          ' note ' delimited by size
                          function trim(num-2-ed) delimited by size
                          into log-text
                   perform RP-LOG-TRACK-LINE
               end-perform
           end-perform

           *> the end-of-track event, kept or added
           perform RP-PUT-VLQ
           move 255 to put-byte
           perform RP-PUT-BYTE
           move 47 to put-byte
           perform RP-PUT-BYTE
           move 0 to put-byte
           perform RP-PUT-BYTE
           if trk-eot-seen = 0 then
               move 1 to trk-eot-added
               move 'added missing end-of-track event' to log-text
               perform RP-LOG-TRACK-LINE
           end-if

           *> where the next chunk starts: normally right after the
           *> end-of-track at the declared end; if the declared length
           *> is wrong, wherever the next MTrk really is
           if trk-eot-seen = 1 then
               move trk-decl-end to scan-pos
               perform RP-CHECK-CHUNK-AT
               if trk-eot-end = trk-decl-end
                       or (chunk-found = 1 and trk-decl-end > trk-eot-end)
                       or trk-decl-end = midi-file-size + 1 then
                   move trk-decl-end to trk-next-pos
               else
                   move trk-eot-end to scan-pos
                   perform RP-CHECK-CHUNK-AT
                   if chunk-found = 1 then
                       move trk-eot-end to trk-next-pos
                   else
                       perform RP-FIND-NEXT-CHUNK
                       move scan-pos to trk-next-pos
                   end-if
               end-if
               if trk-next-pos > trk-eot-end then
                   compute trk-dropped = trk-next-pos - trk-eot-end
                   move trk-dropped to num-ed
                   move spaces to log-text
                   string function trim(num-ed) delimited by size
                          ' byte(s) after end-of-track dropped'
                              delimited by size
                          into log-text
                   perform RP-LOG-TRACK-LINE
               end-if
           end-if

           *> the length as written
           compute trk-out-len = out-len - trk-out-start - 7
           move trk-out-len to put-value
           compute put-pos = trk-out-start + 4
           perform RP-PATCH-LONG
           if trk-out-len not = trk-decl-len then
               move trk-decl-len to num-ed
               move trk-out-len to num-2-ed
               move spaces to log-text
               string 'length declared ' delimited by size
                      function trim(num-ed) delimited by size
                      ', written ' delimited by size
                      function trim(num-2-ed) delimited by size
                      into log-text
               perform RP-LOG-TRACK-LINE
           end-if
           add 1 to tracks-written

           *> the track's summary line
           move trk-number to num-ed
           move trk-events to num-2-ed
           move trk-notes-added to num-3-ed
           move spaces to log-line
           string 'track ' delimited by size
                  function trim(num-ed) delimited by size
                  ': ' delimited by size
                  function trim(num-2-ed) delimited by size
                  ' event(s) kept, ' delimited by size
                  function trim(num-3-ed) delimited by size
                  ' note-off(s) added' delimited by size
                  into log-line
           if trk-eot-added = 1 then
               string function trim(log-line) delimited by size
                      ', end-of-track added' delimited by size
                      into log-line
           end-if
           write log-rec from log-line
           move spaces to log-line
           write log-rec from log-line
           exit paragraph.



       *>  decode the event at pos without copying it
       *>  output: ev-result, ev-delta, ev-status, ev-code, ev-channel,
       *>          ev-data-1/2, ev-meta-type, ev-next
       RP-DECODE-EVENT.
           move 0 to ev-result
           move 0 to ev-status, ev-code, ev-channel, ev-data-1,
               ev-data-2, ev-meta-type, ev-status-byte

           *> <delta-time>
           move pos to vlq-pos
           perform RP-READ-VLQ
           if ev-result not = 0 then
               exit paragraph
           end-if
           move vlq-value to ev-delta

           *> <status>, or a data byte reusing the running status
           if vlq-pos > midi-file-size then
               move 1 to ev-result
               exit paragraph
           end-if
           move midi-byte(vlq-pos) to ev-status-byte
           if ev-status-byte < 128 then
               if run-status = 0 then
                   move 2 to ev-result
                   exit paragraph
               end-if
               move run-status to ev-status
           else
               move ev-status-byte to ev-status
               add 1 to vlq-pos
           end-if

           evaluate true
               when ev-status < 240
                   move ev-status to run-status
                   compute ev-code = ev-status / 16
                   compute ev-channel = function mod(ev-status, 16)
                   if ev-code = 12 or ev-code = 13 then
                       move 1 to ev-data-len
                   else
                       move 2 to ev-data-len
                   end-if
                   if vlq-pos + ev-data-len - 1 > midi-file-size then
                       move 1 to ev-result
                       exit paragraph
                   end-if
                   move midi-byte(vlq-pos) to ev-data-1
                   if ev-data-1 > 127 then
                       move 2 to ev-result
                       exit paragraph
                   end-if
                   if ev-data-len = 2 then
                       move midi-byte(vlq-pos + 1) to ev-data-2
                       if ev-data-2 > 127 then
                           move 2 to ev-result
                           exit paragraph
                       end-if
                   end-if
                   compute ev-next = vlq-pos + ev-data-len

               when ev-status = 240 or ev-status = 247
                   *> sysex - <length> <data>
                   move 0 to run-status
                   perform RP-READ-VLQ
                   if ev-result not = 0 then
                       exit paragraph
                   end-if
                   compute ev-next = vlq-pos + vlq-value

               when ev-status = 255
                   *> meta - <type> <length> <data>
                   move 0 to run-status
                   if vlq-pos > midi-file-size then
                       move 1 to ev-result
                       exit paragraph
                   end-if
                   move midi-byte(vlq-pos) to ev-meta-type
                   add 1 to vlq-pos
                   perform RP-READ-VLQ
                   if ev-result not = 0 then
                       exit paragraph
                   end-if
                   compute ev-next = vlq-pos + vlq-value

               when other
                   *> system common/real-time bytes have no place in
                   *> a track
                   move 2 to ev-result
                   exit paragraph
           end-evaluate

           if ev-next - 1 > midi-file-size then
               move 1 to ev-result
           end-if
           exit paragraph.



       *>  variable-length quantity at vlq-pos, advancing it
       *>  output: vlq-value, ev-result (cut off / more than 4 bytes)
       RP-READ-VLQ.
           move 0 to vlq-value
           move 0 to vlq-bytes
           move 1 to vlq-more
           perform until vlq-more = 0 or ev-result not = 0
               if vlq-pos > midi-file-size then
                   move 1 to ev-result
               else
                   if vlq-bytes = 4 then
                       move 2 to ev-result
                   else
                       add 1 to vlq-bytes
                       if midi-byte(vlq-pos) >= 128 then
                           compute vlq-value = vlq-value * 128
                               + midi-byte(vlq-pos) - 128
                       else
                           compute vlq-value = vlq-value * 128
                               + midi-byte(vlq-pos)
                           move 0 to vlq-more
                       end-if
                       add 1 to vlq-pos
                   end-if
               end-if
           end-perform
           exit paragraph.



       *>  is there an 'MTrk' chunk header at scan-pos?
       *>  output: chunk-found
       RP-CHECK-CHUNK-AT.
           move 0 to chunk-found
           if scan-pos + 7 <= midi-file-size then
               if midi-byte(scan-pos) = 77
                       and midi-byte(scan-pos + 1) = 84
                       and midi-byte(scan-pos + 2) = 114
                       and midi-byte(scan-pos + 3) = 107 then
                   move 1 to chunk-found
               end-if
           end-if
           exit paragraph.



       *>  the next 'MTrk' at or after scan-pos, or just past the end
       *>  of the file when there is none
       RP-FIND-NEXT-CHUNK.
           move 0 to chunk-found
           perform until chunk-found = 1 or scan-pos > midi-file-size
               perform RP-CHECK-CHUNK-AT
               if chunk-found = 0 then
                   add 1 to scan-pos
               end-if
           end-perform
           exit paragraph.



       *>  append put-byte to the copy
       RP-PUT-BYTE.
           if out-len < OUT-MAX-BYTES then
               add 1 to out-len
               move put-byte to out-byte(out-len)
           else
               move 1 to out-overflow
           end-if
           exit paragraph.



       *>  append put-value as a variable-length quantity
       RP-PUT-VLQ.
           move 0 to put-count
           perform until put-count > 0 and put-value = 0
               add 1 to put-count
               compute put-group(put-count) = function mod(put-value, 128)
               compute put-value = put-value / 128
           end-perform
           perform varying i from put-count by -1 until i < 1
               if i > 1 then
                   compute put-byte = put-group(i) + 128
               else
                   move put-group(i) to put-byte
               end-if
               perform RP-PUT-BYTE
           end-perform
           exit paragraph.



       *>  overwrite 4 bytes of the copy at put-pos with put-value,
       *>  big-endian
       RP-PATCH-LONG.
           compute out-byte(put-pos) = put-value / 16777216
           compute out-byte(put-pos + 1) =
               function mod(put-value / 65536, 256)
           compute out-byte(put-pos + 2) =
               function mod(put-value / 256, 256)
           compute out-byte(put-pos + 3) = function mod(put-value, 256)
           exit paragraph.



       *>  'track N tick T: <log-text>' - every logged change is a
       *>  repair
       RP-LOG-TRACK-LINE.
           add 1 to repair-count
           move trk-number to num-ed
           move trk-tick to tick-ed
           move spaces to log-line
           string 'track ' delimited by size
                  function trim(num-ed) delimited by size
                  ' tick ' delimited by size
                  function trim(tick-ed) delimited by size
                  ': ' delimited by size
                  function trim(log-text) delimited by size
                  into log-line
           write log-rec from log-line
           exit paragraph.



       *>  correct the header's track count, then write the copy -
       *>  or say there was nothing to repair
       RP-FINISH.
           if tracks-written not = hdr-tracks then
               move hdr-tracks to num-ed
               move tracks-written to num-2-ed
               move spaces to log-line
               string 'header: ' delimited by size
                      function trim(num-ed) delimited by size
                      ' track(s) declared, ' delimited by size
                      function trim(num-2-ed) delimited by size
                      ' written - track count corrected'
                          delimited by size
                      into log-line
               write log-rec from log-line
               add 1 to repair-count
               compute out-byte(11) = tracks-written / 256
               compute out-byte(12) = function mod(tracks-written, 256)
           end-if

           if out-overflow = 1 then
               move 'Corrected copy would exceed the maximum supported'
                   & ' size - no copy written.' to log-line
               write log-rec from log-line
               close log-file
               display 'COBOLrepair: ' function trim(in-name)
                   ' is too large to repair.'
               stop run
           end-if

           move repair-count to num-ed
           move spaces to log-line
           if repair-count = 0 then
               move 'No repairs needed - the file is sound; no copy'
                   & ' written.' to log-line
           else
               string function trim(num-ed) delimited by size
                      ' repair(s) made - corrected copy written to '
                          delimited by size
                      function trim(fixed-name) delimited by size
                      into log-line
           end-if
           write log-rec from log-line
           close log-file

           if repair-count = 0 then
               display 'COBOLrepair: ' function trim(in-name)
                   ' needs no repair.'
               exit paragraph
           end-if

           open output fixed-file
           if fixed-stat not = '00' then
               display 'Cannot write ' function trim(fixed-name)
                   ' (status ' fixed-stat ').'
               exit paragraph
           end-if
           perform varying pos from 1 by 1 until pos > out-len
               move out-byte(pos) to fixed-byte
               write fixed-byte
           end-perform
           close fixed-file

           display 'COBOLrepair: ' repair-count ' repair(s) - '
               function trim(fixed-name) ' written, see '
               function trim(log-name) '.'
           exit paragraph.

       stop run.
       end program COBOLrepair.
