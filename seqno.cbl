       identification division.
         program-id.  seqno.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select SEQ-CONTROL assign "SEQCTL"
              organization line sequential
              file status is w-ctl-file-status.
           select SEQ-CONTROL-NEW assign "SEQCTLN"
              organization line sequential
              file status is w-new-file-status.
           select SEQ-LOCK assign "SEQLOCKS"
              organization line sequential
              file status is w-lock-file-status.
           select SEQ-REPORT assign "SEQRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  SEQ-CONTROL.
       01  seq-control-rec.
           05 sc-kind pic x.
           05 filler pic x.
           05 sc-counter pic x(16).
           05 filler pic x.
           05 sc-first pic 9(12).
           05 filler pic x.
           05 sc-last pic 9(12).
           05 filler pic x.
           05 sc-stamp pic x(15).
           05 filler pic x(20).
       fd  SEQ-CONTROL-NEW.
       01  seq-control-new-rec pic x(80).
       fd  SEQ-LOCK.
       01  seq-lock-rec pic x(80).
       fd  SEQ-REPORT.
       01  seq-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==3==.

       78  SEQ-ENTRY-MAX value 2000.
       78  SEQ-NUMBER-CEILING value 999999999999.
       78  SEQ-BLOCK-MAX value 999999.
       78  LOCK-TIMEOUT-SECONDS value 30.

       77  w-ctl-file-status pic x(02) value spaces.
           88  CTL-FILE-NOT-FOUND value "35".
           88  CTL-FILE-AT-EOF value "10".
       77  w-new-file-status pic x(02) value spaces.
           88  NEW-FILE-NOT-FOUND value "35".
           88  NEW-FILE-AT-EOF value "10".
       77  w-lock-file-status pic x(02) value spaces.
           88  LOCK-FILE-NOT-FOUND value "35".
       77  w-rpt-file-status pic x(02) value spaces.

      *         one numbering authority for every program that hands
      *         out invoice, batch or cheque numbers: named counters
      *         in SEQCTL, each line one of
      *           C counter start high-water   the counter itself
      *           R counter first last stamp   a block out with a job
      *           I counter first last stamp   numbers used
      *           V counter number number      an issued number voided
      *           L counter first last stamp   a block handed back
      *         A caller reserves a block, commits how many of it it
      *         used and the rest goes back -- to the counter when
      *         nothing was reserved after it, otherwise on record
      *         as released.  Every call works under the ARRLOCKS
      *         enqueue protocol on SEQLOCKS and rewrites the file
      *         through SEQCTLN with a SWAP checkpoint between, so an
      *         abend at any point leaves either the old file or a
      *         complete new one to finish swapping in
       01  w-entry-tbl.
           05 w-entry occurs SEQ-ENTRY-MAX times.
              07 w-en-kind pic x.
                 88  ENTRY-COUNTER value "C".
                 88  ENTRY-RESERVED value "R".
                 88  ENTRY-ISSUED value "I".
                 88  ENTRY-VOIDED value "V".
                 88  ENTRY-RELEASED value "L".
                 88  ENTRY-DROPPED value space.
              07 w-en-counter pic x(16).
              07 w-en-first pic 9(12).
              07 w-en-last pic 9(12).
              07 w-en-stamp pic x(15).
       77  w-entry-count pic 9(04) value 0.
       77  w-en-idx pic 9(04) value 0.
       77  w-counter-idx pic 9(04) value 0.
       77  w-found-idx pic 9(04) value 0.
       77  w-other-idx pic 9(04) value 0.

       77  w-counter pic x(16) value spaces.
       77  w-count pic 9(18) value 0.
       77  w-first pic 9(18) value 0.
       77  w-used pic 9(18) value 0.
       77  w-number pic 9(18) value 0.
       77  w-start pic 9(18) value 0.
       77  w-last pic 9(18) value 0.
       77  w-call-rc pic s9(09) value 0.
       77  w-run-stamp pic x(15) value spaces.

       77  w-lock-holder pic x(80) value spaces.
       77  w-lock-wait pic 9(05) value 0.
       77  w-lock-taken pic x value "N".
           88  LOCK-TAKEN value "Y".
       77  w-sleep-seconds pic 9(04) value 1.

       77  w-ckpt-file pic x(08) value "SEQCKPT".
       77  w-ckpt-phase pic x(05) value spaces.
       77  w-ckpt-count pic 9(18) value 0.
       77  w-fault-rc pic s9(09) value 0.

      *         the audit: a counter's ranges in number order, every
      *         number from the start to the high-water mark either
      *         issued or missing -- released, still reserved, or
      *         accounted for nowhere
       01  w-range-tbl.
           05 w-range occurs SEQ-ENTRY-MAX times.
              07 w-rg-kind pic x.
              07 w-rg-first pic 9(12).
              07 w-rg-last pic 9(12).
              07 w-rg-stamp pic x(15).
       77  w-range-count pic 9(04) value 0.
       77  w-rg-idx pic 9(04) value 0.
       01  w-range-hold.
           05 w-rh-kind pic x.
           05 w-rh-first pic 9(12).
           05 w-rh-last pic 9(12).
           05 w-rh-stamp pic x(15).
       77  w-range-text pic x(40) value spaces.
       77  w-sort-i pic 9(04) value 0.
       77  w-sort-j pic 9(04) value 0.
       77  w-expect-next pic 9(12) value 0.
       77  w-issued-total pic 9(12) value 0.
       77  w-voided-total pic 9(12) value 0.
       77  w-missing-total pic 9(12) value 0.
       77  w-counters-shown pic 9(04) value 0.
       77  z-num pic z(11)9.
       77  z-num2 pic z(11)9.

       linkage section.
       77  l-counter pic x(16).
       77  l-count pic 9(MAX-NUMBER-SIZE).
       77  l-first pic 9(MAX-NUMBER-SIZE).
       77  l-used pic 9(MAX-NUMBER-SIZE).
       77  l-number pic 9(MAX-NUMBER-SIZE).
       77  l-start pic 9(MAX-NUMBER-SIZE).

       procedure division using l-counter.
           goback giving 0.

      *         a new counter whose first number is start; KO when
      *         the name is taken
       entry "seqno:define" using l-counter l-start.
           CATCHPARAMS.
           move l-counter to w-counter.
           copy "catch9.pdv" replacing
               ==!W== by ==start==
               ==!N== by ==2==.
           if w-counter = spaces
              or w-start < 1 or w-start > SEQ-NUMBER-CEILING
              goback giving KO
           end-if.
           perform open-control thru open-control-ex.
           if w-call-rc not = OK
              goback giving w-call-rc
           end-if.
           perform find-counter thru find-counter-ex.
           if w-counter-idx > 0
              or w-entry-count >= SEQ-ENTRY-MAX
              perform release-lock thru release-lock-ex
              goback giving KO
           end-if.
           add 1 to w-entry-count.
           move "C" to w-en-kind(w-entry-count).
           move w-counter to w-en-counter(w-entry-count).
           move w-start to w-en-first(w-entry-count).
           compute w-en-last(w-entry-count) = w-start - 1.
           move w-run-stamp to w-en-stamp(w-entry-count).
           perform close-control thru close-control-ex.
           goback giving w-call-rc.

      *         a block of count numbers for the caller; first comes
      *         back as the first of them
       entry "seqno:reserve" using l-counter l-count l-first.
           CATCHPARAMS.
           move l-counter to w-counter.
           copy "catch9.pdv" replacing
               ==!W== by ==count==
               ==!N== by ==2==.
           move 0 to l-first.
           if w-count < 1 or w-count > SEQ-BLOCK-MAX
              goback giving KO
           end-if.
           perform open-control thru open-control-ex.
           if w-call-rc not = OK
              goback giving w-call-rc
           end-if.
           perform find-counter thru find-counter-ex.
           if w-counter-idx = 0
              or w-entry-count >= SEQ-ENTRY-MAX
              or w-en-last(w-counter-idx) + w-count
                 > SEQ-NUMBER-CEILING
              perform release-lock thru release-lock-ex
              goback giving KO
           end-if.
           compute w-first = w-en-last(w-counter-idx) + 1.
           compute w-last = w-en-last(w-counter-idx) + w-count.
           move w-last to w-en-last(w-counter-idx).
           add 1 to w-entry-count.
           move "R" to w-en-kind(w-entry-count).
           move w-counter to w-en-counter(w-entry-count).
           move w-first to w-en-first(w-entry-count).
           move w-last to w-en-last(w-entry-count).
           move w-run-stamp to w-en-stamp(w-entry-count).
           perform close-control thru close-control-ex.
           if w-call-rc = OK
              move w-first to l-first
           end-if.
           goback giving w-call-rc.

      *         the reservation starting at first: its first used
      *         numbers are issued, the rest handed back.  KO when
      *         there is no such reservation or it is smaller
       entry "seqno:commit" using l-counter l-first l-used.
           CATCHPARAMS.
           move l-counter to w-counter.
           copy "catch9.pdv" replacing
               ==!W== by ==first==
               ==!N== by ==2==.
           copy "catch9.pdv" replacing
               ==!W== by ==used==
               ==!N== by ==3==.
           perform commit-reservation thru commit-reservation-ex.
           goback giving w-call-rc.

       entry "seqno:release" using l-counter l-first.
           CATCHPARAMS.
           move l-counter to w-counter.
           copy "catch9.pdv" replacing
               ==!W== by ==first==
               ==!N== by ==2==.
           move 0 to w-used.
           perform commit-reservation thru commit-reservation-ex.
           goback giving w-call-rc.

      *         an issued number spoiled after the fact (a cheque
      *         torn up); it stays issued and shows as voided.  KO
      *         when it was never issued or is voided already
       entry "seqno:void" using l-counter l-number.
           CATCHPARAMS.
           move l-counter to w-counter.
           copy "catch9.pdv" replacing
               ==!W== by ==number==
               ==!N== by ==2==.
           perform open-control thru open-control-ex.
           if w-call-rc not = OK
              goback giving w-call-rc
           end-if.
           move 0 to w-found-idx.
           move 0 to w-other-idx.
           perform varying w-en-idx from 1 by 1
              until w-en-idx > w-entry-count
              if w-en-counter(w-en-idx) = w-counter
                 and w-number >= w-en-first(w-en-idx)
                 and w-number <= w-en-last(w-en-idx)
                 if ENTRY-ISSUED(w-en-idx)
                    move w-en-idx to w-found-idx
                 end-if
                 if ENTRY-VOIDED(w-en-idx)
                    move w-en-idx to w-other-idx
                 end-if
              end-if
           end-perform.
           if w-found-idx = 0 or w-other-idx > 0
              or w-entry-count >= SEQ-ENTRY-MAX
              perform release-lock thru release-lock-ex
              goback giving KO
           end-if.
           add 1 to w-entry-count.
           move "V" to w-en-kind(w-entry-count).
           move w-counter to w-en-counter(w-entry-count).
           move w-number to w-en-first(w-entry-count).
           move w-number to w-en-last(w-entry-count).
           move w-run-stamp to w-en-stamp(w-entry-count).
           perform close-control thru close-control-ex.
           goback giving w-call-rc.

      *         SEQRPT for one counter, or every counter when the
      *         name is blank
       entry "seqno:audit" using l-counter.
           CATCHPARAMS.
           move spaces to w-counter.
           if w-narg >= 1
              move l-counter to w-counter
           end-if.
           perform open-control thru open-control-ex.
           if w-call-rc not = OK
              goback giving w-call-rc
           end-if.
           perform write-audit-report thru write-audit-report-ex.
           perform release-lock thru release-lock-ex.
           if w-counters-shown = 0
              goback giving KO
           end-if.
           goback giving OK.

       commit-reservation.
           perform open-control thru open-control-ex.
           if w-call-rc not = OK
              exit paragraph
           end-if.
           perform find-counter thru find-counter-ex.
           move 0 to w-found-idx.
           perform varying w-en-idx from 1 by 1
              until w-en-idx > w-entry-count
              if ENTRY-RESERVED(w-en-idx)
                 and w-en-counter(w-en-idx) = w-counter
                 and w-en-first(w-en-idx) = w-first
                 move w-en-idx to w-found-idx
              end-if
           end-perform.
           if w-found-idx = 0 or w-counter-idx = 0
              perform release-lock thru release-lock-ex
              move KO to w-call-rc
              exit paragraph
           end-if.
           if w-first + w-used - 1 > w-en-last(w-found-idx)
              or w-entry-count + 1 >= SEQ-ENTRY-MAX
              perform release-lock thru release-lock-ex
              move KO to w-call-rc
              exit paragraph
           end-if.

           move w-en-last(w-found-idx) to w-last.
           move space to w-en-kind(w-found-idx).
           if w-used > 0
              perform issue-range thru issue-range-ex
           end-if.
           if w-first + w-used <= w-last
              add 1 to w-entry-count
              move "L" to w-en-kind(w-entry-count)
              move w-counter to w-en-counter(w-entry-count)
              compute w-en-first(w-entry-count) = w-first + w-used
              move w-last to w-en-last(w-entry-count)
              move w-run-stamp to w-en-stamp(w-entry-count)
              perform roll-back-released thru roll-back-released-ex
           end-if.
           perform close-control thru close-control-ex.
       commit-reservation-ex.
           exit.

      *         first .. first + used - 1 become issued, joined onto
      *         an issued range they touch so the file stays short
       issue-range.
           compute w-number = w-first + w-used - 1.
           move 0 to w-found-idx.
           move 0 to w-other-idx.
           perform varying w-en-idx from 1 by 1
              until w-en-idx > w-entry-count
              if ENTRY-ISSUED(w-en-idx)
                 and w-en-counter(w-en-idx) = w-counter
                 if w-en-last(w-en-idx) + 1 = w-first
                    move w-en-idx to w-found-idx
                 end-if
                 if w-en-first(w-en-idx) = w-number + 1
                    move w-en-idx to w-other-idx
                 end-if
              end-if
           end-perform.
           evaluate true
              when w-found-idx > 0 and w-other-idx > 0
                 move w-en-last(w-other-idx)
                    to w-en-last(w-found-idx)
                 move w-run-stamp to w-en-stamp(w-found-idx)
                 move space to w-en-kind(w-other-idx)
              when w-found-idx > 0
                 move w-number to w-en-last(w-found-idx)
                 move w-run-stamp to w-en-stamp(w-found-idx)
              when w-other-idx > 0
                 move w-first to w-en-first(w-other-idx)
                 move w-run-stamp to w-en-stamp(w-other-idx)
              when other
                 add 1 to w-entry-count
                 move "I" to w-en-kind(w-entry-count)
                 move w-counter to w-en-counter(w-entry-count)
                 move w-first to w-en-first(w-entry-count)
                 move w-number to w-en-last(w-entry-count)
                 move w-run-stamp to w-en-stamp(w-entry-count)
           end-evaluate.
       issue-range-ex.
           exit.

      *         numbers handed back at the top of the counter go
      *         back to the counter -- no gap for the auditors --
      *         and so does any released block that then tops it
       roll-back-released.
           move 1 to w-found-idx.
           perform until w-found-idx = 0
              move 0 to w-found-idx
              perform varying w-en-idx from 1 by 1
                 until w-en-idx > w-entry-count
                 if ENTRY-RELEASED(w-en-idx)
                    and w-en-counter(w-en-idx) = w-counter
                    and w-en-last(w-en-idx)
                       = w-en-last(w-counter-idx)
                    move w-en-idx to w-found-idx
                 end-if
              end-perform
              if w-found-idx > 0
                 compute w-en-last(w-counter-idx) =
                    w-en-first(w-found-idx) - 1
                 move space to w-en-kind(w-found-idx)
              end-if
           end-perform.
       roll-back-released-ex.
           exit.

       find-counter.
           move 0 to w-counter-idx.
           perform varying w-en-idx from 1 by 1
              until w-en-idx > w-entry-count
                 or w-counter-idx > 0
              if ENTRY-COUNTER(w-en-idx)
                 and w-en-counter(w-en-idx) = w-counter
                 move w-en-idx to w-counter-idx
              end-if
           end-perform.
       find-counter-ex.
           exit.

      *         lock, finish any swap an abend interrupted, then the
      *         whole control file into the table
       open-control.
           move OK to w-call-rc.
           perform acquire-lock thru acquire-lock-ex.
           if not LOCK-TAKEN
              move ERR-LOCK-TIMEOUT to w-call-rc
              exit paragraph
           end-if.
           move spaces to w-run-stamp.
           call "rundate:stamp" using w-run-stamp
              on exception
                 string
                    function current-date(1:8) "-"
                    function current-date(9:6)
                    into w-run-stamp
                 end-string
           end-call.

           call "ckpt:read"
              using w-ckpt-file w-ckpt-phase w-ckpt-count.
           if w-ckpt-phase = "SWAP"
              perform swap-new-control thru swap-new-control-ex
              call "ckpt:clear" using w-ckpt-file
           end-if.

           move 0 to w-entry-count.
           open input SEQ-CONTROL.
           if CTL-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read SEQ-CONTROL.
           perform until CTL-FILE-AT-EOF
              if w-entry-count >= SEQ-ENTRY-MAX
                 display
                    "SEQNO control file past " SEQ-ENTRY-MAX
                    " lines"
                    upon console
                 move KO to w-call-rc
                 exit perform
              end-if
              if sc-kind not = space
                 and sc-first is numeric and sc-last is numeric
                 add 1 to w-entry-count
                 move sc-kind to w-en-kind(w-entry-count)
                 move sc-counter to w-en-counter(w-entry-count)
                 move sc-first to w-en-first(w-entry-count)
                 move sc-last to w-en-last(w-entry-count)
                 move sc-stamp to w-en-stamp(w-entry-count)
              end-if
              read SEQ-CONTROL
           end-perform.
           close SEQ-CONTROL.
           if w-call-rc not = OK
              perform release-lock thru release-lock-ex
           end-if.
       open-control-ex.
           exit.

      *         the table out to SEQCTLN, the SWAP checkpoint, the
      *         new file over the old, the checkpoint cleared
       close-control.
           open output SEQ-CONTROL-NEW.
           perform varying w-en-idx from 1 by 1
              until w-en-idx > w-entry-count
              if not ENTRY-DROPPED(w-en-idx)
                 move spaces to seq-control-rec
                 move w-en-kind(w-en-idx) to sc-kind
                 move w-en-counter(w-en-idx) to sc-counter
                 move w-en-first(w-en-idx) to sc-first
                 move w-en-last(w-en-idx) to sc-last
                 move w-en-stamp(w-en-idx) to sc-stamp
                 move seq-control-rec to seq-control-new-rec
                 write seq-control-new-rec
              end-if
           end-perform.
           close SEQ-CONTROL-NEW.

           move "SWAP" to w-ckpt-phase.
           move w-entry-count to w-ckpt-count.
           call "ckpt:write"
              using w-ckpt-file w-ckpt-phase w-ckpt-count.
           perform check-injected-fault
              thru check-injected-fault-ex.
           if w-call-rc not = OK
              exit paragraph
           end-if.
           perform swap-new-control thru swap-new-control-ex.
           call "ckpt:clear" using w-ckpt-file.
           perform release-lock thru release-lock-ex.
       close-control-ex.
           exit.

      *         an injected abend leaves the SWAP checkpoint and the
      *         lock exactly as a real one would
       check-injected-fault.
           call "ckpt:fault"
              using w-ckpt-file w-ckpt-phase w-ckpt-count
              giving w-fault-rc.
           if w-fault-rc = ABENDED-BY-INJECTION
              display
                 "SEQNO injected abend at " w-ckpt-phase
                 upon console
              move ABENDED-BY-INJECTION to w-call-rc
           end-if.
       check-injected-fault-ex.
           exit.

       swap-new-control.
           open input SEQ-CONTROL-NEW.
           if NEW-FILE-NOT-FOUND
              exit paragraph
           end-if.
           open output SEQ-CONTROL.
           read SEQ-CONTROL-NEW.
           perform until NEW-FILE-AT-EOF
              move seq-control-new-rec to seq-control-rec
              write seq-control-rec
              read SEQ-CONTROL-NEW
           end-perform.
           close SEQ-CONTROL.
           close SEQ-CONTROL-NEW.
       swap-new-control-ex.
           exit.

      *         the same enqueue protocol array.cbl runs on ARRLOCKS:
      *         an empty or absent lock file is free, one HELD BY
      *         record is taken
       acquire-lock.
           move "N" to w-lock-taken.
           move 0 to w-lock-wait.
           perform until LOCK-TAKEN
              open input SEQ-LOCK
              if LOCK-FILE-NOT-FOUND
                 move spaces to w-lock-holder
              else
                 move spaces to w-lock-holder
                 read SEQ-LOCK
                    at end move spaces to w-lock-holder
                    not at end move seq-lock-rec
                       to w-lock-holder
                 end-read
                 close SEQ-LOCK
              end-if

              if w-lock-holder = spaces
                 open output SEQ-LOCK
                 move spaces to seq-lock-rec
                 string
                    "HELD BY SEQNO"
                    " SINCE " function current-date(1:8)
                    "-" function current-date(9:6)
                    into seq-lock-rec
                 end-string
                 write seq-lock-rec
                 close SEQ-LOCK
                 move "Y" to w-lock-taken
              else
                 add 1 to w-lock-wait
                 if w-lock-wait > LOCK-TIMEOUT-SECONDS
                    display
                       "SEQNO control lock timeout -- "
                       w-lock-holder(1:60)
                       upon console
                    exit perform
                 end-if
                 call "c$sleep" using w-sleep-seconds
              end-if
           end-perform.
       acquire-lock-ex.
           exit.

       release-lock.
           open output SEQ-LOCK.
           close SEQ-LOCK.
       release-lock-ex.
           exit.

       write-audit-report.
           move 0 to w-counters-shown.
           open output SEQ-REPORT.
           move spaces to seq-report-rec.
           string "SEQNO NUMBERING AUDIT  at " w-run-stamp
              into seq-report-rec
           end-string.
           write seq-report-rec.
           perform varying w-counter-idx from 1 by 1
              until w-counter-idx > w-entry-count
              if ENTRY-COUNTER(w-counter-idx)
                 and (w-counter = spaces
                    or w-en-counter(w-counter-idx) = w-counter)
                 add 1 to w-counters-shown
                 perform audit-one-counter
                    thru audit-one-counter-ex
              end-if
           end-perform.
           if w-counters-shown = 0
              move spaces to seq-report-rec
              write seq-report-rec
              move spaces to seq-report-rec
              string "no counter " w-counter
                 into seq-report-rec
              end-string
              write seq-report-rec
           end-if.
           close SEQ-REPORT.
       write-audit-report-ex.
           exit.

       audit-one-counter.
           move 0 to w-range-count.
           move 0 to w-voided-total.
           perform varying w-en-idx from 1 by 1
              until w-en-idx > w-entry-count
              if w-en-counter(w-en-idx)
                 = w-en-counter(w-counter-idx)
                 and (ENTRY-ISSUED(w-en-idx)
                    or ENTRY-RESERVED(w-en-idx)
                    or ENTRY-RELEASED(w-en-idx)
                    or ENTRY-VOIDED(w-en-idx))
                 add 1 to w-range-count
                 move w-en-kind(w-en-idx) to w-rg-kind(w-range-count)
                 move w-en-first(w-en-idx)
                    to w-rg-first(w-range-count)
                 move w-en-last(w-en-idx)
                    to w-rg-last(w-range-count)
                 move w-en-stamp(w-en-idx)
                    to w-rg-stamp(w-range-count)
              end-if
           end-perform.
           perform sort-ranges thru sort-ranges-ex.

           move spaces to seq-report-rec.
           write seq-report-rec.
           move w-en-first(w-counter-idx) to z-num.
           move w-en-last(w-counter-idx) to z-num2.
           move spaces to seq-report-rec.
           string "COUNTER " w-en-counter(w-counter-idx)
              "  start " function trim(z-num)
              "  high-water " function trim(z-num2)
              into seq-report-rec
           end-string.
           if w-en-last(w-counter-idx) < w-en-first(w-counter-idx)
              move "none issued" to seq-report-rec(50:11)
           end-if.
           write seq-report-rec.

      *         ranges come in number order, voided numbers sitting
      *         inside their issued range; anything between the
      *         next expected number and a range is unaccounted
           move 0 to w-issued-total.
           move 0 to w-missing-total.
           move w-en-first(w-counter-idx) to w-expect-next.
           perform varying w-rg-idx from 1 by 1
              until w-rg-idx > w-range-count
              if w-rg-kind(w-rg-idx) = "V"
                 add 1 to w-voided-total
                 move w-rg-first(w-rg-idx) to w-first
                 move w-rg-last(w-rg-idx) to w-last
                 move "VOIDED" to w-range-text
                 perform write-range-line thru write-range-line-ex
              else
                 if w-rg-first(w-rg-idx) > w-expect-next
                    move w-expect-next to w-first
                    compute w-last = w-rg-first(w-rg-idx) - 1
                    move "MISSING   not accounted for" to w-range-text
                    perform write-range-line
                       thru write-range-line-ex
                    compute w-missing-total = w-missing-total
                       + w-last - w-first + 1
                 end-if
                 perform audit-one-range thru audit-one-range-ex
                 if w-rg-last(w-rg-idx) >= w-expect-next
                    compute w-expect-next = w-rg-last(w-rg-idx) + 1
                 end-if
              end-if
           end-perform.
           if w-expect-next <= w-en-last(w-counter-idx)
              move w-expect-next to w-first
              move w-en-last(w-counter-idx) to w-last
              move "MISSING   not accounted for" to w-range-text
              perform write-range-line thru write-range-line-ex
              compute w-missing-total = w-missing-total
                 + w-last - w-first + 1
           end-if.

           move spaces to seq-report-rec.
           move w-issued-total to z-num.
           string "  issued " function trim(z-num)
              into seq-report-rec
           end-string.
           move w-voided-total to z-num.
           move 25 to w-sort-i.
           string "voided " function trim(z-num)
              into seq-report-rec pointer w-sort-i
           end-string.
           move w-missing-total to z-num.
           move 45 to w-sort-i.
           string "missing " function trim(z-num)
              into seq-report-rec pointer w-sort-i
           end-string.
           if w-missing-total = 0
              move 65 to w-sort-i
              string "UNBROKEN"
                 into seq-report-rec pointer w-sort-i
              end-string
           end-if.
           write seq-report-rec.
       audit-one-counter-ex.
           exit.

       audit-one-range.
           move w-rg-first(w-rg-idx) to w-first.
           move w-rg-last(w-rg-idx) to w-last.
           evaluate w-rg-kind(w-rg-idx)
              when "I"
                 compute w-issued-total = w-issued-total
                    + w-last - w-first + 1
                 move "ISSUED" to w-range-text
              when "R"
                 compute w-missing-total = w-missing-total
                    + w-last - w-first + 1
                 move spaces to w-range-text
                 string "MISSING   reserved since "
                    w-rg-stamp(w-rg-idx)
                    into w-range-text
                 end-string
              when other
                 compute w-missing-total = w-missing-total
                    + w-last - w-first + 1
                 move spaces to w-range-text
                 string "MISSING   released "
                    w-rg-stamp(w-rg-idx)
                    into w-range-text
                 end-string
           end-evaluate.
           perform write-range-line thru write-range-line-ex.
       audit-one-range-ex.
           exit.

       write-range-line.
           move spaces to seq-report-rec.
           move w-first to z-num.
           move z-num to seq-report-rec(5:12).
           move w-last to z-num.
           move z-num to seq-report-rec(19:12).
           move w-range-text to seq-report-rec(33:40).
           write seq-report-rec.
       write-range-line-ex.
           exit.

      *         insertion sort on the first number; a voided number
      *         sorts after the issued range it lies in
       sort-ranges.
           perform varying w-sort-i from 2 by 1
              until w-sort-i > w-range-count
              move w-range(w-sort-i) to w-range-hold
              move w-sort-i to w-sort-j
              perform until w-sort-j < 2
                 or w-rg-first(w-sort-j - 1) < w-rh-first
                 or (w-rg-first(w-sort-j - 1) = w-rh-first
                    and w-rg-kind(w-sort-j - 1) not = "V")
                 move w-range(w-sort-j - 1) to w-range(w-sort-j)
                 subtract 1 from w-sort-j
              end-perform
              move w-range-hold to w-range(w-sort-j)
           end-perform.
       sort-ranges-ex.
           exit.
