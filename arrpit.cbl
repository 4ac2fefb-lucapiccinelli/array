       identification division.
         program-id.  arrpit.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select MAINT-MASTER assign "MSTFILE"
              organization indexed
              access mode dynamic
              record key is mstf-key
              file status is w-mst-file-status.
           select MAINT-UNLOAD-IN assign "MSTOUT"
              organization line sequential
              file status is w-flat-file-status.
           select MAINT-JOURNAL assign "MSTJRNL"
              organization line sequential
              file status is w-jrn-file-status.
           select PIT-OUT assign "PITOUT"
              organization line sequential
              file status is w-pit-file-status.
           select PIT-REPORT assign "PITRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  MAINT-MASTER.
       01  maint-master-rec.
           05 mstf-key pic x(64).
           05 mstf-data pic x(4096).
       fd  MAINT-UNLOAD-IN.
       01  maint-unload-rec pic x(4096).
       fd  MAINT-JOURNAL.
       01  maint-journal-rec pic x(4200).
       fd  PIT-OUT.
       01  pit-out-rec pic x(4096).
       fd  PIT-REPORT.
       01  pit-rpt-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==5==.

       78  MAX-PIT-RECORD-SZ value 4096.
       78  MAX-PIT-KEY-SZ value 64.
       78  MAX-PIT-KEYS value 1000.

       77  w-mst-file-status pic x(02) value spaces.
           88  MST-FILE-AT-EOF value "10".
       77  w-flat-file-status pic x(02) value spaces.
           88  FLAT-FILE-NOT-FOUND value "35".
           88  FLAT-FILE-AT-EOF value "10".
       77  w-jrn-file-status pic x(02) value spaces.
           88  JRN-FILE-NOT-FOUND value "35".
           88  JRN-FILE-AT-EOF value "10".
       77  w-pit-file-status pic x(02) value spaces.
       77  w-rpt-file-status pic x(02) value spaces.

      *         the master as it stood at a past moment, rebuilt from
      *         the current master (the keyed MSTFILE, or MSTOUT as
      *         arrmaint U unloads it) and the journal: every entry
      *         stamped after the moment is backed out, newest first.
      *         Backing a key out newest first leaves it at the before
      *         image of its oldest entry after the moment -- or gone,
      *         when that entry was its add -- so the journal is read
      *         once, each touched key keeps its oldest and newest
      *         entry, and the master is merged with the touched keys
      *         in key order onto PITOUT.  PITRPT counts what was
      *         restored, re-added and removed and lists anything
      *         that makes the answer uncertain: a journal starting
      *         after the moment, stamps out of order, an entry whose
      *         before image is not the after image of the entry
      *         before it, a half-written entry, or a master record
      *         that is not what the journal last left it
       77  w-asof pic x(15) value spaces.
       77  w-record-length pic 9(09) value 0.
       77  w-key-offset pic 9(09) value 0.
       77  w-key-length pic 9(09) value 0.
       77  w-source pic x value "F".
           88  SOURCE-FLAT value "F".
           88  SOURCE-KEYED value "K".
       77  w-test-date pic x(08) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-return-code pic s9(09) value 0.

      *         one row per key the journal touched after the moment
       77  w-key-count pic 9(04) value 0.
       01  w-key-tbl.
           05 w-key-entry occurs MAX-PIT-KEYS times.
              07 w-ky-key pic x(MAX-PIT-KEY-SZ).
              07 w-ky-first-action pic x.
              07 w-ky-first-stamp pic x(15).
              07 w-ky-last-action pic x.
              07 w-ky-last-stamp pic x(15).
              07 w-ky-first-before pic x(MAX-PIT-RECORD-SZ).
              07 w-ky-last-after pic x(MAX-PIT-RECORD-SZ).
       01  w-order-tbl.
           05 w-order pic 9(04) occurs MAX-PIT-KEYS times.
       77  w-ky-idx pic 9(04) value 0.
       77  w-ord-idx pic 9(04) value 0.
       77  w-ord-idx-2 pic 9(04) value 0.
       77  w-ord-hold pic 9(04) value 0.
       77  w-key-overflow pic x value "N".
           88  TOO-MANY-KEYS value "Y".

      *         the journal entry in hand
       77  w-jrn-stamp pic x(15) value spaces.
       77  w-jrn-action pic x value spaces.
       77  w-jrn-key pic x(MAX-PIT-KEY-SZ) value spaces.
       77  w-before-image pic x(MAX-PIT-RECORD-SZ) value spaces.
       77  w-after-image pic x(MAX-PIT-RECORD-SZ) value spaces.
       77  w-entry-open pic x value "N".
           88  ENTRY-OPEN value "Y".
       77  w-entry-has-before pic x value "N".
           88  ENTRY-HAS-BEFORE value "Y".
       77  w-prev-stamp pic x(15) value spaces.
       77  w-journal-start pic x(15) value spaces.

      *         the master record in hand
       77  w-mst-key pic x(MAX-PIT-KEY-SZ) value spaces.
       77  w-prev-mst-key pic x(MAX-PIT-KEY-SZ) value low-values.
       77  w-mst-data pic x(MAX-PIT-RECORD-SZ) value spaces.
       77  w-master-done pic x value "N".
           88  MASTER-DONE value "Y".
       77  w-out-of-order pic x value "N".
           88  MASTER-OUT-OF-ORDER value "Y".
       77  w-flat-open pic x value "N".
           88  FLAT-SOURCE-OPEN value "Y".

       77  w-jrn-read-count pic 9(09) value 0.
       77  w-entry-count pic 9(09) value 0.
       77  w-after-count pic 9(09) value 0.
       77  w-master-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-unchanged-count pic 9(09) value 0.
       77  w-restored-count pic 9(09) value 0.
       77  w-readded-count pic 9(09) value 0.
       77  w-removed-count pic 9(09) value 0.
       77  w-stamp-order-count pic 9(09) value 0.
       77  w-chain-count pic 9(09) value 0.
       77  w-partial-count pic 9(09) value 0.
       77  w-drift-count pic 9(09) value 0.
       77  w-late-start pic x value "N".
           88  JOURNAL-STARTS-LATE value "Y".
       77  w-uncertain pic x value "N".
           88  RECONSTRUCTION-UNCERTAIN value "Y".
       77  w-issue-text pic x(60) value spaces.
       77  z-count pic z(08)9.

       77  w-runlog-pgm pic x(08) value "ARRPIT".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-asof pic x(15).
       77  l-record-length pic 9(MAX-NUMBER-SIZE).
       77  l-key-offset pic 9(MAX-NUMBER-SIZE).
       77  l-key-length pic 9(MAX-NUMBER-SIZE).
       77  l-source pic x.

       procedure division using
           l-asof
           l-record-length
           l-key-offset
           l-key-length
           l-source
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==asof==
               ==!N== by ==1==.
           copy "catch9.pdv" replacing
               ==!W== by ==record-length==
               ==!N== by ==2==.
           copy "catch9.pdv" replacing
               ==!W== by ==key-offset==
               ==!N== by ==3==.
           move w-record-length to w-key-length.
           copy "catch9.pdv" replacing
               ==!W== by ==key-length==
               ==!N== by ==4==.
           copy "catchx.pdv" replacing
               ==!W== by ==source==
               ==!N== by ==5==.
           move function upper-case(w-source) to w-source.

           if w-record-length = 0
              or w-record-length > MAX-PIT-RECORD-SZ
              goback giving KO
           end-if.
           if w-key-length = 0
              or w-key-length > MAX-PIT-KEY-SZ
              goback giving KO
           end-if.
           if not SOURCE-FLAT and not SOURCE-KEYED
              display "ARRPIT source must be F or K" upon console
              goback giving KO
           end-if.
      *         a bare date means close of business that day
           if w-asof(9:) = spaces
              move "-235959" to w-asof(9:7)
           end-if.
           move w-asof(1:8) to w-test-date.
           call "calendar:day-of-week"
              using w-test-date w-weekday
              giving w-return-code.
           if w-test-date is not numeric or w-return-code not = OK
              or w-asof(9:1) not = "-"
              or w-asof(10:6) is not numeric
              display "ARRPIT moment must be YYYYMMDD[-HHMMSS]"
                 upon console
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform read-journal thru read-journal-ex.
           if TOO-MANY-KEYS
              display "ARRPIT more than " MAX-PIT-KEYS
                 " keys changed since the moment" upon console
              close PIT-REPORT
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.
           perform order-touched-keys thru order-touched-keys-ex.
           perform rebuild-master thru rebuild-master-ex.
           if MASTER-OUT-OF-ORDER
              display "ARRPIT master source is not in key order"
                 upon console
              close PIT-REPORT
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.
           perform write-reconciliation
              thru write-reconciliation-ex.

           display
              "ARRPIT as of " w-asof
              " written=" w-written-count
              " restored=" w-restored-count
              " re-added=" w-readded-count
              " removed=" w-removed-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           if RECONSTRUCTION-UNCERTAIN
              goback giving KO
           end-if.
           goback giving OK.

       read-journal.
           open output PIT-REPORT.
           move spaces to pit-rpt-rec.
           string "ARRPIT master as of " w-asof
              "   source "
              delimited by size
              into pit-rpt-rec
           end-string.
           if SOURCE-KEYED
              move "MSTFILE" to pit-rpt-rec(46:)
           else
              move "MSTOUT" to pit-rpt-rec(46:)
           end-if.
           write pit-rpt-rec.
           move spaces to pit-rpt-rec.
           write pit-rpt-rec.

           open input MAINT-JOURNAL.
           if JRN-FILE-NOT-FOUND
              move "no MSTJRNL -- the master is copied as it is"
                 to w-issue-text
              perform write-issue thru write-issue-ex
              exit paragraph
           end-if.
           read MAINT-JOURNAL.
           perform until JRN-FILE-AT-EOF
              add 1 to w-jrn-read-count
              evaluate maint-journal-rec(1:2)
                 when "JR"
                    if ENTRY-OPEN
                       perform note-partial-entry
                          thru note-partial-entry-ex
                    end-if
                    perform take-entry-header
                       thru take-entry-header-ex
                 when "B "
                    move maint-journal-rec(3:w-record-length)
                       to w-before-image(1:w-record-length)
                    move "Y" to w-entry-has-before
                 when "A "
                    move maint-journal-rec(3:w-record-length)
                       to w-after-image(1:w-record-length)
                    if ENTRY-OPEN and ENTRY-HAS-BEFORE
                       perform take-entry thru take-entry-ex
                    else
                       perform note-partial-entry
                          thru note-partial-entry-ex
                    end-if
                    move "N" to w-entry-open
              end-evaluate
              read MAINT-JOURNAL
           end-perform.
           if ENTRY-OPEN
              perform note-partial-entry thru note-partial-entry-ex
           end-if.
           close MAINT-JOURNAL.

           if w-journal-start > w-asof
              move "Y" to w-late-start
              move "Y" to w-uncertain
              move spaces to w-issue-text
              string "journal starts " w-journal-start
                 ", after the moment"
                 delimited by size
                 into w-issue-text
              end-string
              perform write-issue thru write-issue-ex
           end-if.
       read-journal-ex.
           exit.

       take-entry-header.
           move "Y" to w-entry-open.
           move "N" to w-entry-has-before.
           move maint-journal-rec(5:15) to w-jrn-stamp.
           move maint-journal-rec(21:1) to w-jrn-action.
           move maint-journal-rec(27:MAX-PIT-KEY-SZ) to w-jrn-key.
           move spaces to w-before-image.
           move spaces to w-after-image.
       take-entry-header-ex.
           exit.

       note-partial-entry.
           add 1 to w-partial-count.
           move "Y" to w-uncertain.
           move spaces to w-issue-text.
           string "half-written entry " w-jrn-stamp
              " key " w-jrn-key(1:30)
              delimited by size
              into w-issue-text
           end-string.
           perform write-issue thru write-issue-ex.
       note-partial-entry-ex.
           exit.

       take-entry.
           add 1 to w-entry-count.
           if w-entry-count = 1
              move w-jrn-stamp to w-journal-start
           end-if.
           if w-jrn-stamp < w-prev-stamp
              add 1 to w-stamp-order-count
              move "Y" to w-uncertain
              move spaces to w-issue-text
              string "entry " w-jrn-stamp " follows " w-prev-stamp
                 delimited by size
                 into w-issue-text
              end-string
              perform write-issue thru write-issue-ex
           end-if.
           move w-jrn-stamp to w-prev-stamp.
           if w-jrn-stamp <= w-asof
              exit paragraph
           end-if.
           add 1 to w-after-count.

           perform varying w-ky-idx from 1 by 1
              until w-ky-idx > w-key-count
              if w-ky-key(w-ky-idx) = w-jrn-key
                 exit perform
              end-if
           end-perform.
           if w-ky-idx > w-key-count
              if w-key-count >= MAX-PIT-KEYS
                 move "Y" to w-key-overflow
                 exit paragraph
              end-if
              add 1 to w-key-count
              move w-key-count to w-ky-idx
              move w-jrn-key to w-ky-key(w-ky-idx)
              move w-jrn-action to w-ky-first-action(w-ky-idx)
              move w-jrn-stamp to w-ky-first-stamp(w-ky-idx)
              move w-before-image
                 to w-ky-first-before(w-ky-idx)
           else
              perform check-entry-chain thru check-entry-chain-ex
           end-if.
           move w-jrn-action to w-ky-last-action(w-ky-idx).
           move w-jrn-stamp to w-ky-last-stamp(w-ky-idx).
           move w-after-image to w-ky-last-after(w-ky-idx).
       take-entry-ex.
           exit.

      *         each entry must pick the key up where the one before
      *         left it: an add after a delete, anything else from the
      *         last after image
       check-entry-chain.
           if w-jrn-action = "A"
              if w-ky-last-action(w-ky-idx) = "D"
                 exit paragraph
              end-if
           else
              if w-ky-last-action(w-ky-idx) not = "D"
                 and w-before-image(1:w-record-length) =
                     w-ky-last-after(w-ky-idx)(1:w-record-length)
                 exit paragraph
              end-if
           end-if.
           add 1 to w-chain-count.
           move "Y" to w-uncertain.
           move spaces to w-issue-text.
           string "chain break key " w-jrn-key(1:20)
              " between " w-ky-last-stamp(w-ky-idx)
              " and " w-jrn-stamp
              delimited by size
              into w-issue-text
           end-string.
           perform write-issue thru write-issue-ex.
       check-entry-chain-ex.
           exit.

       order-touched-keys.
           perform varying w-ord-idx from 1 by 1
              until w-ord-idx > w-key-count
              move w-ord-idx to w-order(w-ord-idx)
           end-perform.
           perform varying w-ord-idx from 2 by 1
              until w-ord-idx > w-key-count
              move w-order(w-ord-idx) to w-ord-hold
              move w-ord-idx to w-ord-idx-2
              perform until w-ord-idx-2 = 1
                 if w-ky-key(w-order(w-ord-idx-2 - 1))
                    <= w-ky-key(w-ord-hold)
                    exit perform
                 end-if
                 move w-order(w-ord-idx-2 - 1)
                    to w-order(w-ord-idx-2)
                 subtract 1 from w-ord-idx-2
              end-perform
              move w-ord-hold to w-order(w-ord-idx-2)
           end-perform.
       order-touched-keys-ex.
           exit.

      *         the master and the touched keys, both in key order
       rebuild-master.
           if SOURCE-KEYED
              open input MAINT-MASTER
              move low-values to mstf-key
              start MAINT-MASTER key >= mstf-key
                 invalid key move "10" to w-mst-file-status
              end-start
           else
              open input MAINT-UNLOAD-IN
              if FLAT-FILE-NOT-FOUND
                 move "no MSTOUT -- the master is taken as empty"
                    to w-issue-text
                 perform write-issue thru write-issue-ex
                 move "Y" to w-master-done
              else
                 move "Y" to w-flat-open
              end-if
           end-if.
           open output PIT-OUT.
           move 1 to w-ord-idx.
           perform read-master thru read-master-ex.
           perform until (MASTER-DONE and w-ord-idx > w-key-count)
              or MASTER-OUT-OF-ORDER
              if w-ord-idx > w-key-count
                 perform copy-master-record
                    thru copy-master-record-ex
              else
                 move w-order(w-ord-idx) to w-ky-idx
                 evaluate true
                    when MASTER-DONE
                       perform key-missing-from-master
                          thru key-missing-from-master-ex
                    when w-mst-key < w-ky-key(w-ky-idx)
                       perform copy-master-record
                          thru copy-master-record-ex
                    when w-mst-key = w-ky-key(w-ky-idx)
                       perform back-out-master-record
                          thru back-out-master-record-ex
                    when other
                       perform key-missing-from-master
                          thru key-missing-from-master-ex
                 end-evaluate
              end-if
           end-perform.
           close PIT-OUT.
           if SOURCE-KEYED
              close MAINT-MASTER
           else
              if FLAT-SOURCE-OPEN
                 close MAINT-UNLOAD-IN
              end-if
           end-if.
       rebuild-master-ex.
           exit.

       read-master.
           if MASTER-DONE
              exit paragraph
           end-if.
           if SOURCE-KEYED
              if not MST-FILE-AT-EOF
                 read MAINT-MASTER next
              end-if
              if MST-FILE-AT-EOF
                 move "Y" to w-master-done
                 exit paragraph
              end-if
              move mstf-key to w-mst-key
              move mstf-data to w-mst-data
           else
              if not FLAT-FILE-AT-EOF
                 read MAINT-UNLOAD-IN
              end-if
              if FLAT-FILE-AT-EOF
                 move "Y" to w-master-done
                 exit paragraph
              end-if
              move spaces to w-mst-key
              move maint-unload-rec(w-key-offset + 1:w-key-length)
                 to w-mst-key(1:w-key-length)
              move maint-unload-rec to w-mst-data
           end-if.
           add 1 to w-master-count.
           if w-mst-key < w-prev-mst-key
              move "Y" to w-out-of-order
           end-if.
           move w-mst-key to w-prev-mst-key.
       read-master-ex.
           exit.

       copy-master-record.
           move spaces to pit-out-rec.
           move w-mst-data(1:w-record-length)
              to pit-out-rec(1:w-record-length).
           write pit-out-rec.
           add 1 to w-written-count.
           add 1 to w-unchanged-count.
           perform read-master thru read-master-ex.
       copy-master-record-ex.
           exit.

      *         the key is on the master: it should look the way the
      *         journal last left it, and goes back to where its
      *         oldest entry after the moment found it
       back-out-master-record.
           if w-ky-last-action(w-ky-idx) = "D"
              or w-mst-data(1:w-record-length) not =
                 w-ky-last-after(w-ky-idx)(1:w-record-length)
              perform note-master-drift thru note-master-drift-ex
           end-if.
           if w-ky-first-action(w-ky-idx) = "A"
              add 1 to w-removed-count
           else
              move spaces to pit-out-rec
              move w-ky-first-before(w-ky-idx)(1:w-record-length)
                 to pit-out-rec(1:w-record-length)
              write pit-out-rec
              add 1 to w-written-count
              add 1 to w-restored-count
           end-if.
           add 1 to w-ord-idx.
           perform read-master thru read-master-ex.
       back-out-master-record-ex.
           exit.

      *         the key is gone from the master: the journal should
      *         end on its delete, and it comes back unless it was
      *         added after the moment in the first place
       key-missing-from-master.
           if w-ky-last-action(w-ky-idx) not = "D"
              perform note-master-drift thru note-master-drift-ex
           end-if.
           if w-ky-first-action(w-ky-idx) not = "A"
              move spaces to pit-out-rec
              move w-ky-first-before(w-ky-idx)(1:w-record-length)
                 to pit-out-rec(1:w-record-length)
              write pit-out-rec
              add 1 to w-written-count
              add 1 to w-readded-count
           end-if.
           add 1 to w-ord-idx.
       key-missing-from-master-ex.
           exit.

       note-master-drift.
           add 1 to w-drift-count.
           move "Y" to w-uncertain.
           move spaces to w-issue-text.
           string "master differs from journal, key "
              w-ky-key(w-ky-idx)(1:25)
              delimited by size
              into w-issue-text
           end-string.
           perform write-issue thru write-issue-ex.
       note-master-drift-ex.
           exit.

       write-issue.
           move spaces to pit-rpt-rec.
           string "  ** " w-issue-text
              delimited by size
              into pit-rpt-rec
           end-string.
           write pit-rpt-rec.
       write-issue-ex.
           exit.

       write-reconciliation.
           move spaces to pit-rpt-rec.
           write pit-rpt-rec.
           move "journal entries" to w-issue-text.
           move w-entry-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "  after the moment" to w-issue-text.
           move w-after-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "  keys touched" to w-issue-text.
           move w-key-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "master records read" to w-issue-text.
           move w-master-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "records written to PITOUT" to w-issue-text.
           move w-written-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "  unchanged" to w-issue-text.
           move w-unchanged-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "  restored to an earlier image" to w-issue-text.
           move w-restored-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "  re-added (deleted since)" to w-issue-text.
           move w-readded-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "  removed (added since)" to w-issue-text.
           move w-removed-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "entries out of stamp order" to w-issue-text.
           move w-stamp-order-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "chain breaks" to w-issue-text.
           move w-chain-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "half-written entries" to w-issue-text.
           move w-partial-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "master records the journal does not explain"
              to w-issue-text.
           move w-drift-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move spaces to pit-rpt-rec.
           if RECONSTRUCTION-UNCERTAIN
              move "RESULT: UNCERTAIN -- see the ** lines above"
                 to pit-rpt-rec
           else
              move "RESULT: CERTAIN" to pit-rpt-rec
           end-if.
           write pit-rpt-rec.
           close PIT-REPORT.
       write-reconciliation-ex.
           exit.

       write-count-line.
           move spaces to pit-rpt-rec.
           move w-issue-text to pit-rpt-rec(1:45).
           move z-count to pit-rpt-rec(46:9).
           write pit-rpt-rec.
       write-count-line-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-master-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move w-removed-count to w-rl-run-rejected.
           if RECONSTRUCTION-UNCERTAIN or MASTER-OUT-OF-ORDER
              or TOO-MANY-KEYS
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
