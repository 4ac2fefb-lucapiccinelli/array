       identification division.
         program-id.  arrevtfw.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select EVENT-FEED assign "EVTOUT"
              organization line sequential
              file status is w-feed-file-status.
           select EVENT-SEND assign "EVTSEND"
              organization line sequential
              file status is w-send-file-status.
           select EVENT-ACK assign "EVTACK"
              organization line sequential
              file status is w-ack-file-status.
           select FORWARD-STATE assign "EVTFWST"
              organization line sequential
              file status is w-state-file-status.
           select FORWARD-REPORT assign "EVTFWRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  EVENT-FEED.
       01  event-feed-rec pic x(512).
       fd  EVENT-SEND.
       01  event-send-rec pic x(530).
       fd  EVENT-ACK.
       01  event-ack-rec pic x(80).
       fd  FORWARD-STATE.
       01  forward-state-rec.
           05 fw-kind pic x.
           05 filler pic x.
           05 fw-seq pic 9(12).
           05 filler pic x.
           05 fw-tries pic 9(02).
           05 filler pic x.
           05 fw-stamp pic x(15).
       fd  FORWARD-REPORT.
       01  forward-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  EVTFW-PENDING-MAX value 5000.
       78  EVTFW-DEFAULT-TRIES value 5.

      *         ships the operational event feed (EVTOUT, written by
      *         evtlog) on to the enterprise monitor.  An event is
      *         known by its line number in the feed -- the seq the
      *         monitor sees, put in front of the event's own members
      *         on the EVTSEND line -- and EVTFWST remembers the run
      *         to run state:
      *           W watermark stamp         the last feed line shipped
      *           P seq tries stamp         shipped, not acknowledged
      *         Each run drops from the P lines whatever the monitor
      *         has acknowledged on EVTACK --
      *           ACK first [last]          one seq or a range
      *         gives up on an event sent max-tries times without an
      *         ack (the one parameter, default 5), puts every other
      *         outstanding event on EVTSEND again and the new events
      *         past the watermark after them.  The monitor keys on
      *         seq, so a resend it already had is harmless.  A feed
      *         shorter than the watermark was replaced under us: the
      *         run stops before shipping anything
       77  w-feed-file-status pic x(02) value spaces.
           88  FEED-FILE-NOT-FOUND value "35".
           88  FEED-FILE-AT-EOF value "10".
       77  w-send-file-status pic x(02) value spaces.
       77  w-ack-file-status pic x(02) value spaces.
           88  ACK-FILE-NOT-FOUND value "35".
           88  ACK-FILE-AT-EOF value "10".
       77  w-state-file-status pic x(02) value spaces.
           88  STATE-FILE-NOT-FOUND value "35".
           88  STATE-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

       77  w-max-tries pic 9(18) value 0.
       77  w-watermark pic 9(12) value 0.
       77  w-pend-count pic 9(04) value 0.
       01  w-pend-tbl.
           05 w-pend-entry occurs EVTFW-PENDING-MAX times.
              07 w-pd-seq pic 9(12).
              07 w-pd-tries pic 9(02).
              07 w-pd-stamp pic x(15).
              07 w-pd-state pic x.
                 88  PEND-OUTSTANDING value "P".
                 88  PEND-ACKED value "A".
                 88  PEND-GIVEN-UP value "X".
       77  w-pend-idx pic 9(04) value 0.
       77  w-scan-idx pic 9(04) value 0.

       77  w-ack-line pic x(80) value spaces.
       77  w-ack-tag pic x(08) value spaces.
       77  w-ack-first-tok pic x(14) value spaces.
       77  w-ack-last-tok pic x(14) value spaces.
       77  w-ack-first pic 9(12) value 0.
       77  w-ack-last pic 9(12) value 0.
       77  w-ack-hits pic 9(05) value 0.

       77  w-line-no pic 9(12) value 0.
       77  w-feed-lines pic 9(12) value 0.
       77  w-line-len pic 9(04) value 0.
       77  w-send-ptr pic 9(04) value 0.
       77  z-seq pic z(11)9.
       77  w-seq-lead pic 9(02) value 0.

       77  w-acks-read pic 9(09) value 0.
       77  w-acked-count pic 9(09) value 0.
       77  w-unknown-count pic 9(09) value 0.
       77  w-new-count pic 9(09) value 0.
       77  w-resent-count pic 9(09) value 0.
       77  w-given-up-count pic 9(09) value 0.
       77  w-held-count pic 9(09) value 0.
       77  w-outstanding-count pic 9(09) value 0.
       77  z-count pic z(08)9.

       77  w-business-date pic x(08) value spaces.
       77  w-run-stamp pic x(15) value spaces.

       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       77  w-runlog-pgm pic x(08) value "ARREVTFW".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-max-tries pic 9(MAX-NUMBER-SIZE).

       procedure division using
           l-max-tries
           .
           CATCHPARAMS.
           move 0 to w-max-tries.
           copy "catch9.pdv" replacing
               ==!W== by ==max-tries==
               ==!N== by ==1==.
           if w-max-tries = 0 or w-max-tries > 99
              move EVTFW-DEFAULT-TRIES to w-max-tries
           end-if.

           move 0 to w-acks-read.
           move 0 to w-acked-count.
           move 0 to w-unknown-count.
           move 0 to w-new-count.
           move 0 to w-resent-count.
           move 0 to w-given-up-count.
           move 0 to w-held-count.
           move 0 to w-outstanding-count.

           call "rundate:today" using w-business-date
              on exception
                 move function current-date(1:8)
                    to w-business-date
           end-call.
           perform get-run-stamp thru get-run-stamp-ex.

           call "runlog:start" using w-runlog-pgm.
           perform load-forward-state thru load-forward-state-ex.
           perform count-feed-lines thru count-feed-lines-ex.
           if w-feed-lines < w-watermark
              move w-feed-lines to z-seq
              move z-seq to w-msg-sub1
              move w-watermark to z-seq
              move z-seq to w-msg-sub2
              display
                 "ARREVTFW EVTOUT holds " function trim(w-msg-sub1)
                 " events but the watermark is "
                 function trim(w-msg-sub2)
                 " -- nothing shipped"
                 upon console
              move 10172 to w-msg-no
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.

           perform read-event-acks thru read-event-acks-ex.

           open output FORWARD-REPORT.
           move spaces to forward-report-rec.
           string "ARREVTFW EVENT FORWARDING  run "
              w-run-stamp "  business date " w-business-date
              into forward-report-rec
           end-string.
           write forward-report-rec.
           move spaces to forward-report-rec.
           write forward-report-rec.
           move "STATE          SEQ          TRIES  LAST SENT"
              to forward-report-rec.
           write forward-report-rec.

           perform give-up-stale-events
              thru give-up-stale-events-ex.
           perform ship-the-events thru ship-the-events-ex.
           perform rewrite-forward-state
              thru rewrite-forward-state-ex.
           perform write-report-totals
              thru write-report-totals-ex.
           close FORWARD-REPORT.

           move 10170 to w-msg-no.
           move w-new-count to z-count.
           move z-count to w-msg-sub1.
           move w-resent-count to z-count.
           move z-count to w-msg-sub2.
           call "msg:issue"
              using w-runlog-pgm w-msg-no
                    w-msg-sub1 w-msg-sub2.

           display
              "ARREVTFW new=" w-new-count
              " resent=" w-resent-count
              " acked=" w-acked-count
              " given-up=" w-given-up-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           if w-given-up-count > 0
              goback giving KO
           end-if.
           goback giving OK.

      *         the P lines come back in seq order -- the order they
      *         were shipped in
       load-forward-state.
           move 0 to w-watermark.
           move 0 to w-pend-count.
           open input FORWARD-STATE.
           if STATE-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read FORWARD-STATE.
           perform until STATE-FILE-AT-EOF
              evaluate fw-kind
                 when "W"
                    if fw-seq is numeric
                       move fw-seq to w-watermark
                    end-if
                 when "P"
                    if fw-seq is numeric
                       and w-pend-count < EVTFW-PENDING-MAX
                       add 1 to w-pend-count
                       move fw-seq to w-pd-seq(w-pend-count)
                       move 0 to w-pd-tries(w-pend-count)
                       if fw-tries is numeric
                          move fw-tries to w-pd-tries(w-pend-count)
                       end-if
                       move fw-stamp to w-pd-stamp(w-pend-count)
                       move "P" to w-pd-state(w-pend-count)
                    end-if
              end-evaluate
              read FORWARD-STATE
           end-perform.
           close FORWARD-STATE.
       load-forward-state-ex.
           exit.

       count-feed-lines.
           move 0 to w-feed-lines.
           open input EVENT-FEED.
           if FEED-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read EVENT-FEED.
           perform until FEED-FILE-AT-EOF
              add 1 to w-feed-lines
              read EVENT-FEED
           end-perform.
           close EVENT-FEED.
       count-feed-lines-ex.
           exit.

       read-event-acks.
           open input EVENT-ACK.
           if ACK-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read EVENT-ACK.
           perform until ACK-FILE-AT-EOF
              move event-ack-rec to w-ack-line
              perform match-one-ack thru match-one-ack-ex
              read EVENT-ACK
           end-perform.
           close EVENT-ACK.
       read-event-acks-ex.
           exit.

      *         an ack for nothing outstanding -- acknowledged on an
      *         earlier run, or never ours -- is only counted
       match-one-ack.
           if w-ack-line = spaces or w-ack-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-ack-tag.
           move spaces to w-ack-first-tok.
           move spaces to w-ack-last-tok.
           unstring w-ack-line
              delimited by all spaces
              into w-ack-tag w-ack-first-tok w-ack-last-tok
           end-unstring.
           if w-ack-tag not = "ACK"
              or function trim(w-ack-first-tok) is not numeric
              exit paragraph
           end-if.
           add 1 to w-acks-read.
           compute w-ack-first = function numval(w-ack-first-tok).
           move w-ack-first to w-ack-last.
           if function trim(w-ack-last-tok) is numeric
              compute w-ack-last = function numval(w-ack-last-tok)
           end-if.

           move 0 to w-ack-hits.
           perform varying w-pend-idx from 1 by 1
              until w-pend-idx > w-pend-count
              if PEND-OUTSTANDING(w-pend-idx)
                 and w-pd-seq(w-pend-idx) >= w-ack-first
                 and w-pd-seq(w-pend-idx) <= w-ack-last
                 move "A" to w-pd-state(w-pend-idx)
                 add 1 to w-acked-count
                 add 1 to w-ack-hits
              end-if
           end-perform.
           if w-ack-hits = 0
              add 1 to w-unknown-count
           end-if.
       match-one-ack-ex.
           exit.

      *         sent max-tries times and still not acknowledged: the
      *         monitor is not going to take it from us
       give-up-stale-events.
           perform varying w-pend-idx from 1 by 1
              until w-pend-idx > w-pend-count
              if PEND-OUTSTANDING(w-pend-idx)
                 and w-pd-tries(w-pend-idx) >= w-max-tries
                 move "X" to w-pd-state(w-pend-idx)
                 add 1 to w-given-up-count
                 move spaces to forward-report-rec
                 move "GIVEN-UP" to forward-report-rec(1:14)
                 perform write-pending-line
                    thru write-pending-line-ex
                 move w-pd-seq(w-pend-idx) to z-seq
                 move z-seq to w-msg-sub1
                 move w-pd-tries(w-pend-idx) to w-msg-sub2
                 move 10171 to w-msg-no
                 call "msg:issue"
                    using w-runlog-pgm w-msg-no
                          w-msg-sub1 w-msg-sub2
              end-if
           end-perform.
       give-up-stale-events-ex.
           exit.

      *         one pass over the feed: an outstanding event goes
      *         again at its own line, a line past the watermark goes
      *         for the first time while there is room to track it
       ship-the-events.
           open output EVENT-SEND.
           open input EVENT-FEED.
           if FEED-FILE-NOT-FOUND
              close EVENT-SEND
              exit paragraph
           end-if.
           move 0 to w-line-no.
           move 1 to w-scan-idx.
           read EVENT-FEED.
           perform until FEED-FILE-AT-EOF
              add 1 to w-line-no
              perform until w-scan-idx > w-pend-count
                 or w-pd-seq(w-scan-idx) >= w-line-no
                 add 1 to w-scan-idx
              end-perform
              evaluate true
                 when w-scan-idx <= w-pend-count
                    and w-pd-seq(w-scan-idx) = w-line-no
                    if PEND-OUTSTANDING(w-scan-idx)
                       move w-scan-idx to w-pend-idx
                       perform resend-one-event
                          thru resend-one-event-ex
                    end-if
                 when w-line-no > w-watermark
                    if w-pend-count < EVTFW-PENDING-MAX
                       perform send-new-event
                          thru send-new-event-ex
                    else
                       add 1 to w-held-count
                    end-if
              end-evaluate
              read EVENT-FEED
           end-perform.
           close EVENT-FEED.
           close EVENT-SEND.
       ship-the-events-ex.
           exit.

       resend-one-event.
           add 1 to w-pd-tries(w-pend-idx).
           move w-run-stamp to w-pd-stamp(w-pend-idx).
           perform write-send-line thru write-send-line-ex.
           add 1 to w-resent-count.
           move spaces to forward-report-rec.
           move "RESENT" to forward-report-rec(1:14).
           perform write-pending-line thru write-pending-line-ex.
       resend-one-event-ex.
           exit.

      *         the watermark follows the last line actually shipped,
      *         so events held back for room go first next run
       send-new-event.
           add 1 to w-pend-count.
           move w-pend-count to w-pend-idx.
           move w-line-no to w-pd-seq(w-pend-idx).
           move 1 to w-pd-tries(w-pend-idx).
           move w-run-stamp to w-pd-stamp(w-pend-idx).
           move "P" to w-pd-state(w-pend-idx).
           move w-pend-count to w-scan-idx.
           perform write-send-line thru write-send-line-ex.
           move w-line-no to w-watermark.
           add 1 to w-new-count.
       send-new-event-ex.
           exit.

      *         {"seq":n, then the event's own members
       write-send-line.
           move 0 to w-line-len.
           inspect function reverse(event-feed-rec)
              tallying w-line-len for leading spaces.
           compute w-line-len = 512 - w-line-len.
           move spaces to event-send-rec.
           move 1 to w-send-ptr.
           move w-pd-seq(w-pend-idx) to z-seq.
           move 0 to w-seq-lead.
           inspect z-seq tallying w-seq-lead for leading spaces.
           string
              "{""seq"":" z-seq(w-seq-lead + 1:12 - w-seq-lead)
              delimited by size
              into event-send-rec
              pointer w-send-ptr
           end-string.
           if event-feed-rec(1:1) = "{" and w-line-len > 2
              string
                 "," event-feed-rec(2:w-line-len - 1)
                 delimited by size
                 into event-send-rec
                 pointer w-send-ptr
              end-string
           else
              string "}" delimited by size
                 into event-send-rec
                 pointer w-send-ptr
              end-string
           end-if.
           write event-send-rec.
       write-send-line-ex.
           exit.

       write-pending-line.
           move w-pd-seq(w-pend-idx) to z-seq.
           move z-seq to forward-report-rec(16:12).
           move w-pd-tries(w-pend-idx) to forward-report-rec(31:2).
           move w-pd-stamp(w-pend-idx) to forward-report-rec(36:15).
           write forward-report-rec.
       write-pending-line-ex.
           exit.

       rewrite-forward-state.
           open output FORWARD-STATE.
           move spaces to forward-state-rec.
           move "W" to fw-kind.
           move w-watermark to fw-seq.
           move 0 to fw-tries.
           move w-run-stamp to fw-stamp.
           write forward-state-rec.
           perform varying w-pend-idx from 1 by 1
              until w-pend-idx > w-pend-count
              if PEND-OUTSTANDING(w-pend-idx)
                 add 1 to w-outstanding-count
                 move spaces to forward-state-rec
                 move "P" to fw-kind
                 move w-pd-seq(w-pend-idx) to fw-seq
                 move w-pd-tries(w-pend-idx) to fw-tries
                 move w-pd-stamp(w-pend-idx) to fw-stamp
                 write forward-state-rec
              end-if
           end-perform.
           close FORWARD-STATE.
       rewrite-forward-state-ex.
           exit.

       write-report-totals.
           move spaces to forward-report-rec.
           write forward-report-rec.
           move spaces to forward-report-rec.
           move w-acks-read to z-count.
           string "ACKS READ " z-count
              "  ACKED " delimited by size
              into forward-report-rec
           end-string.
           move w-acked-count to z-count.
           move z-count to forward-report-rec(28:9).
           move "NOTHING OUTSTANDING" to forward-report-rec(39:19).
           move w-unknown-count to z-count.
           move z-count to forward-report-rec(59:9).
           write forward-report-rec.
           move spaces to forward-report-rec.
           move w-new-count to z-count.
           string "NEW       " z-count
              "  RESENT" delimited by size
              into forward-report-rec
           end-string.
           move w-resent-count to z-count.
           move z-count to forward-report-rec(28:9).
           move "GIVEN UP" to forward-report-rec(39:8).
           move w-given-up-count to z-count.
           move z-count to forward-report-rec(59:9).
           write forward-report-rec.
           move spaces to forward-report-rec.
           move w-outstanding-count to z-count.
           string "AWAITING  " z-count
              "  HELD  " delimited by size
              into forward-report-rec
           end-string.
           move w-held-count to z-count.
           move z-count to forward-report-rec(28:9).
           move "WATERMARK" to forward-report-rec(39:9).
           move w-watermark to z-seq.
           move z-seq to forward-report-rec(56:12).
           write forward-report-rec.
       write-report-totals-ex.
           exit.

       get-run-stamp.
           move spaces to w-run-stamp.
           call "rundate:stamp" using w-run-stamp
              on exception
                 string
                    function current-date(1:8) "-"
                    function current-date(9:6)
                    into w-run-stamp
                 end-string
           end-call.
       get-run-stamp-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-feed-lines to w-rl-run-read.
           if w-line-no > w-feed-lines
              move w-line-no to w-rl-run-read
           end-if.
           compute w-rl-run-written = w-new-count + w-resent-count.
           move w-given-up-count to w-rl-run-rejected.
           if w-given-up-count > 0 or w-feed-lines < w-watermark
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
