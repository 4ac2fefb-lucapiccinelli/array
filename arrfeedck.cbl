       identification division.
         program-id.  arrfeedck.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select FEED-CALENDAR assign "FEEDCAL"
              organization line sequential
              file status is w-cal-file-status.
           select SUBMISSION-HISTORY assign "SUBHIST"
              organization line sequential
              file status is w-hist-file-status.
           select FEED-WAIVERS assign "FEEDWAIV"
              organization line sequential
              file status is w-waiv-file-status.
           select FEED-REPORT assign "FEEDRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  FEED-CALENDAR.
       01  feed-calendar-rec pic x(132).
       fd  SUBMISSION-HISTORY.
       01  submission-history-rec.
           05 sh-stamp pic x(15).
           05 filler pic x.
           05 sh-count pic x(09).
           05 filler pic x.
           05 sh-hash pic x(15).
           05 filler pic x.
           05 sh-first-key pic x(30).
           05 filler pic x.
           05 sh-last-key pic x(30).
           05 filler pic x.
           05 sh-bdate pic x(08).
           05 filler pic x.
           05 sh-feed pic x(16).
       fd  FEED-WAIVERS.
       01  feed-waiver-rec.
           05 fw-tag pic x(05).
           05 filler pic x.
           05 fw-feed pic x(16).
           05 filler pic x.
           05 fw-bdate pic x(08).
           05 filler pic x.
           05 fw-operator pic x(16).
           05 filler pic x.
           05 fw-stamp pic x(15).
       fd  FEED-REPORT.
       01  feed-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  FEED-MAX value 100.
       78  FEED-EXTRA-MAX value 50.

      *         the other half of arrguard: arrguard stops a file
      *         that arrives twice, this step notices the one that
      *         never arrives.  FEEDCAL names every feed we expect:
      *           FEED name days cutoff min max [MANDATORY|OPTIONAL]
      *         days is DAILY (every workday), MONTH-END, or a list
      *         of weekdays such as MON/WED/FRI; cutoff is hhmm on
      *         the business date; min and max bound the record
      *         count.  The arrguard SUBHIST lines filed under the
      *         feed (GRDCARD FEED card) for the processing date are
      *         what counts as received.  Each feed due tonight is
      *         RECEIVED, LATE, MISSING or VOLUME-OUT-OF-RANGE, and a
      *         SUBHIST line for a feed not due is UNEXPECTED.
      *           C  check (the default) -- a mandatory feed missing
      *              and not waived ends the step KO, so arrflow holds
      *              every step behind it and a rerun restarts here
      *           W  the operator waives a feed for the processing
      *              date (USER is recorded in FEEDWAIV)
      *         the optional feed name narrows C to the one feed a
      *         gate step in the deck is waiting for
       77  w-cal-file-status pic x(02) value spaces.
           88  CAL-FILE-NOT-FOUND value "35".
           88  CAL-FILE-AT-EOF value "10".
       77  w-hist-file-status pic x(02) value spaces.
           88  HIST-FILE-NOT-FOUND value "35".
           88  HIST-FILE-AT-EOF value "10".
       77  w-waiv-file-status pic x(02) value spaces.
           88  WAIV-FILE-NOT-FOUND value "35".
           88  WAIV-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

       77  w-run-mode pic x value spaces.
           88  MODE-CHECK value "C".
           88  MODE-WAIVE value "W".
       77  w-only-feed pic x(16) value spaces.

       77  w-feed-count pic 9(03) value 0.
       01  w-feed-tbl.
           05 w-feed-entry occurs FEED-MAX times.
              07 w-fd-name pic x(16).
              07 w-fd-days pic x(32).
              07 w-fd-cutoff pic 9(04).
              07 w-fd-min pic 9(09).
              07 w-fd-max pic 9(09).
              07 w-fd-mandatory pic x.
                 88 FEED-IS-MANDATORY value "Y".
              07 w-fd-due pic x.
                 88 FEED-IS-DUE value "Y".
              07 w-fd-received pic x.
                 88 FEED-IS-RECEIVED value "Y".
              07 w-fd-waived pic x.
                 88 FEED-IS-WAIVED value "Y".
              07 w-fd-waived-by pic x(16).
              07 w-fd-stamp pic x(15).
              07 w-fd-records pic 9(09).
              07 w-fd-status pic x(19).

      *         SUBHIST lines for the date that no due feed claims
       77  w-extra-count pic 9(03) value 0.
       01  w-extra-tbl.
           05 w-extra-entry occurs FEED-EXTRA-MAX times.
              07 w-ex-feed pic x(16).
              07 w-ex-stamp pic x(15).
              07 w-ex-records pic 9(09).

       77  w-card-line pic x(132) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-name pic x(16) value spaces.
       77  w-tok-days pic x(32) value spaces.
       77  w-tok-cutoff pic x(08) value spaces.
       77  w-tok-min pic x(10) value spaces.
       77  w-tok-max pic x(10) value spaces.
       77  w-tok-need pic x(10) value spaces.

       77  w-business-date pic x(08) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-day-names pic x(21) value "MONTUEWEDTHUFRISATSUN".
       77  w-day-name pic x(03) value spaces.
       77  w-day-hits pic 9(03) value 0.
       77  w-next-workday pic x(08) value spaces.
       77  w-is-workday pic x value "N".
           88  DATE-IS-WORKDAY value "Y".
       77  w-return-code pic s9(09) value 0.

       77  w-feed-idx pic 9(03) value 0.
       77  w-extra-idx pic 9(03) value 0.
       77  w-found pic x value "N".
           88  FEED-FOUND value "Y".
       77  w-arrival-time pic 9(04) value 0.

       77  w-hold-count pic 9(03) value 0.
       77  w-missing-count pic 9(03) value 0.
       77  w-late-count pic 9(03) value 0.
       77  w-volume-count pic 9(03) value 0.
       77  w-received-count pic 9(03) value 0.
       77  w-due-count pic 9(03) value 0.
       77  w-history-read pic 9(09) value 0.
       77  z-count pic zz9.
       77  z-records pic z(08)9.
       77  w-report-note pic x(48) value spaces.
       77  w-range-low pic x(09) value spaces.

       77  w-operator pic x(16) value spaces.
       77  w-run-stamp pic x(15) value spaces.

       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRFEED".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-run-mode pic x.
       77  l-only-feed pic x(16).

       procedure division using
           l-run-mode
           l-only-feed
           .
           CATCHPARAMS.
           move "C" to w-run-mode.
           if w-narg >= 1 and l-run-mode not = space
              move l-run-mode to w-run-mode
           end-if.
           move spaces to w-only-feed.
           if w-narg >= 2
              move l-only-feed to w-only-feed
           end-if.
           if not MODE-CHECK and not MODE-WAIVE
              display "ARRFEEDCK mode must be C or W" upon console
              goback giving KO
           end-if.

           call "rundate:today" using w-business-date
              on exception
                 move function current-date(1:8)
                    to w-business-date
           end-call.

           if MODE-WAIVE
              perform waive-the-feed thru waive-the-feed-ex
              goback giving w-return-code
           end-if.

           call "runlog:start" using w-runlog-pgm.
           move 0 to w-feed-count.
           move 0 to w-extra-count.
           move 0 to w-history-read.
           move 0 to w-due-count.
           move 0 to w-received-count.
           move 0 to w-late-count.
           move 0 to w-missing-count.
           move 0 to w-volume-count.
           move 0 to w-hold-count.
           perform read-feed-calendar thru read-feed-calendar-ex.
           if w-feed-count = 0
              display "ARRFEEDCK no FEEDCAL table" upon console
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.

           perform resolve-due-feeds thru resolve-due-feeds-ex.
           perform read-submission-history
              thru read-submission-history-ex.
           perform read-feed-waivers thru read-feed-waivers-ex.
           perform judge-each-feed thru judge-each-feed-ex.
           perform write-feed-report thru write-feed-report-ex.

           move 10102 to w-msg-no.
           move w-received-count to z-count.
           move z-count to w-msg-sub1.
           move w-due-count to z-count.
           move z-count to w-msg-sub2.
           call "msg:issue"
              using w-runlog-pgm w-msg-no
                    w-msg-sub1 w-msg-sub2.

           perform write-run-record thru write-run-record-ex.
           if w-hold-count > 0
              display
                 "ARRFEEDCK " w-hold-count
                 " mandatory feed(s) missing -- flow held until"
                 " they arrive or are waived"
                 upon console
              goback giving KO
           end-if.
           goback giving OK.

       read-feed-calendar.
           open input FEED-CALENDAR.
           if CAL-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read FEED-CALENDAR.
           perform until CAL-FILE-AT-EOF
              move feed-calendar-rec to w-card-line
              perform parse-feed-line thru parse-feed-line-ex
              read FEED-CALENDAR
           end-perform.
           close FEED-CALENDAR.
       read-feed-calendar-ex.
           exit.

       parse-feed-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           if w-feed-count >= FEED-MAX
              exit paragraph
           end-if.

           move spaces to w-tok-kind.
           move spaces to w-tok-name.
           move spaces to w-tok-days.
           move spaces to w-tok-cutoff.
           move spaces to w-tok-min.
           move spaces to w-tok-max.
           move spaces to w-tok-need.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-name w-tok-days w-tok-cutoff
                   w-tok-min w-tok-max w-tok-need
           end-unstring.
           if w-tok-kind not = "FEED" or w-tok-name = spaces
              exit paragraph
           end-if.

           add 1 to w-feed-count.
           initialize w-feed-entry(w-feed-count).
           move w-tok-name to w-fd-name(w-feed-count).
           move w-tok-days to w-fd-days(w-feed-count).
           if w-tok-cutoff(1:4) is numeric
              move w-tok-cutoff(1:4) to w-fd-cutoff(w-feed-count)
           else
              move 2359 to w-fd-cutoff(w-feed-count)
           end-if.
           if w-tok-min = spaces
              move 0 to w-fd-min(w-feed-count)
           else
              compute w-fd-min(w-feed-count) =
                 function numval(w-tok-min)
           end-if.
           if w-tok-max = spaces
              move 999999999 to w-fd-max(w-feed-count)
           else
              compute w-fd-max(w-feed-count) =
                 function numval(w-tok-max)
           end-if.
           if w-tok-need = "OPTIONAL"
              move "N" to w-fd-mandatory(w-feed-count)
           else
              move "Y" to w-fd-mandatory(w-feed-count)
           end-if.
       parse-feed-line-ex.
           exit.

      *         nothing is due on a weekend or holiday; otherwise the
      *         days token decides
       resolve-due-feeds.
           move "N" to w-is-workday.
           call "calendar:is-workday" using w-business-date
              giving w-return-code.
           if w-return-code = OK
              move "Y" to w-is-workday
           end-if.
           call "calendar:day-of-week"
              using w-business-date w-weekday.
           move spaces to w-day-name.
           if w-weekday >= 1 and w-weekday <= 7
              move w-day-names(w-weekday * 3 - 2:3) to w-day-name
           end-if.

           perform varying w-feed-idx from 1 by 1
              until w-feed-idx > w-feed-count
              move "N" to w-fd-due(w-feed-idx)
              if DATE-IS-WORKDAY
                 evaluate w-fd-days(w-feed-idx)
                    when "DAILY"
                       move "Y" to w-fd-due(w-feed-idx)
                    when "MONTH-END"
                       call "calendar:next-workday"
                          using w-business-date w-next-workday
                       if w-next-workday(5:2) not =
                          w-business-date(5:2)
                          move "Y" to w-fd-due(w-feed-idx)
                       end-if
                    when other
                       move 0 to w-day-hits
                       inspect w-fd-days(w-feed-idx)
                          tallying w-day-hits for all w-day-name
                       if w-day-hits > 0
                          move "Y" to w-fd-due(w-feed-idx)
                       end-if
                 end-evaluate
              end-if
              if w-only-feed not = spaces
                 and w-fd-name(w-feed-idx) not = w-only-feed
                 move "N" to w-fd-due(w-feed-idx)
              end-if
              if FEED-IS-DUE(w-feed-idx)
                 add 1 to w-due-count
              end-if
           end-perform.
       resolve-due-feeds-ex.
           exit.

      *         the last submission filed for a feed and the date is
      *         the one that counts -- an override resend replaces
      *         the first
       read-submission-history.
           open input SUBMISSION-HISTORY.
           if HIST-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read SUBMISSION-HISTORY.
           perform until HIST-FILE-AT-EOF
              if sh-bdate = w-business-date
                 add 1 to w-history-read
                 perform file-one-submission
                    thru file-one-submission-ex
              end-if
              read SUBMISSION-HISTORY
           end-perform.
           close SUBMISSION-HISTORY.
       read-submission-history-ex.
           exit.

       file-one-submission.
           move "N" to w-found.
           perform varying w-feed-idx from 1 by 1
              until w-feed-idx > w-feed-count or FEED-FOUND
              if w-fd-name(w-feed-idx) = sh-feed
                 move "Y" to w-found
              end-if
           end-perform.
           if FEED-FOUND
              subtract 1 from w-feed-idx
              if FEED-IS-DUE(w-feed-idx)
                 move "Y" to w-fd-received(w-feed-idx)
                 move sh-stamp to w-fd-stamp(w-feed-idx)
                 if sh-count is numeric
                    move sh-count to w-fd-records(w-feed-idx)
                 else
                    move 0 to w-fd-records(w-feed-idx)
                 end-if
                 exit paragraph
              end-if
              if w-only-feed not = spaces
                 exit paragraph
              end-if
           end-if.
           if w-only-feed not = spaces
              and sh-feed not = w-only-feed
              exit paragraph
           end-if.
           if w-extra-count >= FEED-EXTRA-MAX
              exit paragraph
           end-if.
           add 1 to w-extra-count.
           move sh-feed to w-ex-feed(w-extra-count).
           if sh-feed = spaces
              move "(unnamed)" to w-ex-feed(w-extra-count)
           end-if.
           move sh-stamp to w-ex-stamp(w-extra-count).
           if sh-count is numeric
              move sh-count to w-ex-records(w-extra-count)
           else
              move 0 to w-ex-records(w-extra-count)
           end-if.
       file-one-submission-ex.
           exit.

       read-feed-waivers.
           open input FEED-WAIVERS.
           if WAIV-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read FEED-WAIVERS.
           perform until WAIV-FILE-AT-EOF
              if fw-tag = "WAIVE" and fw-bdate = w-business-date
                 perform varying w-feed-idx from 1 by 1
                    until w-feed-idx > w-feed-count
                    if w-fd-name(w-feed-idx) = fw-feed
                       move "Y" to w-fd-waived(w-feed-idx)
                       move fw-operator
                          to w-fd-waived-by(w-feed-idx)
                    end-if
                 end-perform
              end-if
              read FEED-WAIVERS
           end-perform.
           close FEED-WAIVERS.
       read-feed-waivers-ex.
           exit.

      *         a count outside the range outranks lateness: the
      *         file is there but the content is suspect
       judge-each-feed.
           perform varying w-feed-idx from 1 by 1
              until w-feed-idx > w-feed-count
              if FEED-IS-DUE(w-feed-idx)
                 perform judge-one-feed thru judge-one-feed-ex
              end-if
           end-perform.
       judge-each-feed-ex.
           exit.

       judge-one-feed.
           if not FEED-IS-RECEIVED(w-feed-idx)
              move "MISSING" to w-fd-status(w-feed-idx)
              add 1 to w-missing-count
              if FEED-IS-MANDATORY(w-feed-idx)
                 and not FEED-IS-WAIVED(w-feed-idx)
                 add 1 to w-hold-count
                 move 10100 to w-msg-no
                 move w-fd-name(w-feed-idx) to w-msg-sub1
                 move w-business-date to w-msg-sub2
                 call "msg:issue"
                    using w-runlog-pgm w-msg-no
                          w-msg-sub1 w-msg-sub2
              end-if
              exit paragraph
           end-if.

           if w-fd-records(w-feed-idx) < w-fd-min(w-feed-idx)
              or w-fd-records(w-feed-idx) > w-fd-max(w-feed-idx)
              move "VOLUME-OUT-OF-RANGE" to w-fd-status(w-feed-idx)
              add 1 to w-volume-count
              move 10101 to w-msg-no
              move w-fd-name(w-feed-idx) to w-msg-sub1
              move w-fd-status(w-feed-idx) to w-msg-sub2
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
              exit paragraph
           end-if.

           move w-fd-stamp(w-feed-idx)(10:4) to w-arrival-time.
           if w-fd-stamp(w-feed-idx)(1:8) > w-business-date
              or (w-fd-stamp(w-feed-idx)(1:8) = w-business-date
                  and w-arrival-time > w-fd-cutoff(w-feed-idx))
              move "LATE" to w-fd-status(w-feed-idx)
              add 1 to w-late-count
              move 10101 to w-msg-no
              move w-fd-name(w-feed-idx) to w-msg-sub1
              move w-fd-status(w-feed-idx) to w-msg-sub2
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
              exit paragraph
           end-if.

           move "RECEIVED" to w-fd-status(w-feed-idx).
           add 1 to w-received-count.
       judge-one-feed-ex.
           exit.

       write-feed-report.
           open output FEED-REPORT.
           move spaces to feed-report-rec.
           string "ARRFEEDCK EXPECTED FEEDS  business date "
              w-business-date " " w-day-name
              into feed-report-rec
           end-string.
           write feed-report-rec.
           move spaces to feed-report-rec.
           write feed-report-rec.
           move
              "FEED             STATUS              RECORDS"
              to feed-report-rec.
           move "ARRIVED         NOTE" to feed-report-rec(48:20).
           write feed-report-rec.

           perform varying w-feed-idx from 1 by 1
              until w-feed-idx > w-feed-count
              if FEED-IS-DUE(w-feed-idx)
                 perform write-feed-line thru write-feed-line-ex
              end-if
           end-perform.

           perform varying w-extra-idx from 1 by 1
              until w-extra-idx > w-extra-count
              move spaces to feed-report-rec
              move w-ex-feed(w-extra-idx) to feed-report-rec(1:16)
              move "UNEXPECTED" to feed-report-rec(18:19)
              move w-ex-records(w-extra-idx) to z-records
              move z-records to feed-report-rec(38:9)
              move w-ex-stamp(w-extra-idx) to feed-report-rec(48:15)
              move "not due on this business date"
                 to feed-report-rec(64:48)
              write feed-report-rec
           end-perform.

           if w-due-count = 0 and w-extra-count = 0
              move "    (no feeds due)" to feed-report-rec
              write feed-report-rec
           end-if.

           move spaces to feed-report-rec.
           write feed-report-rec.
           move spaces to feed-report-rec.
           move w-due-count to z-count.
           string "DUE " z-count into feed-report-rec.
           move w-received-count to z-count.
           string feed-report-rec(1:7) "  RECEIVED " z-count
              into feed-report-rec
           end-string.
           move w-late-count to z-count.
           string feed-report-rec(1:21) "  LATE " z-count
              into feed-report-rec
           end-string.
           move w-missing-count to z-count.
           string feed-report-rec(1:31) "  MISSING " z-count
              into feed-report-rec
           end-string.
           move w-volume-count to z-count.
           string feed-report-rec(1:44) "  VOLUME " z-count
              into feed-report-rec
           end-string.
           move w-extra-count to z-count.
           string feed-report-rec(1:56) "  UNEXPECTED " z-count
              into feed-report-rec
           end-string.
           write feed-report-rec.
           move spaces to feed-report-rec.
           if w-hold-count > 0
              move "FLOW HELD -- mandatory feed missing"
                 to feed-report-rec
           else
              move "FLOW RELEASED" to feed-report-rec
           end-if.
           write feed-report-rec.
           close FEED-REPORT.
       write-feed-report-ex.
           exit.

       write-feed-line.
           move spaces to w-report-note.
           evaluate true
              when w-fd-status(w-feed-idx) = "MISSING"
                 and FEED-IS-WAIVED(w-feed-idx)
                 string "waived by " w-fd-waived-by(w-feed-idx)
                    into w-report-note
                 end-string
              when w-fd-status(w-feed-idx) = "MISSING"
                 and FEED-IS-MANDATORY(w-feed-idx)
                 move "mandatory -- flow held" to w-report-note
              when w-fd-status(w-feed-idx) = "MISSING"
                 move "optional" to w-report-note
              when w-fd-status(w-feed-idx) = "VOLUME-OUT-OF-RANGE"
                 move w-fd-min(w-feed-idx) to z-records
                 move z-records to w-range-low
                 move w-fd-max(w-feed-idx) to z-records
                 string "expected " function trim(w-range-low)
                    " to " function trim(z-records)
                    into w-report-note
                 end-string
              when w-fd-status(w-feed-idx) = "LATE"
                 string "cut-off " w-fd-cutoff(w-feed-idx)
                    into w-report-note
                 end-string
           end-evaluate.

           move spaces to feed-report-rec.
           move w-fd-name(w-feed-idx) to feed-report-rec(1:16).
           move w-fd-status(w-feed-idx) to feed-report-rec(18:19).
           if FEED-IS-RECEIVED(w-feed-idx)
              move w-fd-records(w-feed-idx) to z-records
              move z-records to feed-report-rec(38:9)
              move w-fd-stamp(w-feed-idx) to feed-report-rec(48:15)
           end-if.
           move w-report-note to feed-report-rec(64:48).
           write feed-report-rec.
       write-feed-line-ex.
           exit.

      *         W: the operator releases a feed that will not come
       waive-the-feed.
           if w-only-feed = spaces
              display "ARRFEEDCK W needs the feed name" upon console
              move KO to w-return-code
              exit paragraph
           end-if.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
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

           open extend FEED-WAIVERS.
           if WAIV-FILE-NOT-FOUND
              open output FEED-WAIVERS
           end-if.
           move spaces to feed-waiver-rec.
           move "WAIVE" to fw-tag.
           move w-only-feed to fw-feed.
           move w-business-date to fw-bdate.
           move w-operator to fw-operator.
           move w-run-stamp to fw-stamp.
           write feed-waiver-rec.
           close FEED-WAIVERS.
           display
              "ARRFEEDCK feed " w-only-feed
              " waived for " w-business-date
              " by " w-operator
              upon console.
           move OK to w-return-code.
       waive-the-feed-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-history-read to w-rl-run-read.
           move w-received-count to w-rl-run-written.
           compute w-rl-run-rejected =
              w-missing-count + w-late-count + w-volume-count
              + w-extra-count.
           if w-hold-count > 0 or w-feed-count = 0
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
