       identification division.
         program-id.  arrcatch.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select CATCHUP-REPORT assign "CATCHRPT"
              organization line sequential
              file status is w-rpt-file-status.
           select FLOW-STATUS assign to dynamic w-stat-assign
              organization line sequential
              file status is w-stat-file-status.
       data division.
       file section.
       fd  CATCHUP-REPORT.
       01  catchup-report-rec pic x(132).
       fd  FLOW-STATUS.
       01  flow-status-rec.
           05 fs-step pic x(08).
           05 filler pic x.
           05 fs-state pic x(04).
           05 filler pic x.
           05 fs-rc pic x(04).
           05 filler pic x.
           05 fs-stamp pic x(15).
           05 filler pic x.
           05 fs-bdate pic x(08).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==4==.

       78  CATCH-DATE-MAX value 60.

      *         the morning after an outage: every business date
      *         after the RUNCTL last-good date and before today (or
      *         through the date given) gets the flow deck run for it,
      *         oldest first.  Each date opens through arrrunctl D, so
      *         everything stamped through rundate carries that date;
      *         only a clean arrflow finish marks it good with
      *         arrrunctl G, and the first failure stops the catch-up
      *         with RUNCTL left on the failed date for the rerun.
      *           L  list what a catch-up would do, run nothing
      *           R  run the catch-up
      *         A date the deck's FLOWSTAT already shows finished is
      *         marked good without running again
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-stat-file-status pic x(02) value spaces.
           88  STAT-FILE-NOT-FOUND value "35".
           88  STAT-FILE-AT-EOF value "10".

       77  w-run-mode pic x value spaces.
           88  MODE-LIST value "L".
           88  MODE-RUN value "R".
       77  w-deck-assign pic x(08) value "FLOWDECK".
       77  w-stat-assign pic x(08) value "FLOWSTAT".
       77  w-through-date pic x(08) value spaces.
       77  w-last-good pic x(08) value spaces.
       77  w-today pic x(08) value spaces.

       77  w-date-count pic 9(03) value 0.
       01  w-date-tbl.
           05 w-date-entry occurs CATCH-DATE-MAX times.
              07 w-dt-date pic x(08).
              07 w-dt-weekday pic 9(01).
              07 w-dt-status pic x(09).
              07 w-dt-note pic x(50).

       77  w-date-idx pic 9(03) value 0.
       77  w-day-number pic 9(09) value 0.
       77  w-last-day pic 9(09) value 0.
       77  w-work-date pic 9(08) value 0.
       77  w-cand-date pic x(08) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-day-names pic x(21) value "MONTUEWEDTHUFRISATSUN".
       77  w-return-code pic s9(09) value 0.
       77  w-stopped pic x value "N".
           88  CATCHUP-STOPPED value "Y".
       77  w-rc-mode pic x value spaces.

      *         what the deck's FLOWSTAT says before a date runs: a
      *         finish for the date, or a half-done run for some
      *         other date that must not be restarted under this one
       77  w-fst-complete pic x value "N".
           88  FLOWSTAT-COMPLETE value "Y".
       77  w-fst-foreign pic x value "N".
           88  FLOWSTAT-FOREIGN-RUN value "Y".
       77  w-fst-foreign-date pic x(08) value spaces.

       77  w-processed-count pic 9(03) value 0.
       77  w-skipped-count pic 9(03) value 0.
       77  w-pending-count pic 9(03) value 0.
       77  w-failed-count pic 9(03) value 0.
       77  z-count pic zz9.
       77  w-rpt-ptr pic 9(03) value 0.
       77  w-flow-rc pic 9(04) value 0.

       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRCATCH".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-run-mode pic x.
       77  l-deck-name pic x(08).
       77  l-stat-name pic x(08).
       77  l-through-date pic x(08).

       procedure division using
           l-run-mode
           l-deck-name
           l-stat-name
           l-through-date
           .
           CATCHPARAMS.
           move "L" to w-run-mode.
           if w-narg >= 1 and l-run-mode not = space
              move l-run-mode to w-run-mode
           end-if.
           if w-narg >= 2 and l-deck-name not = spaces
              move l-deck-name to w-deck-assign
           end-if.
           if w-narg >= 3 and l-stat-name not = spaces
              move l-stat-name to w-stat-assign
           end-if.
           move spaces to w-through-date.
           if w-narg >= 4
              move l-through-date to w-through-date
           end-if.
           if not MODE-LIST and not MODE-RUN
              display "ARRCATCH mode must be L or R" upon console
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           call "rundate:reload".
           call "rundate:last-good" using w-last-good.
           if w-last-good(1:8) is not numeric
              display
                 "ARRCATCH RUNCTL carries no last-good date --"
                 " set one with arrrunctl G first"
                 upon console
              perform abandon-the-run thru abandon-the-run-ex
           end-if.

      *         without a through date the catch-up stops short of
      *         the wall-clock day: tonight's run is the regular one
           move function current-date(1:8) to w-today.
           if w-through-date(1:8) is not numeric
              compute w-day-number =
                 function integer-of-date(
                    function numval(w-today)) - 1
              compute w-work-date =
                 function date-of-integer(w-day-number)
              move w-work-date to w-through-date
           end-if.

           perform list-missing-dates thru list-missing-dates-ex.

           if MODE-RUN
              perform varying w-date-idx from 1 by 1
                 until w-date-idx > w-date-count
                 if w-dt-status(w-date-idx) = "MISSING"
                    if CATCHUP-STOPPED
                       move "PENDING" to w-dt-status(w-date-idx)
                       add 1 to w-pending-count
                    else
                       perform catch-up-one-date
                          thru catch-up-one-date-ex
                    end-if
                 end-if
              end-perform
           end-if.

           perform write-catchup-report
              thru write-catchup-report-ex.

           move 10090 to w-msg-no.
           move w-processed-count to z-count.
           move z-count to w-msg-sub1.
           move w-pending-count to z-count.
           move z-count to w-msg-sub2.
           call "msg:issue"
              using w-runlog-pgm w-msg-no
                    w-msg-sub1 w-msg-sub2.

           perform write-run-record thru write-run-record-ex.
           if CATCHUP-STOPPED
              goback giving KO
           end-if.
           goback giving OK.

      *         walk the calendar day by day: non-workdays are
      *         skipped and shown, workdays are the missing dates
       list-missing-dates.
           move 0 to w-date-count.
           compute w-day-number =
              function integer-of-date(function numval(w-last-good)).
           compute w-last-day =
              function integer-of-date(
                 function numval(w-through-date)).
           perform until w-day-number >= w-last-day
              or w-date-count >= CATCH-DATE-MAX
              add 1 to w-day-number
              compute w-work-date =
                 function date-of-integer(w-day-number)
              move w-work-date to w-cand-date
              add 1 to w-date-count
              move w-cand-date to w-dt-date(w-date-count)
              move spaces to w-dt-note(w-date-count)
              call "calendar:day-of-week"
                 using w-cand-date w-weekday
              move w-weekday(18:1) to w-dt-weekday(w-date-count)
              call "calendar:is-workday" using w-cand-date
                 giving w-return-code
              if w-return-code = OK
                 move "MISSING" to w-dt-status(w-date-count)
                 if MODE-LIST
                    add 1 to w-pending-count
                 end-if
              else
                 move "SKIPPED" to w-dt-status(w-date-count)
                 move "not a business day"
                    to w-dt-note(w-date-count)
                 add 1 to w-skipped-count
              end-if
           end-perform.
           if w-day-number < w-last-day
              display
                 "ARRCATCH more than " CATCH-DATE-MAX
                 " days to catch up -- the rest wait for a"
                 " second run"
                 upon console
           end-if.
       list-missing-dates-ex.
           exit.

       catch-up-one-date.
           perform read-flow-state thru read-flow-state-ex.
           if FLOWSTAT-FOREIGN-RUN
              move "Y" to w-stopped
              move "PENDING" to w-dt-status(w-date-idx)
              add 1 to w-pending-count
              string "FLOWSTAT holds an unfinished run for "
                 w-fst-foreign-date
                 into w-dt-note(w-date-idx)
              end-string
              move 10091 to w-msg-no
              move w-dt-date(w-date-idx) to w-msg-sub1
              move w-dt-note(w-date-idx) to w-msg-sub2
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
              exit paragraph
           end-if.

      *         open the date the way operations would by hand, and
      *         make every service in this process see it
           move "D" to w-rc-mode.
           call "arrrunctl" using w-rc-mode w-dt-date(w-date-idx)
              giving w-return-code.
           if w-return-code not = OK
              move "Y" to w-stopped
              move "FAILED" to w-dt-status(w-date-idx)
              move "arrrunctl could not open the date"
                 to w-dt-note(w-date-idx)
              add 1 to w-failed-count
              exit paragraph
           end-if.
           call "rundate:reload".

           if FLOWSTAT-COMPLETE
              move "already finished -- marked good"
                 to w-dt-note(w-date-idx)
           else
              display
                 "ARRCATCH running " w-deck-assign
                 " for business date " w-dt-date(w-date-idx)
                 upon console
              call "arrflow" using w-deck-assign w-stat-assign
                 giving w-return-code
              if w-return-code not = OK
                 move "Y" to w-stopped
                 move "FAILED" to w-dt-status(w-date-idx)
                 move w-return-code to w-flow-rc
                 string "arrflow rc=" w-flow-rc
                    " -- RUNCTL left on this date"
                    into w-dt-note(w-date-idx)
                 end-string
                 add 1 to w-failed-count
                 move 10091 to w-msg-no
                 move w-dt-date(w-date-idx) to w-msg-sub1
                 move w-dt-note(w-date-idx) to w-msg-sub2
                 call "msg:issue"
                    using w-runlog-pgm w-msg-no
                          w-msg-sub1 w-msg-sub2
                 exit paragraph
              end-if
              move "flow finished clean"
                 to w-dt-note(w-date-idx)
           end-if.

      *         a date the business date could not be moved past
      *         is not processed: the dates after it would run on
      *         the wrong rundate
           move "G" to w-rc-mode.
           call "arrrunctl" using w-rc-mode
              giving w-return-code.
           if w-return-code not = OK
              move "Y" to w-stopped
              move "FAILED" to w-dt-status(w-date-idx)
              move w-return-code to w-flow-rc
              move spaces to w-dt-note(w-date-idx)
              string "arrrunctl G rc=" w-flow-rc
                 " -- RUNCTL left on this date"
                 into w-dt-note(w-date-idx)
              end-string
              add 1 to w-failed-count
              move 10091 to w-msg-no
              move w-dt-date(w-date-idx) to w-msg-sub1
              move w-dt-note(w-date-idx) to w-msg-sub2
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
              exit paragraph
           end-if.
           call "rundate:reload".
           move "PROCESSED" to w-dt-status(w-date-idx).
           add 1 to w-processed-count.
       catch-up-one-date-ex.
           exit.

       read-flow-state.
           move "N" to w-fst-complete.
           move "N" to w-fst-foreign.
           move spaces to w-fst-foreign-date.
           open input FLOW-STATUS.
           if STAT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read FLOW-STATUS.
           perform until STAT-FILE-AT-EOF
              if fs-step = "*FLOWEND"
                 if fs-bdate = w-dt-date(w-date-idx)
                    move "Y" to w-fst-complete
                 end-if
              else
                 if fs-bdate not = w-dt-date(w-date-idx)
                    and fs-bdate not = spaces
                    move "Y" to w-fst-foreign
                    move fs-bdate to w-fst-foreign-date
                 end-if
              end-if
              read FLOW-STATUS
           end-perform.
           close FLOW-STATUS.
       read-flow-state-ex.
           exit.

       write-catchup-report.
           open output CATCHUP-REPORT.
           move spaces to catchup-report-rec.
           string "ARRCATCH CATCH-UP REPORT  deck=" w-deck-assign
              "  last-good=" w-last-good
              "  through=" w-through-date
              "  mode=" w-run-mode
              into catchup-report-rec
           end-string.
           write catchup-report-rec.
           move spaces to catchup-report-rec.
           write catchup-report-rec.
           move "DATE     DAY STATUS    NOTE" to catchup-report-rec.
           write catchup-report-rec.
           perform varying w-date-idx from 1 by 1
              until w-date-idx > w-date-count
              move spaces to catchup-report-rec
              string w-dt-date(w-date-idx) " "
                 w-day-names(w-dt-weekday(w-date-idx) * 3 - 2:3)
                 " " w-dt-status(w-date-idx)
                 " " w-dt-note(w-date-idx)
                 into catchup-report-rec
              end-string
              write catchup-report-rec
           end-perform.
           if w-date-count = 0
              move "    (nothing to catch up)" to catchup-report-rec
              write catchup-report-rec
           end-if.
           move spaces to catchup-report-rec.
           write catchup-report-rec.
           move spaces to catchup-report-rec.
           move 1 to w-rpt-ptr.
           move w-processed-count to z-count.
           string "PROCESSED " z-count
              into catchup-report-rec pointer w-rpt-ptr
           end-string.
           move w-skipped-count to z-count.
           string "   SKIPPED " z-count
              into catchup-report-rec pointer w-rpt-ptr
           end-string.
           write catchup-report-rec.
           move spaces to catchup-report-rec.
           move 1 to w-rpt-ptr.
           move w-failed-count to z-count.
           string "FAILED    " z-count
              into catchup-report-rec pointer w-rpt-ptr
           end-string.
           move w-pending-count to z-count.
           string "   PENDING " z-count
              into catchup-report-rec pointer w-rpt-ptr
           end-string.
           write catchup-report-rec.
           close CATCHUP-REPORT.
       write-catchup-report-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-date-count to w-rl-run-read.
           move w-processed-count to w-rl-run-written.
           compute w-rl-run-rejected =
              w-failed-count + w-pending-count.
           if CATCHUP-STOPPED
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.

      *         a run refused before it got going still closes the
      *         RUNLOG entry runlog:start opened
       abandon-the-run.
           move "Y" to w-stopped.
           perform write-run-record thru write-run-record-ex.
           goback giving KO.
       abandon-the-run-ex.
           exit.
