       identification division.
         program-id.  arrrecur.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select RECUR-MASTER assign "RECURMST"
              organization line sequential
              file status is w-mst-file-status.
           select RECUR-CARD assign "RECURCRD"
              organization line sequential
              file status is w-card-file-status.
           select DUE-OUT assign "DUEOUT"
              organization line sequential
              file status is w-out-file-status.
           select RECUR-REPORT assign "RECURRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
      *         one standing order or repayment plan per line --
      *           frequency  WK weekly, BW fortnightly, MO monthly,
      *                      QU quarterly, SA half-yearly, AN yearly
      *           day rule   01-31 that day of the month (the last
      *                      day in a shorter month), LAST the last
      *                      calendar day, LBD the last business day,
      *                      FBD the first business day, blank the
      *                      start date's day; weekly plans keep the
      *                      start date's weekday
      *           end date or occurrence count, either or both; a
      *           plan with neither runs on
      *           roll       F, P or M for this plan alone, blank
      *                      for the RECURCRD convention
       fd  RECUR-MASTER.
       01  recur-master-rec.
           05 rm-key pic x(20).
           05 rm-start-date pic x(08).
           05 rm-frequency pic x(02).
           05 rm-day-rule pic x(04).
           05 rm-end-date pic x(08).
           05 rm-count pic x(05).
           05 rm-amount pic s9(13)v99 sign leading separate.
           05 rm-roll pic x.
           05 filler pic x(16).
       fd  RECUR-CARD.
       01  recur-card-rec pic x(80).
      *         the due items, in due-date order, ready for arrmatch
      *         as its TRANIN: key at offset 0 for 33 bytes (date,
      *         plan, occurrence), action A at offset 33
       fd  DUE-OUT.
       01  due-out-rec pic x(60).
       fd  RECUR-REPORT.
       01  recur-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  DUE-ELEMENT-SZ value 60.
       78  DUE-SORT-KEY-SZ value 33.
       78  OCCURRENCE-LIMIT value 9999.
       78  HORIZON-DAYS-DEFAULT value 31.

       77  w-mst-file-status pic x(02) value spaces.
           88  MST-FILE-NOT-FOUND value "35".
           88  MST-FILE-AT-EOF value "10".
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
       77  w-rpt-file-status pic x(02) value spaces.

      *         the RECURCRD deck:
      *           FROM ccyymmdd     horizon start, the business date
      *                             when not given
      *           TO ccyymmdd       horizon end, inclusive
      *           DAYS n            horizon length when there is no
      *                             TO, 31 unless told
      *           ROLL convention   FOLLOWING (default), PRECEDING or
      *                             MODFOLLOWING -- the next business
      *                             day unless that crosses into the
      *                             next month, then the one before
       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(10) value spaces.
       77  w-tok-1 pic x(25) value spaces.
       77  w-from-date pic x(08) value spaces.
       77  w-to-date pic x(08) value spaces.
       77  w-horizon-days pic 9(05) value HORIZON-DAYS-DEFAULT.
       77  w-roll-default pic x(12) value "FOLLOWING".
       77  w-from-day-no pic 9(09) value 0.
       77  w-to-day-no pic 9(09) value 0.
       77  w-numeric-date pic 9(08) value 0.
       77  w-known-year pic 9(18) value 0.
       77  w-known-rc pic s9(09) value 0.

      *         one plan as it is walked
       77  w-plan-ok pic x value "Y".
           88  PLAN-ACCEPTED value "Y".
       77  w-reject-reason pic x(30) value spaces.
       77  w-start-day-no pic 9(09) value 0.
       77  w-end-day-no pic 9(09) value 0.
       77  w-count-limit pic 9(05) value 0.
       77  w-month-step pic 9(02) value 0.
       77  w-week-step pic 9(02) value 0.
       77  w-rule-day pic 9(02) value 0.
       77  w-roll pic x(12) value spaces.
       77  w-step-no pic 9(05) value 0.
       77  w-occurrence pic 9(05) value 0.
       77  w-month-index pic 9(07) value 0.
       77  w-plan-done pic x value "N".
           88  PLAN-DONE value "Y".
       77  w-plan-items pic 9(05) value 0.
       77  w-plan-first pic x(08) value spaces.
       77  w-plan-last pic x(08) value spaces.
       77  w-plan-total pic s9(15)v99 value 0.
       77  w-plan-past-known pic x value "N".
           88  PLAN-PAST-KNOWN value "Y".

       01  w-start-parts.
           05 w-start-yy pic 9(04).
           05 w-start-mm pic 9(02).
           05 w-start-dd pic 9(02).
       01  w-sched-parts.
           05 w-sched-yy pic 9(04).
           05 w-sched-mm pic 9(02).
           05 w-sched-dd pic 9(02).
       01  w-sched-date redefines w-sched-parts pic 9(08).
       77  w-sched-day-no pic 9(09) value 0.
       77  w-month-last pic 9(02) value 0.
       77  w-next-first pic 9(08) value 0.
       77  w-work-day-no pic 9(09) value 0.
       77  w-work-date pic 9(08) value 0.
       77  w-cal-date pic x(08) value spaces.
       77  w-cal-out pic x(08) value spaces.
       77  w-cal-rc pic s9(09) value 0.
       77  w-due-date pic x(08) value spaces.
       77  w-due-day-no pic 9(09) value 0.

       01  w-due-element.
           05 w-de-due-date pic x(08).
           05 w-de-key pic x(20).
           05 w-de-occurrence pic 9(05).
           05 w-de-action pic x.
           05 w-de-amount pic s9(13)v99 sign leading separate.
           05 w-de-sched-date pic x(08).
      *         R when the roll moved the date
           05 w-de-rolled pic x.
      *         ? when the date lies past the holiday years the
      *         calendar knows
           05 w-de-unverified pic x.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-scan-idx pic 9(09) value 0.
       77  w-get-idx pic 9(18) value 0.

       77  w-read-count pic 9(09) value 0.
       77  w-due-count pic 9(09) value 0.
       77  w-rejected-count pic 9(09) value 0.
       77  w-flagged-count pic 9(09) value 0.
       77  w-rolled-count pic 9(09) value 0.
       77  w-recur-rc pic s9(09) value 0.

       77  z-count pic z(08)9.
       77  z-items pic z(04)9.
       77  z-amount pic z,zzz,zzz,zzz,zz9.99-.
       77  z-year pic 9(04).

       77  w-runlog-pgm pic x(08) value "ARRRECUR".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       procedure division.
           perform read-recur-card thru read-recur-card-ex.
           perform set-horizon thru set-horizon-ex.
           if w-from-day-no = 0 or w-to-day-no = 0
              or w-to-day-no < w-from-day-no
              display
                 "ARRRECUR bad horizon " w-from-date " " w-to-date
                 upon console
              goback giving KO
           end-if.
           if w-roll-default not = "FOLLOWING"
              and w-roll-default not = "PRECEDING"
              and w-roll-default not = "MODFOLLOWING"
              display
                 "ARRRECUR unknown roll convention " w-roll-default
                 upon console
              goback giving KO
           end-if.
           move 0 to w-known-year.
           call "calendar:known-through" using w-known-year
              giving w-known-rc.

           call "runlog:start" using w-runlog-pgm.
           call "array:new" using w-array DUE-ELEMENT-SZ.
           open output RECUR-REPORT.
           perform write-report-heading
              thru write-report-heading-ex.
           perform generate-schedules thru generate-schedules-ex.
           perform write-due-items thru write-due-items-ex.
           perform write-report-summary
              thru write-report-summary-ex.
           close RECUR-REPORT.
           call "array:free" using w-array.

           display
              "ARRRECUR plans=" w-read-count
              " due=" w-due-count
              " rejected=" w-rejected-count
              " past-holidays=" w-flagged-count
              upon console.
           if w-rejected-count > 0
              move KO to w-recur-rc
           else
              move OK to w-recur-rc
           end-if.
           perform write-run-record thru write-run-record-ex.
           goback giving w-recur-rc.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-due-count to w-rl-run-written.
           move w-rejected-count to w-rl-run-rejected.
           move w-recur-rc to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.

       read-recur-card.
           open input RECUR-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read RECUR-CARD.
           perform until CARD-FILE-AT-EOF
              move recur-card-rec to w-card-line
              perform parse-recur-line thru parse-recur-line-ex
              read RECUR-CARD
           end-perform.
           close RECUR-CARD.
       read-recur-card-ex.
           exit.

       parse-recur-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1
           end-unstring.
           evaluate w-tok-kind
              when "FROM"
                 move w-tok-1 to w-from-date
              when "TO"
                 move w-tok-1 to w-to-date
              when "DAYS"
                 if function test-numval(w-tok-1) = 0
                    compute w-horizon-days =
                       function numval(w-tok-1)
                 end-if
              when "ROLL"
                 move w-tok-1 to w-roll-default
           end-evaluate.
       parse-recur-line-ex.
           exit.

       set-horizon.
           if w-from-date = spaces
              call "rundate:today" using w-from-date
           end-if.
           move 0 to w-from-day-no.
           move 0 to w-to-day-no.
           if w-from-date is not numeric
              exit paragraph
           end-if.
           move w-from-date to w-numeric-date.
           compute w-from-day-no =
              function integer-of-date(w-numeric-date).
           if w-to-date = spaces and w-from-day-no > 0
              compute w-work-day-no =
                 w-from-day-no + w-horizon-days - 1
              compute w-work-date =
                 function date-of-integer(w-work-day-no)
              move w-work-date to w-to-date
           end-if.
           if w-to-date is not numeric
              exit paragraph
           end-if.
           move w-to-date to w-numeric-date.
           compute w-to-day-no =
              function integer-of-date(w-numeric-date).
       set-horizon-ex.
           exit.

       generate-schedules.
           open input RECUR-MASTER.
           if MST-FILE-NOT-FOUND
              display "ARRRECUR no RECURMST" upon console
              exit paragraph
           end-if.
           read RECUR-MASTER.
           perform until MST-FILE-AT-EOF
              if recur-master-rec not = spaces
                 and recur-master-rec(1:1) not = "*"
                 add 1 to w-read-count
                 perform check-plan thru check-plan-ex
                 if PLAN-ACCEPTED
                    perform walk-plan thru walk-plan-ex
                    perform report-plan thru report-plan-ex
                 else
                    add 1 to w-rejected-count
                    perform report-rejected-plan
                       thru report-rejected-plan-ex
                 end-if
              end-if
              read RECUR-MASTER
           end-perform.
           close RECUR-MASTER.
       generate-schedules-ex.
           exit.

      *         every field the walk leans on, checked up front
       check-plan.
           move "Y" to w-plan-ok.
           move spaces to w-reject-reason.
           move 0 to w-start-day-no.
           if rm-start-date is numeric
              move rm-start-date to w-numeric-date
              compute w-start-day-no =
                 function integer-of-date(w-numeric-date)
           end-if.
           if w-start-day-no = 0
              move "BAD START DATE" to w-reject-reason
              move "N" to w-plan-ok
              exit paragraph
           end-if.
           move rm-start-date to w-start-parts.

           move 0 to w-end-day-no.
           if rm-end-date not = spaces and rm-end-date not = zeros
              if rm-end-date is numeric
                 move rm-end-date to w-numeric-date
                 compute w-end-day-no =
                    function integer-of-date(w-numeric-date)
              end-if
              if w-end-day-no = 0
                 move "BAD END DATE" to w-reject-reason
                 move "N" to w-plan-ok
                 exit paragraph
              end-if
           end-if.

           move 0 to w-count-limit.
           if rm-count not = spaces
              if rm-count is not numeric
                 move "BAD OCCURRENCE COUNT" to w-reject-reason
                 move "N" to w-plan-ok
                 exit paragraph
              end-if
              move rm-count to w-count-limit
           end-if.

           if rm-amount is not numeric
              move "BAD AMOUNT" to w-reject-reason
              move "N" to w-plan-ok
              exit paragraph
           end-if.

           move 0 to w-month-step.
           move 0 to w-week-step.
           evaluate rm-frequency
              when "WK" move 1 to w-week-step
              when "BW" move 2 to w-week-step
              when "MO" move 1 to w-month-step
              when "QU" move 3 to w-month-step
              when "SA" move 6 to w-month-step
              when "AN" move 12 to w-month-step
              when other
                 move "UNKNOWN FREQUENCY" to w-reject-reason
                 move "N" to w-plan-ok
                 exit paragraph
           end-evaluate.

           move 0 to w-rule-day.
           evaluate true
              when rm-day-rule = "LAST" or "LBD" or "FBD"
                 continue
              when rm-day-rule = spaces
                 move w-start-dd to w-rule-day
              when rm-day-rule(1:2) is numeric
                 and rm-day-rule(3:2) = spaces
                 move rm-day-rule(1:2) to w-rule-day
                 if w-rule-day = 0 or w-rule-day > 31
                    move "BAD DAY RULE" to w-reject-reason
                    move "N" to w-plan-ok
                    exit paragraph
                 end-if
              when other
                 move "BAD DAY RULE" to w-reject-reason
                 move "N" to w-plan-ok
                 exit paragraph
           end-evaluate.

           evaluate rm-roll
              when "F" move "FOLLOWING" to w-roll
              when "P" move "PRECEDING" to w-roll
              when "M" move "MODFOLLOWING" to w-roll
              when space move w-roll-default to w-roll
              when other
                 move "BAD ROLL CODE" to w-reject-reason
                 move "N" to w-plan-ok
           end-evaluate.
       check-plan-ex.
           exit.

      *         occurrences are numbered from the plan's start, not
      *         from the horizon, so the count limit and the
      *         occurrence number hold whatever window is asked for
       walk-plan.
           move 0 to w-step-no.
           move 0 to w-occurrence.
           move 0 to w-plan-items.
           move 0 to w-plan-total.
           move spaces to w-plan-first.
           move spaces to w-plan-last.
           move "N" to w-plan-past-known.
           move "N" to w-plan-done.
           perform until PLAN-DONE
              perform next-scheduled-date
                 thru next-scheduled-date-ex
              evaluate true
                 when w-step-no > OCCURRENCE-LIMIT
                    move "Y" to w-plan-done
                 when w-end-day-no > 0
                    and w-sched-day-no > w-end-day-no
                    move "Y" to w-plan-done
      *         a week's slack past the horizon: preceding can still
      *         roll a date back inside it
                 when w-sched-day-no > w-to-day-no + 7
                    move "Y" to w-plan-done
                 when w-sched-day-no < w-start-day-no
                    continue
                 when other
                    add 1 to w-occurrence
                    if w-count-limit > 0
                       and w-occurrence > w-count-limit
                       move "Y" to w-plan-done
                    else
                       perform roll-due-date thru roll-due-date-ex
                       if w-due-day-no >= w-from-day-no
                          and w-due-day-no <= w-to-day-no
                          perform add-due-item
                             thru add-due-item-ex
                       end-if
                    end-if
              end-evaluate
           end-perform.
       walk-plan-ex.
           exit.

      *         the step-th date of the plan before any roll
       next-scheduled-date.
           add 1 to w-step-no.
           if w-week-step > 0
              compute w-sched-day-no =
                 w-start-day-no
                 + (w-step-no - 1) * 7 * w-week-step
              compute w-sched-date =
                 function date-of-integer(w-sched-day-no)
              exit paragraph
           end-if.

           compute w-month-index =
              w-start-yy * 12 + w-start-mm - 1
              + (w-step-no - 1) * w-month-step.
           divide w-month-index by 12
              giving w-sched-yy
              remainder w-sched-mm.
           add 1 to w-sched-mm.
           perform find-month-last thru find-month-last-ex.
           evaluate true
              when rm-day-rule = "LAST" or "LBD"
                 move w-month-last to w-sched-dd
              when rm-day-rule = "FBD"
                 move 1 to w-sched-dd
              when w-rule-day > w-month-last
                 move w-month-last to w-sched-dd
              when other
                 move w-rule-day to w-sched-dd
           end-evaluate.
           move w-sched-date to w-cal-date.
           evaluate rm-day-rule
              when "LBD"
                 call "calendar:is-workday" using w-cal-date
                    giving w-cal-rc
                 if w-cal-rc not = OK
                    call "calendar:previous-workday"
                       using w-cal-date w-cal-out
                    move w-cal-out to w-sched-date
                 end-if
              when "FBD"
                 call "calendar:is-workday" using w-cal-date
                    giving w-cal-rc
                 if w-cal-rc not = OK
                    call "calendar:next-workday"
                       using w-cal-date w-cal-out
                    move w-cal-out to w-sched-date
                 end-if
           end-evaluate.
           compute w-sched-day-no =
              function integer-of-date(w-sched-date).
       next-scheduled-date-ex.
           exit.

       find-month-last.
           if w-sched-mm = 12
              compute w-next-first = (w-sched-yy + 1) * 10000 + 101
           else
              compute w-next-first =
                 w-sched-yy * 10000 + (w-sched-mm + 1) * 100 + 1
           end-if.
           compute w-work-day-no =
              function integer-of-date(w-next-first) - 1.
           compute w-work-date =
              function date-of-integer(w-work-day-no).
           move w-work-date(7:2) to w-month-last.
       find-month-last-ex.
           exit.

      *         off the weekend and the holidays by the plan's
      *         convention
       roll-due-date.
           move w-sched-date to w-cal-date.
           move w-cal-date to w-due-date.
           call "calendar:is-workday" using w-cal-date
              giving w-cal-rc.
           if w-cal-rc not = OK
              evaluate w-roll
                 when "PRECEDING"
                    call "calendar:previous-workday"
                       using w-cal-date w-cal-out
                    move w-cal-out to w-due-date
                 when "MODFOLLOWING"
                    call "calendar:next-workday"
                       using w-cal-date w-cal-out
                    move w-cal-out to w-due-date
                    if w-due-date(5:2) not = w-cal-date(5:2)
                       call "calendar:previous-workday"
                          using w-cal-date w-cal-out
                       move w-cal-out to w-due-date
                    end-if
                 when other
                    call "calendar:next-workday"
                       using w-cal-date w-cal-out
                    move w-cal-out to w-due-date
              end-evaluate
           end-if.
           move w-due-date to w-numeric-date.
           compute w-due-day-no =
              function integer-of-date(w-numeric-date).
       roll-due-date-ex.
           exit.

       add-due-item.
           move spaces to w-due-element.
           move w-due-date to w-de-due-date.
           move rm-key to w-de-key.
           move w-occurrence to w-de-occurrence.
           move "A" to w-de-action.
           move rm-amount to w-de-amount.
           move w-cal-date to w-de-sched-date.
           if w-due-date not = w-cal-date
              move "R" to w-de-rolled
              add 1 to w-rolled-count
           end-if.
           if w-due-date(1:4) > w-known-year(15:4)
              move "?" to w-de-unverified
              move "Y" to w-plan-past-known
           end-if.
           call "array:append" using w-array w-due-element.
           add 1 to w-plan-items.
           add rm-amount to w-plan-total.
           if w-plan-first = spaces
              move w-due-date to w-plan-first
           end-if.
           move w-due-date to w-plan-last.
       add-due-item-ex.
           exit.

       write-due-items.
           call "array:sort"
              using w-array 0 DUE-SORT-KEY-SZ.
           open output DUE-OUT.
           perform varying w-scan-idx from 1 by 1
              until w-scan-idx > w-array-length
              compute w-get-idx = w-scan-idx - 1
              call "array:get"
                 using w-array w-due-element w-get-idx
              move w-due-element to due-out-rec
              write due-out-rec
              add 1 to w-due-count
           end-perform.
           close DUE-OUT.
       write-due-items-ex.
           exit.

       write-report-heading.
           move spaces to recur-report-rec.
           string
              "ARRRECUR DUE ITEMS " w-from-date " TO " w-to-date
              "  ROLL " w-roll-default
              delimited by size
              into recur-report-rec
           end-string.
           write recur-report-rec.
           move spaces to recur-report-rec.
           if w-known-rc = OK
              move w-known-year(15:4) to z-year
              string "  HOLIDAYS KNOWN THROUGH " z-year
                 delimited by size
                 into recur-report-rec
              end-string
           else
              move "  NO HOLIDAYS ON FILE -- WEEKENDS ONLY"
                 to recur-report-rec
           end-if.
           write recur-report-rec.
           move spaces to recur-report-rec.
           write recur-report-rec.
           move spaces to recur-report-rec.
           move "PLAN" to recur-report-rec(1:4).
           move "FQ" to recur-report-rec(22:2).
           move "RULE" to recur-report-rec(25:4).
           move "ROLL" to recur-report-rec(30:4).
           move "ITEMS" to recur-report-rec(43:5).
           move "FIRST" to recur-report-rec(50:5).
           move "LAST" to recur-report-rec(59:4).
           move "AMOUNT" to recur-report-rec(83:6).
           write recur-report-rec.
           move all "-" to recur-report-rec.
           write recur-report-rec.
       write-report-heading-ex.
           exit.

       report-plan.
           move spaces to recur-report-rec.
           move rm-key to recur-report-rec(1:20).
           move rm-frequency to recur-report-rec(22:2).
           move rm-day-rule to recur-report-rec(25:4).
           move w-roll to recur-report-rec(30:12).
           move w-plan-items to z-items.
           move z-items to recur-report-rec(43:5).
           move w-plan-first to recur-report-rec(50:8).
           move w-plan-last to recur-report-rec(59:8).
           move w-plan-total to z-amount.
           move z-amount to recur-report-rec(68:21).
           if PLAN-PAST-KNOWN
              move "PAST KNOWN HOLIDAYS" to recur-report-rec(91:19)
              add 1 to w-flagged-count
           end-if.
           write recur-report-rec.
       report-plan-ex.
           exit.

       report-rejected-plan.
           move spaces to recur-report-rec.
           move rm-key to recur-report-rec(1:20).
           move rm-frequency to recur-report-rec(22:2).
           move rm-day-rule to recur-report-rec(25:4).
           string "REJECTED: " w-reject-reason
              delimited by size
              into recur-report-rec(43:40)
           end-string.
           write recur-report-rec.
       report-rejected-plan-ex.
           exit.

       write-report-summary.
           move all "-" to recur-report-rec.
           write recur-report-rec.
           move spaces to recur-report-rec.
           move w-read-count to z-count.
           string "PLANS READ          " z-count
              delimited by size
              into recur-report-rec
           end-string.
           write recur-report-rec.
           move spaces to recur-report-rec.
           move w-due-count to z-count.
           string "DUE ITEMS WRITTEN   " z-count
              delimited by size
              into recur-report-rec
           end-string.
           write recur-report-rec.
           move spaces to recur-report-rec.
           move w-rolled-count to z-count.
           string "DATES ROLLED        " z-count
              delimited by size
              into recur-report-rec
           end-string.
           write recur-report-rec.
           move spaces to recur-report-rec.
           move w-flagged-count to z-count.
           string "PLANS PAST HOLIDAYS " z-count
              delimited by size
              into recur-report-rec
           end-string.
           write recur-report-rec.
           move spaces to recur-report-rec.
           move w-rejected-count to z-count.
           string "PLANS REJECTED      " z-count
              delimited by size
              into recur-report-rec
           end-string.
           write recur-report-rec.
       write-report-summary-ex.
           exit.
