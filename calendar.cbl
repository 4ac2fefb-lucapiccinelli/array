           move w-between-count to l-out-count.
           goback giving OK.

      *         ISO weekday of the date: 1 is Monday, 7 is Sunday --
      *         the number a WEEKDAY n schedule rule is written in
       entry "calendar:day-of-week" using l-date l-out-count.
           CATCHPARAMS.
           perform take-date-param thru take-date-param-ex.
           compute w-day-number =
              function integer-of-date(w-date).
           if w-day-number = 0
              goback giving KO
           end-if.
           compute w-week-slot =
              function mod(w-day-number, 7).
           if w-week-slot = 0
              move 7 to w-week-slot
           end-if.
           move w-week-slot to l-out-count.
           goback giving OK.

      *         the last year the HOLIDAYS file speaks for -- past
      *         it every weekday looks like a workday, so a caller
      *         generating dates that far out should say so
       entry "calendar:known-through" using l-out-count.
           CATCHPARAMS.
           if not HOLIDAYS-LOADED
              perform load-holiday-file
                 thru load-holiday-file-ex
           end-if.
           move 0 to w-date.
           perform varying w-hol-idx from 1 by 1
              until w-hol-idx > w-holiday-count
              if w-holiday(w-hol-idx) > w-date
                 move w-holiday(w-hol-idx) to w-date
              end-if
           end-perform.
           move w-date(1:4) to l-out-count.
           if w-date = 0
              goback giving KO
           end-if.
           goback giving OK.

      *         a holiday change lands without bouncing the job
       entry "calendar:reload".
           move "N" to w-holidays-loaded.
