       identification division.
         program-id.  accrual.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
       data division.
       file section.

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==7==.

      *         simple interest between two dates, the way the
      *         money desks count it.  The basis names the day-count
      *         convention --
      *           ACT/360   actual days over 360
      *           ACT/365   actual days over 365
      *           30/360    every month 30 days (bond basis: a 31st
      *                     start is the 30th, and so is a 31st end
      *                     when the start was the 30th or 31st)
      *           BUS/252   calendar workdays over 252
      *         and the rounding mode how the result comes down to
      *         the principal's own units --
      *           HALFUP    half a unit and more away from zero
      *           DOWN      cut toward zero
      *           UP        any fraction away from zero
      *           EVEN      half a unit to the even neighbour
       77  w-start-date pic 9(08) value 0.
       77  w-end-date pic 9(08) value 0.
       77  w-start-day-no pic 9(09) value 0.
       77  w-end-day-no pic 9(09) value 0.
       77  w-days pic s9(09) value 0.
       77  w-year-days pic 9(03) value 0.
       77  w-workdays pic 9(18) value 0.

       01  w-start-parts.
           05 w-start-yy pic 9(04).
           05 w-start-mm pic 9(02).
           05 w-start-dd pic 9(02).
       01  w-end-parts.
           05 w-end-yy pic 9(04).
           05 w-end-mm pic 9(02).
           05 w-end-dd pic 9(02).

       77  w-raw-accrual pic s9(18)v9(09) value 0.
       77  w-whole-accrual pic s9(18) value 0.
       77  w-fraction pic 9v9(09) value 0.
       77  w-step pic s9(01) value 0.
       77  w-half-units pic 9(18) value 0.
       77  w-even-check pic 9(01) value 0.

       linkage section.
       77  l-principal pic s9(18).
       77  l-rate pic s9(05)v9(09).
       77  l-start-date pic x(08).
       77  l-end-date pic x(08).
       77  l-basis pic x(08).
       77  l-round-mode pic x(08).
       77  l-out-accrual pic s9(18).
       77  l-out-days pic 9(MAX-NUMBER-SIZE).

       procedure division using l-principal.
           goback giving 0.

      *         the interest a principal (in its own units) earns at
      *         an annual percentage rate from the start date up to
      *         the end date, in the principal's units
       entry "accrual:compute" using
           l-principal
           l-rate
           l-start-date
           l-end-date
           l-basis
           l-round-mode
           l-out-accrual
           .
           CATCHPARAMS.
           move 0 to l-out-accrual.
           perform take-date-params thru take-date-params-ex.
           perform count-basis-days thru count-basis-days-ex.
      *         in steps, so no intermediate outgrows its picture
           compute w-raw-accrual = l-principal * l-rate / 100.
           compute w-raw-accrual = w-raw-accrual * w-days.
           compute w-raw-accrual = w-raw-accrual / w-year-days.
           perform round-accrual thru round-accrual-ex.
           move w-whole-accrual to l-out-accrual.
           goback giving OK.

      *         the day count alone, for reports that show it
       entry "accrual:day-count" using
           l-start-date
           l-end-date
           l-basis
           l-out-days
           .
           CATCHPARAMS.
           move 0 to l-out-days.
           perform take-date-params thru take-date-params-ex.
           perform count-basis-days thru count-basis-days-ex.
           move w-days to l-out-days.
           goback giving OK.

       take-date-params.
           if l-start-date is not numeric
              or l-end-date is not numeric
              goback giving KO
           end-if.
           move l-start-date to w-start-date.
           move l-end-date to w-end-date.
           compute w-start-day-no =
              function integer-of-date(w-start-date).
           compute w-end-day-no =
              function integer-of-date(w-end-date).
           if w-start-day-no = 0 or w-end-day-no = 0
              or w-end-day-no < w-start-day-no
              goback giving KO
           end-if.
       take-date-params-ex.
           exit.

       count-basis-days.
           evaluate l-basis
              when "ACT/360"
                 compute w-days = w-end-day-no - w-start-day-no
                 move 360 to w-year-days
              when "ACT/365"
                 compute w-days = w-end-day-no - w-start-day-no
                 move 365 to w-year-days
              when "30/360"
                 perform count-thirty-360 thru count-thirty-360-ex
                 move 360 to w-year-days
              when "BUS/252"
                 call "calendar:workdays-between"
                    using l-start-date l-end-date w-workdays
                 move w-workdays to w-days
                 move 252 to w-year-days
              when other
                 goback giving KO
           end-evaluate.
       count-basis-days-ex.
           exit.

       count-thirty-360.
           move w-start-date to w-start-parts.
           move w-end-date to w-end-parts.
           if w-start-dd = 31
              move 30 to w-start-dd
           end-if.
           if w-end-dd = 31 and w-start-dd = 30
              move 30 to w-end-dd
           end-if.
           compute w-days =
              (w-end-yy - w-start-yy) * 360
              + (w-end-mm - w-start-mm) * 30
              + (w-end-dd - w-start-dd).
       count-thirty-360-ex.
           exit.

      *         the whole units first, cut toward zero; the mode then
      *         decides whether the fraction left over earns one more
       round-accrual.
           move w-raw-accrual to w-whole-accrual.
           if w-raw-accrual < 0
              move -1 to w-step
              compute w-fraction = w-whole-accrual - w-raw-accrual
           else
              move 1 to w-step
              compute w-fraction = w-raw-accrual - w-whole-accrual
           end-if.
           if w-fraction = 0
              exit paragraph
           end-if.
           evaluate l-round-mode
              when "DOWN"
                 continue
              when "UP"
                 add w-step to w-whole-accrual
              when "EVEN"
                 evaluate true
                    when w-fraction > 0.5
                       add w-step to w-whole-accrual
                    when w-fraction = 0.5
                       move w-whole-accrual to w-half-units
                       divide w-half-units by 2
                          giving w-half-units
                          remainder w-even-check
                       if w-even-check not = 0
                          add w-step to w-whole-accrual
                       end-if
                 end-evaluate
              when other
                 if w-fraction >= 0.5
                    add w-step to w-whole-accrual
                 end-if
           end-evaluate.
       round-accrual-ex.
           exit.
