       identification division.
         program-id.  arrcalc.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-CALC-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select ARR-CALC-OUT assign "ARROUT"
              organization line sequential
              file status is w-out-file-status.
           select CALC-REJ assign "CALCREJ"
              organization line sequential
              file status is w-rej-file-status.
           select CALC-CARD assign "CALCCARD"
              organization line sequential
              file status is w-card-file-status.
           select CALC-REPORT assign "CALCRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  ARR-CALC-IN.
       01  arrcalc-in-rec pic x(4096).
       fd  ARR-CALC-OUT.
       01  arrcalc-out-rec pic x(4096).
       fd  CALC-REJ.
       01  calc-rej-rec pic x(4096).
       fd  CALC-CARD.
       01  calc-card-rec pic x(80).
       fd  CALC-REPORT.
       01  calc-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  MAX-CALC-RECORD-SZ value 4096.
       78  CALC-MAX value 32.
       78  CALC-FIELD-MAX value 80.
       78  CALC-NEW-MAX value 16.
       78  CALC-RPN-MAX value 64.
       78  CALC-STACK-MAX value 32.
       78  CALC-EXPR-SZ value 400.
       78  CALC-REJECT-SHOWN value 20.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
       77  w-rej-file-status pic x(02) value spaces.
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

      *         computed columns without a one-off program: every
      *         CALCCARD line defines a field as an expression over
      *         the fields of the layout and constants
      *           NET = GROSS - FEE
      *           NEW MARGIN 7 2
      *           MARGIN = IF GROSS = 0 THEN 0
      *              ELSE ROUND((GROSS - COST) / GROSS * 100, 2)
      *         A line starting with a blank continues the one before
      *         it.  The target is a field of the layout (the value
      *         is written back over it) or a NEW column -- name,
      *         digits, decimals -- appended zoned after the record
      *         in the order declared.  Expressions take + - * /,
      *         parentheses, the comparisons = <> < > <= >= joined
      *         by AND / OR for IF cond THEN a ELSE b, and
      *           ROUND(x, places)  MIN(a, b ...)  MAX(a, b ...)
      *           ABS(x)  TODAY()  ADDDAYS(date, n)  DAYS(d1, d2)
      *           ADDWORKDAYS(date, n)  WORKDAYS(d1, d2)
      *         with dates as YYYYMMDD and business days off the
      *         calendar service.  As in COBOL, a minus sign after a
      *         name wants a blank before it -- GROSS-FEE is one
      *         name.  Fields read and are written per their layout
      *         type and the implied decimals of layout-fld-format,
      *         a stored value rounded to the field's decimals; the
      *         lines run in card order, each seeing what the lines
      *         before it computed.  A divide by zero, a value too
      *         big for its field, a bad date or a field that does
      *         not read as a number sends the record, as read, to
      *         CALCREJ -- only the branch an IF takes counts
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       77  w-record-length pic 9(09) value 0.
       77  w-out-length pic 9(09) value 0.
       77  w-new-bytes pic 9(09) value 0.

       77  w-field-count pic 9(03) value 0.
       01  w-field-tbl.
           05 w-fld occurs CALC-FIELD-MAX times.
              07 w-fld-name pic x(15).
              07 w-fld-offset pic 9(09).
              07 w-fld-length pic 9(09).
              07 w-fld-type pic x.
              07 w-fld-decimals pic 9(02).
              07 w-fld-appended pic x.
                 88  FIELD-APPENDED value "Y".
       77  w-new-count pic 9(02) value 0.

       77  w-calc-count pic 9(02) value 0.
       01  w-calc-tbl.
           05 w-calc occurs CALC-MAX times.
              07 w-calc-target pic 9(03).
              07 w-calc-name pic x(15).
              07 w-calc-text pic x(CALC-EXPR-SZ).
              07 w-calc-text-len pic 9(03).
              07 w-calc-done pic 9(09).
              07 w-calc-total pic s9(16)v9(06).
              07 w-calc-pending pic s9(12)v9(06).
              07 w-calc-rpn-count pic 9(02).
              07 w-rpn occurs CALC-RPN-MAX times.
                 09 w-rpn-kind pic x.
                    88  RPN-NUMBER value "N".
                    88  RPN-FIELD value "F".
                    88  RPN-OPERATOR value "O".
                 09 w-rpn-op pic x(12).
                 09 w-rpn-num pic s9(12)v9(06).
                 09 w-rpn-field pic 9(03).
                 09 w-rpn-argc pic 9(02).

       01  w-reject-tbl.
           05 w-reject-entry occurs CALC-REJECT-SHOWN times.
              07 w-rj-record pic 9(09).
              07 w-rj-calc pic 9(02).
              07 w-rj-reason pic x(40).
       77  w-reject-shown pic 9(02) value 0.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-1 pic x(16) value spaces.
       77  w-tok-2 pic x(16) value spaces.
       77  w-tok-3 pic x(16) value spaces.
       77  w-tok-4 pic x(16) value spaces.
       77  w-eq-pos pic 9(03) value 0.
       77  w-last-line pic x value spaces.
           88  LAST-LINE-WAS-CALC value "C".
       77  w-card-bad pic x value "N".
           88  CARD-REFUSED value "Y".

      *         the expression compiler: one pass over the text turns
      *         it into postfix (the operator stack shunts operators
      *         by precedence), so the volume pass only walks a list
       77  w-expr pic x(CALC-EXPR-SZ) value spaces.
       77  w-expr-len pic 9(03) value 0.
       77  w-pos pic 9(03) value 0.
       77  w-tok-start pic 9(03) value 0.
       77  w-char pic x value space.
       77  w-next-char pic x value space.
       77  w-tok-type pic x value space.
           88  TOKEN-NUMBER value "N".
           88  TOKEN-NAME value "I".
           88  TOKEN-PUNCT value "P".
       77  w-tok-text pic x(32) value spaces.
       77  w-tok-num pic s9(12)v9(06) value 0.
       77  w-prev-open pic x value "N".
           88  PREVIOUS-WAS-OPEN value "Y".
       77  w-expect pic x value "Y".
           88  OPERAND-EXPECTED value "Y".
       77  w-expr-bad pic x value "N".
           88  EXPRESSION-BAD value "Y".
       77  w-expr-msg pic x(40) value spaces.
       77  w-calc-idx pic 9(02) value 0.
       77  w-fld-idx pic 9(03) value 0.
       77  w-lay-idx pic 9(03) value 0.
       77  w-found-fld pic 9(03) value 0.

       77  w-ops-depth pic 9(02) value 0.
       01  w-op-stack.
           05 w-ops occurs CALC-RPN-MAX times.
              07 w-ops-op pic x(12).
              07 w-ops-commas pic 9(02).
       77  w-op pic x(12) value spaces.
       77  w-prec pic 9 value 0.
       77  w-top-prec pic 9 value 0.
       77  w-arity-min pic 9(02) value 0.
       77  w-arity-max pic 9(02) value 0.
       77  w-function pic x value "N".
           88  IS-FUNCTION value "Y".
       77  w-pend-op pic x(12) value spaces.
       77  w-check-depth pic s9(03) value 0.
       77  w-rpn-idx pic 9(02) value 0.

      *         the evaluator: one value stack, each value carrying
      *         the first error it met, so an error in the branch an
      *         IF does not take never reaches the record
       77  w-val-depth pic 9(02) value 0.
       01  w-val-stack.
           05 w-vals occurs CALC-STACK-MAX times.
              07 w-val pic s9(12)v9(06).
              07 w-val-err pic x.
       77  w-a pic s9(12)v9(06) value 0.
       77  w-b pic s9(12)v9(06) value 0.
       77  w-r pic s9(12)v9(06) value 0.
       77  w-r-err pic x value space.
       77  w-argc pic 9(02) value 0.
       77  w-arg-base pic 9(02) value 0.
       77  w-arg-idx pic 9(02) value 0.
       77  w-places pic s9(03) value 0.
       77  w-whole pic s9(12) value 0.
       77  w-scaled pic s9(18) value 0.
       77  w-scale pic 9(18) value 0.

       77  w-date-num pic 9(08) value 0.
       77  w-date-x redefines w-date-num pic x(08).
       77  w-date-out pic x(08) value spaces.
       77  w-date-ok pic x value "N".
           88  DATE-IS-VALID value "Y".
       77  w-day-no pic s9(09) value 0.
       77  w-day-no-2 pic s9(09) value 0.
       77  w-day-step pic s9(09) value 0.
       77  w-day-count pic 9(18) value 0.
       77  w-cal-rc pic s9(09) value 0.

       77  w-work-value pic s9(18) value 0.
       77  w-work-digits pic 9(18) value 0.
       77  w-work-digits-x redefines w-work-digits pic x(18).
       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-field-buf pic x(64) value spaces.
       77  w-fld-len pic 9(02) value 0.
       77  w-byte-idx pic 9(02) value 0.
       77  w-byte-val pic 9(03) value 0.
       77  w-nib-hi pic 9(02) value 0.
       77  w-nib-lo pic 9(02) value 0.
       77  w-digit-idx pic 9(02) value 0.
       77  w-last-digit pic 9(01) value 0.
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".
       77  w-fmt pic x(08) value spaces.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-seen-v pic x value "N".

       77  w-read-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-rejected-count pic 9(09) value 0.
       77  w-record-bad pic x value "N".
           88  RECORD-REJECTED value "Y".
       77  w-reason pic x(40) value spaces.
       77  z-num pic z(08)9.
       77  z-num2 pic z(08)9.
       77  z-total pic -(16)9.9(06).

       77  w-runlog-pgm pic x(08) value "ARRCALC".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.
       copy "balance.cpy" replacing ==!PREFIX!== by ==w-bc-==.

       linkage section.
       77  l-record-length pic 9(MAX-NUMBER-SIZE).
       77  l-layout-name pic x(15).

       procedure division using
           l-record-length
           l-layout-name
           .
           CATCHPARAMS.
           copy "catch9.pdv" replacing
               ==!W== by ==record-length==
               ==!N== by ==1==.
           move spaces to w-layout-name.
           if w-narg >= 2
              move l-layout-name to w-layout-name
           end-if.

           if w-record-length = 0
              or w-record-length > MAX-CALC-RECORD-SZ
              goback giving KO
           end-if.

           call "arrlayout:resolve"
              using w-layout-name w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRCALC unknown layout " w-layout-name
                 upon console
              goback giving KO
           end-if.
           perform take-layout-fields thru take-layout-fields-ex.

           perform read-calc-card thru read-calc-card-ex.
           if CARD-REFUSED
              goback giving KO
           end-if.
           if w-calc-count = 0
              display "ARRCALC no calculation card" upon console
              goback giving KO
           end-if.
           compute w-out-length = w-record-length + w-new-bytes.
           if w-out-length > MAX-CALC-RECORD-SZ
              display
                 "ARRCALC appended columns run past "
                 MAX-CALC-RECORD-SZ " bytes"
                 upon console
              goback giving KO
           end-if.

           perform compile-calculations
              thru compile-calculations-ex.
           if CARD-REFUSED
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform calc-input-file thru calc-input-file-ex.
           perform write-calc-report thru write-calc-report-ex.

           display
              "ARRCALC read=" w-read-count
              " written=" w-written-count
              " rejected=" w-rejected-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move w-rejected-count to w-rl-run-rejected.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           initialize w-bc-balance-rec.
           move "ARRCALC" to w-bc-bal-step.
           move "ARROUT" to w-bc-bal-file.
           move w-read-count to w-bc-bal-in.
           move w-written-count to w-bc-bal-out.
           move w-rejected-count to w-bc-bal-rejected.
           call "balance:record" using w-bc-balance-rec.
       write-run-record-ex.
           exit.

      *         the layout's fields, each with the decimals its
      *         format implies; NEW columns join the table behind
      *         them
       take-layout-fields.
           move 0 to w-field-count.
           perform varying w-lay-idx from 1 by 1
              until w-lay-idx > w-layout-field-count
              add 1 to w-field-count
              move w-layout-fld-name(w-lay-idx)
                 to w-fld-name(w-field-count)
              move w-layout-fld-offset(w-lay-idx)
                 to w-fld-offset(w-field-count)
              move w-layout-fld-length(w-lay-idx)
                 to w-fld-length(w-field-count)
              move w-layout-fld-type(w-lay-idx)
                 to w-fld-type(w-field-count)
              move "N" to w-fld-appended(w-field-count)
              move w-layout-fld-format(w-lay-idx) to w-fmt
              perform count-implied-decimals
                 thru count-implied-decimals-ex
           end-perform.
       take-layout-fields-ex.
           exit.

      *         digits after the V in a format like 9(7)V99, as
      *         arrconvert reads it
       count-implied-decimals.
           move 0 to w-fld-decimals(w-field-count).
           move "N" to w-seen-v.
           perform varying w-fmt-idx from 1 by 1
              until w-fmt-idx > 8
              if w-fmt(w-fmt-idx:1) = "V"
                 or w-fmt(w-fmt-idx:1) = "v"
                 move "Y" to w-seen-v
              else
                 if w-seen-v = "Y"
                    and w-fmt(w-fmt-idx:1) = "9"
                    add 1 to w-fld-decimals(w-field-count)
                 end-if
              end-if
           end-perform.
       count-implied-decimals-ex.
           exit.

       read-calc-card.
           open input CALC-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read CALC-CARD.
           perform until CARD-FILE-AT-EOF
              move calc-card-rec to w-card-line
              perform parse-calc-line thru parse-calc-line-ex
              read CALC-CARD
           end-perform.
           close CALC-CARD.
       read-calc-card-ex.
           exit.

       parse-calc-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           if w-card-line(1:1) = space
              if not LAST-LINE-WAS-CALC
                 perform refuse-calc-line thru refuse-calc-line-ex
                 exit paragraph
              end-if
              perform continue-calc-line
                 thru continue-calc-line-ex
              exit paragraph
           end-if.
           move spaces to w-last-line.

           move spaces to w-tok-1.
           move spaces to w-tok-2.
           move spaces to w-tok-3.
           move spaces to w-tok-4.
           unstring w-card-line
              delimited by all spaces
              into w-tok-1 w-tok-2 w-tok-3 w-tok-4
           end-unstring.

           if w-tok-1 = "NEW"
              perform add-new-column thru add-new-column-ex
              exit paragraph
           end-if.
           if w-tok-2 not = "="
              perform refuse-calc-line thru refuse-calc-line-ex
              exit paragraph
           end-if.
           if w-calc-count >= CALC-MAX
              display "ARRCALC too many calculations" upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.

           move 0 to w-eq-pos.
           inspect w-card-line tallying w-eq-pos
              for characters before initial "=".
           add 1 to w-calc-count.
           initialize w-calc(w-calc-count).
           move w-tok-1(1:15) to w-calc-name(w-calc-count).
           move spaces to w-calc-text(w-calc-count).
           move function trim(w-card-line(w-eq-pos + 2:))
              to w-calc-text(w-calc-count).
           move function length(function trim(
              w-calc-text(w-calc-count), trailing))
              to w-calc-text-len(w-calc-count).
           if w-calc-text(w-calc-count) = spaces
              move 0 to w-calc-text-len(w-calc-count)
           end-if.
           move "C" to w-last-line.
       parse-calc-line-ex.
           exit.

       continue-calc-line.
           if w-calc-text-len(w-calc-count)
              + function length(function trim(w-card-line)) + 1
              > CALC-EXPR-SZ
              display
                 "ARRCALC expression for " w-calc-name(w-calc-count)
                 " too long"
                 upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.
           move function trim(w-card-line)
              to w-calc-text(w-calc-count)
                 (w-calc-text-len(w-calc-count) + 2:).
           compute w-calc-text-len(w-calc-count) =
              w-calc-text-len(w-calc-count) + 1
              + function length(function trim(w-card-line)).
       continue-calc-line-ex.
           exit.

       refuse-calc-line.
           display
              "ARRCALC line not understood: " w-card-line
              upon console.
           move "Y" to w-card-bad.
       refuse-calc-line-ex.
           exit.

      *         NEW name digits [decimals] -- a signed zoned column
      *         after the record
       add-new-column.
           move w-tok-2(1:15) to w-tok-text.
           perform find-field-by-name thru find-field-by-name-ex.
           if w-tok-2 = spaces
              or w-found-fld > 0
              or w-new-count >= CALC-NEW-MAX
              or function test-numval(w-tok-3) not = 0
              perform refuse-calc-line thru refuse-calc-line-ex
              exit paragraph
           end-if.
           if w-tok-4 = spaces
              move "0" to w-tok-4
           end-if.
           if function test-numval(w-tok-4) not = 0
              or function numval(w-tok-3) < 1
              or function numval(w-tok-3) > 18
              or function numval(w-tok-4) > function numval(w-tok-3)
              perform refuse-calc-line thru refuse-calc-line-ex
              exit paragraph
           end-if.

           add 1 to w-new-count.
           add 1 to w-field-count.
           move w-tok-2(1:15) to w-fld-name(w-field-count).
           compute w-fld-offset(w-field-count) =
              w-record-length + w-new-bytes.
           compute w-fld-length(w-field-count) =
              function numval(w-tok-3).
           compute w-fld-decimals(w-field-count) =
              function numval(w-tok-4).
           move "9" to w-fld-type(w-field-count).
           move "Y" to w-fld-appended(w-field-count).
           add w-fld-length(w-field-count) to w-new-bytes.
       add-new-column-ex.
           exit.

       find-field-by-name.
           move 0 to w-found-fld.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-field-count
                 or w-found-fld > 0
              if w-fld-name(w-fld-idx) = w-tok-text
                 move w-fld-idx to w-found-fld
              end-if
           end-perform.
       find-field-by-name-ex.
           exit.

      *         every target placed and every expression compiled
      *         before a record is read -- a card with a mistake
      *         stops the run with the mistake named
       compile-calculations.
           perform varying w-calc-idx from 1 by 1
              until w-calc-idx > w-calc-count
              move w-calc-name(w-calc-idx) to w-tok-text
              perform find-field-by-name
                 thru find-field-by-name-ex
              move w-found-fld to w-calc-target(w-calc-idx)
              move "N" to w-expr-bad
              if w-found-fld = 0
                 move "target is not a field" to w-expr-msg
                 move "Y" to w-expr-bad
              else
                 if w-fld-offset(w-found-fld)
                    + w-fld-length(w-found-fld) > w-out-length
                    move "target runs past the record"
                       to w-expr-msg
                    move "Y" to w-expr-bad
                 end-if
              end-if
              if not EXPRESSION-BAD
                 perform compile-expression
                    thru compile-expression-ex
              end-if
              if EXPRESSION-BAD
                 display
                    "ARRCALC " w-calc-name(w-calc-idx) ": "
                    w-expr-msg
                    upon console
                 move "Y" to w-card-bad
              end-if
           end-perform.
       compile-calculations-ex.
           exit.

       compile-expression.
           move w-calc-text(w-calc-idx) to w-expr.
           move w-calc-text-len(w-calc-idx) to w-expr-len.
           move 0 to w-calc-rpn-count(w-calc-idx).
           move 0 to w-ops-depth.
           move "Y" to w-expect.
           move "N" to w-prev-open.
           move 1 to w-pos.
           if w-expr-len = 0
              move "no expression" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.

           perform until w-pos > w-expr-len or EXPRESSION-BAD
              perform next-token thru next-token-ex
              if not EXPRESSION-BAD and w-tok-type not = space
                 perform take-token thru take-token-ex
              end-if
           end-perform.
           if EXPRESSION-BAD
              exit paragraph
           end-if.
           if OPERAND-EXPECTED
              move "expression ends on an operator" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.

           perform until w-ops-depth = 0 or EXPRESSION-BAD
              if w-ops-op(w-ops-depth) = "("
                 move "unbalanced parentheses" to w-expr-msg
                 move "Y" to w-expr-bad
              else
                 perform pop-operator thru pop-operator-ex
              end-if
           end-perform.
           if EXPRESSION-BAD
              exit paragraph
           end-if.
           perform check-postfix thru check-postfix-ex.
       compile-expression-ex.
           exit.

      *         the next number, name or symbol of the text
       next-token.
           move space to w-tok-type.
           move spaces to w-tok-text.
           perform until w-pos > w-expr-len
              or w-expr(w-pos:1) not = space
              add 1 to w-pos
           end-perform.
           if w-pos > w-expr-len
              exit paragraph
           end-if.
           move w-pos to w-tok-start.
           move w-expr(w-pos:1) to w-char.
           move space to w-next-char.
           if w-pos < w-expr-len
              move w-expr(w-pos + 1:1) to w-next-char
           end-if.

           evaluate true
              when (w-char >= "0" and w-char <= "9")
                 or w-char = "."
                 perform scan-number thru scan-number-ex
              when (w-char >= "A" and w-char <= "Z")
                 or (w-char >= "a" and w-char <= "z")
                 perform scan-name thru scan-name-ex
              when w-char = "<"
                 and (w-next-char = "=" or w-next-char = ">")
                 move "P" to w-tok-type
                 move w-expr(w-pos:2) to w-tok-text
                 add 2 to w-pos
              when w-char = ">" and w-next-char = "="
                 move "P" to w-tok-type
                 move w-expr(w-pos:2) to w-tok-text
                 add 2 to w-pos
              when w-char = "+" or w-char = "-" or w-char = "*"
                 or w-char = "/" or w-char = "(" or w-char = ")"
                 or w-char = "," or w-char = "=" or w-char = "<"
                 or w-char = ">"
                 move "P" to w-tok-type
                 move w-char to w-tok-text
                 add 1 to w-pos
              when other
                 move spaces to w-expr-msg
                 string "cannot read '" w-char "'"
                    into w-expr-msg
                 end-string
                 move "Y" to w-expr-bad
           end-evaluate.
       next-token-ex.
           exit.

       scan-number.
           perform until w-pos > w-expr-len
              or not ((w-expr(w-pos:1) >= "0"
                       and w-expr(w-pos:1) <= "9")
                      or w-expr(w-pos:1) = ".")
              add 1 to w-pos
           end-perform.
           if w-pos - w-tok-start > 32
              move "number too long" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           move w-expr(w-tok-start:w-pos - w-tok-start)
              to w-tok-text.
           if function test-numval(w-tok-text) not = 0
              move "bad number" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           compute w-tok-num = function numval(w-tok-text)
              on size error
                 move "number too big" to w-expr-msg
                 move "Y" to w-expr-bad
                 exit paragraph
           end-compute.
           move "N" to w-tok-type.
       scan-number-ex.
           exit.

      *         letters, digits and inner hyphens, as a COBOL name
       scan-name.
           add 1 to w-pos.
           perform until w-pos > w-expr-len
              or not ((w-expr(w-pos:1) >= "A"
                       and w-expr(w-pos:1) <= "Z")
                      or (w-expr(w-pos:1) >= "a"
                       and w-expr(w-pos:1) <= "z")
                      or (w-expr(w-pos:1) >= "0"
                       and w-expr(w-pos:1) <= "9")
                      or (w-expr(w-pos:1) = "-"
                       and w-pos < w-expr-len
                       and w-expr(w-pos + 1:1) not = space
                       and w-expr(w-pos + 1:1) not = "("
                       and w-expr(w-pos + 1:1) not = "-"))
              add 1 to w-pos
           end-perform.
           if w-pos - w-tok-start > 15
              move "name too long" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           move w-expr(w-tok-start:w-pos - w-tok-start)
              to w-tok-text.
           move "I" to w-tok-type.
       scan-name-ex.
           exit.

       take-token.
           evaluate true
              when TOKEN-NUMBER
                 if not OPERAND-EXPECTED
                    move "two values in a row" to w-expr-msg
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 move "N" to w-op
                 perform emit-postfix thru emit-postfix-ex
                 move w-tok-num to w-rpn-num(w-calc-idx,
                    w-calc-rpn-count(w-calc-idx))
                 move "N" to w-expect
              when TOKEN-NAME
                 perform take-name-token thru take-name-token-ex
              when other
                 perform take-punct-token thru take-punct-token-ex
           end-evaluate.
           if w-tok-text = "("
              move "Y" to w-prev-open
           else
              move "N" to w-prev-open
           end-if.
       take-token-ex.
           exit.

       take-name-token.
           evaluate w-tok-text
              when "IF"
                 if not OPERAND-EXPECTED
                    move "IF where an operator belongs"
                       to w-expr-msg
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 move "IF" to w-op
                 perform push-operator thru push-operator-ex
              when "THEN"
                 move "IF" to w-op
                 perform close-if-part thru close-if-part-ex
                 if not EXPRESSION-BAD
                    move "IF-THEN" to w-ops-op(w-ops-depth)
                 end-if
              when "ELSE"
                 move "IF-THEN" to w-op
                 perform close-if-part thru close-if-part-ex
                 if not EXPRESSION-BAD
                    move "IF-ELSE" to w-ops-op(w-ops-depth)
                 end-if
              when "AND"
              when "OR"
                 move w-tok-text to w-op
                 perform take-binary-operator
                    thru take-binary-operator-ex
              when "ROUND"
              when "MIN"
              when "MAX"
              when "ABS"
              when "TODAY"
              when "ADDDAYS"
              when "ADDWORKDAYS"
              when "DAYS"
              when "WORKDAYS"
                 if not OPERAND-EXPECTED
                    or w-pos > w-expr-len
                    or w-expr(w-pos:1) not = "("
                    move spaces to w-expr-msg
                    string function trim(w-tok-text)
                       " wants its ( right after the name"
                       into w-expr-msg
                    end-string
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 move w-tok-text to w-op
                 perform push-operator thru push-operator-ex
              when other
                 if not OPERAND-EXPECTED
                    move "two values in a row" to w-expr-msg
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 perform find-field-by-name
                    thru find-field-by-name-ex
                 if w-found-fld = 0
                    move spaces to w-expr-msg
                    string "unknown name " function trim(w-tok-text)
                       into w-expr-msg
                    end-string
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 move "F" to w-op
                 perform emit-postfix thru emit-postfix-ex
                 move w-found-fld to w-rpn-field(w-calc-idx,
                    w-calc-rpn-count(w-calc-idx))
                 move "N" to w-expect
           end-evaluate.
       take-name-token-ex.
           exit.

      *         THEN closes the condition, ELSE the THEN value: the
      *         operators stacked since the open IF go out first
       close-if-part.
           if OPERAND-EXPECTED
              move "IF part is empty" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           move w-op to w-pend-op.
           perform until w-ops-depth = 0
              or w-ops-op(w-ops-depth) = w-pend-op
              or w-ops-op(w-ops-depth) = "("
              or EXPRESSION-BAD
              perform pop-operator thru pop-operator-ex
           end-perform.
           if EXPRESSION-BAD
              exit paragraph
           end-if.
           if w-ops-depth = 0
              or w-ops-op(w-ops-depth) not = w-pend-op
              move "THEN or ELSE out of place" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           move "Y" to w-expect.
       close-if-part-ex.
           exit.

       take-punct-token.
           evaluate w-tok-text
              when "("
                 if not OPERAND-EXPECTED
                    move "( where an operator belongs"
                       to w-expr-msg
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 move "(" to w-op
                 perform push-operator thru push-operator-ex
              when ")"
                 perform close-parenthesis
                    thru close-parenthesis-ex
              when ","
                 if OPERAND-EXPECTED
                    move "empty argument" to w-expr-msg
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 perform pop-to-parenthesis
                    thru pop-to-parenthesis-ex
                 if EXPRESSION-BAD
                    exit paragraph
                 end-if
                 if w-ops-depth < 2
                    move "comma outside a function" to w-expr-msg
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 move w-ops-op(w-ops-depth - 1) to w-op
                 perform set-function-arity
                    thru set-function-arity-ex
                 if not IS-FUNCTION
                    move "comma outside a function" to w-expr-msg
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 add 1 to w-ops-commas(w-ops-depth)
                 move "Y" to w-expect
              when "-"
              when "+"
                 if OPERAND-EXPECTED
                    if w-tok-text = "-"
                       move "NEG" to w-op
                       perform push-operator
                          thru push-operator-ex
                    end-if
                 else
                    move w-tok-text to w-op
                    perform take-binary-operator
                       thru take-binary-operator-ex
                 end-if
              when other
                 move w-tok-text to w-op
                 perform take-binary-operator
                    thru take-binary-operator-ex
           end-evaluate.
       take-punct-token-ex.
           exit.

       take-binary-operator.
           if OPERAND-EXPECTED
              move spaces to w-expr-msg
              string function trim(w-op) " without a value before it"
                 into w-expr-msg
              end-string
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           perform set-precedence thru set-precedence-ex.
           move w-prec to w-top-prec.
           move w-op to w-pend-op.
           perform until w-ops-depth = 0 or EXPRESSION-BAD
              move w-ops-op(w-ops-depth) to w-op
              perform set-precedence thru set-precedence-ex
              if w-prec < w-top-prec or w-prec = 0
                 exit perform
              end-if
              perform pop-operator thru pop-operator-ex
           end-perform.
           move w-pend-op to w-op.
           perform push-operator thru push-operator-ex.
           move "Y" to w-expect.
       take-binary-operator-ex.
           exit.

      *         binding strength: OR 1, AND 2, comparisons 3, + - 4,
      *         * / 5, unary minus 6; parentheses, functions and the
      *         IF markers never pop for an operator (0)
       set-precedence.
           evaluate w-op
              when "OR"
                 move 1 to w-prec
              when "AND"
                 move 2 to w-prec
              when "="
              when "<>"
              when "<"
              when ">"
              when "<="
              when ">="
                 move 3 to w-prec
              when "+"
              when "-"
                 move 4 to w-prec
              when "*"
              when "/"
                 move 5 to w-prec
              when "NEG"
                 move 6 to w-prec
              when other
                 move 0 to w-prec
           end-evaluate.
       set-precedence-ex.
           exit.

       close-parenthesis.
           if OPERAND-EXPECTED and not PREVIOUS-WAS-OPEN
              move "empty argument" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           perform pop-to-parenthesis thru pop-to-parenthesis-ex.
           if EXPRESSION-BAD
              exit paragraph
           end-if.
           if PREVIOUS-WAS-OPEN
              move 0 to w-argc
           else
              compute w-argc = w-ops-commas(w-ops-depth) + 1
           end-if.
           subtract 1 from w-ops-depth.

           if w-ops-depth > 0
              move w-ops-op(w-ops-depth) to w-op
              perform set-function-arity
                 thru set-function-arity-ex
              if IS-FUNCTION
                 if w-argc < w-arity-min or w-argc > w-arity-max
                    move spaces to w-expr-msg
                    string "wrong argument count for "
                       function trim(w-op)
                       into w-expr-msg
                    end-string
                    move "Y" to w-expr-bad
                    exit paragraph
                 end-if
                 move w-argc to w-ops-commas(w-ops-depth)
                 perform pop-operator thru pop-operator-ex
                 move "N" to w-expect
                 exit paragraph
              end-if
           end-if.
           if w-argc not = 1
              move "list in parentheses" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           move "N" to w-expect.
       close-parenthesis-ex.
           exit.

       pop-to-parenthesis.
           perform until w-ops-depth = 0
              or w-ops-op(w-ops-depth) = "("
              or EXPRESSION-BAD
              perform pop-operator thru pop-operator-ex
           end-perform.
           if w-ops-depth = 0
              move "unbalanced parentheses" to w-expr-msg
              move "Y" to w-expr-bad
           end-if.
       pop-to-parenthesis-ex.
           exit.

      *         how many arguments a function takes, 99 standing
      *         for no upper limit
       set-function-arity.
           move "Y" to w-function.
           move 0 to w-arity-min.
           move 0 to w-arity-max.
           evaluate w-op
              when "ROUND"
                 move 1 to w-arity-min
                 move 2 to w-arity-max
              when "MIN"
              when "MAX"
                 move 1 to w-arity-min
                 move 99 to w-arity-max
              when "ABS"
                 move 1 to w-arity-min
                 move 1 to w-arity-max
              when "TODAY"
                 continue
              when "ADDDAYS"
              when "ADDWORKDAYS"
              when "DAYS"
              when "WORKDAYS"
                 move 2 to w-arity-min
                 move 2 to w-arity-max
              when other
                 move "N" to w-function
           end-evaluate.
       set-function-arity-ex.
           exit.

       push-operator.
           if w-ops-depth >= CALC-RPN-MAX
              move "expression too deep" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           add 1 to w-ops-depth.
           move w-op to w-ops-op(w-ops-depth).
           move 0 to w-ops-commas(w-ops-depth).
           if w-op not = "NEG"
              move "Y" to w-expect
           end-if.
       push-operator-ex.
           exit.

      *         a completed IF goes out as the three-way IF-ELSE; an
      *         IF still waiting for its THEN or ELSE cannot
       pop-operator.
           move w-ops-op(w-ops-depth) to w-op.
           if w-op = "IF" or w-op = "IF-THEN"
              move "IF without its THEN and ELSE" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           move w-ops-commas(w-ops-depth) to w-argc.
           subtract 1 from w-ops-depth.
           perform emit-postfix thru emit-postfix-ex.
           if not EXPRESSION-BAD
              move "O" to w-rpn-kind(w-calc-idx,
                 w-calc-rpn-count(w-calc-idx))
              move w-argc to w-rpn-argc(w-calc-idx,
                 w-calc-rpn-count(w-calc-idx))
           end-if.
       pop-operator-ex.
           exit.

      *         w-op carries N (number), F (field) or the operator
       emit-postfix.
           if w-calc-rpn-count(w-calc-idx) >= CALC-RPN-MAX
              move "expression too long" to w-expr-msg
              move "Y" to w-expr-bad
              exit paragraph
           end-if.
           add 1 to w-calc-rpn-count(w-calc-idx).
           move w-calc-rpn-count(w-calc-idx) to w-rpn-idx.
           initialize w-rpn(w-calc-idx, w-rpn-idx).
           evaluate w-op
              when "N"
                 move "N" to w-rpn-kind(w-calc-idx, w-rpn-idx)
              when "F"
                 move "F" to w-rpn-kind(w-calc-idx, w-rpn-idx)
              when other
                 move "O" to w-rpn-kind(w-calc-idx, w-rpn-idx)
                 move w-op to w-rpn-op(w-calc-idx, w-rpn-idx)
           end-evaluate.
       emit-postfix-ex.
           exit.

      *         the postfix walked once with a depth count: every
      *         operator finds its operands and one value is left
       check-postfix.
           move 0 to w-check-depth.
           perform varying w-rpn-idx from 1 by 1
              until w-rpn-idx > w-calc-rpn-count(w-calc-idx)
                 or EXPRESSION-BAD
              if RPN-OPERATOR(w-calc-idx, w-rpn-idx)
                 evaluate w-rpn-op(w-calc-idx, w-rpn-idx)
                    when "NEG"
                       move 1 to w-argc
                    when "IF-ELSE"
                       move 3 to w-argc
                    when other
                       move w-rpn-op(w-calc-idx, w-rpn-idx) to w-op
                       perform set-function-arity
                          thru set-function-arity-ex
                       if IS-FUNCTION
                          move w-rpn-argc(w-calc-idx, w-rpn-idx)
                             to w-argc
                       else
                          move 2 to w-argc
                       end-if
                 end-evaluate
                 if w-check-depth < w-argc
                    move "operator without its values"
                       to w-expr-msg
                    move "Y" to w-expr-bad
                 end-if
                 compute w-check-depth = w-check-depth - w-argc + 1
              else
                 add 1 to w-check-depth
              end-if
              if w-check-depth > CALC-STACK-MAX
                 move "expression too deep" to w-expr-msg
                 move "Y" to w-expr-bad
              end-if
           end-perform.
           if not EXPRESSION-BAD and w-check-depth not = 1
              move "expression does not reduce to one value"
                 to w-expr-msg
              move "Y" to w-expr-bad
           end-if.
       check-postfix-ex.
           exit.

       calc-input-file.
           open input ARR-CALC-IN.
           open output ARR-CALC-OUT.
           open output CALC-REJ.
           read ARR-CALC-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              perform calc-one-record thru calc-one-record-ex
              read ARR-CALC-IN
           end-perform.
           close CALC-REJ.
           close ARR-CALC-OUT.
           close ARR-CALC-IN.
       calc-input-file-ex.
           exit.

      *         the output record is the work area: each line writes
      *         its field there and the next line reads it back
       calc-one-record.
           move "N" to w-record-bad.
           move spaces to arrcalc-out-rec.
           move arrcalc-in-rec(1:w-record-length)
              to arrcalc-out-rec(1:w-record-length).
           perform varying w-calc-idx from 1 by 1
              until w-calc-idx > w-calc-count
                 or RECORD-REJECTED
              perform run-calculation thru run-calculation-ex
              if not RECORD-REJECTED
                 perform store-result thru store-result-ex
              end-if
           end-perform.

           if RECORD-REJECTED
              add 1 to w-rejected-count
              move arrcalc-in-rec to calc-rej-rec
              write calc-rej-rec
              perform note-reject thru note-reject-ex
              exit paragraph
           end-if.

           add 1 to w-written-count.
           write arrcalc-out-rec.
           perform varying w-calc-idx from 1 by 1
              until w-calc-idx > w-calc-count
              add 1 to w-calc-done(w-calc-idx)
              add w-calc-pending(w-calc-idx)
                 to w-calc-total(w-calc-idx)
           end-perform.
       calc-one-record-ex.
           exit.

       note-reject.
           if w-reject-shown >= CALC-REJECT-SHOWN
              exit paragraph
           end-if.
           add 1 to w-reject-shown.
           move w-read-count to w-rj-record(w-reject-shown).
           move w-calc-idx to w-rj-calc(w-reject-shown).
           move w-reason to w-rj-reason(w-reject-shown).
       note-reject-ex.
           exit.

       run-calculation.
           move 0 to w-val-depth.
           perform varying w-rpn-idx from 1 by 1
              until w-rpn-idx > w-calc-rpn-count(w-calc-idx)
              evaluate true
                 when RPN-NUMBER(w-calc-idx, w-rpn-idx)
                    move w-rpn-num(w-calc-idx, w-rpn-idx) to w-r
                    move space to w-r-err
                    perform push-value thru push-value-ex
                 when RPN-FIELD(w-calc-idx, w-rpn-idx)
                    move w-rpn-field(w-calc-idx, w-rpn-idx)
                       to w-fld-idx
                    perform read-field-value
                       thru read-field-value-ex
                    perform push-value thru push-value-ex
                 when other
                    perform apply-operator thru apply-operator-ex
              end-evaluate
           end-perform.

           move w-val(1) to w-r.
           move w-val-err(1) to w-r-err.
           if w-r-err = space
              exit paragraph
           end-if.
           move "Y" to w-record-bad.
           move spaces to w-reason.
           evaluate w-val-err(1)
              when "Z"
                 string function trim(w-calc-name(w-calc-idx))
                    ": divide by zero"
                    into w-reason
                 end-string
              when "O"
                 string function trim(w-calc-name(w-calc-idx))
                    ": overflow"
                    into w-reason
                 end-string
              when "D"
                 string function trim(w-calc-name(w-calc-idx))
                    ": not a valid date"
                    into w-reason
                 end-string
              when "R"
                 string function trim(w-calc-name(w-calc-idx))
                    ": ROUND places not 0 to 6"
                    into w-reason
                 end-string
              when other
                 string function trim(w-calc-name(w-calc-idx))
                    ": a field is not a number"
                    into w-reason
                 end-string
           end-evaluate.
       run-calculation-ex.
           exit.

       push-value.
           add 1 to w-val-depth.
           move w-r to w-val(w-val-depth).
           move w-r-err to w-val-err(w-val-depth).
       push-value-ex.
           exit.

       apply-operator.
           move 0 to w-r.
           move space to w-r-err.
           evaluate w-rpn-op(w-calc-idx, w-rpn-idx)
              when "NEG"
                 move w-val-err(w-val-depth) to w-r-err
                 compute w-r = 0 - w-val(w-val-depth)
                 subtract 1 from w-val-depth
              when "IF-ELSE"
                 if w-val-err(w-val-depth - 2) not = space
                    move w-val-err(w-val-depth - 2) to w-r-err
                 else
                    if w-val(w-val-depth - 2) not = 0
                       move w-val(w-val-depth - 1) to w-r
                       move w-val-err(w-val-depth - 1) to w-r-err
                    else
                       move w-val(w-val-depth) to w-r
                       move w-val-err(w-val-depth) to w-r-err
                    end-if
                 end-if
                 subtract 3 from w-val-depth
              when "+"
              when "-"
              when "*"
              when "/"
              when "="
              when "<>"
              when "<"
              when ">"
              when "<="
              when ">="
              when "AND"
              when "OR"
                 perform apply-binary thru apply-binary-ex
              when other
                 perform apply-function thru apply-function-ex
           end-evaluate.
           perform push-value thru push-value-ex.
       apply-operator-ex.
           exit.

       apply-binary.
           move w-val(w-val-depth - 1) to w-a.
           move w-val(w-val-depth) to w-b.
           move w-val-err(w-val-depth - 1) to w-r-err.
           if w-r-err = space
              move w-val-err(w-val-depth) to w-r-err
           end-if.
           subtract 2 from w-val-depth.
           if w-r-err not = space
              exit paragraph
           end-if.

           evaluate w-rpn-op(w-calc-idx, w-rpn-idx)
              when "+"
                 compute w-r = w-a + w-b
                    on size error move "O" to w-r-err
                 end-compute
              when "-"
                 compute w-r = w-a - w-b
                    on size error move "O" to w-r-err
                 end-compute
              when "*"
                 compute w-r rounded = w-a * w-b
                    on size error move "O" to w-r-err
                 end-compute
              when "/"
                 if w-b = 0
                    move "Z" to w-r-err
                 else
                    compute w-r rounded = w-a / w-b
                       on size error move "O" to w-r-err
                    end-compute
                 end-if
              when "="
                 if w-a = w-b
                    move 1 to w-r
                 end-if
              when "<>"
                 if w-a not = w-b
                    move 1 to w-r
                 end-if
              when "<"
                 if w-a < w-b
                    move 1 to w-r
                 end-if
              when ">"
                 if w-a > w-b
                    move 1 to w-r
                 end-if
              when "<="
                 if w-a <= w-b
                    move 1 to w-r
                 end-if
              when ">="
                 if w-a >= w-b
                    move 1 to w-r
                 end-if
              when "AND"
                 if w-a not = 0 and w-b not = 0
                    move 1 to w-r
                 end-if
              when "OR"
                 if w-a not = 0 or w-b not = 0
                    move 1 to w-r
                 end-if
           end-evaluate.
       apply-binary-ex.
           exit.

       apply-function.
           move w-rpn-argc(w-calc-idx, w-rpn-idx) to w-argc.
           compute w-arg-base = w-val-depth - w-argc.
           perform varying w-arg-idx from 1 by 1
              until w-arg-idx > w-argc or w-r-err not = space
              move w-val-err(w-arg-base + w-arg-idx) to w-r-err
           end-perform.
           if w-r-err = space
              evaluate w-rpn-op(w-calc-idx, w-rpn-idx)
                 when "ROUND"
                    perform apply-round thru apply-round-ex
                 when "MIN"
                    move w-val(w-arg-base + 1) to w-r
                    perform varying w-arg-idx from 2 by 1
                       until w-arg-idx > w-argc
                       if w-val(w-arg-base + w-arg-idx) < w-r
                          move w-val(w-arg-base + w-arg-idx) to w-r
                       end-if
                    end-perform
                 when "MAX"
                    move w-val(w-arg-base + 1) to w-r
                    perform varying w-arg-idx from 2 by 1
                       until w-arg-idx > w-argc
                       if w-val(w-arg-base + w-arg-idx) > w-r
                          move w-val(w-arg-base + w-arg-idx) to w-r
                       end-if
                    end-perform
                 when "ABS"
                    move w-val(w-arg-base + 1) to w-r
                    if w-r < 0
                       compute w-r = 0 - w-r
                    end-if
                 when "TODAY"
                    perform apply-today thru apply-today-ex
                 when other
                    perform apply-date-function
                       thru apply-date-function-ex
              end-evaluate
           end-if.
           move w-arg-base to w-val-depth.
       apply-function-ex.
           exit.

       apply-round.
           move 0 to w-places.
           if w-argc = 2
              if w-val(w-arg-base + 2) < 0
                 or w-val(w-arg-base + 2) > 6
                 move "R" to w-r-err
                 exit paragraph
              end-if
              move w-val(w-arg-base + 2) to w-places
              if w-places not = w-val(w-arg-base + 2)
                 move "R" to w-r-err
                 exit paragraph
              end-if
           end-if.
           compute w-scale = 10 ** w-places.
           compute w-scaled rounded =
              w-val(w-arg-base + 1) * w-scale
              on size error
                 move "O" to w-r-err
                 exit paragraph
           end-compute.
           compute w-r = w-scaled / w-scale
              on size error move "O" to w-r-err
           end-compute.
       apply-round-ex.
           exit.

      *         the business date from the rundate service when the
      *         shop runs one; the system date otherwise
       apply-today.
           call "rundate:today" using w-date-out
              on exception
                 move function current-date(1:8) to w-date-out
           end-call.
           move w-date-out to w-date-x.
           move w-date-num to w-r.
       apply-today-ex.
           exit.

       apply-date-function.
           move w-val(w-arg-base + 1) to w-a.
           move w-val(w-arg-base + 2) to w-b.
           perform take-date-a thru take-date-a-ex.
           if not DATE-IS-VALID
              move "D" to w-r-err
              exit paragraph
           end-if.
           evaluate w-rpn-op(w-calc-idx, w-rpn-idx)
              when "ADDDAYS"
                 move w-b to w-whole
                 if w-whole not = w-b
                    move "D" to w-r-err
                    exit paragraph
                 end-if
                 compute w-day-no = w-day-no + w-whole
                    on size error
                       move "D" to w-r-err
                       exit paragraph
                 end-compute
                 perform give-date-result
                    thru give-date-result-ex
              when "ADDWORKDAYS"
                 perform add-workdays thru add-workdays-ex
              when "DAYS"
                 move w-day-no to w-day-no-2
                 move w-b to w-a
                 perform take-date-a thru take-date-a-ex
                 if not DATE-IS-VALID
                    move "D" to w-r-err
                    exit paragraph
                 end-if
                 compute w-r = w-day-no - w-day-no-2
              when "WORKDAYS"
                 move w-date-x to w-date-out
                 move w-day-no to w-day-no-2
                 move w-b to w-a
                 perform take-date-a thru take-date-a-ex
                 if not DATE-IS-VALID
                    move "D" to w-r-err
                    exit paragraph
                 end-if
                 call "calendar:workdays-between"
                    using w-date-out w-date-x w-day-count
                    giving w-cal-rc
                 if w-cal-rc not = OK
                    move "D" to w-r-err
                    exit paragraph
                 end-if
                 move w-day-count to w-r
                 if w-day-no < w-day-no-2
                    compute w-r = 0 - w-r
                 end-if
           end-evaluate.
       apply-date-function-ex.
           exit.

      *         w-a as a YYYYMMDD date: w-date-num / w-date-x and its
      *         day number
       take-date-a.
           move "N" to w-date-ok.
           move w-a to w-whole.
           if w-whole not = w-a
              or w-whole < 16010101 or w-whole > 99991231
              exit paragraph
           end-if.
           move w-whole to w-date-num.
           compute w-day-no = function integer-of-date(w-date-num).
           if w-day-no > 0
              move "Y" to w-date-ok
           end-if.
       take-date-a-ex.
           exit.

       give-date-result.
           if w-day-no < 1 or w-day-no > 3067671
              move "D" to w-r-err
              exit paragraph
           end-if.
           compute w-date-num = function date-of-integer(w-day-no).
           move w-date-num to w-r.
       give-date-result-ex.
           exit.

      *         one calendar step per business day, forward or back
       add-workdays.
           move w-b to w-whole.
           if w-whole not = w-b
              or w-whole > 3660 or w-whole < -3660
              move "D" to w-r-err
              exit paragraph
           end-if.
           move w-whole to w-day-step.
           perform until w-day-step = 0
              if w-day-step > 0
                 call "calendar:next-workday"
                    using w-date-x w-date-out
                    giving w-cal-rc
                 subtract 1 from w-day-step
              else
                 call "calendar:previous-workday"
                    using w-date-x w-date-out
                    giving w-cal-rc
                 add 1 to w-day-step
              end-if
              if w-cal-rc not = OK
                 move "D" to w-r-err
                 exit paragraph
              end-if
              move w-date-out to w-date-x
           end-perform.
           move w-date-num to w-r.
       add-workdays-ex.
           exit.

      *         a field's value in its own representation and scale;
      *         a zoned field left blank reads as zero
       read-field-value.
           move 0 to w-r.
           move space to w-r-err.
           move 0 to w-work-value.
           move "N" to w-negative.
           evaluate w-fld-type(w-fld-idx)
              when "9"
                 perform extract-zoned thru extract-zoned-ex
              when "p"
                 perform extract-packed thru extract-packed-ex
              when "b"
                 perform extract-binary thru extract-binary-ex
              when other
                 perform extract-alpha thru extract-alpha-ex
                 exit paragraph
           end-evaluate.
           if w-r-err not = space
              exit paragraph
           end-if.
           if VALUE-NEGATIVE
              compute w-work-value = 0 - w-work-value
           end-if.
           compute w-scale = 10 ** w-fld-decimals(w-fld-idx).
           compute w-r = w-work-value / w-scale
              on size error move "O" to w-r-err
           end-compute.
       read-field-value-ex.
           exit.

       extract-zoned.
           if w-fld-length(w-fld-idx) > 18
              move "N" to w-r-err
              exit paragraph
           end-if.
           move w-fld-length(w-fld-idx) to w-fld-len.
           move spaces to w-field-buf.
           move arrcalc-out-rec(w-fld-offset(w-fld-idx) + 1:
                 w-fld-len)
              to w-field-buf(1:w-fld-len).
      *         a trailing overpunch minus reads back as the digit it
      *         carries plus the sign
           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 10
              if w-field-buf(w-fld-len:1) =
                 w-overpunch-minus(w-digit-idx:1)
                 move "Y" to w-negative
                 compute w-last-digit = w-digit-idx - 1
                 move w-last-digit to w-field-buf(w-fld-len:1)
              end-if
           end-perform.
           if w-field-buf(1:w-fld-len) = spaces
              exit paragraph
           end-if.
           if w-field-buf(1:w-fld-len) is not numeric
              move "N" to w-r-err
              exit paragraph
           end-if.
           compute w-work-value =
              function numval(w-field-buf(1:w-fld-len)).
       extract-zoned-ex.
           exit.

      *         past nine bytes the digits would not fit s9(18)
       extract-packed.
           if w-fld-length(w-fld-idx) > 9
              move "N" to w-r-err
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-fld-length(w-fld-idx)
              compute w-byte-val = function ord(
                 arrcalc-out-rec(w-fld-offset(w-fld-idx)
                    + w-byte-idx:1)) - 1
              divide w-byte-val by 16
                 giving w-nib-hi
                 remainder w-nib-lo
              if w-byte-idx < w-fld-length(w-fld-idx)
                 compute w-work-value =
                    w-work-value * 100
                    + w-nib-hi * 10 + w-nib-lo
              else
                 compute w-work-value =
                    w-work-value * 10 + w-nib-hi
                 if w-nib-lo = 13 or w-nib-lo = 11
                    move "Y" to w-negative
                 end-if
              end-if
           end-perform.
       extract-packed-ex.
           exit.

       extract-binary.
           if w-fld-length(w-fld-idx) > 7
              move "N" to w-r-err
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-fld-length(w-fld-idx)
              compute w-byte-val = function ord(
                 arrcalc-out-rec(w-fld-offset(w-fld-idx)
                    + w-byte-idx:1)) - 1
              compute w-work-value =
                 w-work-value * 256 + w-byte-val
           end-perform.
       extract-binary-ex.
           exit.

      *         an alphanumeric field holding a number as text (a
      *         YYYYMMDD date, a rate keyed as 1.25) reads as written
       extract-alpha.
           if w-fld-length(w-fld-idx) > 64
              move "N" to w-r-err
              exit paragraph
           end-if.
           move w-fld-length(w-fld-idx) to w-fld-len.
           move spaces to w-field-buf.
           move arrcalc-out-rec(w-fld-offset(w-fld-idx) + 1:
                 w-fld-len)
              to w-field-buf(1:w-fld-len).
           if w-field-buf = spaces
              or function test-numval(w-field-buf) not = 0
              move "N" to w-r-err
              exit paragraph
           end-if.
           compute w-r = function numval(w-field-buf)
              on size error move "O" to w-r-err
           end-compute.
       extract-alpha-ex.
           exit.

      *         the value rounded to the target's decimals and laid
      *         down in its representation; a value the field cannot
      *         hold rejects the record rather than losing digits
       store-result.
           move w-calc-target(w-calc-idx) to w-fld-idx.
           compute w-scale = 10 ** w-fld-decimals(w-fld-idx).
           compute w-work-value rounded = w-r * w-scale
              on size error
                 move "O" to w-r-err
           end-compute.
           move "N" to w-negative.
           if w-work-value < 0
              move "Y" to w-negative
           end-if.
           compute w-work-digits = function abs(w-work-value).

           evaluate w-fld-type(w-fld-idx)
              when "p"
                 compute w-fld-len = 2 * w-fld-length(w-fld-idx) - 1
              when "b"
                 move 0 to w-fld-len
                 if VALUE-NEGATIVE
                    move "O" to w-r-err
                 end-if
                 if w-fld-length(w-fld-idx) < 8
                    compute w-scale = 256 ** w-fld-length(w-fld-idx)
                    if w-work-digits >= w-scale
                       move "O" to w-r-err
                    end-if
                 end-if
              when "9"
                 move w-fld-length(w-fld-idx) to w-fld-len
              when other
                 move w-fld-length(w-fld-idx) to w-fld-len
                 if VALUE-NEGATIVE
                    move "O" to w-r-err
                 end-if
           end-evaluate.
           if w-fld-len > 0 and w-fld-len < 18
              compute w-scale = 10 ** w-fld-len
              if w-work-digits >= w-scale
                 move "O" to w-r-err
              end-if
           end-if.
           if w-r-err not = space
              move "Y" to w-record-bad
              move spaces to w-reason
              string function trim(w-calc-name(w-calc-idx))
                 ": value too big for the field"
                 into w-reason
              end-string
              exit paragraph
           end-if.

           compute w-scale = 10 ** w-fld-decimals(w-fld-idx).
           compute w-calc-pending(w-calc-idx) =
              w-work-value / w-scale.
           evaluate w-fld-type(w-fld-idx)
              when "p"
                 perform place-packed thru place-packed-ex
              when "b"
                 perform place-binary thru place-binary-ex
              when "9"
                 perform place-zoned thru place-zoned-ex
              when other
                 perform place-digits thru place-digits-ex
           end-evaluate.
       store-result-ex.
           exit.

       place-zoned.
           perform place-digits thru place-digits-ex.
           if VALUE-NEGATIVE
              compute w-last-digit = function numval(
                 w-work-digits-x(18:1))
              move w-overpunch-minus(w-last-digit + 1:1)
                 to arrcalc-out-rec(w-fld-offset(w-fld-idx)
                    + w-fld-length(w-fld-idx):1)
           end-if.
       place-zoned-ex.
           exit.

       place-digits.
           if w-fld-length(w-fld-idx) > 18
              move all "0" to arrcalc-out-rec
                 (w-fld-offset(w-fld-idx) + 1:
                  w-fld-length(w-fld-idx) - 18)
              move w-work-digits-x to arrcalc-out-rec
                 (w-fld-offset(w-fld-idx)
                  + w-fld-length(w-fld-idx) - 17:18)
              exit paragraph
           end-if.
           move w-fld-length(w-fld-idx) to w-fld-len.
           move w-work-digits-x(19 - w-fld-len:w-fld-len)
              to arrcalc-out-rec(w-fld-offset(w-fld-idx) + 1:
                 w-fld-len).
       place-digits-ex.
           exit.

       place-packed.
      *         pack right to left: sign nibble first, then digit
      *         pairs off the low end of the number
           move w-fld-length(w-fld-idx) to w-fld-len.
           move w-work-digits to w-work-value.
           if VALUE-NEGATIVE
              move 13 to w-nib-lo
           else
              move 12 to w-nib-lo
           end-if.
           compute w-nib-hi = function mod(w-work-value, 10).
           divide w-work-value by 10 giving w-work-value.
           compute w-byte-val = w-nib-hi * 16 + w-nib-lo.
           move function char(w-byte-val + 1)
              to arrcalc-out-rec(w-fld-offset(w-fld-idx)
                 + w-fld-len:1).
           perform varying w-byte-idx from w-fld-len by -1
              until w-byte-idx < 2
              compute w-nib-lo = function mod(w-work-value, 10)
              divide w-work-value by 10 giving w-work-value
              compute w-nib-hi = function mod(w-work-value, 10)
              divide w-work-value by 10 giving w-work-value
              compute w-byte-val = w-nib-hi * 16 + w-nib-lo
              move function char(w-byte-val + 1)
                 to arrcalc-out-rec(w-fld-offset(w-fld-idx)
                    + w-byte-idx - 1:1)
           end-perform.
       place-packed-ex.
           exit.

       place-binary.
           move w-work-digits to w-work-value.
           perform varying w-byte-idx from w-fld-length(w-fld-idx)
              by -1 until w-byte-idx < 1
              compute w-byte-val =
                 function mod(w-work-value, 256)
              divide w-work-value by 256 giving w-work-value
              move function char(w-byte-val + 1)
                 to arrcalc-out-rec(w-fld-offset(w-fld-idx)
                    + w-byte-idx:1)
           end-perform.
       place-binary-ex.
           exit.

       write-calc-report.
           open output CALC-REPORT.
           move spaces to calc-report-rec.
           string "ARRCALC DERIVED FIELDS  layout "
              w-layout-name
              into calc-report-rec
           end-string.
           write calc-report-rec.
           move spaces to calc-report-rec.
           move w-read-count to z-num.
           move w-written-count to z-num2.
           string "read " function trim(z-num)
              "  written " function trim(z-num2)
              into calc-report-rec
           end-string.
           move w-rejected-count to z-num.
           move 40 to w-pos.
           string "rejected " function trim(z-num)
              into calc-report-rec pointer w-pos
           end-string.
           write calc-report-rec.
           move spaces to calc-report-rec.
           write calc-report-rec.

           move spaces to calc-report-rec.
           move "FIELD" to calc-report-rec(1:5).
           move "WHERE" to calc-report-rec(17:5).
           move "RECORDS" to calc-report-rec(30:7).
           move "CONTROL TOTAL" to calc-report-rec(50:13).
           move "EXPRESSION" to calc-report-rec(65:10).
           write calc-report-rec.
           perform varying w-calc-idx from 1 by 1
              until w-calc-idx > w-calc-count
              move spaces to calc-report-rec
              move w-calc-name(w-calc-idx) to calc-report-rec(1:15)
              move w-calc-target(w-calc-idx) to w-fld-idx
              if FIELD-APPENDED(w-fld-idx)
                 move "appended" to calc-report-rec(17:8)
              else
                 move "in record" to calc-report-rec(17:9)
              end-if
              move w-calc-done(w-calc-idx) to z-num
              move z-num to calc-report-rec(28:9)
              move w-calc-total(w-calc-idx) to z-total
              move z-total to calc-report-rec(38:25)
              move w-calc-text(w-calc-idx)
                 to calc-report-rec(65:68)
              write calc-report-rec
           end-perform.

           if w-reject-shown > 0
              move spaces to calc-report-rec
              write calc-report-rec
              move w-reject-shown to z-num2
              move spaces to calc-report-rec
              string "REJECTED RECORDS (first "
                 function trim(z-num2) " shown)"
                 into calc-report-rec
              end-string
              write calc-report-rec
              perform varying w-calc-idx from 1 by 1
                 until w-calc-idx > w-reject-shown
                 move spaces to calc-report-rec
                 move w-rj-record(w-calc-idx) to z-num
                 string "  record " z-num
                    "  " w-rj-reason(w-calc-idx)
                    into calc-report-rec
                 end-string
                 write calc-report-rec
              end-perform
           end-if.
           close CALC-REPORT.
       write-calc-report-ex.
           exit.
