       identification division.
         program-id.  arrdtab.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select DTAB-DECK assign to dynamic w-deck-assign
              organization line sequential
              file status is w-deck-file-status.
           select VALUE-TABLE assign "VALTAB"
              organization line sequential
              file status is w-table-file-status.
       data division.
       file section.
       fd  DTAB-DECK.
       01  dtab-deck-rec pic x(80).
       fd  VALUE-TABLE.
       01  value-table-rec.
           05 vt-list pic x(10).
           05 vt-value pic x(40).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==3==.

       78  DTAB-TABLE-MAX value 4.
       78  DTAB-ROW-MAX value 64.
       78  DTAB-COND-MAX value 256.
       78  DTAB-LIST-MAX value 500.
       78  MAX-DTAB-FIELD-SZ value 256.

       77  w-deck-file-status pic x(02) value spaces.
           88  DECK-FILE-NOT-FOUND value "35".
           88  DECK-FILE-AT-EOF value "10".
       77  w-table-file-status pic x(02) value spaces.
           88  TABLE-FILE-NOT-FOUND value "35".
           88  TABLE-FILE-AT-EOF value "10".

      *         the business rules the extract decks kept copying,
      *         written down once as a named decision table.  The
      *         table name doubles as the deck it loads from (the
      *         first eight characters), the way arrlookup finds its
      *         tables, and the deck reads
      *           LAYOUT name              the LAYOUTS entry the
      *                                    field names come from
      *           MODE FIRST | ALL         first matching row only,
      *                                    or every row that matches
      *           RULE outcome             opens the next row
      *           WHEN field op value      one condition of the row
      *         with op one of eq ne lt gt le ge (the comparator
      *         names definitions.cpy publishes), range lo hi, or
      *         in / notin VALTAB list and in / notin LOOKUP table
      *         for membership in a valid-values list or an arrlookup
      *         table.  The WHEN lines of a row must all hold; a
      *         RULE with no WHEN lines matches every record, which
      *         is how a deck ends on its catch-all.  Zoned fields
      *         (type 9) compare as numbers, with the implied
      *         decimals of their layout format; anything else
      *         compares as characters.  A deck with a line the
      *         service cannot read is refused whole -- a rule set
      *         that only half loaded would route quietly wrong
       77  w-deck-assign pic x(08) value spaces.
       01  w-slot-tbl.
           05 w-slot occurs DTAB-TABLE-MAX times.
              07 w-slot-name pic x(25).
              07 w-slot-state pic x.
                 88  SLOT-LOADED value "Y".
                 88  SLOT-REFUSED value "E".
              07 w-slot-layout pic x(15).
              07 w-slot-mode pic x.
                 88  SLOT-FIRST-MATCH value "F".
                 88  SLOT-COLLECT-ALL value "A".
              07 w-slot-row-count pic 9(03).
              07 w-slot-cond-count pic 9(03).
              07 w-row occurs DTAB-ROW-MAX times.
                 09 w-row-outcome pic x(08).
                 09 w-row-first pic 9(03).
                 09 w-row-conds pic 9(02).
                 09 w-row-fired pic 9(09).
                 09 w-row-text pic x(60).
              07 w-cnd occurs DTAB-COND-MAX times.
                 09 w-cnd-field pic x(15).
                 09 w-cnd-offset pic 9(09).
                 09 w-cnd-length pic 9(09).
                 09 w-cnd-type pic x.
                 09 w-cnd-decimals pic 9(02).
                 09 w-cnd-op pic x(08).
                 09 w-cnd-source pic x(08).
                 09 w-cnd-value1 pic x(40).
                 09 w-cnd-value2 pic x(40).
                 09 w-cnd-num1 pic s9(18)v9(04).
                 09 w-cnd-num2 pic s9(18)v9(04).
       77  w-slot-count pic 9(02) value 0.
       77  w-current-slot pic 9(02) value 0.
       77  w-slot-idx pic 9(02) value 0.
       77  w-slot-found pic x value "N".
           88  TABLE-SLOT-FOUND value "Y".
       77  w-wanted-table pic x(25) value spaces.

      *         the valid-values lists, loaded once on the first in /
      *         notin VALTAB condition the way arrvalidate loads them
       77  w-list-loaded pic x value "N".
           88  LIST-LOADED value "Y".
       77  w-list-count pic 9(05) value 0.
       01  w-list-tbl.
           05 w-list-entry occurs DTAB-LIST-MAX times.
              10 w-list-name pic x(10).
              10 w-list-value pic x(40).
       77  w-list-idx pic 9(05) value 0.

       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-layout-rc pic s9(09) value 0.
       77  w-lay-idx pic 9(03) value 0.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-field pic x(16) value spaces.
       77  w-tok-op pic x(08) value spaces.
       77  w-tok-value1 pic x(40) value spaces.
       77  w-tok-value2 pic x(40) value spaces.
       77  w-deck-bad pic x value "N".
           88  DECK-REFUSED value "Y".

       77  w-row-idx pic 9(03) value 0.
       77  w-cond-idx pic 9(03) value 0.
       77  w-cond-last pic 9(03) value 0.
       77  w-row-result pic x value "N".
           88  ROW-MATCHED value "Y".
       77  w-term-result pic x value "N".
           88  TERM-TRUE value "Y".
       77  w-member pic x value "N".
           88  VALUE-IS-MEMBER value "Y".

       77  w-record-size pic 9(09) value 0.
       77  w-field pic x(MAX-DTAB-FIELD-SZ) value spaces.
       77  w-field-num pic s9(18)v9(04) value 0.
       77  w-field-ok pic x value "N".
           88  FIELD-IS-NUMBER value "Y".
       77  w-cmp1 pic s9 value 0.
       77  w-cmp2 pic s9 value 0.

       77  w-fmt pic x(08) value spaces.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-seen-v pic x value "N".
       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-digit-idx pic 9(02) value 0.
       77  w-byte-idx pic 9(03) value 0.
       77  w-last-digit pic 9(01) value 0.
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".

       77  w-code pic x(25) value spaces.
       77  w-lookup-table pic x(25) value spaces.
       77  w-lookup-out pic x(40) value spaces.
       77  w-lookup-rc pic s9(09) value 0.

       77  w-text-pos pic 9(03) value 0.
       77  z-num pic z(08)9.

       copy "dtab.cpy" replacing ==!PREFIX!== by ==w-==.

       linkage section.
       77  l-table-name pic x(MAX-LINKAGE).
       77  l-record pic x(MAX-LINKAGE).
       copy "dtab.cpy" replacing ==!PREFIX!== by ==l-==.

       procedure division using l-table-name.
           goback giving 0.

      *         read (or read again) the named table's deck; the row
      *         counts start over.  KO when the deck is missing or
      *         refused
       entry "arrdtab:load" using l-table-name.
           CATCHPARAMS.
           move l-table-name(1:25) to w-wanted-table.
           perform select-table thru select-table-ex.
           if not TABLE-SLOT-FOUND
              goback giving KO
           end-if.
           perform load-current-table thru load-current-table-ex.
           if not SLOT-LOADED(w-current-slot)
              goback giving KO
           end-if.
           goback giving OK.

      *         one record through the table: the rows that matched,
      *         in table order, come back with their outcome codes --
      *         just the first under MODE FIRST.  KO when no row
      *         matched (or the table would not load)
       entry "arrdtab:evaluate" using
           l-table-name
           l-record
           l-dtab-result
           .
           CATCHPARAMS.
           move 0 to w-dtab-hit-count.
           move l-table-name(1:25) to w-wanted-table.
           perform select-table thru select-table-ex.
           if not TABLE-SLOT-FOUND
              move w-dtab-hit-count to l-dtab-hit-count
              goback giving KO
           end-if.
           if w-slot-state(w-current-slot) = "N"
              perform load-current-table
                 thru load-current-table-ex
           end-if.
           if not SLOT-LOADED(w-current-slot)
              move w-dtab-hit-count to l-dtab-hit-count
              goback giving KO
           end-if.

           move w-args-size(2) to w-record-size.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-slot-row-count(w-current-slot)
                 or (SLOT-FIRST-MATCH(w-current-slot)
                    and w-dtab-hit-count > 0)
              perform test-one-row thru test-one-row-ex
              if ROW-MATCHED
                 add 1 to w-row-fired(w-current-slot, w-row-idx)
                 add 1 to w-dtab-hit-count
                 move w-row-idx to w-dtab-hit-row(w-dtab-hit-count)
                 move w-row-outcome(w-current-slot, w-row-idx)
                    to w-dtab-hit-outcome(w-dtab-hit-count)
              end-if
           end-perform.

           move w-dtab-result to l-dtab-result.
           if w-dtab-hit-count = 0
              goback giving KO
           end-if.
           goback giving OK.

      *         the table as loaded, with how often each row fired so
      *         far -- what a utility prints at end of job
       entry "arrdtab:rows" using
           l-table-name
           l-dtab-rows
           .
           CATCHPARAMS.
           move l-table-name(1:25) to w-wanted-table.
           perform select-table thru select-table-ex.
           if not TABLE-SLOT-FOUND
              goback giving KO
           end-if.
           if w-slot-state(w-current-slot) = "N"
              perform load-current-table
                 thru load-current-table-ex
           end-if.
           if not SLOT-LOADED(w-current-slot)
              goback giving KO
           end-if.

           initialize w-dtab-rows.
           move w-slot-mode(w-current-slot) to w-dtab-mode.
           move w-slot-layout(w-current-slot) to w-dtab-layout.
           move w-slot-row-count(w-current-slot)
              to w-dtab-row-count.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-slot-row-count(w-current-slot)
              move w-row-outcome(w-current-slot, w-row-idx)
                 to w-dtab-row-outcome(w-row-idx)
              move w-row-conds(w-current-slot, w-row-idx)
                 to w-dtab-row-conds(w-row-idx)
              move w-row-fired(w-current-slot, w-row-idx)
                 to w-dtab-row-fired(w-row-idx)
              move w-row-text(w-current-slot, w-row-idx)
                 to w-dtab-row-text(w-row-idx)
           end-perform.
           move w-dtab-rows to l-dtab-rows.
           goback giving OK.

      *         end-of-job accounting for a utility that only calls
      *         evaluate: every table used, every row's count, and
      *         the rows that never fired
       entry "arrdtab:report".
           display
              "ARRDTAB DECISION TABLE REPORT (" w-slot-count
              " tables used)"
              upon console.
           perform varying w-slot-idx from 1 by 1
              until w-slot-idx > w-slot-count
              display
                 "  table=" w-slot-name(w-slot-idx)
                 " mode=" w-slot-mode(w-slot-idx)
                 " rows=" w-slot-row-count(w-slot-idx)
                 upon console
              perform varying w-row-idx from 1 by 1
                 until w-row-idx > w-slot-row-count(w-slot-idx)
                 move w-row-fired(w-slot-idx, w-row-idx) to z-num
                 if w-row-fired(w-slot-idx, w-row-idx) = 0
                    display
                       "    row " w-row-idx
                       " " w-row-outcome(w-slot-idx, w-row-idx)
                       " never fired"
                       upon console
                 else
                    display
                       "    row " w-row-idx
                       " " w-row-outcome(w-slot-idx, w-row-idx)
                       " fired=" z-num
                       upon console
                 end-if
              end-perform
           end-perform.
           goback giving OK.

       select-table.
           move "N" to w-slot-found.
           perform varying w-slot-idx from 1 by 1
              until w-slot-idx > w-slot-count
                 or TABLE-SLOT-FOUND
              if w-slot-name(w-slot-idx) = w-wanted-table
                 move "Y" to w-slot-found
                 move w-slot-idx to w-current-slot
              end-if
           end-perform.
           if TABLE-SLOT-FOUND
              exit paragraph
           end-if.

           if w-slot-count >= DTAB-TABLE-MAX
              display
                 "ARRDTAB no room for table " w-wanted-table
                 upon console
              exit paragraph
           end-if.
           add 1 to w-slot-count.
           move w-slot-count to w-current-slot.
           initialize w-slot(w-current-slot).
           move w-wanted-table to w-slot-name(w-current-slot).
           move "N" to w-slot-state(w-current-slot).
           move "Y" to w-slot-found.
       select-table-ex.
           exit.

       load-current-table.
           move w-slot-name(w-current-slot) to w-wanted-table.
           initialize w-slot(w-current-slot).
           move w-wanted-table to w-slot-name(w-current-slot).
           move "F" to w-slot-mode(w-current-slot).
           move "E" to w-slot-state(w-current-slot).
           move "N" to w-deck-bad.

           move w-wanted-table(1:8) to w-deck-assign.
           open input DTAB-DECK.
           if DECK-FILE-NOT-FOUND
              display
                 "ARRDTAB no deck " w-deck-assign
                 " for table " w-wanted-table
                 upon console
              exit paragraph
           end-if.
           read DTAB-DECK.
           perform until DECK-FILE-AT-EOF
              move dtab-deck-rec to w-card-line
              perform parse-deck-line thru parse-deck-line-ex
              read DTAB-DECK
           end-perform.
           close DTAB-DECK.

           if w-slot-row-count(w-current-slot) = 0
              display
                 "ARRDTAB table " w-wanted-table " has no RULE rows"
                 upon console
              exit paragraph
           end-if.
           perform place-condition-fields
              thru place-condition-fields-ex.
           if DECK-REFUSED
              display
                 "ARRDTAB table " w-wanted-table " refused"
                 upon console
              exit paragraph
           end-if.
           perform describe-rows thru describe-rows-ex.
           move "Y" to w-slot-state(w-current-slot).
       load-current-table-ex.
           exit.

       parse-deck-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.

           move spaces to w-tok-kind.
           move spaces to w-tok-field.
           move spaces to w-tok-op.
           move spaces to w-tok-value1.
           move spaces to w-tok-value2.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-field w-tok-op
                   w-tok-value1 w-tok-value2
           end-unstring.

           evaluate w-tok-kind
              when "LAYOUT"
                 move w-tok-field(1:15)
                    to w-slot-layout(w-current-slot)
              when "MODE"
                 evaluate w-tok-field
                    when "FIRST"
                       move "F" to w-slot-mode(w-current-slot)
                    when "ALL"
                       move "A" to w-slot-mode(w-current-slot)
                    when other
                       perform refuse-deck-line
                          thru refuse-deck-line-ex
                 end-evaluate
              when "RULE"
                 perform add-rule-row thru add-rule-row-ex
              when "WHEN"
                 perform add-row-condition
                    thru add-row-condition-ex
              when other
                 perform refuse-deck-line thru refuse-deck-line-ex
           end-evaluate.
       parse-deck-line-ex.
           exit.

       refuse-deck-line.
           display
              "ARRDTAB " w-deck-assign " line not understood: "
              w-card-line
              upon console.
           move "Y" to w-deck-bad.
       refuse-deck-line-ex.
           exit.

       add-rule-row.
           if w-tok-field = spaces
              or w-slot-row-count(w-current-slot) >= DTAB-ROW-MAX
              perform refuse-deck-line thru refuse-deck-line-ex
              exit paragraph
           end-if.
           add 1 to w-slot-row-count(w-current-slot).
           move w-slot-row-count(w-current-slot) to w-row-idx.
           move w-tok-field(1:8)
              to w-row-outcome(w-current-slot, w-row-idx).
           compute w-row-first(w-current-slot, w-row-idx) =
              w-slot-cond-count(w-current-slot) + 1.
           move 0 to w-row-conds(w-current-slot, w-row-idx).
           move 0 to w-row-fired(w-current-slot, w-row-idx).
       add-rule-row-ex.
           exit.

       add-row-condition.
           if w-slot-row-count(w-current-slot) = 0
              or w-slot-cond-count(w-current-slot) >= DTAB-COND-MAX
              or w-tok-field = spaces
              or w-tok-value1 = spaces
              perform refuse-deck-line thru refuse-deck-line-ex
              exit paragraph
           end-if.
           evaluate w-tok-op
              when EQ
              when NE
              when LT
              when GT
              when LE
              when GE
                 continue
              when "range"
                 if w-tok-value2 = spaces
                    perform refuse-deck-line
                       thru refuse-deck-line-ex
                    exit paragraph
                 end-if
              when "in"
              when "notin"
                 if (w-tok-value1 not = "VALTAB"
                    and w-tok-value1 not = "LOOKUP")
                    or w-tok-value2 = spaces
                    perform refuse-deck-line
                       thru refuse-deck-line-ex
                    exit paragraph
                 end-if
              when other
                 perform refuse-deck-line thru refuse-deck-line-ex
                 exit paragraph
           end-evaluate.

           add 1 to w-slot-cond-count(w-current-slot).
           move w-slot-cond-count(w-current-slot) to w-cond-idx.
           move w-slot-row-count(w-current-slot) to w-row-idx.
           add 1 to w-row-conds(w-current-slot, w-row-idx).
           move w-tok-field(1:15)
              to w-cnd-field(w-current-slot, w-cond-idx).
           move w-tok-op to w-cnd-op(w-current-slot, w-cond-idx).
           if w-tok-op = "in" or w-tok-op = "notin"
              move w-tok-value1(1:8)
                 to w-cnd-source(w-current-slot, w-cond-idx)
              move w-tok-value2
                 to w-cnd-value1(w-current-slot, w-cond-idx)
           else
              move w-tok-value1
                 to w-cnd-value1(w-current-slot, w-cond-idx)
              move w-tok-value2
                 to w-cnd-value2(w-current-slot, w-cond-idx)
           end-if.
       add-row-condition-ex.
           exit.

      *         every condition's field placed off the layout once,
      *         with the comparison values of a zoned field turned
      *         into numbers up front
       place-condition-fields.
           call "arrlayout:resolve"
              using w-slot-layout(w-current-slot) w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRDTAB unknown layout "
                 w-slot-layout(w-current-slot)
                 upon console
              move "Y" to w-deck-bad
              exit paragraph
           end-if.

           perform varying w-cond-idx from 1 by 1
              until w-cond-idx > w-slot-cond-count(w-current-slot)
              move 0 to w-cnd-length(w-current-slot, w-cond-idx)
              perform varying w-lay-idx from 1 by 1
                 until w-lay-idx > w-layout-field-count
                 if w-layout-fld-name(w-lay-idx) =
                    w-cnd-field(w-current-slot, w-cond-idx)
                    perform place-one-condition
                       thru place-one-condition-ex
                 end-if
              end-perform
              if w-cnd-length(w-current-slot, w-cond-idx) = 0
                 display
                    "ARRDTAB field "
                    w-cnd-field(w-current-slot, w-cond-idx)
                    " not in layout"
                    upon console
                 move "Y" to w-deck-bad
              end-if
           end-perform.
       place-condition-fields-ex.
           exit.

       place-one-condition.
           move w-layout-fld-offset(w-lay-idx)
              to w-cnd-offset(w-current-slot, w-cond-idx).
           compute w-cnd-length(w-current-slot, w-cond-idx) =
              function min(w-layout-fld-length(w-lay-idx),
                 MAX-DTAB-FIELD-SZ).
           move w-layout-fld-type(w-lay-idx)
              to w-cnd-type(w-current-slot, w-cond-idx).
           if w-cnd-type(w-current-slot, w-cond-idx) not = "9"
              exit paragraph
           end-if.

           move w-layout-fld-format(w-lay-idx) to w-fmt.
           perform count-implied-decimals
              thru count-implied-decimals-ex.
           if w-cnd-op(w-current-slot, w-cond-idx) = "in"
              or w-cnd-op(w-current-slot, w-cond-idx) = "notin"
              exit paragraph
           end-if.
           if function test-numval(
              w-cnd-value1(w-current-slot, w-cond-idx)) not = 0
              display
                 "ARRDTAB field "
                 w-cnd-field(w-current-slot, w-cond-idx)
                 " is numeric, value "
                 w-cnd-value1(w-current-slot, w-cond-idx)
                 upon console
              move "Y" to w-deck-bad
              exit paragraph
           end-if.
           compute w-cnd-num1(w-current-slot, w-cond-idx) =
              function numval(
                 w-cnd-value1(w-current-slot, w-cond-idx)).
           if w-cnd-op(w-current-slot, w-cond-idx) not = "range"
              exit paragraph
           end-if.
           if function test-numval(
              w-cnd-value2(w-current-slot, w-cond-idx)) not = 0
              display
                 "ARRDTAB field "
                 w-cnd-field(w-current-slot, w-cond-idx)
                 " is numeric, value "
                 w-cnd-value2(w-current-slot, w-cond-idx)
                 upon console
              move "Y" to w-deck-bad
              exit paragraph
           end-if.
           compute w-cnd-num2(w-current-slot, w-cond-idx) =
              function numval(
                 w-cnd-value2(w-current-slot, w-cond-idx)).
       place-one-condition-ex.
           exit.

      *         digits after the V in a format like 9(7)V99, as
      *         arrconvert reads it
       count-implied-decimals.
           move 0 to w-cnd-decimals(w-current-slot, w-cond-idx).
           move "N" to w-seen-v.
           perform varying w-fmt-idx from 1 by 1
              until w-fmt-idx > 8
              if w-fmt(w-fmt-idx:1) = "V"
                 or w-fmt(w-fmt-idx:1) = "v"
                 move "Y" to w-seen-v
              else
                 if w-seen-v = "Y"
                    and w-fmt(w-fmt-idx:1) = "9"
                    add 1 to w-cnd-decimals(w-current-slot,
                       w-cond-idx)
                 end-if
              end-if
           end-perform.
       count-implied-decimals-ex.
           exit.

      *         a short line per row for the reports: its conditions
      *         as the deck wrote them, cut at sixty characters
       describe-rows.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-slot-row-count(w-current-slot)
              move spaces to w-row-text(w-current-slot, w-row-idx)
              if w-row-conds(w-current-slot, w-row-idx) = 0
                 move "(every record)"
                    to w-row-text(w-current-slot, w-row-idx)
              else
                 move 1 to w-text-pos
                 compute w-cond-last =
                    w-row-first(w-current-slot, w-row-idx)
                    + w-row-conds(w-current-slot, w-row-idx) - 1
                 perform varying w-cond-idx
                    from w-row-first(w-current-slot, w-row-idx)
                    by 1 until w-cond-idx > w-cond-last
                    perform describe-one-condition
                       thru describe-one-condition-ex
                 end-perform
              end-if
           end-perform.
       describe-rows-ex.
           exit.

       describe-one-condition.
           if w-cond-idx > w-row-first(w-current-slot, w-row-idx)
              string ", "
                 into w-row-text(w-current-slot, w-row-idx)
                 pointer w-text-pos
              end-string
           end-if.
           string
              function trim(w-cnd-field(w-current-slot, w-cond-idx))
              " "
              function trim(w-cnd-op(w-current-slot, w-cond-idx))
              " "
              into w-row-text(w-current-slot, w-row-idx)
              pointer w-text-pos
           end-string.
           if w-cnd-source(w-current-slot, w-cond-idx) not = spaces
              string
                 function trim(
                    w-cnd-source(w-current-slot, w-cond-idx))
                 " "
                 into w-row-text(w-current-slot, w-row-idx)
                 pointer w-text-pos
              end-string
           end-if.
           string
              function trim(w-cnd-value1(w-current-slot, w-cond-idx))
              into w-row-text(w-current-slot, w-row-idx)
              pointer w-text-pos
           end-string.
           if w-cnd-op(w-current-slot, w-cond-idx) = "range"
              string
                 " "
                 function trim(
                    w-cnd-value2(w-current-slot, w-cond-idx))
                 into w-row-text(w-current-slot, w-row-idx)
                 pointer w-text-pos
              end-string
           end-if.
       describe-one-condition-ex.
           exit.

       test-one-row.
           move "Y" to w-row-result.
           compute w-cond-last =
              w-row-first(w-current-slot, w-row-idx)
              + w-row-conds(w-current-slot, w-row-idx) - 1.
           perform varying w-cond-idx
              from w-row-first(w-current-slot, w-row-idx) by 1
              until w-cond-idx > w-cond-last
                 or not ROW-MATCHED
              perform test-one-condition
                 thru test-one-condition-ex
              if not TERM-TRUE
                 move "N" to w-row-result
              end-if
           end-perform.
       test-one-row-ex.
           exit.

      *         a field the caller's record does not reach cannot
      *         satisfy anything
       test-one-condition.
           move "N" to w-term-result.
           if w-cnd-offset(w-current-slot, w-cond-idx)
              + w-cnd-length(w-current-slot, w-cond-idx)
              > w-record-size
              exit paragraph
           end-if.
           move spaces to w-field.
           move l-record(w-cnd-offset(w-current-slot, w-cond-idx)
                 + 1:w-cnd-length(w-current-slot, w-cond-idx))
              to w-field(1:w-cnd-length(w-current-slot,
                 w-cond-idx)).

           if w-cnd-op(w-current-slot, w-cond-idx) = "in"
              or w-cnd-op(w-current-slot, w-cond-idx) = "notin"
              perform test-membership thru test-membership-ex
              exit paragraph
           end-if.

           if w-cnd-type(w-current-slot, w-cond-idx) = "9"
              perform read-field-number thru read-field-number-ex
              if not FIELD-IS-NUMBER
                 exit paragraph
              end-if
              perform compare-numbers thru compare-numbers-ex
           else
              perform compare-characters
                 thru compare-characters-ex
           end-if.

           evaluate w-cnd-op(w-current-slot, w-cond-idx)
              when EQ
                 if w-cmp1 = 0
                    move "Y" to w-term-result
                 end-if
              when NE
                 if w-cmp1 not = 0
                    move "Y" to w-term-result
                 end-if
              when LT
                 if w-cmp1 < 0
                    move "Y" to w-term-result
                 end-if
              when GT
                 if w-cmp1 > 0
                    move "Y" to w-term-result
                 end-if
              when LE
                 if w-cmp1 <= 0
                    move "Y" to w-term-result
                 end-if
              when GE
                 if w-cmp1 >= 0
                    move "Y" to w-term-result
                 end-if
              when "range"
                 if w-cmp1 >= 0 and w-cmp2 <= 0
                    move "Y" to w-term-result
                 end-if
           end-evaluate.
       test-one-condition-ex.
           exit.

       compare-characters.
           move 0 to w-cmp1.
           if w-field < w-cnd-value1(w-current-slot, w-cond-idx)
              move -1 to w-cmp1
           end-if.
           if w-field > w-cnd-value1(w-current-slot, w-cond-idx)
              move 1 to w-cmp1
           end-if.
           move 0 to w-cmp2.
           if w-field < w-cnd-value2(w-current-slot, w-cond-idx)
              move -1 to w-cmp2
           end-if.
           if w-field > w-cnd-value2(w-current-slot, w-cond-idx)
              move 1 to w-cmp2
           end-if.
       compare-characters-ex.
           exit.

       compare-numbers.
           move 0 to w-cmp1.
           if w-field-num < w-cnd-num1(w-current-slot, w-cond-idx)
              move -1 to w-cmp1
           end-if.
           if w-field-num > w-cnd-num1(w-current-slot, w-cond-idx)
              move 1 to w-cmp1
           end-if.
           move 0 to w-cmp2.
           if w-field-num < w-cnd-num2(w-current-slot, w-cond-idx)
              move -1 to w-cmp2
           end-if.
           if w-field-num > w-cnd-num2(w-current-slot, w-cond-idx)
              move 1 to w-cmp2
           end-if.
       compare-numbers-ex.
           exit.

      *         zoned digits, a trailing overpunch minus allowed, the
      *         implied decimals applied; blanks or anything else in
      *         the field and no comparison holds
       read-field-number.
           move "N" to w-field-ok.
           move 0 to w-field-num.
           move "N" to w-negative.
           move w-cnd-length(w-current-slot, w-cond-idx)
              to w-byte-idx.
           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 10
              if w-field(w-byte-idx:1) =
                 w-overpunch-minus(w-digit-idx:1)
                 move "Y" to w-negative
                 compute w-last-digit = w-digit-idx - 1
                 move w-last-digit to w-field(w-byte-idx:1)
              end-if
           end-perform.
           if w-field(1:w-cnd-length(w-current-slot, w-cond-idx))
              is not numeric
              exit paragraph
           end-if.
           compute w-field-num = function numval(
              w-field(1:w-cnd-length(w-current-slot, w-cond-idx)))
              / 10 ** w-cnd-decimals(w-current-slot, w-cond-idx).
           if VALUE-NEGATIVE
              compute w-field-num = 0 - w-field-num
           end-if.
           move "Y" to w-field-ok.
       read-field-number-ex.
           exit.

      *         a LOOKUP membership is any code the arrlookup table
      *         translates as of the business date
       test-membership.
           move "N" to w-member.
           if w-cnd-source(w-current-slot, w-cond-idx) = "VALTAB"
              if not LIST-LOADED
                 perform load-value-lists
                    thru load-value-lists-ex
              end-if
              perform varying w-list-idx from 1 by 1
                 until w-list-idx > w-list-count
                    or VALUE-IS-MEMBER
                 if w-list-name(w-list-idx) =
                    w-cnd-value1(w-current-slot, w-cond-idx)(1:10)
                    and w-list-value(w-list-idx) = w-field(1:40)
                    move "Y" to w-member
                 end-if
              end-perform
           else
              move w-cnd-value1(w-current-slot, w-cond-idx)(1:25)
                 to w-lookup-table
              move w-field(1:25) to w-code
              call "arrlookup:lookup"
                 using w-lookup-table w-code w-lookup-out
                 giving w-lookup-rc
              if w-lookup-rc = OK
                 move "Y" to w-member
              end-if
           end-if.

           if w-cnd-op(w-current-slot, w-cond-idx) = "in"
              move w-member to w-term-result
           else
              if not VALUE-IS-MEMBER
                 move "Y" to w-term-result
              end-if
           end-if.
       test-membership-ex.
           exit.

       load-value-lists.
           move "Y" to w-list-loaded.
           move 0 to w-list-count.
           open input VALUE-TABLE.
           if TABLE-FILE-NOT-FOUND
              display "ARRDTAB no VALTAB for in VALTAB" upon console
              exit paragraph
           end-if.
           read VALUE-TABLE.
           perform until TABLE-FILE-AT-EOF
              or w-list-count >= DTAB-LIST-MAX
              if value-table-rec not = spaces
                 and vt-list(1:1) not = "*"
                 add 1 to w-list-count
                 move vt-list to w-list-name(w-list-count)
                 move vt-value to w-list-value(w-list-count)
              end-if
              read VALUE-TABLE
           end-perform.
           close VALUE-TABLE.
       load-value-lists-ex.
           exit.
