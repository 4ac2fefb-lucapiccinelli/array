       identification division.
         program-id.  arrlayimp.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select COPY-MEMBER assign to dynamic w-copy-assign
              organization line sequential
              file status is w-copy-file-status.
           select LAYOUTS-FILE assign "LAYOUTS"
              organization line sequential
              file status is w-layouts-file-status.
           select IMPORT-REPORT assign "LAYIMRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  COPY-MEMBER.
       01  copy-member-rec pic x(80).
       fd  LAYOUTS-FILE.
       01  layouts-file-rec pic x(80).
       fd  IMPORT-REPORT.
       01  import-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==3==.

       78  IMP-ITEM-MAX value 500.
       78  IMP-FIELD-MAX value 2000.
       78  IMP-LINE-MAX value 2000.
       78  IMP-TOKEN-MAX value 60.
       78  IMP-EXC-MAX value 200.
       78  IMP-NEST-MAX value 50.
       78  IMP-CHAIN-MAX value 7.
       78  LAYOUT-RESOLVE-MAX value 64.

      *         the LAYOUTS lines for a record worked out from its
      *         copybook instead of typed in: every elementary item of
      *         the first 01 gets its offset and physical length from
      *         PIC, USAGE (DISPLAY, COMP-3 / PACKED-DECIMAL, COMP /
      *         COMP-4 / COMP-5 / BINARY), SIGN SEPARATE and OCCURS --
      *         each occurrence its own field, named name-1, name-2 --
      *         and the type (x, 9, p, b) and 9(7)V99 format arrtotal,
      *         arrjson and arrconvert read.  What cannot be laid out
      *         without a guess is not guessed: REDEFINES, OCCURS
      *         DEPENDING ON, floating point, RENAMES and a second 01
      *         go on the exceptions listing with no LAYOUTS line, as
      *         do names shortened to fit and formats too wide.
      *           copybook  the member to read
      *           layout    the LAYOUTS name (default the 01 name)
      *           mode      W (default) replace the layout's lines in
      *                     LAYOUTS; P preview on LAYIMRPT only
       77  w-copy-file-status pic x(02) value spaces.
           88  COPY-FILE-NOT-FOUND value "35".
           88  COPY-FILE-AT-EOF value "10".
       77  w-layouts-file-status pic x(02) value spaces.
           88  LAYOUTS-FILE-NOT-FOUND value "35".
           88  LAYOUTS-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-copy-assign pic x(64) value spaces.

       77  w-run-mode pic x value "W".
           88  MODE-WRITE value "W".
           88  MODE-PREVIEW value "P".
       77  w-layout-name pic x(15) value spaces.

      *         one data description entry per row, in source order
       77  w-item-count pic 9(03) value 0.
       01  w-item-tbl.
           05 w-item-entry occurs IMP-ITEM-MAX times.
              07 w-it-level pic 9(02).
              07 w-it-name pic x(30).
              07 w-it-pic pic x(30).
              07 w-it-usage pic x.
                 88 USAGE-DISPLAY value "D".
                 88 USAGE-PACKED value "P".
                 88 USAGE-BINARY value "B".
                 88 USAGE-FLOAT value "F".
                 88 USAGE-POINTER value "X".
              07 w-it-float-size pic 9(02).
              07 w-it-occurs pic 9(05).
              07 w-it-odo pic x.
                 88 ITEM-ODO value "Y".
              07 w-it-redefines pic x.
                 88 ITEM-REDEFINES value "Y".
              07 w-it-redef-name pic x(30).
              07 w-it-sign-sep pic x.
                 88 ITEM-SIGN-SEPARATE value "Y".
              07 w-it-parent pic 9(03).
              07 w-it-group pic x.
                 88 ITEM-IS-GROUP value "Y".
              07 w-it-skip pic x.
                 88 ITEM-SKIPPED value "Y".
              07 w-it-size pic 9(09).
              07 w-it-rel pic 9(09).
              07 w-it-next-rel pic 9(09).
              07 w-it-type pic x.
              07 w-it-format pic x(12).

      *         the generated lines, checked for duplicates before
      *         anything is written
       77  w-field-count pic 9(04) value 0.
       01  w-field-tbl.
           05 w-field-entry occurs IMP-FIELD-MAX times.
              07 w-fd-name pic x(15).
              07 w-fd-offset pic 9(09).
              07 w-fd-length pic 9(09).
              07 w-fd-type pic x.
              07 w-fd-format pic x(08).

       01  w-hold-field.
           05 w-hold-name pic x(15).
           05 w-hold-offset pic 9(09).
           05 filler pic x(18).

       77  w-line-count pic 9(04) value 0.
       77  w-layouts-over pic x value "N".
           88  LAYOUTS-OVER-TABLE value "Y".
       01  w-line-tbl.
           05 w-line-text pic x(80) occurs IMP-LINE-MAX times.

       77  w-exc-count pic 9(03) value 0.
       77  w-hard-exc-count pic 9(03) value 0.
       01  w-exc-tbl.
           05 w-exc-text pic x(100) occurs IMP-EXC-MAX times.

      *         statement gathering: columns 8-72, quote aware, a
      *         period followed by a space ends the entry
       77  w-stmt pic x(2000) value spaces.
       77  w-stmt-len pic 9(04) value 0.
       77  w-in-quote pic x value "N".
           88  INSIDE-QUOTE value "Y".
       77  w-quote-char pic x value space.
       77  w-col pic 9(02) value 0.
       77  w-ch pic x value space.

       77  w-token-count pic 9(02) value 0.
       01  w-token-tbl.
           05 w-token pic x(30) occurs IMP-TOKEN-MAX times.
       77  w-tok-idx pic 9(02) value 0.
       77  w-scan-pos pic 9(04) value 0.
       77  w-tok-start pic 9(04) value 0.
       77  w-tok-len pic 9(04) value 0.
       77  w-kw pic x(30) value spaces.
       77  w-next-kw pic x(30) value spaces.

       77  w-keyword pic x value "N".
           88  IS-CLAUSE-KEYWORD value "Y".
       77  w-record-seen pic x value "N".
           88  RECORD-SEEN value "Y".
       77  w-ignore-rest pic x value "N".
           88  IGNORE-REST value "Y".

      *         PIC analysis
       77  w-pic pic x(30) value spaces.
       77  w-pic-idx pic 9(02) value 0.
       77  w-sym pic x value space.
       77  w-prev-sym pic x value space.
       77  w-repeat pic 9(05) value 0.
       77  w-rep-idx pic 9(05) value 0.
       77  w-pic-length pic 9(05) value 0.
       77  w-int-digits pic 9(02) value 0.
       77  w-dec-digits pic 9(02) value 0.
       77  w-seen-v pic x value "N".
           88  PIC-SEEN-V value "Y".
       77  w-pic-signed pic x value "N".
           88  PIC-SIGNED value "Y".
       77  w-pic-alpha pic x value "N".
           88  PIC-ALPHA value "Y".
       77  w-pic-edited pic x value "N".
           88  PIC-EDITED value "Y".
       77  w-pic-scaled pic x value "N".
           88  PIC-SCALED value "Y".
       77  z-digits pic z9.
       77  w-format pic x(12) value spaces.
       77  w-fmt-ptr pic 9(02) value 0.
       77  w-wide-format pic x(12) value spaces.

       77  w-item-idx pic 9(03) value 0.
       77  w-par-idx pic 9(03) value 0.
       77  w-look-idx pic 9(03) value 0.
       77  w-nest-count pic 9(02) value 0.
       01  w-nest-tbl.
           05 w-nest-item pic 9(03) occurs IMP-NEST-MAX times.

      *         the OCCURS items above an elementary item, innermost
      *         first, and the odometer walking their occurrences
       77  w-chain-count pic 9(02) value 0.
       01  w-chain-tbl.
           05 w-chain-entry occurs IMP-CHAIN-MAX times.
              07 w-ch-item pic 9(03).
              07 w-ch-index pic 9(05).
       77  w-chain-idx pic 9(02) value 0.
       77  w-chain-deep pic x value "N".
           88  CHAIN-TOO-DEEP value "Y".
       77  w-base-offset pic 9(09) value 0.
       77  w-offset pic 9(09) value 0.
       77  w-combos-done pic x value "N".
           88  COMBOS-DONE value "Y".

       77  w-base-name pic x(30) value spaces.
       77  w-suffix pic x(30) value spaces.
       77  w-suffix-ptr pic 9(02) value 0.
       77  w-suffix-len pic 9(02) value 0.
       77  w-name-len pic 9(02) value 0.
       77  w-keep-len pic 9(02) value 0.
       77  w-full-name pic x(60) value spaces.
       77  w-short-name pic x(15) value spaces.
       77  z-index pic z(04)9.
       77  w-field-idx pic 9(04) value 0.
       77  w-dup-idx pic 9(04) value 0.
       77  w-line-idx pic 9(04) value 0.
       77  w-exc-idx pic 9(03) value 0.
       77  w-exc-line pic x(100) value spaces.
       77  w-first-tok pic x(16) value spaces.
       77  z-count pic z(08)9.

       77  w-runlog-pgm pic x(08) value "ARRLAYIM".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-copy-name pic x(30).
       77  l-layout-name pic x(15).
       77  l-run-mode pic x.

       procedure division using
           l-copy-name
           l-layout-name
           l-run-mode
           .
           CATCHPARAMS.
           move spaces to w-copy-assign.
           if w-narg >= 1
              move l-copy-name to w-copy-assign
           end-if.
           move spaces to w-layout-name.
           if w-narg >= 2
              move l-layout-name to w-layout-name
           end-if.
           move "W" to w-run-mode.
           if w-narg >= 3 and l-run-mode not = space
              move l-run-mode to w-run-mode
           end-if.
           if w-copy-assign = spaces
              display "ARRLAYIM needs a copybook member" upon console
              goback giving KO
           end-if.
           if not MODE-WRITE and not MODE-PREVIEW
              display "ARRLAYIM mode must be W or P" upon console
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           move 0 to w-item-count.
           move 0 to w-field-count.
           move 0 to w-exc-count.
           move 0 to w-hard-exc-count.
           move "N" to w-record-seen.
           move "N" to w-ignore-rest.

           perform read-copy-member thru read-copy-member-ex.
           if w-item-count = 0
              display "ARRLAYIM no record description in "
                 function trim(w-copy-assign)
                 upon console
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.
           if w-layout-name = spaces
              move w-it-name(1) to w-layout-name
           end-if.

           perform link-items thru link-items-ex.
           perform size-items thru size-items-ex.
           perform place-items thru place-items-ex.
           perform generate-fields thru generate-fields-ex.
           perform sort-fields-by-offset
              thru sort-fields-by-offset-ex.
           perform check-duplicate-names
              thru check-duplicate-names-ex.
           if w-field-count > LAYOUT-RESOLVE-MAX
              move spaces to w-exc-line
              move w-field-count to z-count
              string "layout has " function trim(z-count)
                 " fields -- arrlayout:resolve returns the first 64"
                 into w-exc-line
              end-string
              perform add-soft-exception thru add-soft-exception-ex
           end-if.

           if MODE-WRITE
              perform rewrite-layouts-file
                 thru rewrite-layouts-file-ex
           end-if.
           perform write-import-report thru write-import-report-ex.
           perform write-run-record thru write-run-record-ex.
           if w-hard-exc-count > 0
              goback giving KO
           end-if.
           goback giving OK.

       read-copy-member.
           open input COPY-MEMBER.
           if COPY-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move spaces to w-stmt.
           move 0 to w-stmt-len.
           move "N" to w-in-quote.
           read COPY-MEMBER.
           perform until COPY-FILE-AT-EOF
              if copy-member-rec(7:1) not = "*"
                 and copy-member-rec(7:1) not = "/"
                 perform gather-source-line
                    thru gather-source-line-ex
              end-if
              read COPY-MEMBER
           end-perform.
           close COPY-MEMBER.
       read-copy-member-ex.
           exit.

       gather-source-line.
           perform varying w-col from 8 by 1 until w-col > 72
              move copy-member-rec(w-col:1) to w-ch
              evaluate true
                 when INSIDE-QUOTE
                    perform append-stmt-char
                       thru append-stmt-char-ex
                    if w-ch = w-quote-char
                       move "N" to w-in-quote
                    end-if
                 when w-ch = quote or w-ch = "'"
                    move "Y" to w-in-quote
                    move w-ch to w-quote-char
                    perform append-stmt-char
                       thru append-stmt-char-ex
                 when w-ch = "."
                    and (w-col = 72
                       or copy-member-rec(w-col + 1:1) = space)
                    perform process-statement
                       thru process-statement-ex
                    move spaces to w-stmt
                    move 0 to w-stmt-len
                 when other
                    perform append-stmt-char
                       thru append-stmt-char-ex
              end-evaluate
           end-perform.
           move space to w-ch.
           perform append-stmt-char thru append-stmt-char-ex.
       gather-source-line-ex.
           exit.

       append-stmt-char.
           if w-stmt-len < length of w-stmt
              add 1 to w-stmt-len
              move w-ch to w-stmt(w-stmt-len:1)
           end-if.
       append-stmt-char-ex.
           exit.

      *         tokens split on spaces, a quoted literal kept whole
       tokenize-statement.
           move 0 to w-token-count.
           move spaces to w-token-tbl.
           move 1 to w-scan-pos.
           perform until w-scan-pos > w-stmt-len
              or w-token-count >= IMP-TOKEN-MAX
              if w-stmt(w-scan-pos:1) = space
                 add 1 to w-scan-pos
              else
                 move w-scan-pos to w-tok-start
                 if w-stmt(w-scan-pos:1) = quote
                    or w-stmt(w-scan-pos:1) = "'"
                    move w-stmt(w-scan-pos:1) to w-quote-char
                    add 1 to w-scan-pos
                    perform until w-scan-pos > w-stmt-len
                       or w-stmt(w-scan-pos:1) = w-quote-char
                       add 1 to w-scan-pos
                    end-perform
                    add 1 to w-scan-pos
                 else
                    perform until w-scan-pos > w-stmt-len
                       or w-stmt(w-scan-pos:1) = space
                       add 1 to w-scan-pos
                    end-perform
                 end-if
                 compute w-tok-len = w-scan-pos - w-tok-start
                 if w-tok-len > 30
                    move 30 to w-tok-len
                 end-if
                 add 1 to w-token-count
                 move w-stmt(w-tok-start:w-tok-len)
                    to w-token(w-token-count)
              end-if
           end-perform.
       tokenize-statement-ex.
           exit.

       process-statement.
           perform tokenize-statement thru tokenize-statement-ex.
           if w-token-count = 0 or IGNORE-REST
              exit paragraph
           end-if.
           if function trim(w-token(1)) is not numeric
              exit paragraph
           end-if.
           if function numval(w-token(1)) = 88
              or function numval(w-token(1)) = 77
              exit paragraph
           end-if.
           if function numval(w-token(1)) = 66
              move spaces to w-exc-line
              string function trim(w-token(2))
                 ": RENAMES (66) is not imported"
                 into w-exc-line
              end-string
              perform add-hard-exception thru add-hard-exception-ex
              exit paragraph
           end-if.
           if function numval(w-token(1)) = 1 and RECORD-SEEN
              move spaces to w-exc-line
              string function trim(w-token(2))
                 ": second 01 record in the member is not imported"
                 into w-exc-line
              end-string
              perform add-hard-exception thru add-hard-exception-ex
              move "Y" to w-ignore-rest
              exit paragraph
           end-if.
           if w-item-count >= IMP-ITEM-MAX
              exit paragraph
           end-if.

           add 1 to w-item-count.
           initialize w-item-entry(w-item-count).
           compute w-it-level(w-item-count) =
              function numval(w-token(1)).
           move "Y" to w-record-seen.
           move 1 to w-it-occurs(w-item-count).
           move "FILLER" to w-it-name(w-item-count).
           move 2 to w-tok-idx.
           if w-token-count >= 2
              move function upper-case(w-token(2)) to w-kw
              perform check-clause-keyword
                 thru check-clause-keyword-ex
              if not IS-CLAUSE-KEYWORD
                 move w-token(2) to w-it-name(w-item-count)
                 move 3 to w-tok-idx
              end-if
           end-if.
           if w-it-name(w-item-count)(1:8) = "!PREFIX!"
              move w-it-name(w-item-count)(9:22) to w-base-name
              move w-base-name to w-it-name(w-item-count)
           end-if.
           perform parse-item-clauses thru parse-item-clauses-ex.
       process-statement-ex.
           exit.

       check-clause-keyword.
           move "N" to w-keyword.
           evaluate w-kw
              when "PIC" when "PICTURE" when "USAGE" when "COMP"
              when "COMP-1" when "COMP-2" when "COMP-3" when "COMP-4"
              when "COMP-5" when "COMPUTATIONAL"
              when "COMPUTATIONAL-3" when "BINARY"
              when "PACKED-DECIMAL" when "DISPLAY" when "REDEFINES"
              when "OCCURS" when "VALUE" when "VALUES" when "SIGN"
              when "SYNC" when "SYNCHRONIZED" when "JUST"
              when "JUSTIFIED" when "BLANK"
                 move "Y" to w-keyword
           end-evaluate.
       check-clause-keyword-ex.
           exit.

       parse-item-clauses.
           perform until w-tok-idx > w-token-count
              move function upper-case(w-token(w-tok-idx)) to w-kw
              move spaces to w-next-kw
              if w-tok-idx < w-token-count
                 move function upper-case(w-token(w-tok-idx + 1))
                    to w-next-kw
              end-if
              evaluate w-kw
                 when "PIC" when "PICTURE"
                    add 1 to w-tok-idx
                    if w-next-kw = "IS"
                       add 1 to w-tok-idx
                    end-if
                    move function upper-case(w-token(w-tok-idx))
                       to w-it-pic(w-item-count)
                 when "USAGE"
                    if w-next-kw = "IS"
                       add 1 to w-tok-idx
                    end-if
                 when "COMP-3" when "COMPUTATIONAL-3"
                 when "PACKED-DECIMAL"
                    move "P" to w-it-usage(w-item-count)
                 when "COMP" when "COMP-4" when "COMP-5"
                 when "COMPUTATIONAL" when "COMPUTATIONAL-4"
                 when "COMPUTATIONAL-5" when "BINARY"
                    move "B" to w-it-usage(w-item-count)
                 when "COMP-1" when "COMPUTATIONAL-1"
                    move "F" to w-it-usage(w-item-count)
                    move 4 to w-it-float-size(w-item-count)
                 when "COMP-2" when "COMPUTATIONAL-2"
                    move "F" to w-it-usage(w-item-count)
                    move 8 to w-it-float-size(w-item-count)
                 when "POINTER" when "INDEX"
                    move "X" to w-it-usage(w-item-count)
                 when "DISPLAY"
                    move "D" to w-it-usage(w-item-count)
                 when "REDEFINES"
                    add 1 to w-tok-idx
                    move "Y" to w-it-redefines(w-item-count)
                    move w-token(w-tok-idx)
                       to w-it-redef-name(w-item-count)
                 when "OCCURS"
                    perform parse-occurs-clause
                       thru parse-occurs-clause-ex
                 when "SEPARATE"
                    move "Y" to w-it-sign-sep(w-item-count)
                 when "VALUE" when "VALUES"
      *         the literal runs to the end of the entry in the
      *         members this reads; nothing after it sizes the item
                    move w-token-count to w-tok-idx
                 when "SYNC" when "SYNCHRONIZED"
                    move spaces to w-exc-line
                    string function trim(w-it-name(w-item-count))
                       ": SYNCHRONIZED -- slack bytes not allowed for"
                       into w-exc-line
                    end-string
                    perform add-soft-exception
                       thru add-soft-exception-ex
              end-evaluate
              add 1 to w-tok-idx
           end-perform.
       parse-item-clauses-ex.
           exit.

      *         OCCURS n [TO m] [TIMES] [DEPENDING ON x]
       parse-occurs-clause.
           add 1 to w-tok-idx.
           if function trim(w-token(w-tok-idx)) is numeric
              compute w-it-occurs(w-item-count) =
                 function numval(w-token(w-tok-idx))
           end-if.
           if w-tok-idx < w-token-count
              and function upper-case(w-token(w-tok-idx + 1)) = "TO"
              add 2 to w-tok-idx
              if function trim(w-token(w-tok-idx)) is numeric
                 compute w-it-occurs(w-item-count) =
                    function numval(w-token(w-tok-idx))
              end-if
           end-if.
           perform varying w-look-idx from w-tok-idx by 1
              until w-look-idx > w-token-count
              if function upper-case(w-token(w-look-idx))
                 = "DEPENDING"
                 move "Y" to w-it-odo(w-item-count)
              end-if
           end-perform.
           if w-it-occurs(w-item-count) = 0
              move 1 to w-it-occurs(w-item-count)
           end-if.
       parse-occurs-clause-ex.
           exit.

      *         parent of every entry, group or elementary, usage
      *         inherited from the group, and which subtrees are out
       link-items.
           move 0 to w-nest-count.
           perform varying w-item-idx from 1 by 1
              until w-item-idx > w-item-count
              perform until w-nest-count = 0
                 or w-it-level(w-nest-item(w-nest-count))
                    < w-it-level(w-item-idx)
                 subtract 1 from w-nest-count
              end-perform
              if w-nest-count = 0
                 move 0 to w-it-parent(w-item-idx)
              else
                 move w-nest-item(w-nest-count)
                    to w-it-parent(w-item-idx)
              end-if
              if w-nest-count < IMP-NEST-MAX
                 add 1 to w-nest-count
                 move w-item-idx to w-nest-item(w-nest-count)
              end-if

              move "N" to w-it-group(w-item-idx)
              if w-item-idx < w-item-count
                 and w-it-level(w-item-idx + 1)
                    > w-it-level(w-item-idx)
                 and w-it-pic(w-item-idx) = spaces
                 move "Y" to w-it-group(w-item-idx)
              end-if

              move w-it-parent(w-item-idx) to w-par-idx
              if w-it-usage(w-item-idx) = space
                 if w-par-idx > 0
                    move w-it-usage(w-par-idx)
                       to w-it-usage(w-item-idx)
                 else
                    move "D" to w-it-usage(w-item-idx)
                 end-if
              end-if
              move "N" to w-it-skip(w-item-idx)
              if w-par-idx > 0
                 move w-it-skip(w-par-idx) to w-it-skip(w-item-idx)
              end-if
              perform flag-item-exceptions
                 thru flag-item-exceptions-ex
           end-perform.
       link-items-ex.
           exit.

       flag-item-exceptions.
           if ITEM-REDEFINES(w-item-idx)
              move "Y" to w-it-skip(w-item-idx)
              move spaces to w-exc-line
              string function trim(w-it-name(w-item-idx))
                 " REDEFINES "
                 function trim(w-it-redef-name(w-item-idx))
                 ": alternate view not imported"
                 into w-exc-line
              end-string
              perform add-hard-exception thru add-hard-exception-ex
           end-if.
           if ITEM-ODO(w-item-idx)
              move "Y" to w-it-skip(w-item-idx)
              move spaces to w-exc-line
              move w-it-occurs(w-item-idx) to z-count
              string function trim(w-it-name(w-item-idx))
                 ": OCCURS DEPENDING ON not imported; offsets"
                 " after it assume the maximum "
                 function trim(z-count)
                 into w-exc-line
              end-string
              perform add-hard-exception thru add-hard-exception-ex
           end-if.
           if not ITEM-IS-GROUP(w-item-idx)
              and not ITEM-SKIPPED(w-item-idx)
              and (USAGE-FLOAT(w-item-idx)
                 or USAGE-POINTER(w-item-idx))
              move "Y" to w-it-skip(w-item-idx)
              move spaces to w-exc-line
              string function trim(w-it-name(w-item-idx))
                 ": floating-point / pointer / index usage has"
                 " no LAYOUTS type"
                 into w-exc-line
              end-string
              perform add-hard-exception thru add-hard-exception-ex
           end-if.
       flag-item-exceptions-ex.
           exit.

      *         elementary sizes from the PIC, then every group the
      *         sum of its children times their OCCURS -- children
      *         follow their group, so one pass from the bottom up
      *         finds each group complete when it is reached.  A
      *         REDEFINES adds nothing to its group
       size-items.
           perform varying w-item-idx from w-item-count by -1
              until w-item-idx = 0
              if not ITEM-IS-GROUP(w-item-idx)
                 perform size-elementary-item
                    thru size-elementary-item-ex
              end-if
              move w-it-parent(w-item-idx) to w-par-idx
              if w-par-idx > 0
                 and not ITEM-REDEFINES(w-item-idx)
                 compute w-it-size(w-par-idx) =
                    w-it-size(w-par-idx)
                    + w-it-size(w-item-idx) * w-it-occurs(w-item-idx)
              end-if
           end-perform.
       size-items-ex.
           exit.

       size-elementary-item.
           if USAGE-FLOAT(w-item-idx)
              move w-it-float-size(w-item-idx) to w-it-size(w-item-idx)
              exit paragraph
           end-if.
           if USAGE-POINTER(w-item-idx)
              move 4 to w-it-size(w-item-idx)
              exit paragraph
           end-if.
           move w-it-pic(w-item-idx) to w-pic.
           perform analyse-picture thru analyse-picture-ex.
           evaluate true
              when PIC-ALPHA or PIC-EDITED
                 move "x" to w-it-type(w-item-idx)
                 move w-pic-length to w-it-size(w-item-idx)
              when USAGE-PACKED(w-item-idx)
                 move "p" to w-it-type(w-item-idx)
                 compute w-it-size(w-item-idx) =
                    (w-int-digits + w-dec-digits) / 2 + 1
              when USAGE-BINARY(w-item-idx)
                 move "b" to w-it-type(w-item-idx)
                 evaluate true
                    when w-int-digits + w-dec-digits <= 4
                       move 2 to w-it-size(w-item-idx)
                    when w-int-digits + w-dec-digits <= 9
                       move 4 to w-it-size(w-item-idx)
                    when other
                       move 8 to w-it-size(w-item-idx)
                 end-evaluate
              when other
                 move "9" to w-it-type(w-item-idx)
                 move w-pic-length to w-it-size(w-item-idx)
                 if ITEM-SIGN-SEPARATE(w-item-idx)
                    add 1 to w-it-size(w-item-idx)
                 end-if
           end-evaluate.
           move spaces to w-it-format(w-item-idx).
           if w-it-type(w-item-idx) not = "x"
              perform build-numeric-format
                 thru build-numeric-format-ex
              move w-format to w-it-format(w-item-idx)
           end-if.
           if PIC-SCALED and not ITEM-SKIPPED(w-item-idx)
              move spaces to w-exc-line
              string function trim(w-it-name(w-item-idx))
                 ": P scaling in the PIC is not carried in the format"
                 into w-exc-line
              end-string
              perform add-soft-exception thru add-soft-exception-ex
           end-if.
       size-elementary-item-ex.
           exit.

      *         one pass over the PIC string, each symbol counted once
      *         per repetition
       analyse-picture.
           move 0 to w-pic-length.
           move 0 to w-int-digits.
           move 0 to w-dec-digits.
           move "N" to w-seen-v.
           move "N" to w-pic-signed.
           move "N" to w-pic-alpha.
           move "N" to w-pic-edited.
           move "N" to w-pic-scaled.
           move space to w-prev-sym.
           move 1 to w-pic-idx.
           perform until w-pic-idx > 30
              or w-pic(w-pic-idx:1) = space
              move w-pic(w-pic-idx:1) to w-sym
              if w-sym = "("
                 move 0 to w-repeat
                 add 1 to w-pic-idx
                 perform until w-pic-idx > 30
                    or w-pic(w-pic-idx:1) = ")"
                    if w-pic(w-pic-idx:1) is numeric
                       compute w-repeat = w-repeat * 10
                          + function numval(w-pic(w-pic-idx:1))
                    end-if
                    add 1 to w-pic-idx
                 end-perform
                 move w-prev-sym to w-sym
                 perform varying w-rep-idx from 2 by 1
                    until w-rep-idx > w-repeat
                    perform apply-pic-symbol
                       thru apply-pic-symbol-ex
                 end-perform
              else
                 perform apply-pic-symbol thru apply-pic-symbol-ex
                 move w-sym to w-prev-sym
              end-if
              add 1 to w-pic-idx
           end-perform.
       analyse-picture-ex.
           exit.

       apply-pic-symbol.
           evaluate w-sym
              when "9"
                 add 1 to w-pic-length
                 if PIC-SEEN-V
                    add 1 to w-dec-digits
                 else
                    add 1 to w-int-digits
                 end-if
              when "X" when "A"
                 add 1 to w-pic-length
                 move "Y" to w-pic-alpha
              when "S"
                 move "Y" to w-pic-signed
              when "V"
                 move "Y" to w-seen-v
              when "P"
                 move "Y" to w-pic-scaled
              when other
                 add 1 to w-pic-length
                 move "Y" to w-pic-edited
           end-evaluate.
       apply-pic-symbol-ex.
           exit.

      *         9(7)V99: whole digits as a repeat, decimals spelled
      *         out one 9 apiece -- the consumers count the 9s after
      *         the V
       build-numeric-format.
           move spaces to w-format.
           move 1 to w-fmt-ptr.
           if w-int-digits > 1
              move w-int-digits to z-digits
              string "9(" function trim(z-digits) ")"
                 delimited by size
                 into w-format pointer w-fmt-ptr
              end-string
           end-if.
           if w-int-digits = 1
              string "9" into w-format pointer w-fmt-ptr
              end-string
           end-if.
           if w-dec-digits > 0
              string "V" into w-format pointer w-fmt-ptr
              end-string
              perform varying w-rep-idx from 1 by 1
                 until w-rep-idx > w-dec-digits or w-fmt-ptr > 12
                 string "9" into w-format pointer w-fmt-ptr
                 end-string
              end-perform
           end-if.
      *         too wide for the 8 LAYOUTS keeps: the decimals are
      *         what the consumers use, so they are what is kept
           if w-format(9:4) not = spaces
              move w-format to w-wide-format
              move spaces to w-format
              move 1 to w-fmt-ptr
              string "V" into w-format pointer w-fmt-ptr
              end-string
              perform varying w-rep-idx from 1 by 1
                 until w-rep-idx > w-dec-digits or w-fmt-ptr > 8
                 string "9" into w-format pointer w-fmt-ptr
                 end-string
              end-perform
              if not ITEM-SKIPPED(w-item-idx)
                 move spaces to w-exc-line
                 string function trim(w-it-name(w-item-idx))
                    ": format " function trim(w-wide-format)
                    " is wider than LAYOUTS keeps, written as "
                    function trim(w-format)
                    into w-exc-line
                 end-string
                 perform add-soft-exception
                    thru add-soft-exception-ex
              end-if
           end-if.
       build-numeric-format-ex.
           exit.

      *         offsets within the parent; a REDEFINES sits on top
      *         of the item it names
       place-items.
           perform varying w-item-idx from 1 by 1
              until w-item-idx > w-item-count
              move w-it-parent(w-item-idx) to w-par-idx
              move 0 to w-it-next-rel(w-item-idx)
              if w-par-idx = 0
                 move 0 to w-it-rel(w-item-idx)
              else
                 move w-it-next-rel(w-par-idx) to w-it-rel(w-item-idx)
                 if ITEM-REDEFINES(w-item-idx)
                    perform find-redefined-item
                       thru find-redefined-item-ex
                 else
                    compute w-it-next-rel(w-par-idx) =
                       w-it-next-rel(w-par-idx)
                       + w-it-size(w-item-idx)
                       * w-it-occurs(w-item-idx)
                 end-if
              end-if
           end-perform.
       place-items-ex.
           exit.

       find-redefined-item.
           perform varying w-look-idx from w-item-idx by -1
              until w-look-idx = 0
              if w-it-parent(w-look-idx) = w-par-idx
                 and w-it-name(w-look-idx) =
                    w-it-redef-name(w-item-idx)
                 move w-it-rel(w-look-idx) to w-it-rel(w-item-idx)
                 exit paragraph
              end-if
           end-perform.
       find-redefined-item-ex.
           exit.

       generate-fields.
           perform varying w-item-idx from 1 by 1
              until w-item-idx > w-item-count
              if not ITEM-IS-GROUP(w-item-idx)
                 and not ITEM-SKIPPED(w-item-idx)
                 and function upper-case(w-it-name(w-item-idx))
                    not = "FILLER"
                 perform generate-one-item
                    thru generate-one-item-ex
              end-if
           end-perform.
       generate-fields-ex.
           exit.

      *         the item's offset with every enclosing OCCURS at its
      *         first occurrence, then each combination in turn
       generate-one-item.
           move 0 to w-chain-count.
           move "N" to w-chain-deep.
           move 0 to w-base-offset.
           move w-item-idx to w-look-idx.
           perform until w-look-idx = 0
              add w-it-rel(w-look-idx) to w-base-offset
              if w-it-occurs(w-look-idx) > 1
                 if w-chain-count < IMP-CHAIN-MAX
                    add 1 to w-chain-count
                    move w-look-idx to w-ch-item(w-chain-count)
                    move 1 to w-ch-index(w-chain-count)
                 else
                    move "Y" to w-chain-deep
                 end-if
              end-if
              move w-it-parent(w-look-idx) to w-look-idx
           end-perform.
           if CHAIN-TOO-DEEP
              move spaces to w-exc-line
              string function trim(w-it-name(w-item-idx))
                 ": OCCURS nested past 7 levels, not imported"
                 into w-exc-line
              end-string
              perform add-hard-exception thru add-hard-exception-ex
              exit paragraph
           end-if.

           move "N" to w-combos-done.
           perform until COMBOS-DONE
              or w-field-count >= IMP-FIELD-MAX
              perform emit-one-occurrence
                 thru emit-one-occurrence-ex
              perform advance-odometer thru advance-odometer-ex
           end-perform.
       generate-one-item-ex.
           exit.

       advance-odometer.
           move "Y" to w-combos-done.
           perform varying w-chain-idx from 1 by 1
              until w-chain-idx > w-chain-count
              if w-ch-index(w-chain-idx)
                 < w-it-occurs(w-ch-item(w-chain-idx))
                 add 1 to w-ch-index(w-chain-idx)
                 move "N" to w-combos-done
                 exit perform
              end-if
              move 1 to w-ch-index(w-chain-idx)
           end-perform.
       advance-odometer-ex.
           exit.

       emit-one-occurrence.
           move w-base-offset to w-offset.
           move spaces to w-suffix.
           move 1 to w-suffix-ptr.
           perform varying w-chain-idx from w-chain-count by -1
              until w-chain-idx = 0
              compute w-offset = w-offset
                 + (w-ch-index(w-chain-idx) - 1)
                 * w-it-size(w-ch-item(w-chain-idx))
              move w-ch-index(w-chain-idx) to z-index
              string "-" function trim(z-index)
                 delimited by size
                 into w-suffix pointer w-suffix-ptr
              end-string
           end-perform.
           compute w-suffix-len = w-suffix-ptr - 1.

           move w-it-name(w-item-idx) to w-base-name.
           move 0 to w-name-len.
           inspect function reverse(w-base-name)
              tallying w-name-len for leading spaces.
           compute w-name-len = 30 - w-name-len.
           move spaces to w-full-name.
           string w-base-name(1:w-name-len)
              w-suffix delimited by space
              into w-full-name
           end-string.
           if w-name-len + w-suffix-len > 15
              compute w-keep-len = 15 - w-suffix-len
              move spaces to w-short-name
              string w-base-name(1:w-keep-len)
                 w-suffix delimited by space
                 into w-short-name
              end-string
              move spaces to w-exc-line
              string function trim(w-full-name)
                 ": name shortened to " w-short-name
                 into w-exc-line
              end-string
              perform add-soft-exception thru add-soft-exception-ex
           else
              move w-full-name(1:15) to w-short-name
           end-if.

           add 1 to w-field-count.
           move w-short-name to w-fd-name(w-field-count).
           move w-offset to w-fd-offset(w-field-count).
           move w-it-size(w-item-idx) to w-fd-length(w-field-count).
           move w-it-type(w-item-idx) to w-fd-type(w-field-count).
           move w-it-format(w-item-idx)(1:8)
              to w-fd-format(w-field-count).
       emit-one-occurrence-ex.
           exit.

      *         occurrences come out item by item; the listing and
      *         LAYOUTS read in record order
       sort-fields-by-offset.
           perform varying w-field-idx from 2 by 1
              until w-field-idx > w-field-count
              move w-field-entry(w-field-idx) to w-hold-field
              move w-field-idx to w-dup-idx
              perform until w-dup-idx = 1
                 or w-fd-offset(w-dup-idx - 1) <= w-hold-offset
                 move w-field-entry(w-dup-idx - 1)
                    to w-field-entry(w-dup-idx)
                 subtract 1 from w-dup-idx
              end-perform
              move w-hold-field to w-field-entry(w-dup-idx)
           end-perform.
       sort-fields-by-offset-ex.
           exit.

      *         consumers pair fields by name; two the same is a
      *         layout nobody can use safely
       check-duplicate-names.
           perform varying w-field-idx from 2 by 1
              until w-field-idx > w-field-count
              perform varying w-dup-idx from 1 by 1
                 until w-dup-idx >= w-field-idx
                 if w-fd-name(w-dup-idx) = w-fd-name(w-field-idx)
                    move spaces to w-exc-line
                    string function trim(w-fd-name(w-field-idx))
                       ": duplicate field name in the layout"
                       into w-exc-line
                    end-string
                    perform add-soft-exception
                       thru add-soft-exception-ex
                    exit perform
                 end-if
              end-perform
           end-perform.
       check-duplicate-names-ex.
           exit.

       add-hard-exception.
           add 1 to w-hard-exc-count.
           perform add-soft-exception thru add-soft-exception-ex.
       add-hard-exception-ex.
           exit.

       add-soft-exception.
           if w-exc-count < IMP-EXC-MAX
              add 1 to w-exc-count
              move w-exc-line to w-exc-text(w-exc-count)
           end-if.
       add-soft-exception-ex.
           exit.

      *         every line of other layouts kept as it stands, this
      *         layout's old lines dropped and the new ones appended.
      *         A registry too big to keep whole is left untouched
       rewrite-layouts-file.
           move 0 to w-line-count.
           move "N" to w-layouts-over.
           open input LAYOUTS-FILE.
           if not LAYOUTS-FILE-NOT-FOUND
              read LAYOUTS-FILE
              perform until LAYOUTS-FILE-AT-EOF
                 or LAYOUTS-OVER-TABLE
                 move spaces to w-first-tok
                 unstring layouts-file-rec
                    delimited by all spaces
                    into w-first-tok
                 end-unstring
                 if w-first-tok not = w-layout-name
                    or layouts-file-rec(1:1) = "*"
                    if w-line-count >= IMP-LINE-MAX
                       move "Y" to w-layouts-over
                    else
                       add 1 to w-line-count
                       move layouts-file-rec
                          to w-line-text(w-line-count)
                    end-if
                 end-if
                 read LAYOUTS-FILE
              end-perform
              close LAYOUTS-FILE
           end-if.
           if LAYOUTS-OVER-TABLE
              move spaces to w-exc-line
              move IMP-LINE-MAX to z-count
              string "LAYOUTS past " function trim(z-count)
                 " lines kept -- registry not rewritten"
                 into w-exc-line
              end-string
              perform add-hard-exception thru add-hard-exception-ex
              exit paragraph
           end-if.
           open output LAYOUTS-FILE.
           perform varying w-line-idx from 1 by 1
              until w-line-idx > w-line-count
              move w-line-text(w-line-idx) to layouts-file-rec
              write layouts-file-rec
           end-perform.
           perform varying w-field-idx from 1 by 1
              until w-field-idx > w-field-count
              perform format-layout-line thru format-layout-line-ex
              write layouts-file-rec
           end-perform.
           close LAYOUTS-FILE.
       rewrite-layouts-file-ex.
           exit.

       format-layout-line.
           move spaces to layouts-file-rec.
           string w-layout-name " " w-fd-name(w-field-idx)
              " " w-fd-offset(w-field-idx)
              " " w-fd-length(w-field-idx)
              " " w-fd-type(w-field-idx)
              " " w-fd-format(w-field-idx)
              into layouts-file-rec
           end-string.
       format-layout-line-ex.
           exit.

       write-import-report.
           open output IMPORT-REPORT.
           move spaces to import-report-rec.
           string "ARRLAYIM COPYBOOK IMPORT  member "
              function trim(w-copy-assign)
              "  layout " w-layout-name
              "  mode " w-run-mode
              into import-report-rec
           end-string.
           write import-report-rec.
           move spaces to import-report-rec.
           write import-report-rec.
           perform varying w-field-idx from 1 by 1
              until w-field-idx > w-field-count
              perform format-layout-line thru format-layout-line-ex
              move layouts-file-rec to import-report-rec
              write import-report-rec
           end-perform.
           move spaces to import-report-rec.
           write import-report-rec.
           move spaces to import-report-rec.
           move w-field-count to z-count.
           string "FIELDS " function trim(z-count)
              "  RECORD LENGTH " delimited by size
              into import-report-rec
           end-string.
           move w-it-size(1) to z-count.
           move function trim(z-count) to import-report-rec(31:9).
           write import-report-rec.
           move spaces to import-report-rec.
           move w-exc-count to z-count.
           string "EXCEPTIONS " function trim(z-count)
              into import-report-rec
           end-string.
           write import-report-rec.
           perform varying w-exc-idx from 1 by 1
              until w-exc-idx > w-exc-count
              move spaces to import-report-rec
              string "  * " w-exc-text(w-exc-idx)
                 into import-report-rec
              end-string
              write import-report-rec
           end-perform.
           close IMPORT-REPORT.
       write-import-report-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-item-count to w-rl-run-read.
           move w-field-count to w-rl-run-written.
           move w-exc-count to w-rl-run-rejected.
           if w-hard-exc-count > 0 or w-item-count = 0
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
