       identification division.
         program-id.  arrbreak.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select BREAK-CARD assign "BRKCARD"
              organization line sequential
              file status is w-card-file-status.
           select BREAK-OPEN assign "BRKOPEN"
              organization line sequential
              file status is w-open-file-status.
           select RECON-BREAKS assign "ARRRECOUT"
              organization line sequential
              file status is w-recon-file-status.
           select RESIDUE-A assign "UNMATCHA"
              organization line sequential
              file status is w-resa-file-status.
           select RESIDUE-B assign "UNMATCHB"
              organization line sequential
              file status is w-resb-file-status.
           select ORPHAN-BREAKS assign "ORPHRPT"
              organization line sequential
              file status is w-orph-file-status.
           select BREAK-AUDIT assign "BRKAUDIT"
              organization line sequential
              file status is w-audit-file-status.
           select BREAK-REPORT assign "BRKRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  BREAK-CARD.
       01  break-card-rec pic x(80).
      *         the open-items file, one break per line in the
      *         breaks.cpy entry layout; arrbrkwb works the same file
       fd  BREAK-OPEN.
       01  break-open-rec pic x(266).
       fd  RECON-BREAKS.
       01  recon-breaks-rec pic x(4300).
       fd  RESIDUE-A.
       01  residue-a-rec pic x(4096).
       fd  RESIDUE-B.
       01  residue-b-rec pic x(4096).
       fd  ORPHAN-BREAKS.
       01  orphan-breaks-rec pic x(132).
       fd  BREAK-AUDIT.
       01  break-audit-rec pic x(600).
       fd  BREAK-REPORT.
       01  break-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  BREAK-ROW-MAX value 5000.
       78  BREAK-ELEMENT-SZ value 38.
       78  BREAK-SORT-KEY-SZ value 33.
       78  KEEP-DAYS-DEFAULT value 90.
       78  RESIDUE-KEY-MAX value 64.

      *         gathers the breaks the reconciliation jobs leave
      *         behind into one open-items file --
      *           RECON   arrrecon's MISSING, SURPLUS, MISMATCH and
      *                   NOEFFECT lines on ARRRECOUT
      *           FUZZYA  arrfuzzy's unmatched A records, UNMATCHA
      *           FUZZYB  arrfuzzy's unmatched B records, UNMATCHB
      *           REFCHK  arrrefchk's ORPHAN values on ORPHRPT
      *         A break is its source and key.  One already open is
      *         seen again; a new one opens today; an open one its
      *         source no longer reports has cleared itself and is
      *         closed CLEARED.  A source whose file is not there this
      *         run closes nothing.  Breaks the analysts closed on
      *         arrbrkwb (MATCHED, WRITEOFF) stay closed while their
      *         items are still about.  BRKRPT lists what is open by
      *         owner, source and resolution code; every open, clear
      *         and purge is on BRKAUDIT with the operator
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-open-file-status pic x(02) value spaces.
           88  OPEN-FILE-NOT-FOUND value "35".
           88  OPEN-FILE-AT-EOF value "10".
       77  w-recon-file-status pic x(02) value spaces.
           88  RECON-FILE-NOT-FOUND value "35".
           88  RECON-FILE-AT-EOF value "10".
       77  w-resa-file-status pic x(02) value spaces.
           88  RESA-FILE-NOT-FOUND value "35".
           88  RESA-FILE-AT-EOF value "10".
       77  w-resb-file-status pic x(02) value spaces.
           88  RESB-FILE-NOT-FOUND value "35".
           88  RESB-FILE-AT-EOF value "10".
       77  w-orph-file-status pic x(02) value spaces.
           88  ORPH-FILE-NOT-FOUND value "35".
           88  ORPH-FILE-AT-EOF value "10".
       77  w-audit-file-status pic x(02) value spaces.
           88  AUDIT-FILE-NOT-FOUND value "35".
       77  w-rpt-file-status pic x(02) value spaces.

      *         the BRKCARD deck:
      *           RESIDUEKEY offset length   where the key sits in the
      *                                      unmatched records, 0 32
      *                                      unless told
      *           KEEP days                  closed breaks stay on
      *                                      BRKOPEN this long after
      *                                      they last showed, 90
      *                                      unless told
       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(10) value spaces.
       77  w-tok-1 pic x(25) value spaces.
       77  w-tok-2 pic x(25) value spaces.
       77  w-residue-offset pic 9(09) value 0.
       77  w-residue-length pic 9(09) value 32.
       77  w-keep-days pic 9(05) value KEEP-DAYS-DEFAULT.

       77  w-today pic x(08) value spaces.
       77  w-numeric-date pic 9(08) value 0.
       77  w-today-day-no pic 9(09) value 0.
       77  w-closed-day-no pic 9(09) value 0.
       77  w-operator pic x(10) value spaces.

       copy "breaks.cpy" replacing ==!PREFIX!== by ==w-bk-==.
      *         Y against a break its source reported this run
       01  w-seen-tbl.
           05 w-seen pic x occurs 5000 times.
       77  w-next-id pic 9(09) value 0.
       77  w-row-idx pic 9(05) value 0.
       77  w-found-row pic 9(05) value 0.

      *         one break as its source reports it
       77  w-source-line pic x(4300) value spaces.
       77  w-in-source pic x(06) value spaces.
       77  w-in-kind pic x(08) value spaces.
       77  w-in-key pic x(64) value spaces.
       77  w-in-detail pic x(60) value spaces.
       77  w-line-head pic x(20) value spaces.
       77  w-line-rest pic x(4300) value spaces.

       77  w-recon-loaded pic x value "N".
           88  RECON-LOADED value "Y".
       77  w-resa-loaded pic x value "N".
           88  RESA-LOADED value "Y".
       77  w-resb-loaded pic x value "N".
           88  RESB-LOADED value "Y".
       77  w-orph-loaded pic x value "N".
           88  ORPH-LOADED value "Y".
       77  w-source-loaded pic x value "N".
           88  SOURCE-LOADED value "Y".

       77  w-audit-action pic x(08) value spaces.
       77  w-audit-id pic 9(09) value 0.
       77  w-before-row pic x(266) value spaces.
       77  w-after-row pic x(266) value spaces.

       77  w-read-count pic 9(09) value 0.
       77  w-new-count pic 9(09) value 0.
       77  w-seen-open-count pic 9(09) value 0.
       77  w-cleared-count pic 9(09) value 0.
       77  w-purged-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-overflow-count pic 9(09) value 0.
       77  w-open-count pic 9(09) value 0.
       77  w-matched-today pic 9(09) value 0.
       77  w-writeoff-today pic 9(09) value 0.
       77  w-break-rc pic s9(09) value 0.

      *         the open breaks in report order: owner, source,
      *         resolution code, break id -- and the row they are on
       01  w-report-element.
           05 w-re-owner pic x(10).
           05 w-re-source pic x(06).
           05 w-re-resolution pic x(08).
           05 w-re-id pic 9(09).
           05 w-re-row pic 9(05).
       copy "array.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-scan-idx pic 9(09) value 0.
       77  w-get-idx pic 9(18) value 0.

       77  w-prev-owner pic x(10) value spaces.
       77  w-prev-group pic x(24) value spaces.
       77  w-this-group pic x(24) value spaces.
       77  w-group-count pic 9(09) value 0.
       77  w-group-oldest pic x(08) value spaces.
       77  w-owner-count pic 9(09) value 0.
       77  w-age-days pic 9(05) value 0.
       77  w-lookup-table pic x(25) value "BRKRESCD".
       77  w-lookup-code pic x(25) value spaces.
       77  w-lookup-value pic x(40) value spaces.
       77  w-lookup-rc pic s9(09) value 0.

       77  z-count pic z(08)9.
       77  z-id pic z(08)9.
       77  z-age pic z(04)9.

       77  w-open-over pic x value "N".
           88  OPEN-ITEMS-OVER-TABLE value "Y".

       77  w-runlog-pgm pic x(08) value "ARRBREAK".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       procedure division.
           perform read-break-card thru read-break-card-ex.
           if w-residue-length = 0
              or w-residue-length > RESIDUE-KEY-MAX
              or w-residue-offset + w-residue-length > 4096
              display
                 "ARRBREAK bad RESIDUEKEY " w-residue-offset
                 " " w-residue-length
                 upon console
              goback giving KO
           end-if.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.
           call "rundate:today" using w-today.
           move w-today to w-numeric-date.
           compute w-today-day-no =
              function integer-of-date(w-numeric-date).

           call "runlog:start" using w-runlog-pgm.
           perform load-open-items thru load-open-items-ex.
           if OPEN-ITEMS-OVER-TABLE
              initialize w-rl-run-totals
              move KO to w-rl-run-rc
              call "runlog:end" using w-rl-run-totals
              goback giving KO
           end-if.
           open extend BREAK-AUDIT.
           if AUDIT-FILE-NOT-FOUND
              open output BREAK-AUDIT
           end-if.
           perform load-recon-breaks thru load-recon-breaks-ex.
           perform load-residue-a thru load-residue-a-ex.
           perform load-residue-b thru load-residue-b-ex.
           perform load-orphan-breaks thru load-orphan-breaks-ex.
           perform close-cleared-breaks
              thru close-cleared-breaks-ex.
           perform write-open-items thru write-open-items-ex.
           close BREAK-AUDIT.
           perform write-break-report thru write-break-report-ex.

           display
              "ARRBREAK new=" w-new-count
              " cleared=" w-cleared-count
              " open=" w-open-count
              " purged=" w-purged-count
              upon console.
           if w-overflow-count > 0
              display
                 "ARRBREAK open-items file full, breaks not taken "
                 w-overflow-count
                 upon console
              move KO to w-break-rc
           else
              move OK to w-break-rc
           end-if.
           move w-read-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move w-overflow-count to w-rl-run-rejected.
           move w-break-rc to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           goback giving w-break-rc.

       read-break-card.
           open input BREAK-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read BREAK-CARD.
           perform until CARD-FILE-AT-EOF
              move break-card-rec to w-card-line
              perform parse-break-line thru parse-break-line-ex
              read BREAK-CARD
           end-perform.
           close BREAK-CARD.
       read-break-card-ex.
           exit.

       parse-break-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1 w-tok-2
           end-unstring.
           evaluate w-tok-kind
              when "RESIDUEKEY"
                 if function trim(w-tok-1) is numeric
                    and function trim(w-tok-2) is numeric
                    compute w-residue-offset = function numval(w-tok-1)
                    compute w-residue-length = function numval(w-tok-2)
                 else
                    move 0 to w-residue-length
                 end-if
              when "KEEP"
                 if function trim(w-tok-1) is numeric
                    compute w-keep-days = function numval(w-tok-1)
                 end-if
           end-evaluate.
       parse-break-line-ex.
           exit.

      *         yesterday's open-items file; the next break id follows
      *         the highest one on it.  A file with more open breaks
      *         than the table holds stops the run: rewriting it from
      *         the table would drop the rest unresolved and unaudited
       load-open-items.
           move 0 to w-bk-break-count.
           move 0 to w-next-id.
           move "N" to w-open-over.
           open input BREAK-OPEN.
           if OPEN-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read BREAK-OPEN.
           perform until OPEN-FILE-AT-EOF
              if break-open-rec not = spaces
                 and w-bk-break-count >= BREAK-ROW-MAX
                 display
                    "ARRBREAK BRKOPEN past " BREAK-ROW-MAX
                    " breaks -- run stopped"
                    upon console
                 move "Y" to w-open-over
                 exit perform
              end-if
              if break-open-rec not = spaces
                 add 1 to w-bk-break-count
                 move break-open-rec
                    to w-bk-break-entry(w-bk-break-count)
                 if w-bk-brk-id(w-bk-break-count) > w-next-id
                    move w-bk-brk-id(w-bk-break-count) to w-next-id
                 end-if
              end-if
              read BREAK-OPEN
           end-perform.
           close BREAK-OPEN.
       load-open-items-ex.
           exit.

      *         MISSING  key=[k] ... and its kin; TOTALS and AMOUNTS
      *         are arrrecon's control lines, not breaks
       load-recon-breaks.
           open input RECON-BREAKS.
           if RECON-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move "Y" to w-recon-loaded.
           move "RECON" to w-in-source.
           read RECON-BREAKS.
           perform until RECON-FILE-AT-EOF
              add 1 to w-read-count
              move recon-breaks-rec to w-source-line
              if w-source-line(1:14) = "MISSING  key=["
                 or w-source-line(1:14) = "SURPLUS  key=["
                 or w-source-line(1:14) = "MISMATCH key=["
                 or w-source-line(1:14) = "NOEFFECT key=["
                 move w-source-line(1:8) to w-in-kind
                 perform take-bracketed-key
                    thru take-bracketed-key-ex
                 perform register-break thru register-break-ex
              end-if
              read RECON-BREAKS
           end-perform.
           close RECON-BREAKS.
       load-recon-breaks-ex.
           exit.

       load-residue-a.
           open input RESIDUE-A.
           if RESA-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move "Y" to w-resa-loaded.
           move "FUZZYA" to w-in-source.
           read RESIDUE-A.
           perform until RESA-FILE-AT-EOF
              add 1 to w-read-count
              move residue-a-rec to w-source-line
              perform take-residue-break thru take-residue-break-ex
              read RESIDUE-A
           end-perform.
           close RESIDUE-A.
       load-residue-a-ex.
           exit.

       load-residue-b.
           open input RESIDUE-B.
           if RESB-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move "Y" to w-resb-loaded.
           move "FUZZYB" to w-in-source.
           read RESIDUE-B.
           perform until RESB-FILE-AT-EOF
              add 1 to w-read-count
              move residue-b-rec to w-source-line
              perform take-residue-break thru take-residue-break-ex
              read RESIDUE-B
           end-perform.
           close RESIDUE-B.
       load-residue-b-ex.
           exit.

      *         ORPHAN [value] occurrences n; the TOTAL line is not
      *         a break
       load-orphan-breaks.
           open input ORPHAN-BREAKS.
           if ORPH-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move "Y" to w-orph-loaded.
           move "REFCHK" to w-in-source.
           read ORPHAN-BREAKS.
           perform until ORPH-FILE-AT-EOF
              add 1 to w-read-count
              move orphan-breaks-rec to w-source-line
              if w-source-line(1:8) = "ORPHAN ["
                 move "ORPHAN" to w-in-kind
                 perform take-bracketed-key
                    thru take-bracketed-key-ex
                 perform register-break thru register-break-ex
              end-if
              read ORPHAN-BREAKS
           end-perform.
           close ORPHAN-BREAKS.
       load-orphan-breaks-ex.
           exit.

      *         the key between the brackets, what follows it as the
      *         detail
       take-bracketed-key.
           move spaces to w-line-head.
           move spaces to w-line-rest.
           move spaces to w-in-key.
           move spaces to w-in-detail.
           unstring w-source-line
              delimited by "["
              into w-line-head w-line-rest
           end-unstring.
           unstring w-line-rest
              delimited by "] "
              into w-in-key w-in-detail
           end-unstring.
       take-bracketed-key-ex.
           exit.

      *         an unmatched record: its key where RESIDUEKEY says,
      *         the front of the record as the detail
       take-residue-break.
           if w-source-line(1:4096) = spaces
              exit paragraph
           end-if.
           move "RESIDUE" to w-in-kind.
           move spaces to w-in-key.
           move w-source-line(w-residue-offset + 1:w-residue-length)
              to w-in-key.
           move w-source-line(1:60) to w-in-detail.
           perform register-break thru register-break-ex.
       take-residue-break-ex.
           exit.

      *         the first row of the same source and key not yet
      *         taken this run -- a key reported twice is two breaks.
      *         A cleared row is history: the break has come back
      *         and opens again under a new id
       register-break.
           move 0 to w-found-row.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-bk-break-count
              if w-bk-brk-source(w-row-idx) = w-in-source
                 and w-bk-brk-key(w-row-idx) = w-in-key
                 and w-seen(w-row-idx) not = "Y"
                 and w-bk-brk-status(w-row-idx) not = "CLEARED"
                 move w-row-idx to w-found-row
                 exit perform
              end-if
           end-perform.
           if w-found-row > 0
              move "Y" to w-seen(w-found-row)
              move w-today to w-bk-brk-last-seen(w-found-row)
              if w-bk-brk-status(w-found-row) = "OPEN"
                 move w-in-kind to w-bk-brk-kind(w-found-row)
                 move w-in-detail to w-bk-brk-detail(w-found-row)
                 add 1 to w-seen-open-count
              end-if
              exit paragraph
           end-if.
           if w-bk-break-count >= BREAK-ROW-MAX
              add 1 to w-overflow-count
              exit paragraph
           end-if.

           add 1 to w-bk-break-count.
           add 1 to w-next-id.
           move spaces to w-bk-break-entry(w-bk-break-count).
           move w-next-id to w-bk-brk-id(w-bk-break-count).
           move w-in-source to w-bk-brk-source(w-bk-break-count).
           move w-in-kind to w-bk-brk-kind(w-bk-break-count).
           move "OPEN" to w-bk-brk-status(w-bk-break-count).
           move w-in-key to w-bk-brk-key(w-bk-break-count).
           move w-in-detail to w-bk-brk-detail(w-bk-break-count).
           move w-today to w-bk-brk-opened(w-bk-break-count).
           move w-today to w-bk-brk-last-seen(w-bk-break-count).
           move 0 to w-bk-brk-match-id(w-bk-break-count).
           move "Y" to w-seen(w-bk-break-count).
           add 1 to w-new-count.

           move "OPEN" to w-audit-action.
           move w-next-id to w-audit-id.
           move spaces to w-before-row.
           move w-bk-break-entry(w-bk-break-count) to w-after-row.
           perform write-break-audit thru write-break-audit-ex.
       register-break-ex.
           exit.

      *         an open break its source did not report this run has
      *         cleared itself
       close-cleared-breaks.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-bk-break-count
              if w-bk-brk-status(w-row-idx) = "OPEN"
                 and w-seen(w-row-idx) not = "Y"
                 perform check-source-loaded
                    thru check-source-loaded-ex
                 if SOURCE-LOADED
                    move w-bk-break-entry(w-row-idx) to w-before-row
                    move "CLEARED" to w-bk-brk-status(w-row-idx)
                    move w-today to w-bk-brk-closed(w-row-idx)
                    move w-bk-break-entry(w-row-idx) to w-after-row
                    move "CLEAR" to w-audit-action
                    move w-bk-brk-id(w-row-idx) to w-audit-id
                    perform write-break-audit
                       thru write-break-audit-ex
                    add 1 to w-cleared-count
                 end-if
              end-if
           end-perform.
       close-cleared-breaks-ex.
           exit.

       check-source-loaded.
           move "N" to w-source-loaded.
           evaluate w-bk-brk-source(w-row-idx)
              when "RECON"
                 move w-recon-loaded to w-source-loaded
              when "FUZZYA"
                 move w-resa-loaded to w-source-loaded
              when "FUZZYB"
                 move w-resb-loaded to w-source-loaded
              when "REFCHK"
                 move w-orph-loaded to w-source-loaded
           end-evaluate.
       check-source-loaded-ex.
           exit.

      *         every open break goes back, and every closed one
      *         still showing or closed within KEEP days; older closed
      *         breaks are purged
       write-open-items.
           open output BREAK-OPEN.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-bk-break-count
              if w-bk-brk-status(w-row-idx) not = "OPEN"
                 and w-seen(w-row-idx) not = "Y"
                 and w-bk-brk-closed(w-row-idx) is numeric
                 move w-bk-brk-closed(w-row-idx) to w-numeric-date
                 compute w-closed-day-no =
                    function integer-of-date(w-numeric-date)
                 if w-closed-day-no + w-keep-days < w-today-day-no
                    move "PURGE" to w-audit-action
                    move w-bk-brk-id(w-row-idx) to w-audit-id
                    move w-bk-break-entry(w-row-idx) to w-before-row
                    move spaces to w-after-row
                    perform write-break-audit
                       thru write-break-audit-ex
                    add 1 to w-purged-count
                    exit perform cycle
                 end-if
              end-if
              move w-bk-break-entry(w-row-idx) to break-open-rec
              write break-open-rec
              add 1 to w-written-count
           end-perform.
           close BREAK-OPEN.
       write-open-items-ex.
           exit.

       write-break-audit.
           move spaces to break-audit-rec.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              " " w-operator
              " " w-audit-action
              " BRKOPEN"
              " id=" w-audit-id
              " before=[" w-before-row
              "] after=[" w-after-row "]"
              delimited by size
              into break-audit-rec
           end-string.
           write break-audit-rec.
       write-break-audit-ex.
           exit.

      *         the open breaks by owner, source and resolution code,
      *         with a count and the oldest break of each group
       write-break-report.
           call "array:new" using w-array BREAK-ELEMENT-SZ.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-bk-break-count
              evaluate w-bk-brk-status(w-row-idx)
                 when "OPEN"
                    move w-bk-brk-owner(w-row-idx) to w-re-owner
                    move w-bk-brk-source(w-row-idx) to w-re-source
                    move w-bk-brk-resolution(w-row-idx)
                       to w-re-resolution
                    move w-bk-brk-id(w-row-idx) to w-re-id
                    move w-row-idx to w-re-row
                    call "array:append"
                       using w-array w-report-element
                    add 1 to w-open-count
                 when "MATCHED"
                    if w-bk-brk-closed(w-row-idx) = w-today
                       add 1 to w-matched-today
                    end-if
                 when "WRITEOFF"
                    if w-bk-brk-closed(w-row-idx) = w-today
                       add 1 to w-writeoff-today
                    end-if
              end-evaluate
           end-perform.
           call "array:sort"
              using w-array 0 BREAK-SORT-KEY-SZ.

           open output BREAK-REPORT.
           perform write-report-heading
              thru write-report-heading-ex.
           move low-values to w-prev-owner.
           move low-values to w-prev-group.
           move 0 to w-owner-count.
           move 0 to w-group-count.
           perform varying w-scan-idx from 1 by 1
              until w-scan-idx > w-array-length
              compute w-get-idx = w-scan-idx - 1
              call "array:get"
                 using w-array w-report-element w-get-idx
              move w-report-element(1:24) to w-this-group
              if w-this-group not = w-prev-group
                 and w-scan-idx > 1
                 perform write-group-total thru write-group-total-ex
              end-if
              if w-re-owner not = w-prev-owner
                 and w-scan-idx > 1
                 perform write-owner-total thru write-owner-total-ex
              end-if
              if w-re-owner not = w-prev-owner
                 perform write-owner-heading
                    thru write-owner-heading-ex
              end-if
              if w-this-group not = w-prev-group
                 move 0 to w-group-count
                 move high-values to w-group-oldest
              end-if
              move w-this-group to w-prev-group
              move w-re-owner to w-prev-owner
              perform write-break-line thru write-break-line-ex
           end-perform.
           if w-array-length > 0
              perform write-group-total thru write-group-total-ex
              perform write-owner-total thru write-owner-total-ex
           end-if.
           perform write-report-summary
              thru write-report-summary-ex.
           close BREAK-REPORT.
           call "array:free" using w-array.
       write-break-report-ex.
           exit.

       write-report-heading.
           move spaces to break-report-rec.
           string "ARRBREAK OPEN RECONCILIATION BREAKS AS OF " w-today
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           move spaces to break-report-rec.
           string "  SOURCES THIS RUN:"
              delimited by size
              into break-report-rec
           end-string.
           if RECON-LOADED
              move "RECON" to break-report-rec(21:6)
           end-if.
           if RESA-LOADED
              move "FUZZYA" to break-report-rec(28:6)
           end-if.
           if RESB-LOADED
              move "FUZZYB" to break-report-rec(35:6)
           end-if.
           if ORPH-LOADED
              move "REFCHK" to break-report-rec(42:6)
           end-if.
           write break-report-rec.
           move spaces to break-report-rec.
           write break-report-rec.
           move spaces to break-report-rec.
           string "       ID SOURCE KIND     RESOLUTN OPENED  "
              " LASTSEEN   AGE KEY"
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           move all "-" to break-report-rec.
           write break-report-rec.
       write-report-heading-ex.
           exit.

       write-owner-heading.
           move 0 to w-owner-count.
           move spaces to break-report-rec.
           if w-re-owner = spaces
              move "OWNER (UNASSIGNED)" to break-report-rec
           else
              string "OWNER " w-re-owner
                 delimited by size
                 into break-report-rec
              end-string
           end-if.
           write break-report-rec.
       write-owner-heading-ex.
           exit.

       write-break-line.
           move w-re-row to w-row-idx.
           add 1 to w-group-count.
           add 1 to w-owner-count.
           if w-bk-brk-opened(w-row-idx) < w-group-oldest
              move w-bk-brk-opened(w-row-idx) to w-group-oldest
           end-if.
           move 0 to w-age-days.
           if w-bk-brk-opened(w-row-idx) is numeric
              move w-bk-brk-opened(w-row-idx) to w-numeric-date
              compute w-age-days = w-today-day-no
                 - function integer-of-date(w-numeric-date)
           end-if.
           move w-bk-brk-id(w-row-idx) to z-id.
           move w-age-days to z-age.
           move spaces to break-report-rec.
           string z-id
              " " w-bk-brk-source(w-row-idx)
              " " w-bk-brk-kind(w-row-idx)
              " " w-bk-brk-resolution(w-row-idx)
              " " w-bk-brk-opened(w-row-idx)
              " " w-bk-brk-last-seen(w-row-idx)
              " " z-age
              " " w-bk-brk-key(w-row-idx)(1:60)
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           if w-bk-brk-note(w-row-idx) not = spaces
              move spaces to break-report-rec
              string "          NOTE " w-bk-brk-note(w-row-idx)
                 delimited by size
                 into break-report-rec
              end-string
              write break-report-rec
           end-if.
       write-break-line-ex.
           exit.

      *         the group line names the resolution code as the
      *         BRKRESCD table describes it
       write-group-total.
           move spaces to w-lookup-value.
           if w-prev-group(17:8) not = spaces
              move w-prev-group(17:8) to w-lookup-code
              call "arrlookup:lookup"
                 using w-lookup-table w-lookup-code w-lookup-value
                 giving w-lookup-rc
           end-if.
           move w-group-count to z-count.
           move spaces to break-report-rec.
           if w-prev-group(17:8) = spaces
              string "  GROUP " w-prev-group(11:6)
                 " (NO RESOLUTION)          "
                 " BREAKS" z-count
                 "  OLDEST " w-group-oldest
                 delimited by size
                 into break-report-rec
              end-string
           else
              string "  GROUP " w-prev-group(11:6)
                 " " w-prev-group(17:8)
                 " " w-lookup-value(1:16)
                 " BREAKS" z-count
                 "  OLDEST " w-group-oldest
                 delimited by size
                 into break-report-rec
              end-string
           end-if.
           write break-report-rec.
       write-group-total-ex.
           exit.

       write-owner-total.
           move w-owner-count to z-count.
           move spaces to break-report-rec.
           string "  OWNER TOTAL" z-count
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           move spaces to break-report-rec.
           write break-report-rec.
       write-owner-total-ex.
           exit.

       write-report-summary.
           move all "-" to break-report-rec.
           write break-report-rec.
           move w-open-count to z-count.
           move spaces to break-report-rec.
           string "OPEN BREAKS          " z-count
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           move w-new-count to z-count.
           move spaces to break-report-rec.
           string "  NEW TODAY          " z-count
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           move w-cleared-count to z-count.
           move spaces to break-report-rec.
           string "CLEARED THIS RUN     " z-count
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           move w-matched-today to z-count.
           move spaces to break-report-rec.
           string "FORCE-MATCHED TODAY  " z-count
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           move w-writeoff-today to z-count.
           move spaces to break-report-rec.
           string "WRITTEN OFF TODAY    " z-count
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           move w-purged-count to z-count.
           move spaces to break-report-rec.
           string "PURGED               " z-count
              delimited by size
              into break-report-rec
           end-string.
           write break-report-rec.
           if w-overflow-count > 0
              move w-overflow-count to z-count
              move spaces to break-report-rec
              string "NOT TAKEN, FILE FULL " z-count
                 delimited by size
                 into break-report-rec
              end-string
              write break-report-rec
           end-if.
       write-report-summary-ex.
           exit.
