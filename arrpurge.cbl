       identification division.
         program-id.  arrpurge.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select PURGE-CARD assign "PRGCARD"
              organization line sequential
              file status is w-card-file-status.
           select MAINT-MASTER assign "MSTFILE"
              organization indexed
              access mode dynamic
              record key is mstf-key
              file status is w-mst-file-status.
           select MAINT-JOURNAL assign "MSTJRNL"
              organization line sequential
              file status is w-jrn-file-status.
           select PURGE-ARCHIVE assign to dynamic w-arch-assign
              organization line sequential
              file status is w-arch-file-status.
           select PURGE-CERTIFICATE assign "PRGCERT"
              organization line sequential
              file status is w-cert-file-status.
           select MAINT-ALTINDEX assign "MSTAIX"
              organization indexed
              access mode dynamic
              record key is mstx-key
              file status is w-aix-file-status.
           select MAINT-AIX-CARD assign "AIXCARD"
              organization line sequential
              file status is w-aixc-file-status.
       data division.
       file section.
       fd  PURGE-CARD.
       01  purge-card-rec pic x(80).
       fd  MAINT-MASTER.
       01  maint-master-rec.
           05 mstf-key pic x(64).
           05 mstf-data pic x(4096).
       fd  MAINT-JOURNAL.
       01  maint-journal-rec pic x(4200).
       fd  PURGE-ARCHIVE.
       01  purge-archive-rec pic x(4200).
       fd  PURGE-CERTIFICATE.
       01  purge-cert-rec pic x(132).
       fd  MAINT-ALTINDEX.
       01  maint-altindex-rec.
           05 mstx-key.
              07 mstx-field pic x(15).
              07 mstx-value pic x(64).
              07 mstx-primary pic x(64).
       fd  MAINT-AIX-CARD.
       01  maint-aix-card-rec pic x(80).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  MAX-PURGE-RECORD-SZ value 4096.
       78  PURGE-RULE-MAX value 20.
       78  PURGE-STATUS-MAX value 4.
       78  PURGE-YEAR-MAX value 100.

       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-mst-file-status pic x(02) value spaces.
           88  MST-FILE-OK value "00".
           88  MST-FILE-AT-EOF value "10".
           88  MST-FILE-NOT-FOUND value "35".
       77  w-jrn-file-status pic x(02) value spaces.
           88  JRN-FILE-NOT-FOUND value "35".
       77  w-arch-file-status pic x(02) value spaces.
           88  ARCH-FILE-NOT-FOUND value "35".
       77  w-cert-file-status pic x(02) value spaces.
       77  w-aix-file-status pic x(02) value spaces.
           88  AIX-FILE-OK value "00".
       77  w-aixc-file-status pic x(02) value spaces.
           88  AIXC-FILE-NOT-FOUND value "35".
           88  AIXC-FILE-AT-EOF value "10".

      *         records-management retention over the business data.
      *         One PRGCARD line per rule:
      *           MASTER layout date-field period [status-field v..]
      *           STAGE name layout date-field period
      *                 [status-field v..]
      *         period is n followed by Y, M or D.  A record is due
      *         when its date field (CCYYMMDD) falls before the
      *         processing date less the period and, with a status
      *         condition, its status field holds one of the values.
      *         A record whose date field is not a date is never due.
      *         V lists what would go; P removes it -- from MSTFILE
      *         with a D entry on MSTJRNL as arrmaint journals a
      *         delete, from a stage by saving the survivors as the
      *         stage's next generation -- and is for operators the
      *         authz service grants P on ARRPURGE.  Every purged
      *         record goes first to the day's archive (PGyymmdd), a
      *         header, the records and a trailer with count and hash
      *         per rule, and PRGCERT is the certificate the records
      *         manager signs
       77  w-run-mode pic x value space.
           88  MODE-PREVIEW value "V".
           88  MODE-PURGE value "P".
       77  w-run-date pic 9(08) value 0.
       77  w-run-date-x redefines w-run-date pic x(08).
       77  w-run-stamp pic x(15) value spaces.
       77  w-arch-assign pic x(08) value spaces.
       77  w-operator pic x(10) value spaces.

       77  w-rule-count pic 9(02) value 0.
       01  w-rule-tbl.
           05 w-rule-entry occurs PURGE-RULE-MAX times.
              07 w-rule-source pic x(06).
              07 w-rule-stage pic x(30).
              07 w-rule-layout pic x(15).
              07 w-rule-date-fld pic x(15).
              07 w-rule-period pic x(08).
              07 w-rule-status-fld pic x(15).
              07 w-rule-status-val pic x(16)
                 occurs PURGE-STATUS-MAX times.
       77  w-rule-idx pic 9(02) value 0.
       77  w-val-idx pic 9(02) value 0.

       77  w-card-line pic x(80) value spaces.
       01  w-card-toks.
           05 w-tok pic x(30) occurs 10 times.
       77  w-tok-idx pic 9(02) value 0.
       77  w-tok-first pic 9(02) value 0.

      *         the rule in hand, resolved off its layout
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-layout-rc pic s9(09) value 0.
       77  w-lay-idx pic 9(03) value 0.
       77  w-rec-length pic 9(09) value 0.
       77  w-date-offset pic 9(09) value 0.
       77  w-date-length pic 9(09) value 0.
       77  w-status-offset pic 9(09) value 0.
       77  w-status-length pic 9(09) value 0.
       77  w-period-n pic 9(05) value 0.
       77  w-period-unit pic x value space.
       77  w-cutoff-date pic 9(08) value 0.
       77  w-cutoff-x redefines w-cutoff-date pic x(08).
       77  w-cut-yyyy pic 9(04) value 0.
       77  w-cut-mm pic 9(02) value 0.
       77  w-cut-dd pic 9(02) value 0.
       77  w-cut-months pic 9(07) value 0.
       77  w-cutoff-days pic 9(09) value 0.
       77  w-rule-ok pic x value "N".
           88  RULE-USABLE value "Y".

      *         one record
       77  w-record pic x(MAX-PURGE-RECORD-SZ) value spaces.
       77  w-rec-date pic x(08) value spaces.
       77  w-rec-status pic x(16) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-date-rc pic s9(09) value 0.
       77  w-due pic x value "N".
           88  RECORD-DUE value "Y".
       77  w-undated pic x value "N".
           88  RECORD-UNDATED value "Y".

      *         counts for the rule in hand
       77  w-examined pic 9(09) value 0.
       77  w-purged pic 9(09) value 0.
       77  w-kept pic 9(09) value 0.
       77  w-undated-count pic 9(09) value 0.
       77  w-hash pic 9(15) value 0.
       77  w-hash-pos pic 9(09) value 0.
       77  w-hash-byte pic 9(03) value 0.
       77  w-year-count pic 9(03) value 0.
       01  w-year-tbl.
           05 w-year-entry occurs PURGE-YEAR-MAX times.
              07 w-yr-year pic x(04).
              07 w-yr-count pic 9(09).
       77  w-yr-idx pic 9(03) value 0.
       77  w-yr-hit pic 9(03) value 0.
       77  w-year-overflow pic x value "N".

      *         run totals
       77  w-total-examined pic 9(09) value 0.
       77  w-total-purged pic 9(09) value 0.
       77  w-rules-failed pic 9(02) value 0.
       77  w-purge-rc pic s9(09) value 0.

      *         stage rules
       copy "array.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-stage-name pic x(30) value spaces.
       77  w-array-rc pic s9(09) value 0.
       77  w-get-idx pic 9(18) value 0.
       77  w-scan-idx pic 9(09) value 0.

      *         master rules
       77  w-jrn-stamp pic x(15) value spaces.

      *         the master's alternate keys, off the AIXCARD arrmaint
      *         keeps MSTAIX by: a purged record's entries go with
      *         it, as they go with an arrmaint delete.  No AIXCARD
      *         or no MSTAIX, nothing to take out
       78  MAINT-AIX-MAX value 8.
       77  w-aix-layout-name pic x(15) value spaces.
       77  w-aix-layout-rc pic s9(09) value 0.
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-aix-==.
       77  w-aix-count pic 9(02) value 0.
       01  w-aix-tbl.
           05 w-aix-entry occurs MAINT-AIX-MAX times.
              07 w-aix-field pic x(15).
              07 w-aix-offset pic 9(09).
              07 w-aix-length pic 9(09).
       77  w-aix-idx pic 9(02) value 0.
       77  w-aix-lay-idx pic 9(03) value 0.
       77  w-aix-card-line pic x(80) value spaces.
       77  w-aix-tok-kind pic x(08) value spaces.
       77  w-aix-tok-name pic x(16) value spaces.
       77  w-aix-image pic x(MAX-PURGE-RECORD-SZ) value spaces.
       77  w-aix-open pic x value "N".
           88  ALTINDEX-OPEN value "Y".

       77  z-count pic z(08)9.
       77  w-count-text pic x(45) value spaces.
       77  w-authz-privilege pic x(16) value spaces.
       77  w-authz-rc pic s9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRPURGE".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-run-mode pic x.

       procedure division using l-run-mode.
           CATCHPARAMS.
           move space to w-run-mode.
           if w-narg >= 1
              move l-run-mode to w-run-mode
           end-if.
           if not MODE-PREVIEW and not MODE-PURGE
              display "ARRPURGE mode must be V or P" upon console
              goback giving KO
           end-if.

           perform read-purge-card thru read-purge-card-ex.
           if w-rule-count = 0
              display "ARRPURGE no retention rules on PRGCARD"
                 upon console
              goback giving KO
           end-if.

           if MODE-PURGE
              move "P" to w-authz-privilege
              call "authz:check"
                 using w-runlog-pgm w-authz-privilege
                 giving w-authz-rc
              if w-authz-rc not = OK
                 goback giving KO
              end-if
              perform read-aix-card thru read-aix-card-ex
           end-if.

           call "runlog:start" using w-runlog-pgm.
           call "rundate:today" using w-run-date
              on exception
                 move function current-date(1:8) to w-run-date
           end-call.
           move spaces to w-run-stamp.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              into w-run-stamp
           end-string.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.
           move spaces to w-arch-assign.
           string "PG" w-run-date-x(3:6)
              delimited by size
              into w-arch-assign
           end-string.

           open output PURGE-CERTIFICATE.
           perform write-certificate-head
              thru write-certificate-head-ex.
           if MODE-PURGE
              open extend PURGE-ARCHIVE
              if ARCH-FILE-NOT-FOUND
                 open output PURGE-ARCHIVE
              end-if
           end-if.

           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-rule-count
              perform purge-one-rule thru purge-one-rule-ex
           end-perform.

           if MODE-PURGE
              close PURGE-ARCHIVE
           end-if.
           perform write-certificate-foot
              thru write-certificate-foot-ex.
           close PURGE-CERTIFICATE.

           display
              "ARRPURGE mode=" w-run-mode
              " rules=" w-rule-count
              " examined=" w-total-examined
              " due=" w-total-purged
              " failed-rules=" w-rules-failed
              upon console.
           if w-rules-failed > 0
              move KO to w-purge-rc
           else
              move OK to w-purge-rc
           end-if.
           perform write-run-record thru write-run-record-ex.
           goback giving w-purge-rc.

       read-purge-card.
           open input PURGE-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read PURGE-CARD.
           perform until CARD-FILE-AT-EOF
              move purge-card-rec to w-card-line
              perform parse-purge-line thru parse-purge-line-ex
              read PURGE-CARD
           end-perform.
           close PURGE-CARD.
       read-purge-card-ex.
           exit.

       parse-purge-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           if w-rule-count >= PURGE-RULE-MAX
              exit paragraph
           end-if.
           move spaces to w-card-toks.
           unstring w-card-line
              delimited by all spaces
              into w-tok(1) w-tok(2) w-tok(3) w-tok(4) w-tok(5)
                   w-tok(6) w-tok(7) w-tok(8) w-tok(9) w-tok(10)
           end-unstring.

           evaluate w-tok(1)
              when "MASTER"
                 move 2 to w-tok-first
              when "STAGE"
                 move 3 to w-tok-first
              when other
                 display "ARRPURGE card line ignored: "
                    w-card-line upon console
                 exit paragraph
           end-evaluate.

           add 1 to w-rule-count.
           initialize w-rule-entry(w-rule-count).
           move w-tok(1) to w-rule-source(w-rule-count).
           if w-tok-first = 3
              move w-tok(2) to w-rule-stage(w-rule-count)
           end-if.
           move w-tok(w-tok-first) to w-rule-layout(w-rule-count).
           move w-tok(w-tok-first + 1)
              to w-rule-date-fld(w-rule-count).
           move w-tok(w-tok-first + 2)
              to w-rule-period(w-rule-count).
           move w-tok(w-tok-first + 3)
              to w-rule-status-fld(w-rule-count).
           move 0 to w-val-idx.
           perform varying w-tok-idx from w-tok-first by 1
              until w-tok-idx > 10 - 4
                 or w-val-idx >= PURGE-STATUS-MAX
              if w-tok(w-tok-idx + 4) not = spaces
                 add 1 to w-val-idx
                 move w-tok(w-tok-idx + 4)
                    to w-rule-status-val(w-rule-count, w-val-idx)
              end-if
           end-perform.
       parse-purge-line-ex.
           exit.

       purge-one-rule.
           move 0 to w-examined.
           move 0 to w-purged.
           move 0 to w-kept.
           move 0 to w-undated-count.
           move 0 to w-hash.
           move 0 to w-year-count.
           move "N" to w-year-overflow.
           initialize w-year-tbl.

           perform resolve-rule thru resolve-rule-ex.
           if not RULE-USABLE
              add 1 to w-rules-failed
              perform write-rule-report thru write-rule-report-ex
              exit paragraph
           end-if.

           if w-rule-source(w-rule-idx) = "MASTER"
              perform purge-master thru purge-master-ex
           else
              perform purge-stage thru purge-stage-ex
           end-if.

           add w-examined to w-total-examined.
           add w-purged to w-total-purged.
           perform write-rule-report thru write-rule-report-ex.
       purge-one-rule-ex.
           exit.

      *         the layout gives the record length and the offsets of
      *         the date and status fields; the period gives the
      *         cut-off.  A month or year back from the 29th-31st
      *         lands on the 28th -- a day early, never a day late
       resolve-rule.
           move "N" to w-rule-ok.
           call "arrlayout:resolve"
              using w-rule-layout(w-rule-idx) w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display "ARRPURGE unknown layout "
                 w-rule-layout(w-rule-idx) upon console
              exit paragraph
           end-if.
           move 0 to w-rec-length.
           move 0 to w-date-length.
           move 0 to w-status-length.
           perform varying w-lay-idx from 1 by 1
              until w-lay-idx > w-layout-field-count
              if w-layout-fld-offset(w-lay-idx)
                 + w-layout-fld-length(w-lay-idx) > w-rec-length
                 compute w-rec-length =
                    w-layout-fld-offset(w-lay-idx)
                    + w-layout-fld-length(w-lay-idx)
              end-if
              if w-layout-fld-name(w-lay-idx)
                 = w-rule-date-fld(w-rule-idx)
                 move w-layout-fld-offset(w-lay-idx)
                    to w-date-offset
                 move w-layout-fld-length(w-lay-idx)
                    to w-date-length
              end-if
              if w-rule-status-fld(w-rule-idx) not = spaces
                 and w-layout-fld-name(w-lay-idx)
                    = w-rule-status-fld(w-rule-idx)
                 move w-layout-fld-offset(w-lay-idx)
                    to w-status-offset
                 compute w-status-length = function min(
                    w-layout-fld-length(w-lay-idx), 16)
              end-if
           end-perform.
           if w-date-length not = 8
              display "ARRPURGE date field "
                 w-rule-date-fld(w-rule-idx)
                 " not an 8-byte field of "
                 w-rule-layout(w-rule-idx) upon console
              exit paragraph
           end-if.
           if w-rule-status-fld(w-rule-idx) not = spaces
              and (w-status-length = 0
                 or w-rule-status-val(w-rule-idx, 1) = spaces)
              display "ARRPURGE status field "
                 w-rule-status-fld(w-rule-idx)
                 " not in layout or has no values" upon console
              exit paragraph
           end-if.
           if w-rec-length > MAX-PURGE-RECORD-SZ
              exit paragraph
           end-if.

           move 0 to w-period-n.
           move space to w-period-unit.
           unstring w-rule-period(w-rule-idx)
              delimited by "Y" or "M" or "D"
              into w-period-n
              delimiter in w-period-unit
           end-unstring.
           if w-period-n = 0 or w-period-unit = space
              display "ARRPURGE period must be nY, nM or nD: "
                 w-rule-period(w-rule-idx) upon console
              exit paragraph
           end-if.

           move w-run-date(1:4) to w-cut-yyyy.
           move w-run-date(5:2) to w-cut-mm.
           move w-run-date(7:2) to w-cut-dd.
           evaluate w-period-unit
              when "Y"
                 subtract w-period-n from w-cut-yyyy
                 if w-cut-dd > 28 and w-cut-mm = 2
                    move 28 to w-cut-dd
                 end-if
              when "M"
                 compute w-cut-months =
                    w-cut-yyyy * 12 + w-cut-mm - 1 - w-period-n
                 compute w-cut-yyyy = w-cut-months / 12
                 compute w-cut-mm =
                    function mod(w-cut-months, 12) + 1
                 if w-cut-dd > 28
                    move 28 to w-cut-dd
                 end-if
              when "D"
                 compute w-cutoff-days =
                    function integer-of-date(w-run-date)
                    - w-period-n
                 compute w-cutoff-date =
                    function date-of-integer(w-cutoff-days)
                 move w-cutoff-date(1:4) to w-cut-yyyy
                 move w-cutoff-date(5:2) to w-cut-mm
                 move w-cutoff-date(7:2) to w-cut-dd
           end-evaluate.
           compute w-cutoff-date =
              w-cut-yyyy * 10000 + w-cut-mm * 100 + w-cut-dd.
           move "Y" to w-rule-ok.
       resolve-rule-ex.
           exit.

      *         is the record in w-record due under the rule
       judge-record.
           move "N" to w-due.
           move "N" to w-undated.
           add 1 to w-examined.
           move w-record(w-date-offset + 1:8) to w-rec-date.
           move OK to w-date-rc.
           if w-rec-date is numeric
              call "calendar:day-of-week"
                 using w-rec-date w-weekday
                 giving w-date-rc
           end-if.
           if w-rec-date is not numeric or w-date-rc not = OK
              move "Y" to w-undated
              add 1 to w-undated-count
              add 1 to w-kept
              exit paragraph
           end-if.
           if w-rec-date >= w-cutoff-x
              add 1 to w-kept
              exit paragraph
           end-if.
           if w-status-length > 0
              move spaces to w-rec-status
              move w-record(w-status-offset + 1:w-status-length)
                 to w-rec-status(1:w-status-length)
              perform varying w-val-idx from 1 by 1
                 until w-val-idx > PURGE-STATUS-MAX
                    or RECORD-DUE
                 if w-rule-status-val(w-rule-idx, w-val-idx)
                    not = spaces
                    and w-rule-status-val(w-rule-idx, w-val-idx)
                       = w-rec-status
                    move "Y" to w-due
                 end-if
              end-perform
              if not RECORD-DUE
                 add 1 to w-kept
                 exit paragraph
              end-if
           end-if.
           move "Y" to w-due.
           add 1 to w-purged.
           perform count-year thru count-year-ex.
       judge-record-ex.
           exit.

       count-year.
           move 0 to w-yr-hit.
           perform varying w-yr-idx from 1 by 1
              until w-yr-idx > w-year-count or w-yr-hit > 0
              if w-yr-year(w-yr-idx) = w-rec-date(1:4)
                 move w-yr-idx to w-yr-hit
              end-if
           end-perform.
           if w-yr-hit = 0
              if w-year-count >= PURGE-YEAR-MAX
                 move "Y" to w-year-overflow
                 exit paragraph
              end-if
              add 1 to w-year-count
              move w-year-count to w-yr-hit
              move w-rec-date(1:4) to w-yr-year(w-yr-hit)
              move 0 to w-yr-count(w-yr-hit)
           end-if.
           add 1 to w-yr-count(w-yr-hit).
       count-year-ex.
           exit.

      *         the keyed master, read in key order; a due record
      *         is archived, journaled and deleted
       purge-master.
           if MODE-PURGE
              open i-o MAINT-MASTER
           else
              open input MAINT-MASTER
           end-if.
           if not MST-FILE-OK
              display "ARRPURGE cannot open MSTFILE status "
                 w-mst-file-status upon console
              perform fail-the-rule thru fail-the-rule-ex
              exit paragraph
           end-if.
           if MODE-PURGE
              open extend MAINT-JOURNAL
              if JRN-FILE-NOT-FOUND
                 open output MAINT-JOURNAL
              end-if
              move "N" to w-aix-open
              if w-aix-count > 0
                 open i-o MAINT-ALTINDEX
                 if AIX-FILE-OK
                    move "Y" to w-aix-open
                 end-if
              end-if
              perform write-archive-header
                 thru write-archive-header-ex
           end-if.
           read MAINT-MASTER next record.
           perform until MST-FILE-AT-EOF
              move spaces to w-record
              move mstf-data(1:w-rec-length)
                 to w-record(1:w-rec-length)
              perform judge-record thru judge-record-ex
              if RECORD-DUE and MODE-PURGE
                 perform archive-record thru archive-record-ex
                 perform journal-master-delete
                    thru journal-master-delete-ex
                 move mstf-data to w-aix-image
                 delete MAINT-MASTER record
                 if ALTINDEX-OPEN
                    perform delete-aix-entries
                       thru delete-aix-entries-ex
                 end-if
              end-if
              read MAINT-MASTER next record
           end-perform.
           if MODE-PURGE
              close MAINT-JOURNAL
              if ALTINDEX-OPEN
                 close MAINT-ALTINDEX
                 move "N" to w-aix-open
              end-if
              perform write-archive-trailer
                 thru write-archive-trailer-ex
           end-if.
           close MAINT-MASTER.
       purge-master-ex.
           exit.

      *         the D entry arrmaint writes for a delete, so the
      *         feeds and reconstructions off MSTJRNL see the purge
       journal-master-delete.
           move spaces to w-jrn-stamp.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              into w-jrn-stamp
           end-string.
           move spaces to maint-journal-rec.
           string
              "JRN " w-jrn-stamp
              " D"
              " KEY=" mstf-key
              delimited by size
              into maint-journal-rec
           end-string.
           move "BDATE=" to maint-journal-rec(92:6).
           move w-run-date-x to maint-journal-rec(98:8).
           write maint-journal-rec.
           move spaces to maint-journal-rec.
           move "B " to maint-journal-rec(1:2).
           move w-record(1:w-rec-length)
              to maint-journal-rec(3:w-rec-length).
           write maint-journal-rec.
           move spaces to maint-journal-rec.
           move "A " to maint-journal-rec(1:2).
           write maint-journal-rec.
       journal-master-delete-ex.
           exit.

      *         the AIXCARD as arrmaint reads it
       read-aix-card.
           move 0 to w-aix-count.
           open input MAINT-AIX-CARD.
           if AIXC-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read MAINT-AIX-CARD.
           perform until AIXC-FILE-AT-EOF
              move maint-aix-card-rec to w-aix-card-line
              perform parse-aix-line thru parse-aix-line-ex
              read MAINT-AIX-CARD
           end-perform.
           close MAINT-AIX-CARD.
           if w-aix-count = 0
              exit paragraph
           end-if.

           call "arrlayout:resolve"
              using w-aix-layout-name w-aix-layout-tbl
              giving w-aix-layout-rc.
           if w-aix-layout-rc not = OK
              display
                 "ARRPURGE AIXCARD unknown layout " w-aix-layout-name
                 upon console
              goback giving KO
           end-if.
           perform varying w-aix-idx from 1 by 1
              until w-aix-idx > w-aix-count
              move 0 to w-aix-length(w-aix-idx)
              perform varying w-aix-lay-idx from 1 by 1
                 until w-aix-lay-idx > w-aix-layout-field-count
                 if w-aix-layout-fld-name(w-aix-lay-idx) =
                    w-aix-field(w-aix-idx)
                    move w-aix-layout-fld-offset(w-aix-lay-idx)
                       to w-aix-offset(w-aix-idx)
                    compute w-aix-length(w-aix-idx) = function min(
                       w-aix-layout-fld-length(w-aix-lay-idx), 64)
                 end-if
              end-perform
              if w-aix-length(w-aix-idx) = 0
                 or w-aix-offset(w-aix-idx) + w-aix-length(w-aix-idx)
                    > MAX-PURGE-RECORD-SZ
                 display
                    "ARRPURGE AIXCARD field " w-aix-field(w-aix-idx)
                    " not in the record"
                    upon console
                 goback giving KO
              end-if
           end-perform.
       read-aix-card-ex.
           exit.

       parse-aix-line.
           if w-aix-card-line = spaces or w-aix-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-aix-tok-kind.
           move spaces to w-aix-tok-name.
           unstring w-aix-card-line
              delimited by all spaces
              into w-aix-tok-kind w-aix-tok-name
           end-unstring.
           evaluate w-aix-tok-kind
              when "LAYOUT"
                 move w-aix-tok-name(1:15) to w-aix-layout-name
              when "ALTKEY"
                 if w-aix-count < MAINT-AIX-MAX
                    add 1 to w-aix-count
                    move w-aix-tok-name(1:15)
                       to w-aix-field(w-aix-count)
                 end-if
           end-evaluate.
       parse-aix-line-ex.
           exit.

      *         arrmaint's delete-aix-entries: the entries of the
      *         record image in w-aix-image, keyed by mstf-key
       delete-aix-entries.
           perform varying w-aix-idx from 1 by 1
              until w-aix-idx > w-aix-count
              move spaces to maint-altindex-rec
              move w-aix-field(w-aix-idx) to mstx-field
              move w-aix-image(w-aix-offset(w-aix-idx) + 1:
                 w-aix-length(w-aix-idx)) to mstx-value
              move mstf-key to mstx-primary
              if mstx-value not = spaces
                 delete MAINT-ALTINDEX
                    invalid key
                       continue
                 end-delete
              end-if
           end-perform.
       delete-aix-entries-ex.
           exit.

      *         a stage is loaded whole, the due elements come out
      *         from the back so the indexes ahead stay put, and the
      *         survivors are saved as the stage's next generation
       purge-stage.
           move w-rule-stage(w-rule-idx) to w-stage-name.
           call "array:load-from-file"
              using w-array w-stage-name
              giving w-array-rc.
           if w-array-rc not = OK
              display "ARRPURGE cannot load stage " w-stage-name
                 " rc=" w-array-rc upon console
              perform fail-the-rule thru fail-the-rule-ex
              exit paragraph
           end-if.
           if w-array-element-sz < w-rec-length
              display "ARRPURGE stage " w-stage-name
                 " elements shorter than layout "
                 w-rule-layout(w-rule-idx) upon console
              call "array:free" using w-array
              perform fail-the-rule thru fail-the-rule-ex
              exit paragraph
           end-if.
           if MODE-PURGE
              perform write-archive-header
                 thru write-archive-header-ex
           end-if.
           perform varying w-scan-idx from w-array-length by -1
              until w-scan-idx < 1
              compute w-get-idx = w-scan-idx - 1
              move spaces to w-record
              call "array:get" using w-array w-record w-get-idx
              perform judge-record thru judge-record-ex
              if RECORD-DUE and MODE-PURGE
                 perform archive-record thru archive-record-ex
                 call "array:remove" using w-array w-get-idx
              end-if
           end-perform.
           if MODE-PURGE
              perform write-archive-trailer
                 thru write-archive-trailer-ex
           end-if.
           if MODE-PURGE and w-purged > 0
              call "array:save-to-file"
                 using w-array w-stage-name
                 giving w-array-rc
              if w-array-rc not = OK
                 display "ARRPURGE cannot save stage " w-stage-name
                    " rc=" w-array-rc upon console
                 perform fail-the-rule thru fail-the-rule-ex
              end-if
           end-if.
           call "array:free" using w-array.
       purge-stage-ex.
           exit.

      *         the source could not be read, or a stage not saved
       fail-the-rule.
           move "N" to w-rule-ok.
           add 1 to w-rules-failed.
       fail-the-rule-ex.
           exit.

      *         the archive carries the purged record as read, with
      *         the *31 fold over it into the rule's trailer hash
       archive-record.
           move spaces to purge-archive-rec.
           move "D " to purge-archive-rec(1:2).
           move w-record(1:w-rec-length)
              to purge-archive-rec(3:w-rec-length).
           write purge-archive-rec.
           perform varying w-hash-pos from 1 by 1
              until w-hash-pos > w-rec-length
              compute w-hash-byte = function ord(
                 w-record(w-hash-pos:1)) - 1
              compute w-hash = function mod(
                 w-hash * 31 + w-hash-byte,
                 1000000000000000)
           end-perform.
       archive-record-ex.
           exit.

       write-archive-header.
           move spaces to purge-archive-rec.
           string
              "PRGHDR " w-run-stamp
              " BDATE=" w-run-date-x
              " " w-rule-source(w-rule-idx)
              " " w-rule-stage(w-rule-idx)
              " LAYOUT=" w-rule-layout(w-rule-idx)
              " LENGTH=" w-rec-length
              " CUTOFF=" w-cutoff-x
              delimited by size
              into purge-archive-rec
           end-string.
           write purge-archive-rec.
       write-archive-header-ex.
           exit.

       write-archive-trailer.
           move spaces to purge-archive-rec.
           string
              "PRGTRL COUNT=" w-purged
              " HASH=" w-hash
              delimited by size
              into purge-archive-rec
           end-string.
           write purge-archive-rec.
       write-archive-trailer-ex.
           exit.

       write-certificate-head.
           move spaces to purge-cert-rec.
           if MODE-PURGE
              move "ARRPURGE RECORDS PURGE CERTIFICATE"
                 to purge-cert-rec
           else
              move "ARRPURGE RETENTION PREVIEW -- NOTHING REMOVED"
                 to purge-cert-rec
           end-if.
           write purge-cert-rec.
           move spaces to purge-cert-rec.
           string
              "  processing date " w-run-date-x
              "  run " w-run-stamp
              "  operator " w-operator
              delimited by size
              into purge-cert-rec
           end-string.
           write purge-cert-rec.
           if MODE-PURGE
              move spaces to purge-cert-rec
              string "  archive " w-arch-assign
                 delimited by size
                 into purge-cert-rec
              end-string
              write purge-cert-rec
           end-if.
       write-certificate-head-ex.
           exit.

       write-rule-report.
           move spaces to purge-cert-rec.
           write purge-cert-rec.
           move spaces to purge-cert-rec.
           string
              "RULE " w-rule-idx
              "  " w-rule-source(w-rule-idx)
              " " w-rule-stage(w-rule-idx)
              delimited by size
              into purge-cert-rec
           end-string.
           write purge-cert-rec.
           move spaces to purge-cert-rec.
           string
              "  layout " w-rule-layout(w-rule-idx)
              " date field " w-rule-date-fld(w-rule-idx)
              " retain " w-rule-period(w-rule-idx)
              delimited by size
              into purge-cert-rec
           end-string.
           write purge-cert-rec.
           if w-rule-status-fld(w-rule-idx) not = spaces
              move spaces to purge-cert-rec
              string
                 "  only where " w-rule-status-fld(w-rule-idx)
                 " is " w-rule-status-val(w-rule-idx, 1)
                 " " w-rule-status-val(w-rule-idx, 2)
                 " " w-rule-status-val(w-rule-idx, 3)
                 " " w-rule-status-val(w-rule-idx, 4)
                 delimited by size
                 into purge-cert-rec
              end-string
              write purge-cert-rec
           end-if.
           if not RULE-USABLE
              move "  ** rule not applied -- see the console"
                 to purge-cert-rec
              write purge-cert-rec
              exit paragraph
           end-if.
           move spaces to purge-cert-rec.
           string "  records dated before " w-cutoff-x " are due"
              delimited by size
              into purge-cert-rec
           end-string.
           write purge-cert-rec.

           move "records examined" to w-count-text.
           move w-examined to z-count.
           perform write-count-line thru write-count-line-ex.
           if MODE-PURGE
              move "records purged" to w-count-text
           else
              move "records due" to w-count-text
           end-if.
           move w-purged to z-count.
           perform write-count-line thru write-count-line-ex.
           move "records kept" to w-count-text.
           move w-kept to z-count.
           perform write-count-line thru write-count-line-ex.
           move "  of which without a valid date" to w-count-text.
           move w-undated-count to z-count.
           perform write-count-line thru write-count-line-ex.
           perform varying w-yr-idx from 1 by 1
              until w-yr-idx > w-year-count
              move spaces to w-count-text
              string "  dated in " w-yr-year(w-yr-idx)
                 delimited by size
                 into w-count-text
              end-string
              move w-yr-count(w-yr-idx) to z-count
              perform write-count-line thru write-count-line-ex
           end-perform.
           if w-year-overflow = "Y"
              move "  ** more years than the report holds"
                 to purge-cert-rec
              write purge-cert-rec
           end-if.
           if MODE-PURGE
              move spaces to purge-cert-rec
              string "  archive trailer count " w-purged
                 " hash " w-hash
                 delimited by size
                 into purge-cert-rec
              end-string
              write purge-cert-rec
              if w-rule-source(w-rule-idx) = "STAGE"
                 move spaces to purge-cert-rec
                 move "  earlier generations of the stage hold the"
                    to purge-cert-rec
                 move " records until they age out (arrstgen P)"
                    to purge-cert-rec(44:)
                 write purge-cert-rec
              end-if
           end-if.
       write-rule-report-ex.
           exit.

       write-certificate-foot.
           move spaces to purge-cert-rec.
           write purge-cert-rec.
           move "records examined, all rules" to w-count-text.
           move w-total-examined to z-count.
           perform write-count-line thru write-count-line-ex.
           if MODE-PURGE
              move "records purged, all rules" to w-count-text
           else
              move "records due, all rules" to w-count-text
           end-if.
           move w-total-purged to z-count.
           perform write-count-line thru write-count-line-ex.
           move "rules not applied" to w-count-text.
           move w-rules-failed to z-count.
           perform write-count-line thru write-count-line-ex.
           if MODE-PURGE
              move spaces to purge-cert-rec
              write purge-cert-rec
              move "  records manager  ______________________"
                 to purge-cert-rec
              move "  date  __________" to purge-cert-rec(45:)
              write purge-cert-rec
           end-if.
       write-certificate-foot-ex.
           exit.

       write-count-line.
           move spaces to purge-cert-rec.
           move w-count-text to purge-cert-rec(3:45).
           move z-count to purge-cert-rec(48:9).
           write purge-cert-rec.
       write-count-line-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-total-examined to w-rl-run-read.
           move w-total-purged to w-rl-run-written.
           move 0 to w-rl-run-rejected.
           move w-purge-rc to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
