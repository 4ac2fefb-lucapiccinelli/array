       identification division.
         program-id.  arrchrg.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select OWNER-TABLE assign "OWNTAB"
              organization line sequential
              file status is w-own-file-status.
           select RATE-TABLE assign "RATETAB"
              organization line sequential
              file status is w-rate-file-status.
           select FLOW-DECK assign to dynamic w-deck-assign
              organization line sequential
              file status is w-deck-file-status.
           select RUN-LOG assign "RUNLOG"
              organization line sequential
              file status is w-rlog-file-status.
           select SORT-METRICS assign "SORTMETR"
              organization line sequential
              file status is w-metr-file-status.
           select STAGE-CATALOG assign "ARRSTCAT"
              organization line sequential
              file status is w-stcat-file-status.
           select STAGE-FILE assign to dynamic w-stage-assign
              organization sequential
              file status is w-stage-file-status.
           select CHARGE-REPORT assign "CHRGRPT"
              organization line sequential
              file status is w-rpt-file-status.
           select CHARGE-EXTRACT assign "CHRGEXT"
              organization line sequential
              file status is w-ext-file-status.
       data division.
       file section.
       fd  OWNER-TABLE.
       01  owner-table-rec pic x(132).
       fd  RATE-TABLE.
       01  rate-table-rec pic x(132).
       fd  FLOW-DECK.
       01  flow-deck-rec pic x(132).
       fd  RUN-LOG.
       01  run-log-rec pic x(132).
       fd  SORT-METRICS.
       01  sort-metrics-rec pic x(200).
       fd  STAGE-CATALOG.
       01  stage-catalog-rec.
           05 sc-name pic x(30).
           05 sc-fileid pic x(08).
           05 sc-owner pic x(30).
           05 sc-stamp pic x(15).
           05 sc-retain pic 9(02).
           05 sc-gen pic x(03).
           05 sc-compress pic x(01).
           05 sc-keyid pic x(08).
       fd  STAGE-FILE
           record is varying in size from 1 to 4096 characters
              depending on w-stage-rec-sz.
       01  stage-file-rec pic x(4096).
       fd  CHARGE-REPORT.
       01  charge-report-rec pic x(132).
      *         the billing extract the finance system loads: fixed
      *         columns, amounts unsigned with two implied decimals,
      *         one D line per cost centre and job, a T line last
       fd  CHARGE-EXTRACT.
       01  charge-extract-rec.
           05 ce-type pic x.
           05 ce-from-date pic x(08).
           05 ce-to-date pic x(08).
           05 ce-cost-centre pic x(10).
           05 ce-job-kind pic x.
           05 ce-job-name pic x(30).
           05 ce-flow pic x(08).
           05 ce-runs pic 9(07).
           05 ce-read pic 9(15).
           05 ce-sorted pic 9(15).
           05 ce-elapsed-secs pic 9(09).
           05 ce-stage-bytes pic 9(15).
           05 ce-cost-read pic 9(11)v99.
           05 ce-cost-sort pic 9(11)v99.
           05 ce-cost-elapsed pic 9(11)v99.
           05 ce-cost-stage pic 9(11)v99.
           05 ce-cost-total pic 9(11)v99.
       01  charge-trailer-rec.
           05 ct-type pic x.
           05 ct-from-date pic x(08).
           05 ct-to-date pic x(08).
           05 ct-line-count pic 9(07).
           05 ct-cost-total pic 9(13)v99.
           05 filler pic x(153).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  CHRG-OWNER-MAX value 500.
       78  CHRG-JOB-MAX value 500.
       78  CHRG-RUN-MAX value 5000.
       78  CHRG-CC-MAX value 100.

       77  w-own-file-status pic x(02) value spaces.
           88  OWN-FILE-NOT-FOUND value "35".
           88  OWN-FILE-AT-EOF value "10".
       77  w-rate-file-status pic x(02) value spaces.
           88  RATE-FILE-NOT-FOUND value "35".
           88  RATE-FILE-AT-EOF value "10".
       77  w-deck-file-status pic x(02) value spaces.
           88  DECK-FILE-NOT-FOUND value "35".
           88  DECK-FILE-AT-EOF value "10".
       77  w-rlog-file-status pic x(02) value spaces.
           88  RLOG-FILE-NOT-FOUND value "35".
           88  RLOG-FILE-AT-EOF value "10".
       77  w-metr-file-status pic x(02) value spaces.
           88  METR-FILE-NOT-FOUND value "35".
           88  METR-FILE-AT-EOF value "10".
       77  w-stcat-file-status pic x(02) value spaces.
           88  STCAT-FILE-NOT-FOUND value "35".
           88  STCAT-FILE-AT-EOF value "10".
       77  w-stage-file-status pic x(02) value spaces.
           88  STAGE-FILE-NOT-FOUND value "35".
           88  STAGE-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-ext-file-status pic x(02) value spaces.
       77  w-deck-assign pic x(08) value spaces.
       77  w-stage-assign pic x(08) value spaces.

      *         the chargeback: what each job cost in the billing
      *         period and which cost centre pays for it.  OWNTAB says
      *         who owns what:
      *           PROGRAM name costcentre
      *           FLOW name deck costcentre
      *           STAGE stagename costcentre
      *         a FLOW line gives the cost centre every program of the
      *         flow's deck, a PROGRAM line overrides it for one
      *         program, a STAGE line owns one logical stage in
      *         ARRSTCAT.  RATETAB says what things cost:
      *           READ rate     per million records read
      *           SORT rate     per record sorted
      *           ELAPSED rate  per elapsed minute
      *           STAGE rate    per megabyte retained
      *         RUNLOG gives each run's reads and elapsed time,
      *         SORTMETR the records sorted, charged to the run the
      *         sort happened inside, and ARRSTCAT the staged files
      *         kept at the end of the period.  Whatever has no owner
      *         is charged to UNALLOCATED so it is seen and assigned
       77  w-from-date pic x(08) value "00000000".
       77  w-to-date pic x(08) value "99999999".
       77  w-test-date pic x(08) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-return-code pic s9(09) value 0.

      *         the RUNLOG line as runlog:end lays it out
       01  w-log-line.
           05 w-log-pgm pic x(08).
           05 filler pic x.
           05 w-log-start pic x(15).
           05 filler pic x.
           05 w-log-end pic x(15).
           05 filler pic x(06).
           05 w-log-read pic x(09).
           05 filler pic x(09).
           05 w-log-written pic x(09).
           05 filler pic x(10).
           05 w-log-rejected pic x(09).
           05 filler pic x(04).
           05 w-log-rc pic x(04).

      *         the SORTMETR line as write-sort-metrics lays it out
       01  w-metric-line.
           05 w-ml-start pic x(15).
           05 filler pic x.
           05 w-ml-end pic x(15).
           05 filler pic x(06).
           05 w-ml-name pic x(30).
           05 filler pic x(05).
           05 w-ml-len pic x(09).
           05 filler pic x(141).

       77  w-owner-count pic 9(04) value 0.
       01  w-owner-tbl.
           05 w-owner-entry occurs CHRG-OWNER-MAX times.
              07 w-ow-kind pic x.
              07 w-ow-name pic x(30).
              07 w-ow-flow pic x(08).
              07 w-ow-cc pic x(10).

       01  w-rates.
           05 w-rate-read pic 9(07)v9(06) value 0.
           05 w-rate-sort pic 9(07)v9(06) value 0.
           05 w-rate-elapsed pic 9(07)v9(06) value 0.
           05 w-rate-stage pic 9(07)v9(06) value 0.

      *         one row per cost centre and job; the key puts the
      *         unallocated rows after every real cost centre
       77  w-job-count pic 9(04) value 0.
       01  w-job-tbl.
           05 w-job-entry occurs CHRG-JOB-MAX times.
              07 w-jb-sort-key.
                 09 w-jb-unalloc pic x.
                 09 w-jb-cc pic x(10).
                 09 w-jb-kind pic x.
                 09 w-jb-name pic x(30).
              07 w-jb-flow pic x(08).
              07 w-jb-runs pic 9(07).
              07 w-jb-read pic 9(15).
              07 w-jb-sorted pic 9(15).
              07 w-jb-secs pic 9(09).
              07 w-jb-bytes pic 9(15).
              07 w-jb-cost-read pic 9(11)v99.
              07 w-jb-cost-sort pic 9(11)v99.
              07 w-jb-cost-elapsed pic 9(11)v99.
              07 w-jb-cost-stage pic 9(11)v99.
              07 w-jb-cost-total pic 9(11)v99.
       01  w-order-tbl.
           05 w-order pic 9(04) occurs CHRG-JOB-MAX times.
       77  w-jb-idx pic 9(04) value 0.
       77  w-ord-idx pic 9(04) value 0.
       77  w-ord-idx-2 pic 9(04) value 0.
       77  w-ord-hold pic 9(04) value 0.

      *         the period's runs, kept to find the run a sort ran in
       77  w-run-count pic 9(05) value 0.
       01  w-run-tbl.
           05 w-run-entry occurs CHRG-RUN-MAX times.
              07 w-rn-start pic 9(12).
              07 w-rn-end pic 9(12).
              07 w-rn-job pic 9(04).
       77  w-rn-idx pic 9(05) value 0.
       77  w-rn-hit pic 9(05) value 0.

       77  w-cc-count pic 9(03) value 0.
       01  w-cc-tbl.
           05 w-cc-entry occurs CHRG-CC-MAX times.
              07 w-cc-name pic x(10).
              07 w-cc-jobs pic 9(05).
              07 w-cc-cost-read pic 9(11)v99.
              07 w-cc-cost-sort pic 9(11)v99.
              07 w-cc-cost-elapsed pic 9(11)v99.
              07 w-cc-cost-stage pic 9(11)v99.
              07 w-cc-cost-total pic 9(11)v99.
       77  w-cc-idx pic 9(03) value 0.

       77  w-card-line pic x(132) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-1 pic x(30) value spaces.
       77  w-tok-2 pic x(20) value spaces.
       77  w-tok-3 pic x(10) value spaces.
       77  w-flow-name pic x(08) value spaces.
       77  w-flow-cc pic x(10) value spaces.

       77  w-want-kind pic x value space.
       77  w-want-name pic x(30) value spaces.
       77  w-want-cc pic x(10) value spaces.
       77  w-want-flow pic x(08) value spaces.
       77  w-found pic x value "N".
           88  ENTRY-FOUND value "Y".
       77  w-own-idx pic 9(04) value 0.

       77  w-stamp pic x(15) value spaces.
       77  w-abs pic 9(12) value 0.
       77  w-abs-start pic 9(12) value 0.
       77  w-abs-end pic 9(12) value 0.
      *         staged files are array's binary element records; a
      *         stage is charged what its records take on disk, the
      *         stored-bytes figure array's stage report shows
       77  w-stage-rec-sz pic 9(09) value 4096.
       77  w-ptr pic 9(04) value 0.
       77  w-stage-bytes pic 9(15) value 0.

       77  w-runs-charged pic 9(09) value 0.
       77  w-sorts-charged pic 9(09) value 0.
       77  w-stages-charged pic 9(09) value 0.
       77  w-unalloc-count pic 9(09) value 0.
       77  w-extract-count pic 9(07) value 0.
       77  w-grand-total pic 9(13)v99 value 0.
       77  w-unalloc-total pic 9(13)v99 value 0.
       77  w-prev-cc pic x(10) value spaces.
       77  w-mb pic 9(09)v99 value 0.
       77  w-minutes pic 9(09)v9 value 0.

       77  z-count pic z(05)9.
       77  z-big pic z(11)9.
       77  z-minutes pic z(06)9.9.
       77  z-mb pic z(06)9.99.
       77  z-money pic z(10)9.99.
       77  z-rate pic z(06)9.9(06).
       77  z-total pic z(12)9.99.

       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRCHRG".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-from-date pic x(08).
       77  l-to-date pic x(08).

       procedure division using
           l-from-date
           l-to-date
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==from-date==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==to-date==
               ==!N== by ==2==.
           if w-from-date = spaces
              move "00000000" to w-from-date
           end-if.
           if w-to-date = spaces
              move "99999999" to w-to-date
           end-if.
           if w-from-date not = "00000000"
              move w-from-date to w-test-date
              perform check-date thru check-date-ex
              if w-return-code not = OK
                 goback giving KO
              end-if
           end-if.
           if w-to-date not = "99999999"
              move w-to-date to w-test-date
              perform check-date thru check-date-ex
              if w-return-code not = OK
                 goback giving KO
              end-if
           end-if.
           if w-from-date > w-to-date
              display "ARRCHRG from-date is after to-date"
                 upon console
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           move 0 to w-owner-count.
           move 0 to w-job-count.
           move 0 to w-run-count.
           move 0 to w-cc-count.
           perform load-owner-table thru load-owner-table-ex.
           perform load-rate-table thru load-rate-table-ex.
           if RATE-FILE-NOT-FOUND
              display "ARRCHRG no RATETAB -- nothing can be priced"
                 upon console
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.

           perform charge-runs thru charge-runs-ex.
           perform charge-sorts thru charge-sorts-ex.
           perform charge-stages thru charge-stages-ex.
           perform price-jobs thru price-jobs-ex.
           perform order-jobs thru order-jobs-ex.
           perform write-charge-report thru write-charge-report-ex.
           perform write-charge-extract
              thru write-charge-extract-ex.

           if w-unalloc-count > 0
              move 10160 to w-msg-no
              move w-unalloc-count to z-count
              move z-count to w-msg-sub1
              move w-unalloc-total to z-total
              move z-total to w-msg-sub2
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
           end-if.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

       check-date.
           call "calendar:day-of-week"
              using w-test-date w-weekday
              giving w-return-code.
           if w-test-date is not numeric or w-return-code not = OK
              display "ARRCHRG dates must be YYYYMMDD" upon console
              move KO to w-return-code
           end-if.
       check-date-ex.
           exit.

       load-owner-table.
           open input OWNER-TABLE.
           if OWN-FILE-NOT-FOUND
              display "ARRCHRG no OWNTAB -- every job is unallocated"
                 upon console
              exit paragraph
           end-if.
           read OWNER-TABLE.
           perform until OWN-FILE-AT-EOF
              move owner-table-rec to w-card-line
              if w-card-line not = spaces
                 and w-card-line(1:1) not = "*"
                 perform take-owner-line thru take-owner-line-ex
              end-if
              read OWNER-TABLE
           end-perform.
           close OWNER-TABLE.
       load-owner-table-ex.
           exit.

       take-owner-line.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           move spaces to w-tok-3.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1 w-tok-2 w-tok-3
           end-unstring.
           evaluate w-tok-kind
              when "PROGRAM"
                 move "P" to w-want-kind
                 move function upper-case(w-tok-1(1:8))
                    to w-want-name
                 move w-tok-2 to w-want-cc
                 move spaces to w-want-flow
                 perform add-owner thru add-owner-ex
              when "STAGE"
                 move "S" to w-want-kind
                 move w-tok-1 to w-want-name
                 move w-tok-2 to w-want-cc
                 move spaces to w-want-flow
                 perform add-owner thru add-owner-ex
              when "FLOW"
                 move w-tok-1 to w-flow-name
                 move w-tok-2 to w-deck-assign
                 move w-tok-3 to w-flow-cc
                 perform load-flow-owners thru load-flow-owners-ex
              when other
                 display
                    "ARRCHRG OWNTAB line not understood: "
                    w-card-line(1:60)
                    upon console
           end-evaluate.
       take-owner-line-ex.
           exit.

      *         every program of the deck belongs to the flow's cost
      *         centre unless a PROGRAM line says otherwise
       load-flow-owners.
           open input FLOW-DECK.
           if DECK-FILE-NOT-FOUND
              display
                 "ARRCHRG no deck " w-deck-assign
                 " for flow " w-flow-name
                 upon console
              exit paragraph
           end-if.
           read FLOW-DECK.
           perform until DECK-FILE-AT-EOF
              move flow-deck-rec to w-card-line
              move spaces to w-tok-kind
              move spaces to w-tok-1
              move spaces to w-tok-2
              unstring w-card-line
                 delimited by all spaces
                 into w-tok-kind w-tok-1 w-tok-2
              end-unstring
              if w-tok-kind = "STEP" and w-tok-2 not = spaces
                 move "F" to w-want-kind
                 move function upper-case(w-tok-2(1:8))
                    to w-want-name
                 move w-flow-cc to w-want-cc
                 move w-flow-name to w-want-flow
                 perform add-owner thru add-owner-ex
              end-if
              read FLOW-DECK
           end-perform.
           close FLOW-DECK.
       load-flow-owners-ex.
           exit.

       add-owner.
           if w-want-cc = spaces
              exit paragraph
           end-if.
           if w-owner-count >= CHRG-OWNER-MAX
              display "ARRCHRG OWNTAB too large -- rest ignored"
                 upon console
              exit paragraph
           end-if.
           add 1 to w-owner-count.
           move w-want-kind to w-ow-kind(w-owner-count).
           move w-want-name to w-ow-name(w-owner-count).
           move w-want-flow to w-ow-flow(w-owner-count).
           move w-want-cc to w-ow-cc(w-owner-count).
       add-owner-ex.
           exit.

       load-rate-table.
           initialize w-rates.
           open input RATE-TABLE.
           if RATE-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read RATE-TABLE.
           perform until RATE-FILE-AT-EOF
              move rate-table-rec to w-card-line
              if w-card-line not = spaces
                 and w-card-line(1:1) not = "*"
                 perform take-rate-line thru take-rate-line-ex
              end-if
              read RATE-TABLE
           end-perform.
           close RATE-TABLE.
       load-rate-table-ex.
           exit.

       take-rate-line.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1
           end-unstring.
           if function test-numval(w-tok-1) not = 0
              display
                 "ARRCHRG rate not numeric: " w-card-line(1:60)
                 upon console
              exit paragraph
           end-if.
           evaluate w-tok-kind
              when "READ"
                 compute w-rate-read = function numval(w-tok-1)
              when "SORT"
                 compute w-rate-sort = function numval(w-tok-1)
              when "ELAPSED"
                 compute w-rate-elapsed = function numval(w-tok-1)
              when "STAGE"
                 compute w-rate-stage = function numval(w-tok-1)
              when other
                 display
                    "ARRCHRG RATETAB line not understood: "
                    w-card-line(1:60)
                    upon console
           end-evaluate.
       take-rate-line-ex.
           exit.

      *         a program's cost centre: its own PROGRAM line first,
      *         then the flow it runs in
       resolve-program-owner.
           move "UNALLOC" to w-want-cc.
           move spaces to w-want-flow.
           move "N" to w-found.
           perform varying w-own-idx from 1 by 1
              until w-own-idx > w-owner-count or ENTRY-FOUND
              if w-ow-kind(w-own-idx) = "P"
                 and w-ow-name(w-own-idx) = w-want-name
                 move w-ow-cc(w-own-idx) to w-want-cc
                 move "Y" to w-found
              end-if
           end-perform.
           if ENTRY-FOUND
              exit paragraph
           end-if.
           perform varying w-own-idx from 1 by 1
              until w-own-idx > w-owner-count or ENTRY-FOUND
              if w-ow-kind(w-own-idx) = "F"
                 and w-ow-name(w-own-idx) = w-want-name
                 move w-ow-cc(w-own-idx) to w-want-cc
                 move w-ow-flow(w-own-idx) to w-want-flow
                 move "Y" to w-found
              end-if
           end-perform.
       resolve-program-owner-ex.
           exit.

       resolve-stage-owner.
           move "UNALLOC" to w-want-cc.
           move spaces to w-want-flow.
           move "N" to w-found.
           perform varying w-own-idx from 1 by 1
              until w-own-idx > w-owner-count or ENTRY-FOUND
              if w-ow-kind(w-own-idx) = "S"
                 and w-ow-name(w-own-idx) = w-want-name
                 move w-ow-cc(w-own-idx) to w-want-cc
                 move "Y" to w-found
              end-if
           end-perform.
       resolve-stage-owner-ex.
           exit.

      *         the row for w-want-kind/name under w-want-cc, made
      *         when first met; w-jb-idx 0 when the table is full
       find-job-row.
           move "N" to w-found.
           perform varying w-jb-idx from 1 by 1
              until w-jb-idx > w-job-count or ENTRY-FOUND
              if w-jb-cc(w-jb-idx) = w-want-cc
                 and w-jb-kind(w-jb-idx) = w-want-kind
                 and w-jb-name(w-jb-idx) = w-want-name
                 move "Y" to w-found
              end-if
           end-perform.
           if ENTRY-FOUND
              subtract 1 from w-jb-idx
              exit paragraph
           end-if.
           if w-job-count >= CHRG-JOB-MAX
              move 0 to w-jb-idx
              exit paragraph
           end-if.
           add 1 to w-job-count.
           move w-job-count to w-jb-idx.
           initialize w-job-entry(w-jb-idx).
           move "0" to w-jb-unalloc(w-jb-idx).
           if w-want-cc = "UNALLOC"
              move "9" to w-jb-unalloc(w-jb-idx)
           end-if.
           move w-want-cc to w-jb-cc(w-jb-idx).
           move w-want-kind to w-jb-kind(w-jb-idx).
           move w-want-name to w-jb-name(w-jb-idx).
           move w-want-flow to w-jb-flow(w-jb-idx).
       find-job-row-ex.
           exit.

       charge-runs.
           open input RUN-LOG.
           if RLOG-FILE-NOT-FOUND
              display "ARRCHRG no RUNLOG" upon console
              exit paragraph
           end-if.
           read RUN-LOG.
           perform until RLOG-FILE-AT-EOF
              move run-log-rec to w-log-line
              if w-log-read is numeric
                 and w-log-start(1:8) is numeric
                 and w-log-start(1:8) >= w-from-date
                 and w-log-start(1:8) <= w-to-date
                 perform charge-one-run thru charge-one-run-ex
              end-if
              read RUN-LOG
           end-perform.
           close RUN-LOG.
       charge-runs-ex.
           exit.

       charge-one-run.
           move "P" to w-want-kind.
           move w-log-pgm to w-want-name.
           perform resolve-program-owner
              thru resolve-program-owner-ex.
           move "P" to w-want-kind.
           perform find-job-row thru find-job-row-ex.
           if w-jb-idx = 0
              exit paragraph
           end-if.
           add 1 to w-runs-charged.
           add 1 to w-jb-runs(w-jb-idx).
           add function numval(w-log-read) to w-jb-read(w-jb-idx).
           move w-log-start to w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-abs-start.
           move w-log-end to w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-abs-end.
           if w-abs-end >= w-abs-start
              compute w-jb-secs(w-jb-idx) =
                 w-jb-secs(w-jb-idx) + w-abs-end - w-abs-start
           end-if.
           if w-run-count < CHRG-RUN-MAX
              add 1 to w-run-count
              move w-abs-start to w-rn-start(w-run-count)
              move w-abs-end to w-rn-end(w-run-count)
              move w-jb-idx to w-rn-job(w-run-count)
           end-if.
       charge-one-run-ex.
           exit.

      *         a sort is charged to the innermost run it fell inside
      *         -- the latest-starting one, since a flow's own run
      *         encloses its steps'
       charge-sorts.
           open input SORT-METRICS.
           if METR-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read SORT-METRICS.
           perform until METR-FILE-AT-EOF
              move sort-metrics-rec to w-metric-line
              if w-ml-len is numeric
                 and w-ml-start(1:8) >= w-from-date
                 and w-ml-start(1:8) <= w-to-date
                 perform charge-one-sort thru charge-one-sort-ex
              end-if
              read SORT-METRICS
           end-perform.
           close SORT-METRICS.
       charge-sorts-ex.
           exit.

       charge-one-sort.
           move w-ml-start to w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-abs-start.
           move w-ml-end to w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-abs-end.
           move 0 to w-rn-hit.
           perform varying w-rn-idx from 1 by 1
              until w-rn-idx > w-run-count
              if w-abs-start >= w-rn-start(w-rn-idx)
                 and w-abs-end <= w-rn-end(w-rn-idx)
                 if w-rn-hit = 0
                    move w-rn-idx to w-rn-hit
                 else
                    if w-rn-start(w-rn-idx) >= w-rn-start(w-rn-hit)
                       move w-rn-idx to w-rn-hit
                    end-if
                 end-if
              end-if
           end-perform.
           if w-rn-hit > 0
              move w-rn-job(w-rn-hit) to w-jb-idx
           else
              move "UNALLOC" to w-want-cc
              move spaces to w-want-flow
              move "M" to w-want-kind
              move w-ml-name to w-want-name
              if w-want-name = spaces
                 move "(unnamed sort)" to w-want-name
              end-if
              perform find-job-row thru find-job-row-ex
              if w-jb-idx = 0
                 exit paragraph
              end-if
           end-if.
           add 1 to w-sorts-charged.
           add function numval(w-ml-len) to w-jb-sorted(w-jb-idx).
       charge-one-sort-ex.
           exit.

      *         retained space is what the catalog still holds when the
      *         period closes, every generation counted
       charge-stages.
           open input STAGE-CATALOG.
           if STCAT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read STAGE-CATALOG.
           perform until STCAT-FILE-AT-EOF
              if sc-name not = spaces
                 and sc-stamp(1:8) <= w-to-date
                 perform charge-one-stage thru charge-one-stage-ex
              end-if
              read STAGE-CATALOG
           end-perform.
           close STAGE-CATALOG.
       charge-stages-ex.
           exit.

       charge-one-stage.
           move 0 to w-stage-bytes.
           move sc-fileid to w-stage-assign.
           open input STAGE-FILE.
           if STAGE-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read STAGE-FILE.
           perform until STAGE-FILE-AT-EOF
              or w-stage-file-status(1:1) not = "0"
              add w-stage-rec-sz to w-stage-bytes
              read STAGE-FILE
           end-perform.
           close STAGE-FILE.

           move "S" to w-want-kind.
           move sc-name to w-want-name.
           perform resolve-stage-owner thru resolve-stage-owner-ex.
           perform find-job-row thru find-job-row-ex.
           if w-jb-idx = 0
              exit paragraph
           end-if.
           add 1 to w-stages-charged.
           add w-stage-bytes to w-jb-bytes(w-jb-idx).
       charge-one-stage-ex.
           exit.

       price-jobs.
           perform varying w-jb-idx from 1 by 1
              until w-jb-idx > w-job-count
              compute w-jb-cost-read(w-jb-idx) rounded =
                 w-jb-read(w-jb-idx) * w-rate-read / 1000000
              compute w-jb-cost-sort(w-jb-idx) rounded =
                 w-jb-sorted(w-jb-idx) * w-rate-sort
              compute w-jb-cost-elapsed(w-jb-idx) rounded =
                 w-jb-secs(w-jb-idx) * w-rate-elapsed / 60
              compute w-jb-cost-stage(w-jb-idx) rounded =
                 w-jb-bytes(w-jb-idx) * w-rate-stage / 1048576
              compute w-jb-cost-total(w-jb-idx) =
                 w-jb-cost-read(w-jb-idx)
                 + w-jb-cost-sort(w-jb-idx)
                 + w-jb-cost-elapsed(w-jb-idx)
                 + w-jb-cost-stage(w-jb-idx)
              add w-jb-cost-total(w-jb-idx) to w-grand-total
              if w-jb-cc(w-jb-idx) = "UNALLOC"
                 add 1 to w-unalloc-count
                 add w-jb-cost-total(w-jb-idx) to w-unalloc-total
              end-if
              perform add-to-cost-centre
                 thru add-to-cost-centre-ex
           end-perform.
       price-jobs-ex.
           exit.

       add-to-cost-centre.
           move "N" to w-found.
           perform varying w-cc-idx from 1 by 1
              until w-cc-idx > w-cc-count or ENTRY-FOUND
              if w-cc-name(w-cc-idx) = w-jb-cc(w-jb-idx)
                 move "Y" to w-found
              end-if
           end-perform.
           if ENTRY-FOUND
              subtract 1 from w-cc-idx
           else
              if w-cc-count >= CHRG-CC-MAX
                 exit paragraph
              end-if
              add 1 to w-cc-count
              move w-cc-count to w-cc-idx
              initialize w-cc-entry(w-cc-idx)
              move w-jb-cc(w-jb-idx) to w-cc-name(w-cc-idx)
           end-if.
           add 1 to w-cc-jobs(w-cc-idx).
           add w-jb-cost-read(w-jb-idx) to w-cc-cost-read(w-cc-idx).
           add w-jb-cost-sort(w-jb-idx) to w-cc-cost-sort(w-cc-idx).
           add w-jb-cost-elapsed(w-jb-idx)
              to w-cc-cost-elapsed(w-cc-idx).
           add w-jb-cost-stage(w-jb-idx)
              to w-cc-cost-stage(w-cc-idx).
           add w-jb-cost-total(w-jb-idx)
              to w-cc-cost-total(w-cc-idx).
       add-to-cost-centre-ex.
           exit.

       order-jobs.
           perform varying w-ord-idx from 1 by 1
              until w-ord-idx > w-job-count
              move w-ord-idx to w-order(w-ord-idx)
           end-perform.
           perform varying w-ord-idx from 2 by 1
              until w-ord-idx > w-job-count
              move w-order(w-ord-idx) to w-ord-hold
              move w-ord-idx to w-ord-idx-2
              perform until w-ord-idx-2 = 1
                 if w-jb-sort-key(w-order(w-ord-idx-2 - 1))
                    <= w-jb-sort-key(w-ord-hold)
                    exit perform
                 end-if
                 move w-order(w-ord-idx-2 - 1)
                    to w-order(w-ord-idx-2)
                 subtract 1 from w-ord-idx-2
              end-perform
              move w-ord-hold to w-order(w-ord-idx-2)
           end-perform.
       order-jobs-ex.
           exit.

       write-charge-report.
           open output CHARGE-REPORT.
           move spaces to charge-report-rec.
           string "ARRCHRG BATCH CHARGEBACK  period " w-from-date
              " to " w-to-date
              into charge-report-rec
           end-string.
           write charge-report-rec.
           move spaces to charge-report-rec.
           move w-rate-read to z-rate.
           string "rates: per million read " function trim(z-rate)
              into charge-report-rec
           end-string.
           move w-rate-sort to z-rate.
           move 50 to w-ptr.
           string "  per record sorted " function trim(z-rate)
              into charge-report-rec pointer w-ptr
           end-string.
           write charge-report-rec.
           move spaces to charge-report-rec.
           move w-rate-elapsed to z-rate.
           string "       per elapsed minute " function trim(z-rate)
              into charge-report-rec
           end-string.
           move w-rate-stage to z-rate.
           move 50 to w-ptr.
           string "  per megabyte retained " function trim(z-rate)
              into charge-report-rec pointer w-ptr
           end-string.
           write charge-report-rec.
           move spaces to charge-report-rec.
           write charge-report-rec.
           move spaces to charge-report-rec.
           move "COST CENTRE / JOB" to charge-report-rec(1:17).
           move "FLOW" to charge-report-rec(34:4).
           move "RUNS" to charge-report-rec(45:4).
           move "READ" to charge-report-rec(58:4).
           move "SORTED" to charge-report-rec(69:6).
           move "MINUTES" to charge-report-rec(79:7).
           move "STAGE MB" to charge-report-rec(89:8).
           move "CHARGE" to charge-report-rec(111:6).
           write charge-report-rec.

           move spaces to w-prev-cc.
           perform varying w-ord-idx from 1 by 1
              until w-ord-idx > w-job-count
              move w-order(w-ord-idx) to w-jb-idx
              if w-jb-cc(w-jb-idx) not = w-prev-cc
                 if w-prev-cc not = spaces
                    perform write-cc-total thru write-cc-total-ex
                 end-if
                 move w-jb-cc(w-jb-idx) to w-prev-cc
                 move spaces to charge-report-rec
                 write charge-report-rec
                 move spaces to charge-report-rec
                 if w-prev-cc = "UNALLOC"
                    move "UNALLOCATED -- no owner in OWNTAB"
                       to charge-report-rec
                 else
                    string "COST CENTRE " w-prev-cc
                       into charge-report-rec
                    end-string
                 end-if
                 write charge-report-rec
              end-if
              perform write-job-line thru write-job-line-ex
           end-perform.
           if w-prev-cc not = spaces
              perform write-cc-total thru write-cc-total-ex
           end-if.

           move spaces to charge-report-rec.
           write charge-report-rec.
           move spaces to charge-report-rec.
           move w-grand-total to z-total.
           string "TOTAL CHARGED " z-total
              into charge-report-rec
           end-string.
           write charge-report-rec.
           move spaces to charge-report-rec.
           move w-unalloc-total to z-total.
           move w-unalloc-count to z-count.
           string "  of which unallocated " z-total
              " on " function trim(z-count) " job(s)"
              into charge-report-rec
           end-string.
           write charge-report-rec.
           close CHARGE-REPORT.
       write-charge-report-ex.
           exit.

       write-job-line.
           move spaces to charge-report-rec.
           evaluate w-jb-kind(w-jb-idx)
              when "P"
                 move "run" to charge-report-rec(3:5)
              when "S"
                 move "stage" to charge-report-rec(3:5)
              when "M"
                 move "sort" to charge-report-rec(3:5)
           end-evaluate.
           move w-jb-name(w-jb-idx)(1:24) to charge-report-rec(9:24).
           move w-jb-flow(w-jb-idx) to charge-report-rec(34:8).
           if w-jb-runs(w-jb-idx) > 0
              move w-jb-runs(w-jb-idx) to z-count
              move z-count to charge-report-rec(43:6)
           end-if.
           if w-jb-read(w-jb-idx) > 0
              move w-jb-read(w-jb-idx) to z-big
              move z-big to charge-report-rec(50:12)
           end-if.
           if w-jb-sorted(w-jb-idx) > 0
              move w-jb-sorted(w-jb-idx) to z-big
              move z-big to charge-report-rec(63:12)
           end-if.
           if w-jb-secs(w-jb-idx) > 0
              compute w-minutes rounded = w-jb-secs(w-jb-idx) / 60
              move w-minutes to z-minutes
              move z-minutes to charge-report-rec(77:9)
           end-if.
           if w-jb-bytes(w-jb-idx) > 0
              compute w-mb rounded =
                 w-jb-bytes(w-jb-idx) / 1048576
              move w-mb to z-mb
              move z-mb to charge-report-rec(87:10)
           end-if.
           move w-jb-cost-total(w-jb-idx) to z-money.
           move z-money to charge-report-rec(103:14).
           write charge-report-rec.
       write-job-line-ex.
           exit.

       write-cc-total.
           move "N" to w-found.
           perform varying w-cc-idx from 1 by 1
              until w-cc-idx > w-cc-count or ENTRY-FOUND
              if w-cc-name(w-cc-idx) = w-prev-cc
                 move "Y" to w-found
              end-if
           end-perform.
           if not ENTRY-FOUND
              exit paragraph
           end-if.
           subtract 1 from w-cc-idx.
           move spaces to charge-report-rec.
           move w-cc-cost-read(w-cc-idx) to z-money.
           string "  read " function trim(z-money)
              into charge-report-rec
           end-string.
           move w-cc-cost-sort(w-cc-idx) to z-money.
           move 25 to w-ptr.
           string "sort " function trim(z-money)
              into charge-report-rec pointer w-ptr
           end-string.
           move w-cc-cost-elapsed(w-cc-idx) to z-money.
           move 45 to w-ptr.
           string "elapsed " function trim(z-money)
              into charge-report-rec pointer w-ptr
           end-string.
           move w-cc-cost-stage(w-cc-idx) to z-money.
           move 68 to w-ptr.
           string "stage " function trim(z-money)
              into charge-report-rec pointer w-ptr
           end-string.
           move "total" to charge-report-rec(96:5).
           move w-cc-cost-total(w-cc-idx) to z-money.
           move z-money to charge-report-rec(103:14).
           write charge-report-rec.
       write-cc-total-ex.
           exit.

       write-charge-extract.
           open output CHARGE-EXTRACT.
           move 0 to w-extract-count.
           perform varying w-ord-idx from 1 by 1
              until w-ord-idx > w-job-count
              move w-order(w-ord-idx) to w-jb-idx
              move spaces to charge-extract-rec
              move "D" to ce-type
              move w-from-date to ce-from-date
              move w-to-date to ce-to-date
              move w-jb-cc(w-jb-idx) to ce-cost-centre
              move w-jb-kind(w-jb-idx) to ce-job-kind
              move w-jb-name(w-jb-idx) to ce-job-name
              move w-jb-flow(w-jb-idx) to ce-flow
              move w-jb-runs(w-jb-idx) to ce-runs
              move w-jb-read(w-jb-idx) to ce-read
              move w-jb-sorted(w-jb-idx) to ce-sorted
              move w-jb-secs(w-jb-idx) to ce-elapsed-secs
              move w-jb-bytes(w-jb-idx) to ce-stage-bytes
              move w-jb-cost-read(w-jb-idx) to ce-cost-read
              move w-jb-cost-sort(w-jb-idx) to ce-cost-sort
              move w-jb-cost-elapsed(w-jb-idx) to ce-cost-elapsed
              move w-jb-cost-stage(w-jb-idx) to ce-cost-stage
              move w-jb-cost-total(w-jb-idx) to ce-cost-total
              write charge-extract-rec
              add 1 to w-extract-count
           end-perform.
           move spaces to charge-trailer-rec.
           move "T" to ct-type.
           move w-from-date to ct-from-date.
           move w-to-date to ct-to-date.
           move w-extract-count to ct-line-count.
           move w-grand-total to ct-cost-total.
           write charge-trailer-rec.
           close CHARGE-EXTRACT.
       write-charge-extract-ex.
           exit.

       stamp-to-abs.
           move 0 to w-abs.
           if w-stamp(1:8) is not numeric
              or w-stamp(10:6) is not numeric
              exit paragraph
           end-if.
           compute w-abs =
              function integer-of-date(
                 function numval(w-stamp(1:8))) * 86400
              + function numval(w-stamp(10:2)) * 3600
              + function numval(w-stamp(12:2)) * 60
              + function numval(w-stamp(14:2)).
       stamp-to-abs-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           compute w-rl-run-read =
              w-runs-charged + w-sorts-charged + w-stages-charged.
           move w-extract-count to w-rl-run-written.
           move w-unalloc-count to w-rl-run-rejected.
           move 0 to w-rl-run-rc.
           if RATE-FILE-NOT-FOUND
              move KO to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
