       identification division.
         program-id.  arrdedup.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-DEDUP-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select DEDUP-CARD assign "DEDCARD"
              organization line sequential
              file status is w-card-file-status.
           select ARR-DEDUP-OUT assign "ARROUT"
              organization line sequential
              file status is w-out-file-status.
           select DEDUP-XREF assign "DEDXREF"
              organization line sequential
              file status is w-xref-file-status.
           select DEDUP-REPORT assign "DEDRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  ARR-DEDUP-IN.
       01  arrdedup-in-rec pic x(4096).
       fd  DEDUP-CARD.
       01  dedup-card-rec pic x(80).
       fd  ARR-DEDUP-OUT.
       01  arrdedup-out-rec pic x(4096).
      *         old key, the key it survives as, the cluster and the
      *         part the record played in it
       fd  DEDUP-XREF.
       01  dedup-xref-rec.
           05 dx-old-key pic x(32).
           05 filler pic x.
           05 dx-surviving-key pic x(32).
           05 filler pic x.
           05 dx-cluster pic 9(09).
           05 filler pic x.
           05 dx-role pic x(08).
       fd  DEDUP-REPORT.
       01  dedup-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  MAX-DEDUP-RECORD-SZ value 4096.
       78  MAX-DEDUP-KEY-SZ value 32.
       78  DEDUP-RULE-MAX value 12.
       78  DEDUP-SURVIVE-MAX value 16.
       78  DEDUP-SOURCE-MAX value 6.
       78  DEDUP-RECORD-MAX value 50000.
       78  NO-LINK-SCORE value 99999.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
       77  w-xref-file-status pic x(02) value spaces.
       77  w-rpt-file-status pic x(02) value spaces.

      *         merge/purge within one file.  The DEDCARD scores every
      *         pair of records with arrfuzzy's rules:
      *           KEY offset length weight        exact bytes
      *           AMOUNT offset length tol weight within tolerance
      *           DATE offset length days weight  within n days
      *           NAME offset length min weight   leading substring
      *           THRESHOLD score
      *         and says how a cluster of duplicates comes down to
      *         one golden record:
      *           ID offset length                the record's key
      *           RECENCY offset length           CCYYMMDD last update
      *           SOURCE offset length code ...   source code field,
      *                                           codes best first
      *           SURVIVE offset length RECENT|LONGEST|SOURCE
      *           BORDER score                    weakest link under
      *                                           this wants a look
      *         Pairs at or above the threshold join one cluster
      *         (a duplicate of a duplicate is the same customer).
      *         The golden record starts from the cluster's most
      *         recent record -- best source, then latest in the file
      *         on a tie -- and keeps its key; each SURVIVE field is
      *         then taken from the most recent non-blank value, the
      *         longest non-blank value, or the value from the best
      *         source.  Every pair is scored, so this is for the
      *         analyst's extract of a master, not the nightly file
       77  w-record-length pic 9(09) value 0.
       77  w-threshold pic 9(03) value 0.
       77  w-border pic 9(05) value 0.

       77  w-rule-count pic 9(02) value 0.
       01  w-rule-tbl.
           05 w-rule-entry occurs DEDUP-RULE-MAX times.
              07 w-rule-kind pic x(06).
              07 w-rule-offset pic 9(09).
              07 w-rule-length pic 9(09).
              07 w-rule-extra pic 9(09).
              07 w-rule-weight pic 9(03).

       77  w-id-offset pic 9(09) value 0.
       77  w-id-length pic 9(09) value 0.
       77  w-recency-offset pic 9(09) value 0.
       77  w-recency-length pic 9(09) value 0.
       77  w-source-offset pic 9(09) value 0.
       77  w-source-length pic 9(09) value 0.
       77  w-source-count pic 9(02) value 0.
       01  w-source-tbl.
           05 w-source-code pic x(08)
              occurs DEDUP-SOURCE-MAX times.
       77  w-survive-count pic 9(02) value 0.
       01  w-survive-tbl.
           05 w-survive-entry occurs DEDUP-SURVIVE-MAX times.
              07 w-survive-offset pic 9(09).
              07 w-survive-length pic 9(09).
              07 w-survive-rule pic x(08).
                 88 SURVIVE-RECENT value "RECENT".
                 88 SURVIVE-LONGEST value "LONGEST".
                 88 SURVIVE-SOURCE value "SOURCE".

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       01  w-tok-tbl.
           05 w-tok pic x(16) occurs 8 times.
       77  w-tok-idx pic 9(02) value 0.
       77  w-card-rc pic s9(09) value 0.

      *         the clusters as a union-find forest over the record
      *         numbers: each record points at its parent, a root at
      *         itself.  The root carries the cluster's weakest
      *         joining score; head/tail/next chain the members in
      *         file order once the scoring is done
       01  w-cluster-tbl.
           05 w-cluster-entry occurs DEDUP-RECORD-MAX times.
              07 w-parent pic 9(09).
              07 w-link-min pic 9(05).
              07 w-head pic 9(09).
              07 w-tail pic 9(09).
              07 w-next pic 9(09).
       77  w-find-idx pic 9(09) value 0.
       77  w-root pic 9(09) value 0.
       77  w-step pic 9(09) value 0.
       77  w-root-a pic 9(09) value 0.
       77  w-root-b pic 9(09) value 0.

       77  w-a-idx pic 9(09) value 0.
       77  w-b-idx pic 9(09) value 0.
       77  w-rule-idx pic 9(02) value 0.
       77  w-score pic 9(05) value 0.
       77  w-a-buf pic x(MAX-DEDUP-RECORD-SZ) value spaces.
       77  w-b-buf pic x(MAX-DEDUP-RECORD-SZ) value spaces.
       77  w-a-num pic s9(15) value 0.
       77  w-b-num pic s9(15) value 0.
       77  w-diff pic 9(15) value 0.
       77  w-a-days pic 9(09) value 0.
       77  w-b-days pic 9(09) value 0.
       77  w-day-diff pic 9(09) value 0.
       77  w-min-len pic 9(03) value 0.

      *         survivorship scratch: the member under review, the
      *         best one so far and what ranks them
       77  w-member pic 9(09) value 0.
       77  w-member-count pic 9(09) value 0.
       77  w-base-idx pic 9(09) value 0.
       77  w-best-idx pic 9(09) value 0.
       77  w-survive-idx pic 9(02) value 0.
       77  w-src-idx pic 9(02) value 0.
       77  w-m-recency pic 9(08) value 0.
       77  w-m-source-rank pic 9(02) value 0.
       77  w-m-length pic 9(09) value 0.
       77  w-best-recency pic 9(08) value 0.
       77  w-best-source-rank pic 9(02) value 0.
       77  w-best-length pic 9(09) value 0.
       77  w-member-better pic x value "N".
           88  MEMBER-IS-BETTER value "Y".
       77  w-field-text pic x(MAX-DEDUP-RECORD-SZ) value spaces.
       77  w-golden pic x(MAX-DEDUP-RECORD-SZ) value spaces.
       77  w-surviving-key pic x(MAX-DEDUP-KEY-SZ) value spaces.
       77  w-cluster-no pic 9(09) value 0.
       77  w-review pic x value "N".
           88  CLUSTER-FOR-REVIEW value "Y".

       77  w-read-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-merged-count pic 9(09) value 0.
       77  w-dup-clusters pic 9(09) value 0.
       77  w-review-count pic 9(09) value 0.
       77  z-score pic zz9.
       77  z-link pic zzzz9.
       77  z-count pic z(08)9.
       77  w-print-width pic 9(03) value 0.

       copy "array.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-element pic x(MAX-DEDUP-RECORD-SZ) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRDEDUP".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.
       copy "balance.cpy" replacing ==!PREFIX!== by ==w-bc-==.

       linkage section.
       77  l-record-length pic 9(MAX-NUMBER-SIZE).

       01  d-array-tbl.
           03 d-array-element pic x(4096)
              occurs 500000
              depending on w-array-length.

       procedure division using
           l-record-length
           .
           CATCHPARAMS.
           copy "catch9.pdv" replacing
               ==!W== by ==record-length==
               ==!N== by ==1==.

           if w-record-length = 0
              or w-record-length > MAX-DEDUP-RECORD-SZ
              goback giving KO
           end-if.

           perform read-dedup-card thru read-dedup-card-ex.
           if w-rule-count = 0 or w-threshold = 0
              display "ARRDEDUP no scoring card" upon console
              goback giving KO
           end-if.
           if w-id-length = 0
              or w-id-length > MAX-DEDUP-KEY-SZ
              display "ARRDEDUP no ID card" upon console
              goback giving KO
           end-if.
           if w-card-rc not = OK
              goback giving KO
           end-if.
           if w-border = 0
              compute w-border = w-threshold + 10
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform load-input-file thru load-input-file-ex.
           if w-array-length > DEDUP-RECORD-MAX
              display
                 "ARRDEDUP input above " DEDUP-RECORD-MAX
                 " records"
                 upon console
              call "array:free" using w-array
              move KO to w-rl-run-rc
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.

           perform cluster-the-records
              thru cluster-the-records-ex.
           perform chain-the-members
              thru chain-the-members-ex.
           perform write-golden-records
              thru write-golden-records-ex.
           call "array:free" using w-array.

           display
              "ARRDEDUP read=" w-read-count
              " written=" w-written-count
              " merged=" w-merged-count
              " clusters=" w-dup-clusters
              " review=" w-review-count
              upon console.
           move 0 to w-rl-run-rc.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

       write-run-record.
           move w-read-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move 0 to w-rl-run-rejected.
           call "runlog:end" using w-rl-run-totals.
      *         a merged record leaves the file accounted for, the
      *         way a reject does, so the chain still balances
           initialize w-bc-balance-rec.
           move "ARRDEDUP" to w-bc-bal-step.
           move "ARROUT" to w-bc-bal-file.
           move w-read-count to w-bc-bal-in.
           move w-written-count to w-bc-bal-out.
           move w-merged-count to w-bc-bal-rejected.
           call "balance:record" using w-bc-balance-rec.
       write-run-record-ex.
           exit.

       read-dedup-card.
           move OK to w-card-rc.
           open input DEDUP-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read DEDUP-CARD.
           perform until CARD-FILE-AT-EOF
              move dedup-card-rec to w-card-line
              perform parse-dedup-line thru parse-dedup-line-ex
              read DEDUP-CARD
           end-perform.
           close DEDUP-CARD.
       read-dedup-card-ex.
           exit.

       parse-dedup-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           if w-card-line(1:10) = "THRESHOLD "
              compute w-threshold =
                 function numval(w-card-line(11:5))
              exit paragraph
           end-if.

           move spaces to w-tok-kind.
           move spaces to w-tok-tbl.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok(1) w-tok(2) w-tok(3) w-tok(4)
                   w-tok(5) w-tok(6) w-tok(7) w-tok(8)
           end-unstring.

           evaluate w-tok-kind
              when "KEY"
                 if w-rule-count < DEDUP-RULE-MAX
                    add 1 to w-rule-count
                    move "KEY   " to w-rule-kind(w-rule-count)
                    compute w-rule-offset(w-rule-count) =
                       function numval(w-tok(1))
                    compute w-rule-length(w-rule-count) =
                       function numval(w-tok(2))
                    move 0 to w-rule-extra(w-rule-count)
                    compute w-rule-weight(w-rule-count) =
                       function numval(w-tok(3))
                 end-if
              when "AMOUNT" when "DATE" when "NAME"
                 if w-rule-count < DEDUP-RULE-MAX
                    add 1 to w-rule-count
                    move w-tok-kind(1:6)
                       to w-rule-kind(w-rule-count)
                    compute w-rule-offset(w-rule-count) =
                       function numval(w-tok(1))
                    compute w-rule-length(w-rule-count) =
                       function numval(w-tok(2))
                    compute w-rule-extra(w-rule-count) =
                       function numval(w-tok(3))
                    compute w-rule-weight(w-rule-count) =
                       function numval(w-tok(4))
                 end-if
              when "ID"
                 compute w-id-offset = function numval(w-tok(1))
                 compute w-id-length = function numval(w-tok(2))
              when "RECENCY"
                 compute w-recency-offset =
                    function numval(w-tok(1))
                 compute w-recency-length =
                    function numval(w-tok(2))
                 if w-recency-length not = 8
                    display
                       "ARRDEDUP RECENCY must be an 8-byte date"
                       upon console
                    move KO to w-card-rc
                 end-if
              when "SOURCE"
                 compute w-source-offset =
                    function numval(w-tok(1))
                 compute w-source-length =
                    function numval(w-tok(2))
                 if w-source-length > 8
                    display
                       "ARRDEDUP SOURCE field wider than 8 bytes"
                       upon console
                    move KO to w-card-rc
                 end-if
                 move 0 to w-source-count
                 perform varying w-tok-idx from 3 by 1
                    until w-tok-idx > 8
                       or w-source-count >= DEDUP-SOURCE-MAX
                    if w-tok(w-tok-idx) not = spaces
                       add 1 to w-source-count
                       move w-tok(w-tok-idx)
                          to w-source-code(w-source-count)
                    end-if
                 end-perform
              when "SURVIVE"
                 if w-survive-count < DEDUP-SURVIVE-MAX
                    add 1 to w-survive-count
                    compute w-survive-offset(w-survive-count) =
                       function numval(w-tok(1))
                    compute w-survive-length(w-survive-count) =
                       function numval(w-tok(2))
                    move w-tok(3) to w-survive-rule(w-survive-count)
                    if not SURVIVE-RECENT(w-survive-count)
                       and not SURVIVE-LONGEST(w-survive-count)
                       and not SURVIVE-SOURCE(w-survive-count)
                       display
                          "ARRDEDUP unknown SURVIVE rule " w-tok(3)
                          upon console
                       move KO to w-card-rc
                    end-if
                    if SURVIVE-SOURCE(w-survive-count)
                       and w-source-length = 0
                       display
                          "ARRDEDUP SURVIVE SOURCE needs a SOURCE"
                          " card ahead of it"
                          upon console
                       move KO to w-card-rc
                    end-if
                 end-if
              when "BORDER"
                 compute w-border = function numval(w-tok(1))
           end-evaluate.
       parse-dedup-line-ex.
           exit.

       load-input-file.
           call "array:new" using w-array MAX-DEDUP-RECORD-SZ.
           open input ARR-DEDUP-IN.
           read ARR-DEDUP-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              move spaces to w-element
              move arrdedup-in-rec(1:w-record-length)
                 to w-element(1:w-record-length)
              call "array:append" using w-array w-element
              read ARR-DEDUP-IN
           end-perform.
           close ARR-DEDUP-IN.
       load-input-file-ex.
           exit.

      *         every pair once; a pair already in one cluster needs
      *         no score
       cluster-the-records.
           set address of d-array-tbl to w-array-ptr.
           perform varying w-a-idx from 1 by 1
              until w-a-idx > w-array-length
              move w-a-idx to w-parent(w-a-idx)
              move NO-LINK-SCORE to w-link-min(w-a-idx)
              move 0 to w-head(w-a-idx)
              move 0 to w-tail(w-a-idx)
              move 0 to w-next(w-a-idx)
           end-perform.

           perform varying w-a-idx from 1 by 1
              until w-a-idx > w-array-length
              move spaces to w-a-buf
              move d-array-element(w-a-idx)(1:w-record-length)
                 to w-a-buf(1:w-record-length)
              perform varying w-b-idx from w-a-idx by 1
                 until w-b-idx >= w-array-length
                 perform score-next-record
                    thru score-next-record-ex
              end-perform
           end-perform.
       cluster-the-records-ex.
           exit.

       score-next-record.
           move w-a-idx to w-find-idx.
           perform find-root thru find-root-ex.
           move w-root to w-root-a.
           compute w-find-idx = w-b-idx + 1.
           perform find-root thru find-root-ex.
           move w-root to w-root-b.
           if w-root-a = w-root-b
              exit paragraph
           end-if.

           move spaces to w-b-buf.
           move d-array-element(w-b-idx + 1)(1:w-record-length)
              to w-b-buf(1:w-record-length).
           perform score-the-pair thru score-the-pair-ex.
           if w-score < w-threshold
              exit paragraph
           end-if.

      *         the lower record number stays root so a cluster's
      *         root is always its first member
           if w-root-b < w-root-a
              move w-root-a to w-step
              move w-root-b to w-root-a
              move w-step to w-root-b
           end-if.
           move w-root-a to w-parent(w-root-b).
           if w-link-min(w-root-b) < w-link-min(w-root-a)
              move w-link-min(w-root-b) to w-link-min(w-root-a)
           end-if.
           if w-score < w-link-min(w-root-a)
              move w-score to w-link-min(w-root-a)
           end-if.
       score-next-record-ex.
           exit.

      *         walk up to the root, then point every record on the
      *         way straight at it so the next walk is one step
       find-root.
           move w-find-idx to w-root.
           perform until w-parent(w-root) = w-root
              move w-parent(w-root) to w-root
           end-perform.
           perform until w-parent(w-find-idx) = w-root
              move w-parent(w-find-idx) to w-step
              move w-root to w-parent(w-find-idx)
              move w-step to w-find-idx
           end-perform.
       find-root-ex.
           exit.

       score-the-pair.
           move 0 to w-score.
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-rule-count
              evaluate w-rule-kind(w-rule-idx)
                 when "KEY   "
                    perform score-exact-key
                       thru score-exact-key-ex
                 when "AMOUNT"
                    perform score-amount thru score-amount-ex
                 when "DATE  "
                    perform score-date thru score-date-ex
                 when "NAME  "
                    perform score-name thru score-name-ex
              end-evaluate
           end-perform.
       score-the-pair-ex.
           exit.

       score-exact-key.
           if w-a-buf(w-rule-offset(w-rule-idx) + 1:
                 w-rule-length(w-rule-idx)) =
              w-b-buf(w-rule-offset(w-rule-idx) + 1:
                 w-rule-length(w-rule-idx))
              add w-rule-weight(w-rule-idx) to w-score
           end-if.
       score-exact-key-ex.
           exit.

       score-amount.
           if w-a-buf(w-rule-offset(w-rule-idx) + 1:
                 w-rule-length(w-rule-idx)) is not numeric
              or w-b-buf(w-rule-offset(w-rule-idx) + 1:
                 w-rule-length(w-rule-idx)) is not numeric
              exit paragraph
           end-if.
           compute w-a-num = function numval(
              w-a-buf(w-rule-offset(w-rule-idx) + 1:
                 w-rule-length(w-rule-idx))).
           compute w-b-num = function numval(
              w-b-buf(w-rule-offset(w-rule-idx) + 1:
                 w-rule-length(w-rule-idx))).
           compute w-diff = function abs(w-a-num - w-b-num).
           if w-diff <= w-rule-extra(w-rule-idx)
              add w-rule-weight(w-rule-idx) to w-score
           end-if.
       score-amount-ex.
           exit.

       score-date.
           if w-rule-length(w-rule-idx) not = 8
              or w-a-buf(w-rule-offset(w-rule-idx) + 1:8)
                 is not numeric
              or w-b-buf(w-rule-offset(w-rule-idx) + 1:8)
                 is not numeric
              exit paragraph
           end-if.
           compute w-a-days = function integer-of-date(
              function numval(
                 w-a-buf(w-rule-offset(w-rule-idx) + 1:8))).
           compute w-b-days = function integer-of-date(
              function numval(
                 w-b-buf(w-rule-offset(w-rule-idx) + 1:8))).
           if w-a-days = 0 or w-b-days = 0
              exit paragraph
           end-if.
           compute w-day-diff =
              function abs(w-a-days - w-b-days).
           if w-day-diff <= w-rule-extra(w-rule-idx)
              add w-rule-weight(w-rule-idx) to w-score
           end-if.
       score-date-ex.
           exit.

      *         truncated names still pair when the leading bytes
      *         agree for at least the configured run
       score-name.
           compute w-min-len = function min(
              w-rule-extra(w-rule-idx),
              w-rule-length(w-rule-idx)).
           if w-min-len = 0
              exit paragraph
           end-if.
           if w-a-buf(w-rule-offset(w-rule-idx) + 1:w-min-len)
              = w-b-buf(w-rule-offset(w-rule-idx) + 1:
                 w-min-len)
              and w-a-buf(w-rule-offset(w-rule-idx) + 1:
                 w-min-len) not = spaces
              add w-rule-weight(w-rule-idx) to w-score
           end-if.
       score-name-ex.
           exit.

      *         members chained to their root in file order; the
      *         root is the first member by construction
       chain-the-members.
           perform varying w-a-idx from 1 by 1
              until w-a-idx > w-array-length
              move w-a-idx to w-find-idx
              perform find-root thru find-root-ex
              if w-head(w-root) = 0
                 move w-a-idx to w-head(w-root)
              else
                 move w-a-idx to w-next(w-tail(w-root))
              end-if
              move w-a-idx to w-tail(w-root)
           end-perform.
       chain-the-members-ex.
           exit.

      *         one golden record per cluster, at the place of the
      *         cluster's first record, so a file already in key
      *         order stays that way
       write-golden-records.
           open output ARR-DEDUP-OUT.
           open output DEDUP-XREF.
           open output DEDUP-REPORT.
           perform write-report-heading
              thru write-report-heading-ex.
           perform varying w-a-idx from 1 by 1
              until w-a-idx > w-array-length
              if w-parent(w-a-idx) = w-a-idx
                 perform resolve-cluster thru resolve-cluster-ex
              end-if
           end-perform.
           perform write-report-summary
              thru write-report-summary-ex.
           close DEDUP-REPORT.
           close DEDUP-XREF.
           close ARR-DEDUP-OUT.
       write-golden-records-ex.
           exit.

       resolve-cluster.
           add 1 to w-cluster-no.
           move 0 to w-member-count.
           move w-head(w-a-idx) to w-member.
           perform until w-member = 0
              add 1 to w-member-count
              move w-next(w-member) to w-member
           end-perform.

           perform pick-base-record thru pick-base-record-ex.
           move spaces to w-golden.
           move d-array-element(w-base-idx)(1:w-record-length)
              to w-golden(1:w-record-length).
           move spaces to w-surviving-key.
           move w-golden(w-id-offset + 1:w-id-length)
              to w-surviving-key(1:w-id-length).
           if w-member-count > 1
              perform varying w-survive-idx from 1 by 1
                 until w-survive-idx > w-survive-count
                 perform apply-survivorship
                    thru apply-survivorship-ex
              end-perform
           end-if.

           move spaces to arrdedup-out-rec.
           move w-golden(1:w-record-length)
              to arrdedup-out-rec(1:w-record-length).
           write arrdedup-out-rec.
           add 1 to w-written-count.

           move w-head(w-a-idx) to w-member.
           perform until w-member = 0
              perform write-xref-line thru write-xref-line-ex
              move w-next(w-member) to w-member
           end-perform.

           if w-member-count > 1
              add 1 to w-dup-clusters
              compute w-merged-count =
                 w-merged-count + w-member-count - 1
              perform write-cluster-block
                 thru write-cluster-block-ex
           end-if.
       resolve-cluster-ex.
           exit.

      *         the most recent member, the best source breaking a
      *         tie, the later record breaking what is left
       pick-base-record.
           move 0 to w-best-idx.
           move w-head(w-a-idx) to w-member.
           perform until w-member = 0
              perform rank-member thru rank-member-ex
              move "N" to w-member-better
              evaluate true
                 when w-best-idx = 0
                    move "Y" to w-member-better
                 when w-m-recency > w-best-recency
                    move "Y" to w-member-better
                 when w-m-recency = w-best-recency
                    and w-m-source-rank < w-best-source-rank
                    move "Y" to w-member-better
                 when w-m-recency = w-best-recency
                    and w-m-source-rank = w-best-source-rank
                    move "Y" to w-member-better
              end-evaluate
              if MEMBER-IS-BETTER
                 perform take-member-as-best
                    thru take-member-as-best-ex
              end-if
              move w-next(w-member) to w-member
           end-perform.
           move w-best-idx to w-base-idx.
       pick-base-record-ex.
           exit.

       rank-member.
           move 0 to w-m-recency.
           if w-recency-length = 8
              and d-array-element(w-member)
                     (w-recency-offset + 1:8) is numeric
              move d-array-element(w-member)
                      (w-recency-offset + 1:8)
                 to w-m-recency
           end-if.
           move 99 to w-m-source-rank.
           if w-source-length > 0
              perform varying w-src-idx from 1 by 1
                 until w-src-idx > w-source-count
                    or w-m-source-rank not = 99
                 if d-array-element(w-member)
                       (w-source-offset + 1:w-source-length)
                    = w-source-code(w-src-idx)(1:w-source-length)
                    move w-src-idx to w-m-source-rank
                 end-if
              end-perform
           end-if.
       rank-member-ex.
           exit.

       take-member-as-best.
           move w-member to w-best-idx.
           move w-m-recency to w-best-recency.
           move w-m-source-rank to w-best-source-rank.
           move w-m-length to w-best-length.
       take-member-as-best-ex.
           exit.

      *         one SURVIVE field: the member whose non-blank value
      *         the rule prefers gives it to the golden record.  No
      *         member with a value leaves the base record's blank
       apply-survivorship.
           move 0 to w-best-idx.
           move w-head(w-a-idx) to w-member.
           perform until w-member = 0
              move spaces to w-field-text
              move d-array-element(w-member)
                      (w-survive-offset(w-survive-idx) + 1:
                       w-survive-length(w-survive-idx))
                 to w-field-text
                      (1:w-survive-length(w-survive-idx))
              if w-field-text(1:w-survive-length(w-survive-idx))
                 not = spaces
                 perform rank-member thru rank-member-ex
                 perform measure-field thru measure-field-ex
                 perform compare-for-rule
                    thru compare-for-rule-ex
                 if MEMBER-IS-BETTER
                    perform take-member-as-best
                       thru take-member-as-best-ex
                 end-if
              end-if
              move w-next(w-member) to w-member
           end-perform.
           if w-best-idx > 0
              move d-array-element(w-best-idx)
                      (w-survive-offset(w-survive-idx) + 1:
                       w-survive-length(w-survive-idx))
                 to w-golden(w-survive-offset(w-survive-idx) + 1:
                    w-survive-length(w-survive-idx))
           end-if.
       apply-survivorship-ex.
           exit.

       compare-for-rule.
           move "N" to w-member-better.
           if w-best-idx = 0
              move "Y" to w-member-better
              exit paragraph
           end-if.
           evaluate true
              when SURVIVE-LONGEST(w-survive-idx)
                 evaluate true
                    when w-m-length > w-best-length
                       move "Y" to w-member-better
                    when w-m-length = w-best-length
                       and w-m-recency >= w-best-recency
                       move "Y" to w-member-better
                 end-evaluate
              when SURVIVE-SOURCE(w-survive-idx)
                 evaluate true
                    when w-m-source-rank < w-best-source-rank
                       move "Y" to w-member-better
                    when w-m-source-rank = w-best-source-rank
                       and w-m-recency >= w-best-recency
                       move "Y" to w-member-better
                 end-evaluate
              when other
                 if w-m-recency >= w-best-recency
                    move "Y" to w-member-better
                 end-if
           end-evaluate.
       compare-for-rule-ex.
           exit.

      *         the value's length without its trailing blanks
       measure-field.
           move w-survive-length(w-survive-idx) to w-m-length.
           perform until w-m-length = 0
              or w-field-text(w-m-length:1) not = space
              subtract 1 from w-m-length
           end-perform.
       measure-field-ex.
           exit.

       write-xref-line.
           move spaces to dedup-xref-rec.
           move d-array-element(w-member)
                   (w-id-offset + 1:w-id-length)
              to dx-old-key(1:w-id-length).
           move w-surviving-key to dx-surviving-key.
           move w-cluster-no to dx-cluster.
           evaluate true
              when w-member-count = 1
                 move "SINGLE" to dx-role
              when w-member = w-base-idx
                 move "SURVIVOR" to dx-role
              when other
                 move "MERGED" to dx-role
           end-evaluate.
           write dedup-xref-rec.
       write-xref-line-ex.
           exit.

       write-report-heading.
           move spaces to dedup-report-rec.
           move w-threshold to z-score.
           string
              "ARRDEDUP DUPLICATE CLUSTERS -- threshold " z-score
              into dedup-report-rec
           end-string.
           move w-border to z-link.
           string
              "  review under " z-link
              delimited by size
              into dedup-report-rec(50:30)
           end-string.
           write dedup-report-rec.
           move all "-" to dedup-report-rec.
           write dedup-report-rec.
           compute w-print-width =
              function min(w-record-length, 100).
       write-report-heading-ex.
           exit.

      *         the cluster, each member with its score against the
      *         surviving record, and the golden record built; a
      *         cluster held together by a link under the border is
      *         marked for a reviewer before the cross-reference is
      *         used to re-point anything
       write-cluster-block.
           move "N" to w-review.
           if w-link-min(w-a-idx) < w-border
              move "Y" to w-review
              add 1 to w-review-count
           end-if.
           move spaces to dedup-report-rec.
           write dedup-report-rec.
           move w-cluster-no to z-count.
           move spaces to dedup-report-rec.
           string
              "CLUSTER " z-count
              delimited by size
              into dedup-report-rec
           end-string.
           move w-member-count to z-count.
           move w-link-min(w-a-idx) to z-link.
           string
              "  MEMBERS " z-count
              "  WEAKEST LINK " z-link
              delimited by size
              into dedup-report-rec(18:50)
           end-string.
           if CLUSTER-FOR-REVIEW
              move "** REVIEW **" to dedup-report-rec(70:12)
           end-if.
           write dedup-report-rec.

           move spaces to w-a-buf.
           move w-golden(1:w-record-length)
              to w-a-buf(1:w-record-length).
           move w-head(w-a-idx) to w-member.
           perform until w-member = 0
              move spaces to w-b-buf
              move d-array-element(w-member)(1:w-record-length)
                 to w-b-buf(1:w-record-length)
              perform score-the-pair thru score-the-pair-ex
              move w-score to z-link
              move spaces to dedup-report-rec
              if w-member = w-base-idx
                 move "  KEEP " to dedup-report-rec(1:7)
              else
                 move "  MERGE" to dedup-report-rec(1:7)
              end-if
              move z-link to dedup-report-rec(9:5)
              move w-b-buf(1:w-print-width)
                 to dedup-report-rec(16:w-print-width)
              write dedup-report-rec
              move w-next(w-member) to w-member
           end-perform.
           move spaces to dedup-report-rec.
           move "  GOLDEN" to dedup-report-rec(1:8).
           move w-golden(1:w-print-width)
              to dedup-report-rec(16:w-print-width).
           write dedup-report-rec.
       write-cluster-block-ex.
           exit.

       write-report-summary.
           move spaces to dedup-report-rec.
           write dedup-report-rec.
           move all "-" to dedup-report-rec.
           write dedup-report-rec.
           move spaces to dedup-report-rec.
           move w-read-count to z-count.
           string "RECORDS READ        " z-count
              into dedup-report-rec
           end-string.
           write dedup-report-rec.
           move spaces to dedup-report-rec.
           move w-written-count to z-count.
           string "RECORDS WRITTEN     " z-count
              into dedup-report-rec
           end-string.
           write dedup-report-rec.
           move spaces to dedup-report-rec.
           move w-merged-count to z-count.
           string "RECORDS MERGED      " z-count
              into dedup-report-rec
           end-string.
           write dedup-report-rec.
           move spaces to dedup-report-rec.
           move w-dup-clusters to z-count.
           string "DUPLICATE CLUSTERS  " z-count
              into dedup-report-rec
           end-string.
           write dedup-report-rec.
           move spaces to dedup-report-rec.
           move w-review-count to z-count.
           string "FOR REVIEW          " z-count
              into dedup-report-rec
           end-string.
           write dedup-report-rec.
       write-report-summary-ex.
           exit.
