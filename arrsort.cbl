           select STOP-REQUEST assign "STOPREQ"
              organization line sequential
              file status is w-stop-file-status.
           select STAGE-CATALOG assign "ARRSTCAT"
              organization line sequential
              file status is w-stcat-file-status.
       data division.
       file section.
       fd  ARR-SORT-IN.
       01  sort-restart-ckpt-rec pic x(80).
       fd  STOP-REQUEST.
       01  stop-request-rec pic x(80).
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

       working-storage section.
       copy "definitions.cpy"
           05 w-ckpt-rec-phase pic x(05).
           05 filler pic x(07) value " COUNT ".
           05 w-ckpt-rec-count pic 9(09).

      *         the ckpt service is asked after every checkpoint
      *         whether FAULTCTL wants a rehearsed abend here
       77  w-fault-ckpt pic x(08) value "ARRSRTCK".
       77  w-fault-phase pic x(05) value spaces.
       77  w-fault-count pic 9(18) value 0.
       77  w-fault-rc pic s9(09) value 0.
      *         each checkpoint taken also goes out on the operational
      *         event feed, the way ckpt:write posts its own
       77  w-evt-event pic x(10) value "CHECKPOINT".
       77  w-evt-program pic x(08) value spaces.
       77  w-evt-detail pic x(100) value spaces.
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-evt-==.
       77  w-load-read-count pic 9(09) value 0.
       77  w-load-skip-count pic 9(09) value 0.
       77  w-load-ckpt-due pic 9(09) value 0.
       77  w-cd-ok pic x value "Y".
       77  w-cd-neg pic x value "N".
       77  w-cd-pos pic 9(03) value 0.
       77  w-cd-len pic 9(03) value 0.
       77  w-cd-type pic x(02) value spaces.
       77  w-cd-byte pic 9(03) value 0.
       77  w-cd-hi pic 9(02) value 0.
       77  w-cd-lo pic 9(02) value 0.
       77  w-stage-rc pic s9(09) value 0.
       77  w-keep-idx pic 9(09) value 0.

      *         MERGEINTO stage makes the run incremental: the input
      *         is only the day's delta, sorted (and selected and
      *         summed) as usual, then merged in one pass into the
      *         already sorted stage, which comes out as its next
      *         generation -- the one before kept for roll-back.
      *         An equal key adds the delta record after the staged
      *         ones, or with REPLACE on the card takes their place;
      *         a delta record matching DELETEIF (pos,len,C'value')
      *         removes the staged records of its key and is not
      *         written itself.  The merged array is proved in order
      *         as array:assert-sorted proves it before the save,
      *         which writes the usual trailer count and hash
       77  w-merge-stage-name pic x(30) value spaces.
       77  w-merge-mode pic x value "N".
           88  MERGE-MODE value "Y".
       77  w-merge-replace pic x value "N".
           88  MERGE-REPLACE value "Y".
       77  w-merge-delete pic x value "N".
           88  MERGE-DELETE-WANTED value "Y".
       77  w-mdel-offset pic 9(09) value 0.
       77  w-mdel-length pic 9(09) value 0.
       77  w-mdel-value pic x(64) value spaces.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-base-==.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-mout-==.
       77  w-base-elem pic x(MAX-SORT-RECORD-SZ) value spaces.
       77  w-delta-elem pic x(MAX-SORT-RECORD-SZ) value spaces.
       77  w-base-idx pic 9(18) value 0.
       77  w-delta-idx pic 9(18) value 0.
       77  w-mg-elem-sz pic 9(09) value 0.
       77  w-mg-max-bytes pic 9(09) value 0.
       77  w-mg-cmp pic s9 value 0.
       77  w-mg-num-left pic s9(18) value 0.
       77  w-mg-delta-used pic x value "N".
           88  DELTA-KEY-MATCHED value "Y".
       77  w-mg-base-count pic 9(09) value 0.
       77  w-mg-added pic 9(09) value 0.
       77  w-mg-replaced pic 9(09) value 0.
       77  w-mg-deleted pic 9(09) value 0.
       77  w-mg-markers pic 9(09) value 0.
       77  w-mg-not-found pic 9(09) value 0.
       77  w-mg-bad-idx pic 9(18) value 0.
       77  w-mg-key-count pic 9(18) value 0.
       77  w-mg-retain pic 9(18) value 0.
       77  w-stcat-file-status pic x(02) value spaces.
           88  STCAT-FILE-NOT-FOUND value "35".
           88  STCAT-FILE-AT-EOF value "10".

      *         PREVIEW on the card runs the full load, selection,
      *         sort and SUM logic but writes neither ARROUT nor the
      *         stage: the counts -- above all how many records SUM
           call "runlog:start" using w-runlog-pgm.
           perform read-sort-card thru read-sort-card-ex.

           if VARLEN-MODE and MERGE-MODE
              display
                 "ARRSORT MERGEINTO is for fixed records only"
                 upon console
              goback giving KO
           end-if.
           if VARLEN-MODE
              perform sort-varlen-file thru sort-varlen-file-ex
              perform write-run-record thru write-run-record-ex
              thru clear-restart-checkpoint-ex.
           perform write-run-record thru write-run-record-ex.
           call "array:free" using w-array.
           if MERGE-MODE
              call "array:free" using w-base-array
              call "array:free" using w-mout-array
           end-if.

           goback giving OK.

           else
              move w-array-length to w-rl-run-written
           end-if.
           if MERGE-MODE
              move w-mout-array-length to w-rl-run-written
           end-if.
           if PREVIEW-MODE
              move 0 to w-rl-run-written
           end-if.
           compute w-bc-bal-rejected =
              w-omitted-count + w-collapsed-count
              + w-load-skip-count - w-resume-loaded.
           if MERGE-MODE
              add w-mg-base-count to w-bc-bal-in
              move w-mout-array-length to w-bc-bal-out
              compute w-bc-bal-rejected = w-bc-bal-rejected
                 + w-mg-replaced + w-mg-deleted + w-mg-markers
           end-if.
           call "balance:record" using w-bc-balance-rec.
       write-run-record-ex.
           exit.
           exit.

       write-sorted-result.
           if MERGE-MODE
              perform merge-into-stage thru merge-into-stage-ex
              exit paragraph
           end-if.
           if PREVIEW-MODE
              perform report-preview thru report-preview-ex
              exit paragraph
       write-sorted-result-ex.
           exit.

      *         the staged generation comes back verified against
      *         its own trailer; the two sorted runs are walked side
      *         by side into a fresh array the size of the staged
      *         elements, so the new generation is shaped exactly as
      *         the old one was
       merge-into-stage.
           call "array:load-from-file"
              using w-base-array w-merge-stage-name
              giving w-stage-rc.
           if w-stage-rc not = OK
              display
                 "ARRSORT cannot load stage " w-merge-stage-name
                 " rc=" w-stage-rc
                 upon console
              goback giving KO
           end-if.
           if w-base-VARLEN-ARRAY-TYPE
              or w-base-array-element-sz < w-record-length
              display
                 "ARRSORT stage " w-merge-stage-name
                 " does not hold records of this length"
                 upon console
              goback giving KO
           end-if.
           move w-base-array-length to w-mg-base-count.
           move w-base-array-element-sz to w-mg-elem-sz.
           move w-base-array-max-bytes to w-mg-max-bytes.
           call "array:new"
              using w-mout-array w-mg-elem-sz w-base-array-type
                    w-base-array-name w-mg-max-bytes.

           move 0 to w-base-idx.
           move 0 to w-delta-idx.
           move "N" to w-mg-delta-used.
           perform fetch-base-element thru fetch-base-element-ex.
           perform fetch-delta-element thru fetch-delta-element-ex.
           perform until w-base-idx >= w-base-array-length
              and w-delta-idx >= w-array-length
              evaluate true
                 when w-delta-idx >= w-array-length
                    move -1 to w-mg-cmp
                 when w-base-idx >= w-base-array-length
                    move 1 to w-mg-cmp
                 when other
                    perform compare-merge-keys
                       thru compare-merge-keys-ex
              end-evaluate
              evaluate true
                 when w-mg-cmp < 0
                    call "array:append" using w-mout-array w-base-elem
                    add 1 to w-base-idx
                    perform fetch-base-element
                       thru fetch-base-element-ex
                 when w-mg-cmp > 0
                    perform take-delta-element
                       thru take-delta-element-ex
                 when MERGE-DELETE-WANTED
                    and w-delta-elem(w-mdel-offset + 1:w-mdel-length)
                       = w-mdel-value(1:w-mdel-length)
                    add 1 to w-mg-deleted
                    move "Y" to w-mg-delta-used
                    add 1 to w-base-idx
                    perform fetch-base-element
                       thru fetch-base-element-ex
                 when MERGE-REPLACE
                    add 1 to w-mg-replaced
                    move "Y" to w-mg-delta-used
                    add 1 to w-base-idx
                    perform fetch-base-element
                       thru fetch-base-element-ex
                 when other
                    call "array:append" using w-mout-array w-base-elem
                    add 1 to w-base-idx
                    perform fetch-base-element
                       thru fetch-base-element-ex
              end-evaluate
           end-perform.

           move w-card-key-count to w-mg-key-count.
           call "array:assert-sorted"
              using w-mout-array
                    w-sort-key-offset
                    w-sort-key-length
                    w-card-sort-key-tbl
                    w-mg-key-count
                    w-mg-bad-idx
              giving w-stage-rc.
           if w-stage-rc not = OK
              display
                 "ARRSORT merged stage out of order at element "
                 w-mg-bad-idx " -- not saved"
                 upon console
              goback giving KO
           end-if.

           display
              "ARRSORT merge into " w-merge-stage-name
              upon console.
           display
              "  staged=" w-mg-base-count
              " delta=" w-array-length
              " added=" w-mg-added
              " replaced=" w-mg-replaced
              " deleted=" w-mg-deleted
              " delete-not-found=" w-mg-not-found
              " written=" w-mout-array-length
              upon console.
           if PREVIEW-MODE
              display "ARRSORT PREVIEW -- stage not saved"
                 upon console
              exit paragraph
           end-if.

           perform keep-prior-generation
              thru keep-prior-generation-ex.
           call "array:save-to-file"
              using w-mout-array w-merge-stage-name
              giving w-stage-rc.
           if w-stage-rc not = OK
              display
                 "ARRSORT cannot save stage " w-merge-stage-name
                 " rc=" w-stage-rc
                 upon console
              goback giving KO
           end-if.
       merge-into-stage-ex.
           exit.

       fetch-base-element.
           if w-base-idx < w-base-array-length
              move spaces to w-base-elem
              call "array:get"
                 using w-base-array w-base-elem w-base-idx
           end-if.
       fetch-base-element-ex.
           exit.

       fetch-delta-element.
           if w-delta-idx < w-array-length
              move spaces to w-delta-elem
              call "array:get"
                 using w-array w-delta-elem w-delta-idx
           end-if.
       fetch-delta-element-ex.
           exit.

      *         the delta record in hand once no staged record of its
      *         key is left: a delete marker is counted, not written;
      *         a record that replaced nothing is an add
       take-delta-element.
           if MERGE-DELETE-WANTED
              and w-delta-elem(w-mdel-offset + 1:w-mdel-length)
                 = w-mdel-value(1:w-mdel-length)
              add 1 to w-mg-markers
              if not DELTA-KEY-MATCHED
                 add 1 to w-mg-not-found
              end-if
           else
              call "array:append" using w-mout-array w-delta-elem
              if not DELTA-KEY-MATCHED
                 add 1 to w-mg-added
              end-if
           end-if.
           move "N" to w-mg-delta-used.
           add 1 to w-delta-idx.
           perform fetch-delta-element thru fetch-delta-element-ex.
       take-delta-element-ex.
           exit.

      *         the order array:sort gave both runs: the card keys in
      *         turn (PD and ZD as the numbers they encode, anything
      *         else as raw bytes, D reversing), or the positional
      *         key.  Negative means the staged record comes first
       compare-merge-keys.
           move 0 to w-mg-cmp.
           if w-card-key-count = 0
              evaluate true
                 when w-base-elem(w-sort-key-offset + 1:
                    w-sort-key-length) <
                    w-delta-elem(w-sort-key-offset + 1:
                    w-sort-key-length)
                    move -1 to w-mg-cmp
                 when w-base-elem(w-sort-key-offset + 1:
                    w-sort-key-length) >
                    w-delta-elem(w-sort-key-offset + 1:
                    w-sort-key-length)
                    move 1 to w-mg-cmp
              end-evaluate
              if w-sort-order = "D"
                 multiply -1 by w-mg-cmp
              end-if
              exit paragraph
           end-if.
           perform varying w-mk-idx from 1 by 1
              until w-mk-idx > w-card-key-count or w-mg-cmp not = 0
              perform compare-one-merge-key
                 thru compare-one-merge-key-ex
              if w-card-sort-key-order(w-mk-idx) = "D"
                 multiply -1 by w-mg-cmp
              end-if
           end-perform.
       compare-merge-keys-ex.
           exit.

       compare-one-merge-key.
           move w-card-sort-key-length(w-mk-idx) to w-cd-len.
           move w-card-sort-key-type(w-mk-idx) to w-cd-type.
           if (w-cd-type = "PD" or w-cd-type = "ZD")
              and w-cd-len <= 18
              move "Y" to w-cd-ok
              move spaces to w-cd-work
              move w-base-elem(w-card-sort-key-offset(w-mk-idx) + 1:
                 w-cd-len) to w-cd-work(1:w-cd-len)
              perform decode-cd-work thru decode-cd-work-ex
              move w-cd-num to w-mg-num-left
              move spaces to w-cd-work
              move w-delta-elem(w-card-sort-key-offset(w-mk-idx) + 1:
                 w-cd-len) to w-cd-work(1:w-cd-len)
              perform decode-cd-work thru decode-cd-work-ex
              if w-cd-ok = "Y"
                 evaluate true
                    when w-mg-num-left < w-cd-num
                       move -1 to w-mg-cmp
                    when w-mg-num-left > w-cd-num
                       move 1 to w-mg-cmp
                 end-evaluate
                 exit paragraph
              end-if
           end-if.
           evaluate true
              when w-base-elem(w-card-sort-key-offset(w-mk-idx) + 1:
                 w-cd-len) <
                 w-delta-elem(w-card-sort-key-offset(w-mk-idx) + 1:
                 w-cd-len)
                 move -1 to w-mg-cmp
              when w-base-elem(w-card-sort-key-offset(w-mk-idx) + 1:
                 w-cd-len) >
                 w-delta-elem(w-card-sort-key-offset(w-mk-idx) + 1:
                 w-cd-len)
                 move 1 to w-mg-cmp
           end-evaluate.
       compare-one-merge-key-ex.
           exit.

      *         the save rolls generations only for a stage that
      *         keeps some: one that kept none is given one, so the
      *         generation merged into stays for roll-back
       keep-prior-generation.
           move 0 to w-mg-retain.
           open input STAGE-CATALOG.
           if STCAT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read STAGE-CATALOG.
           perform until STCAT-FILE-AT-EOF
              if sc-name = w-merge-stage-name
                 and sc-gen = spaces
                 and sc-retain is numeric
                 move sc-retain to w-mg-retain
              end-if
              read STAGE-CATALOG
           end-perform.
           close STAGE-CATALOG.
           if w-mg-retain = 0
              move 1 to w-mg-retain
              call "array:stage-retention"
                 using w-merge-stage-name w-mg-retain
           end-if.
       keep-prior-generation-ex.
           exit.

       report-preview.
           set address of d-array-tbl to w-array-ptr.
           display
           move w-ckpt-build-rec to sort-restart-ckpt-rec.
           write sort-restart-ckpt-rec.
           close SORT-RESTART-CKPT.
           move w-ckpt-phase to w-fault-phase.
           perform post-checkpoint-event
              thru post-checkpoint-event-ex.
           perform check-injected-fault
              thru check-injected-fault-ex.
       write-restart-checkpoint-ex.
           exit.

       post-checkpoint-event.
           initialize w-evt-run-totals.
           move w-ckpt-count to w-evt-run-read.
           move spaces to w-evt-detail.
           string
              "checkpoint " delimited by size
              w-fault-ckpt delimited by space
              " phase " delimited by size
              w-fault-phase delimited by space
              into w-evt-detail
           end-string.
           call "evtlog:post"
              using w-evt-event w-evt-program w-evt-run-totals
                    w-evt-detail
              on exception
                 continue
           end-call.
       post-checkpoint-event-ex.
           exit.

      *         an injected abend leaves the checkpoint just written
      *         and whatever else is open exactly as they stand; the
      *         caller cancels the run unit as the system would
       check-injected-fault.
           move w-ckpt-phase to w-fault-phase.
           move w-ckpt-count to w-fault-count.
           call "ckpt:fault"
              using w-fault-ckpt w-fault-phase w-fault-count
              giving w-fault-rc.
           if w-fault-rc = ABENDED-BY-INJECTION
              display
                 "ARRSORT injected abend at " w-fault-phase
                 " " w-fault-count
                 upon console
              goback giving ABENDED-BY-INJECTION
           end-if.
       check-injected-fault-ex.
           exit.

       clear-restart-checkpoint.
           open output SORT-RESTART-CKPT.
           close SORT-RESTART-CKPT.
              move "Y" to w-stage-out-mode
              exit paragraph
           end-if.
           if w-card-line(1:10) = "MERGEINTO "
              move w-card-line(11:30) to w-merge-stage-name
              move "Y" to w-merge-mode
              exit paragraph
           end-if.
           if w-card-line(1:7) = "REPLACE"
              move "Y" to w-merge-replace
              exit paragraph
           end-if.

           if w-card-line(1:8) = "TRAILER "
              evaluate w-card-line(9:4)
              when w-card-line(1:4) = "SUM "
                 perform parse-sum-fields
                    thru parse-sum-fields-ex
              when w-card-line(1:9) = "DELETEIF "
                 perform parse-delete-flag
                    thru parse-delete-flag-ex
           end-evaluate.
       parse-card-statement-ex.
           exit.
       strip-value-literal-ex.
           exit.

       parse-delete-flag.
           if w-tok-count < 3
              exit paragraph
           end-if.
           compute w-mdel-offset =
              function numval(w-card-token(1)) - 1.
           compute w-mdel-length =
              function numval(w-card-token(2)).
           move w-card-token(3) to w-token.
           perform strip-value-literal
              thru strip-value-literal-ex.
           move w-token to w-mdel-value.
           if w-mdel-length > 0 and w-mdel-length <= 64
              move "Y" to w-merge-delete
           end-if.
       parse-delete-flag-ex.
           exit.

       parse-sum-fields.
           move 0 to w-sum-count.
           move 1 to w-tok-idx.
      *         nine bytes would overflow the s9(18) accumulator and
      *         silently drop high-order digits
       decode-cond-field.
           move w-cond-length(w-cond-idx) to w-cd-len.
           move w-cond-type(w-cond-idx) to w-cd-type.
           if w-cd-len > 18
              move "N" to w-cd-ok
              exit paragraph
           end-if.
           move spaces to w-cd-work.
           move arrsort-in-rec
                   (w-cond-offset(w-cond-idx) + 1:w-cd-len)
              to w-cd-work(1:w-cd-len).
           perform decode-cd-work thru decode-cd-work-ex.
       decode-cond-field-ex.
           exit.

      *         the w-cd-len bytes in w-cd-work as the w-cd-type
      *         number they encode, into w-cd-num
       decode-cd-work.
           move 0 to w-cd-num.
           move "N" to w-cd-neg.
           if w-cd-type = "PD" and w-cd-len > 9
              move "N" to w-cd-ok
              exit paragraph
           end-if.
           evaluate w-cd-type
              when "PD"
                 perform decode-cond-packed
                    thru decode-cond-packed-ex
           if w-cd-neg = "Y"
              compute w-cd-num = 0 - w-cd-num
           end-if.
       decode-cd-work-ex.
           exit.

       decode-cond-packed.
           perform varying w-cd-pos from 1 by 1
              until w-cd-pos > w-cd-len
              compute w-cd-byte = function ord(
                 w-cd-work(w-cd-pos:1)) - 1
              divide w-cd-byte by 16
                 giving w-cd-hi
                 remainder w-cd-lo
              if w-cd-pos < w-cd-len
                 compute w-cd-num =
                    w-cd-num * 100 + w-cd-hi * 10 + w-cd-lo
              else

       decode-cond-binary.
           perform varying w-cd-pos from 1 by 1
              until w-cd-pos > w-cd-len
              compute w-cd-byte = function ord(
                 w-cd-work(w-cd-pos:1)) - 1
              compute w-cd-num = w-cd-num * 256 + w-cd-byte
       decode-cond-zoned.
           perform varying w-cd-digit from 1 by 1
              until w-cd-digit > 10
              if w-cd-work(w-cd-len:1) =
                 w-cd-op-minus(w-cd-digit:1)
                 move "Y" to w-cd-neg
                 compute w-cd-one = w-cd-digit - 1
                 move w-cd-one
                    to w-cd-work(w-cd-len:1)
              end-if
              if w-cd-work(w-cd-len:1) =
                 w-cd-op-plus(w-cd-digit:1)
                 compute w-cd-one = w-cd-digit - 1
                 move w-cd-one
                    to w-cd-work(w-cd-len:1)
              end-if
           end-perform.
           if w-cd-work(1:w-cd-len)
              is not numeric
              move "N" to w-cd-ok
              exit paragraph
           end-if.
           compute w-cd-num = function numval(
              w-cd-work(1:w-cd-len)).
       decode-cond-zoned-ex.
           exit.

