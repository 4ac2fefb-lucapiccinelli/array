       identification division.
         program-id.  arrxmit.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select XMIT-CARD assign "XMITCARD"
              organization line sequential
              file status is w-card-file-status.
           select OUTBOUND-FILE assign to dynamic w-out-assign
              organization line sequential
              file status is w-out-file-status.
           select XMIT-MANIFEST assign "XMITMAN"
              organization line sequential
              file status is w-man-file-status.
           select ACK-FILE assign to dynamic w-ack-assign
              organization line sequential
              file status is w-ack-file-status.
           select XMIT-REPORT assign "XMITRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  XMIT-CARD.
       01  xmit-card-rec pic x(80).
       fd  OUTBOUND-FILE.
       01  outbound-rec pic x(4096).
       fd  XMIT-MANIFEST.
       01  xmit-manifest-rec.
           05 xm-stamp pic x(15).
           05 filler pic x.
           05 xm-file pic x(08).
           05 filler pic x.
           05 xm-dest pic x(16).
           05 filler pic x.
           05 xm-count pic x(09).
           05 filler pic x.
           05 xm-hash pic x(15).
           05 filler pic x.
           05 xm-first-key pic x(30).
           05 filler pic x.
           05 xm-last-key pic x(30).
           05 filler pic x.
           05 xm-bdate pic x(08).
           05 filler pic x.
           05 xm-ack-state pic x(08).
           05 filler pic x.
           05 xm-ack-stamp pic x(15).
       fd  ACK-FILE.
       01  ack-rec pic x(132).
       fd  XMIT-REPORT.
       01  xmit-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  MAX-XMIT-RECORD-SZ value 4096.
       78  MAX-XMIT-KEY-SZ value 30.
       78  XMIT-MANIFEST-MAX value 500.
       78  XMIT-ACK-FILE-MAX value 20.

      *         proof of what left the building.  Every outbound file
      *         named on XMITCARD is fingerprinted the way arrguard
      *         fingerprints what comes in -- record count, hash
      *         total, first and last key -- and registered in the
      *         XMITMAN manifest with its destination and business
      *         date.  XMITCARD:
      *           SEND file dest lrecl keyoffset keylength
      *           ACK file                an acknowledgment file to
      *                                   reconcile (R)
      *         each receiver acknowledges with one line per file:
      *           ACK file bdate count hash
      *           S  register the SEND files in the manifest
      *           R  match the acks to their manifest entries:
      *              ACKED, COUNT-MISMATCH, HASH-MISMATCH, still
      *              NOT-ACKED, and UNKNOWN for an ack of a file we
      *              have no record of sending.  The ack state is
      *              written back on the manifest line, so the next
      *              reconciliation only chases what is outstanding
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
           88  OUT-FILE-NOT-FOUND value "35".
           88  OUT-FILE-AT-EOF value "10".
       77  w-man-file-status pic x(02) value spaces.
           88  MAN-FILE-NOT-FOUND value "35".
           88  MAN-FILE-AT-EOF value "10".
       77  w-ack-file-status pic x(02) value spaces.
           88  ACK-FILE-NOT-FOUND value "35".
           88  ACK-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-out-assign pic x(08) value spaces.
       77  w-ack-assign pic x(08) value spaces.

       77  w-run-mode pic x value spaces.
           88  MODE-SEND value "S".
           88  MODE-RECONCILE value "R".

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-file pic x(08) value spaces.
       77  w-tok-dest pic x(16) value spaces.
       77  w-tok-lrecl pic x(10) value spaces.
       77  w-tok-koff pic x(10) value spaces.
       77  w-tok-klen pic x(10) value spaces.

       77  w-send-count pic 9(03) value 0.
       01  w-send-tbl.
           05 w-send-entry occurs XMIT-ACK-FILE-MAX times.
              07 w-sd-file pic x(08).
              07 w-sd-dest pic x(16).
              07 w-sd-lrecl pic 9(09).
              07 w-sd-key-offset pic 9(09).
              07 w-sd-key-length pic 9(09).
       77  w-ackf-count pic 9(03) value 0.
       01  w-ackf-tbl.
           05 w-ackf-name pic x(08)
              occurs XMIT-ACK-FILE-MAX times.

       77  w-send-idx pic 9(03) value 0.
       77  w-ackf-idx pic 9(03) value 0.
       77  w-record-length pic 9(09) value 0.
       77  w-key-offset pic 9(09) value 0.
       77  w-key-length pic 9(09) value 0.
       77  w-read-count pic 9(09) value 0.
       77  w-hash pic 9(15) value 0.
       77  w-hash-pos pic 9(09) value 0.
       77  w-hash-byte pic 9(03) value 0.
       77  w-first-key pic x(MAX-XMIT-KEY-SZ) value spaces.
       77  w-last-key pic x(MAX-XMIT-KEY-SZ) value spaces.
       77  w-business-date pic x(08) value spaces.
       77  w-run-stamp pic x(15) value spaces.

      *         the manifest held in memory for the reconciliation
       77  w-man-count pic 9(03) value 0.
       01  w-man-tbl.
           05 w-man-entry occurs XMIT-MANIFEST-MAX times.
              07 w-mn-line pic x(180).
       77  w-man-idx pic 9(03) value 0.
       77  w-man-over pic x value "N".
           88  MANIFEST-OVER-TABLE value "Y".
       77  w-match-idx pic 9(03) value 0.

       77  w-ack-line pic x(132) value spaces.
       77  w-ack-tag pic x(08) value spaces.
       77  w-report-state pic x(14) value spaces.
       77  w-ack-file pic x(08) value spaces.
       77  w-ack-bdate pic x(08) value spaces.
       77  w-ack-count pic x(10) value spaces.
       77  w-ack-hash pic x(16) value spaces.
       77  w-ack-count-n pic 9(09) value 0.
       77  w-ack-hash-n pic 9(15) value 0.

       77  w-sent-count pic 9(05) value 0.
       77  w-acks-read pic 9(05) value 0.
       77  w-acked-count pic 9(05) value 0.
       77  w-mismatch-count pic 9(05) value 0.
       77  w-unknown-count pic 9(05) value 0.
       77  w-outstanding-count pic 9(05) value 0.
       77  z-count pic zzzz9.
       77  z-records pic z(08)9.

       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRXMIT".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-run-mode pic x.

       procedure division using
           l-run-mode
           .
           CATCHPARAMS.
           move "S" to w-run-mode.
           if w-narg >= 1 and l-run-mode not = space
              move l-run-mode to w-run-mode
           end-if.
           if not MODE-SEND and not MODE-RECONCILE
              display "ARRXMIT mode must be S or R" upon console
              goback giving KO
           end-if.

           move 0 to w-send-count.
           move 0 to w-ackf-count.
           move 0 to w-sent-count.
           move 0 to w-acks-read.
           move 0 to w-acked-count.
           move 0 to w-mismatch-count.
           move 0 to w-unknown-count.
           move 0 to w-outstanding-count.
           perform read-xmit-card thru read-xmit-card-ex.

           call "rundate:today" using w-business-date
              on exception
                 move function current-date(1:8)
                    to w-business-date
           end-call.
           perform get-run-stamp thru get-run-stamp-ex.

           call "runlog:start" using w-runlog-pgm.
           if MODE-SEND
              if w-send-count = 0
                 display "ARRXMIT no SEND card" upon console
                 perform write-run-record thru write-run-record-ex
                 goback giving KO
              end-if
              perform varying w-send-idx from 1 by 1
                 until w-send-idx > w-send-count
                 perform register-one-file
                    thru register-one-file-ex
              end-perform
              perform write-run-record thru write-run-record-ex
              if w-sent-count < w-send-count
                 goback giving KO
              end-if
              goback giving OK
           end-if.

           perform reconcile-the-acks thru reconcile-the-acks-ex.
           perform write-run-record thru write-run-record-ex.
           if MANIFEST-OVER-TABLE
              goback giving KO
           end-if.
           if w-mismatch-count > 0 or w-unknown-count > 0
              goback giving KO
           end-if.
           goback giving OK.

       read-xmit-card.
           open input XMIT-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read XMIT-CARD.
           perform until CARD-FILE-AT-EOF
              move xmit-card-rec to w-card-line
              perform parse-xmit-line thru parse-xmit-line-ex
              read XMIT-CARD
           end-perform.
           close XMIT-CARD.
       read-xmit-card-ex.
           exit.

       parse-xmit-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-file.
           move spaces to w-tok-dest.
           move spaces to w-tok-lrecl.
           move spaces to w-tok-koff.
           move spaces to w-tok-klen.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-file w-tok-dest w-tok-lrecl
                   w-tok-koff w-tok-klen
           end-unstring.

           evaluate w-tok-kind
              when "SEND"
                 if w-send-count < XMIT-ACK-FILE-MAX
                    add 1 to w-send-count
                    move w-tok-file to w-sd-file(w-send-count)
                    move w-tok-dest to w-sd-dest(w-send-count)
                    compute w-sd-lrecl(w-send-count) =
                       function numval(w-tok-lrecl)
                    compute w-sd-key-offset(w-send-count) =
                       function numval(w-tok-koff)
                    compute w-sd-key-length(w-send-count) =
                       function numval(w-tok-klen)
                    if w-sd-key-length(w-send-count)
                       > MAX-XMIT-KEY-SZ
                       move MAX-XMIT-KEY-SZ
                          to w-sd-key-length(w-send-count)
                    end-if
                 end-if
              when "ACK"
                 if w-ackf-count < XMIT-ACK-FILE-MAX
                    add 1 to w-ackf-count
                    move w-tok-file to w-ackf-name(w-ackf-count)
                 end-if
           end-evaluate.
       parse-xmit-line-ex.
           exit.

      *         S: one manifest line per outbound file
       register-one-file.
           move w-sd-file(w-send-idx) to w-out-assign.
           move w-sd-lrecl(w-send-idx) to w-record-length.
           move w-sd-key-offset(w-send-idx) to w-key-offset.
           move w-sd-key-length(w-send-idx) to w-key-length.
           if w-record-length = 0
              or w-record-length > MAX-XMIT-RECORD-SZ
              display
                 "ARRXMIT " w-out-assign " bad record length"
                 upon console
              exit paragraph
           end-if.

           perform fingerprint-the-file
              thru fingerprint-the-file-ex.
           if OUT-FILE-NOT-FOUND
              display
                 "ARRXMIT " w-out-assign " not found -- not sent"
                 upon console
              exit paragraph
           end-if.

           open extend XMIT-MANIFEST.
           if MAN-FILE-NOT-FOUND
              open output XMIT-MANIFEST
           end-if.
           move spaces to xmit-manifest-rec.
           move w-run-stamp to xm-stamp.
           move w-out-assign to xm-file.
           move w-sd-dest(w-send-idx) to xm-dest.
           move w-read-count to xm-count.
           move w-hash to xm-hash.
           move w-first-key to xm-first-key.
           move w-last-key to xm-last-key.
           move w-business-date to xm-bdate.
           move "NOT-ACKD" to xm-ack-state.
           write xmit-manifest-rec.
           close XMIT-MANIFEST.
           add 1 to w-sent-count.
           display
              "ARRXMIT " w-out-assign " to " w-sd-dest(w-send-idx)
              " records=" w-read-count
              " hash=" w-hash
              upon console.
       register-one-file-ex.
           exit.

       fingerprint-the-file.
           move 0 to w-read-count.
           move 0 to w-hash.
           move spaces to w-first-key.
           move spaces to w-last-key.
           open input OUTBOUND-FILE.
           if OUT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read OUTBOUND-FILE.
           perform until OUT-FILE-AT-EOF
              add 1 to w-read-count
              if w-key-length > 0
                 if w-read-count = 1
                    move outbound-rec
                            (w-key-offset + 1:w-key-length)
                       to w-first-key(1:w-key-length)
                 end-if
                 move spaces to w-last-key
                 move outbound-rec
                         (w-key-offset + 1:w-key-length)
                    to w-last-key(1:w-key-length)
              end-if
              perform fold-file-hash thru fold-file-hash-ex
              read OUTBOUND-FILE
           end-perform.
           close OUTBOUND-FILE.
       fingerprint-the-file-ex.
           exit.

      *         the same fold arrguard applies to incoming files, so
      *         a receiver running arrguard on our file gets our hash
       fold-file-hash.
           perform varying w-hash-pos from 1 by 1
              until w-hash-pos > w-record-length
              compute w-hash-byte = function ord(
                 outbound-rec(w-hash-pos:1)) - 1
              compute w-hash = function mod(
                 w-hash * 31 + w-hash-byte,
                 1000000000000000)
           end-perform.
       fold-file-hash-ex.
           exit.

      *         R: load the manifest, run every ack file against it,
      *         report and put the manifest back with its ack states
       reconcile-the-acks.
           perform load-manifest thru load-manifest-ex.
      *         a manifest the table cannot hold whole is left as it
      *         is: writing back only the part read would lose the rest
           if MANIFEST-OVER-TABLE
              exit paragraph
           end-if.

           open output XMIT-REPORT.
           move spaces to xmit-report-rec.
           string "ARRXMIT ACKNOWLEDGMENT RECONCILIATION  run "
              w-run-stamp "  business date " w-business-date
              into xmit-report-rec
           end-string.
           write xmit-report-rec.
           move spaces to xmit-report-rec.
           write xmit-report-rec.
           move
              "STATE          FILE     DEST             BDATE    SENT"
              to xmit-report-rec.
           move "RECORDS  NOTE" to xmit-report-rec(66:13).
           write xmit-report-rec.

           perform varying w-ackf-idx from 1 by 1
              until w-ackf-idx > w-ackf-count
              perform read-one-ack-file thru read-one-ack-file-ex
           end-perform.

      *         whatever is still waiting for its ack
           perform varying w-man-idx from 1 by 1
              until w-man-idx > w-man-count
              move w-mn-line(w-man-idx) to xmit-manifest-rec
              if xm-ack-state = "NOT-ACKD"
                 add 1 to w-outstanding-count
                 move "NOT-ACKED" to w-report-state
                 move spaces to w-msg-sub2
                 perform write-manifest-line
                    thru write-manifest-line-ex
              end-if
           end-perform.

           move spaces to xmit-report-rec.
           write xmit-report-rec.
           move spaces to xmit-report-rec.
           move w-acks-read to z-count.
           string "ACKS READ " z-count into xmit-report-rec.
           move w-acked-count to z-count.
           string xmit-report-rec(1:15) "  ACKED " z-count
              into xmit-report-rec
           end-string.
           move w-mismatch-count to z-count.
           string xmit-report-rec(1:28) "  MISMATCHED " z-count
              into xmit-report-rec
           end-string.
           move w-unknown-count to z-count.
           string xmit-report-rec(1:46) "  UNKNOWN " z-count
              into xmit-report-rec
           end-string.
           move w-outstanding-count to z-count.
           string xmit-report-rec(1:61) "  NOT ACKNOWLEDGED " z-count
              into xmit-report-rec
           end-string.
           write xmit-report-rec.
           close XMIT-REPORT.

           perform rewrite-manifest thru rewrite-manifest-ex.

           move 10112 to w-msg-no.
           move w-acked-count to z-count.
           move z-count to w-msg-sub1.
           move w-outstanding-count to z-count.
           move z-count to w-msg-sub2.
           call "msg:issue"
              using w-runlog-pgm w-msg-no
                    w-msg-sub1 w-msg-sub2.
       reconcile-the-acks-ex.
           exit.

       load-manifest.
           move 0 to w-man-count.
           move "N" to w-man-over.
           open input XMIT-MANIFEST.
           if MAN-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read XMIT-MANIFEST.
           perform until MAN-FILE-AT-EOF
              if w-man-count >= XMIT-MANIFEST-MAX
                 display
                    "ARRXMIT manifest past " XMIT-MANIFEST-MAX
                    " lines -- not reconciled"
                    upon console
                 move "Y" to w-man-over
                 exit perform
              end-if
              add 1 to w-man-count
              move xmit-manifest-rec to w-mn-line(w-man-count)
              read XMIT-MANIFEST
           end-perform.
           close XMIT-MANIFEST.
       load-manifest-ex.
           exit.

       read-one-ack-file.
           move w-ackf-name(w-ackf-idx) to w-ack-assign.
           open input ACK-FILE.
           if ACK-FILE-NOT-FOUND
              display
                 "ARRXMIT ack file " w-ack-assign " not found"
                 upon console
              exit paragraph
           end-if.
           read ACK-FILE.
           perform until ACK-FILE-AT-EOF
              move ack-rec to w-ack-line
              perform match-one-ack thru match-one-ack-ex
              read ACK-FILE
           end-perform.
           close ACK-FILE.
       read-one-ack-file-ex.
           exit.

      *         an ack answers the latest manifest line for its file
      *         and business date
       match-one-ack.
           if w-ack-line = spaces or w-ack-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-ack-tag.
           move spaces to w-ack-file.
           move spaces to w-ack-bdate.
           move spaces to w-ack-count.
           move spaces to w-ack-hash.
           unstring w-ack-line
              delimited by all spaces
              into w-ack-tag w-ack-file w-ack-bdate w-ack-count
                   w-ack-hash
           end-unstring.
           if w-ack-tag not = "ACK"
              exit paragraph
           end-if.
           add 1 to w-acks-read.
           move 0 to w-ack-count-n.
           move 0 to w-ack-hash-n.
           if function trim(w-ack-count) is numeric
              compute w-ack-count-n = function numval(w-ack-count)
           end-if.
           if function trim(w-ack-hash) is numeric
              compute w-ack-hash-n = function numval(w-ack-hash)
           end-if.

           move 0 to w-match-idx.
           perform varying w-man-idx from 1 by 1
              until w-man-idx > w-man-count
              move w-mn-line(w-man-idx) to xmit-manifest-rec
              if xm-file = w-ack-file and xm-bdate = w-ack-bdate
                 move w-man-idx to w-match-idx
              end-if
           end-perform.

           if w-match-idx = 0
              add 1 to w-unknown-count
              move spaces to xmit-report-rec
              move "UNKNOWN" to xmit-report-rec(1:14)
              move w-ack-file to xmit-report-rec(16:8)
              move w-ack-bdate to xmit-report-rec(42:8)
              move w-ack-count-n to z-records
              move z-records to xmit-report-rec(66:9)
              move "ack for a file we have no record of sending"
                 to xmit-report-rec(76:50)
              write xmit-report-rec
              move 10111 to w-msg-no
              move w-ack-file to w-msg-sub1
              move w-ack-bdate to w-msg-sub2
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
              exit paragraph
           end-if.

           move w-match-idx to w-man-idx.
           move w-mn-line(w-man-idx) to xmit-manifest-rec.
           move spaces to w-msg-sub2.
           evaluate true
              when function numval(xm-count) not = w-ack-count-n
                 move "COUNT-MM" to xm-ack-state
                 move "COUNT-MISMATCH" to w-report-state
                 move w-ack-count-n to z-records
                 string "receiver counted "
                    function trim(z-records)
                    into w-msg-sub2
                 end-string
                 add 1 to w-mismatch-count
              when function numval(xm-hash) not = w-ack-hash-n
                 move "HASH-MM" to xm-ack-state
                 move "HASH-MISMATCH" to w-report-state
                 string "receiver hash " w-ack-hash-n
                    into w-msg-sub2
                 end-string
                 add 1 to w-mismatch-count
              when other
                 move "ACKED" to xm-ack-state
                 move "ACKED" to w-report-state
                 add 1 to w-acked-count
           end-evaluate.
           move w-run-stamp to xm-ack-stamp.
           move xmit-manifest-rec to w-mn-line(w-man-idx).
           perform write-manifest-line
              thru write-manifest-line-ex.
           if w-report-state not = "ACKED"
              move 10110 to w-msg-no
              move spaces to w-msg-sub1
              string xm-file " " xm-bdate
                 into w-msg-sub1
              end-string
              move w-report-state to w-msg-sub2
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
           end-if.
       match-one-ack-ex.
           exit.

       write-manifest-line.
           move spaces to xmit-report-rec.
           move w-report-state to xmit-report-rec(1:14).
           move xm-file to xmit-report-rec(16:8).
           move xm-dest to xmit-report-rec(25:16).
           move xm-bdate to xmit-report-rec(42:8).
           move xm-stamp to xmit-report-rec(51:15).
           move function numval(xm-count) to z-records.
           move z-records to xmit-report-rec(66:9).
           move w-msg-sub2 to xmit-report-rec(76:32).
           write xmit-report-rec.
       write-manifest-line-ex.
           exit.

       rewrite-manifest.
           if w-man-count = 0
              exit paragraph
           end-if.
           open output XMIT-MANIFEST.
           perform varying w-man-idx from 1 by 1
              until w-man-idx > w-man-count
              move w-mn-line(w-man-idx) to xmit-manifest-rec
              write xmit-manifest-rec
           end-perform.
           close XMIT-MANIFEST.
       rewrite-manifest-ex.
           exit.

       get-run-stamp.
           move spaces to w-run-stamp.
           call "rundate:stamp" using w-run-stamp
              on exception
                 string
                    function current-date(1:8) "-"
                    function current-date(9:6)
                    into w-run-stamp
                 end-string
           end-call.
       get-run-stamp-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           if MODE-SEND
              move w-send-count to w-rl-run-read
              move w-sent-count to w-rl-run-written
              compute w-rl-run-rejected =
                 w-send-count - w-sent-count
           else
              move w-acks-read to w-rl-run-read
              move w-acked-count to w-rl-run-written
              compute w-rl-run-rejected =
                 w-mismatch-count + w-unknown-count
           end-if.
           if w-rl-run-rejected > 0 or MANIFEST-OVER-TABLE
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
