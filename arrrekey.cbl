       identification division.
         program-id.  arrrekey.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select STAGE-CATALOG assign "ARRSTCAT"
              organization line sequential
              file status is w-stcat-file-status.
           select STAGE-LOCK assign "ARRLOCKS"
              organization line sequential
              file status is w-slock-file-status.
           select KEY-FILE assign "ARRKEYS"
              organization line sequential
              file status is w-key-file-status.
           select STAGE-IN assign to dynamic w-stage-assign
              organization sequential
              file status is w-stage-file-status.
           select STAGE-WORK assign "ARRKEYWK"
              organization sequential
              file status is w-work-file-status.
           select REKEY-REPORT assign "REKEYRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
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
       fd  STAGE-LOCK.
       01  stage-lock-rec pic x(80).
       fd  KEY-FILE.
       01  key-file-rec.
           05 ky-id pic x(08).
           05 filler pic x.
           05 ky-state pic x.
              88 KY-ACTIVE value "A".
              88 KY-RETIRED value "R".
           05 filler pic x.
           05 ky-material pic x(64).
       fd  STAGE-IN
           record is varying in size from 1 to 4096 characters
              depending on w-in-rec-sz.
       01  stage-header-rec.
           05 sh-element-sz pic 9(09) usage comp-4.
           05 sh-length     pic 9(09) usage comp-4.
           05 sh-capacity   pic 9(09) usage comp-4.
           05 sh-type       pic x(32).
           05 sh-name       pic x(100).
           05 sh-max-bytes    pic 9(09) usage comp-4.
           05 sh-mem-capacity pic 9(09) usage comp-4.
           05 sh-overflow-active pic x.
           05 sh-compression pic x.
           05 sh-keyid pic x(08).
           05 sh-nonce pic x(16).
       01  stage-in-rec pic x(4096).
       fd  STAGE-WORK
           record is varying in size from 1 to 4096 characters
              depending on w-work-rec-sz.
       01  stage-work-rec pic x(4096).
       fd  REKEY-REPORT.
       01  rekey-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  STAGE-CATALOG-MAX value 100.
       78  STAGE-HEADER-SZ value 178.
       78  MAX-STAGE-ELEMENT-SZ value 4096.

      *         key rotation: every staged file -- current copy and
      *         every generation -- whose header names the retired
      *         key id is opened with it and sealed again under the
      *         new one (the given id, or else the active ARRKEYS
      *         key), record by record through a work file.  The
      *         work copy must prove the old trailer's count and hash
      *         before it is copied back, so a file the retired key
      *         does not open is reported and left exactly as it
      *         was.  Catalog rows naming the retired key move to
      *         the new one, so later saves seal under it too
       77  w-stcat-file-status pic x(02) value spaces.
           88  STCAT-FILE-NOT-FOUND value "35".
           88  STCAT-FILE-AT-EOF value "10".
       77  w-slock-file-status pic x(02) value spaces.
           88  SLOCK-FILE-NOT-FOUND value "35".
       77  w-key-file-status pic x(02) value spaces.
           88  KEY-FILE-NOT-FOUND value "35".
           88  KEY-FILE-AT-EOF value "10".
       77  w-stage-file-status pic x(02) value spaces.
           88  STAGE-FILE-NOT-FOUND value "35".
           88  STAGE-FILE-AT-EOF value "10".
       77  w-work-file-status pic x(02) value spaces.
           88  WORK-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-stage-assign pic x(08) value spaces.
       77  w-in-rec-sz pic 9(09) value 4096.
       77  w-work-rec-sz pic 9(09) value 4096.

       77  w-stcat-count pic 9(03) value 0.
       01  w-stcat-tbl.
           05 w-stcat-entry occurs STAGE-CATALOG-MAX times.
              07 w-stcat-name pic x(30).
              07 w-stcat-fileid pic x(08).
              07 w-stcat-owner pic x(30).
              07 w-stcat-stamp pic x(15).
              07 w-stcat-retain pic 9(02).
              07 w-stcat-gen pic x(03).
              07 w-stcat-compress pic x(01).
              07 w-stcat-keyid pic x(08).
       77  w-stcat-idx pic 9(03) value 0.

       77  w-old-key pic x(08) value spaces.
       77  w-new-key pic x(08) value spaces.
       77  w-old-found pic x value "N".
           88  OLD-KEY-FOUND value "Y".
       77  w-new-found pic x value "N".
           88  NEW-KEY-FOUND value "Y".
       77  w-old-nonce pic x(16) value spaces.
       77  w-new-nonce pic x(16) value spaces.
       77  w-idx-d pic 9(03) value 0.

       77  w-row-touched pic x value "N".
           88  ROW-TOUCHED value "Y".
       77  w-result pic x(40) value spaces.
       77  w-stage-varlen pic x value "N".
           88  STAGE-VARLEN value "Y".
       77  w-stage-packed pic x value "N".
           88  STAGE-PACKED value "Y".
       77  w-stage-length pic 9(09) value 0.
       77  w-element-sz pic 9(09) value 0.
       77  w-recno pic 9(18) value 0.
       77  w-rec-buf pic x(4096) value spaces.
       77  w-verify-buf pic x(4096) value spaces.
       77  w-trailer pic x(80) value spaces.
       77  w-cipher-dir pic x value "D".
       77  w-cipher-rc pic s9(09) value 0.
       77  w-cipher-bad pic x value "N".
           88  CIPHER-FAILED value "Y".
       77  w-verify-hash pic 9(15) value 0.
       77  w-verify-count pic 9(09) value 0.
       77  w-fold-len pic 9(09) value 0.
       77  w-hash-pos pic 9(09) value 0.
       77  w-hash-byte pic 9(03) value 0.

       77  w-rows-read pic 9(09) value 0.
       77  w-rekeyed-count pic 9(09) value 0.
       77  w-rows-moved pic 9(09) value 0.
       77  w-failed-count pic 9(09) value 0.
       77  z-count pic z(08)9.

       77  w-lock-holder pic x(80) value spaces.
       77  w-lock-wait pic 9(05) value 0.
       77  w-lock-taken pic x value "N".
           88  LOCK-TAKEN value "Y".
       77  w-sleep-seconds pic 9(04) value 1.
       78  LOCK-TIMEOUT-SECONDS value 30.

       77  w-authz-privilege pic x(16) value "ROTATE".
       77  w-authz-rc pic s9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRREKEY".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-old-key pic x(08).
       77  l-new-key pic x(08).

       procedure division using
           l-old-key
           l-new-key
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==old-key==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==new-key==
               ==!N== by ==2==.
           if w-old-key = spaces
              display "ARRREKEY needs the retired key id"
                 upon console
              goback giving KO
           end-if.

           call "authz:check"
              using w-runlog-pgm w-authz-privilege
              giving w-authz-rc.
           if w-authz-rc not = OK
              goback giving KO
           end-if.

           perform check-key-file thru check-key-file-ex.
           if not OLD-KEY-FOUND
              display
                 "ARRREKEY key " w-old-key " not in ARRKEYS"
                 upon console
              goback giving KO
           end-if.
           if not NEW-KEY-FOUND
              display
                 "ARRREKEY no active key to seal under"
                 upon console
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform acquire-stage-lock
              thru acquire-stage-lock-ex.
           perform load-stage-catalog
              thru load-stage-catalog-ex.
           perform write-report-heading
              thru write-report-heading-ex.

           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
              perform rekey-one-stage
                 thru rekey-one-stage-ex
           end-perform.

           perform write-stage-catalog
              thru write-stage-catalog-ex.
           perform release-stage-lock
              thru release-stage-lock-ex.
           perform write-report-totals
              thru write-report-totals-ex.

           display
              "ARRREKEY " w-old-key " -> " w-new-key
              " rekeyed " w-rekeyed-count
              " failed " w-failed-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           if w-failed-count > 0
              goback giving KO
           end-if.
           goback giving OK.

      *         the retired key must still be on file to open what
      *         it sealed; the new one must be active.  With no new
      *         key id given, the first active key other than the
      *         retired one is taken
       check-key-file.
           move "N" to w-old-found.
           move "N" to w-new-found.
           open input KEY-FILE.
           if KEY-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read KEY-FILE.
           perform until KEY-FILE-AT-EOF
              if ky-id = w-old-key
                 and ky-material not = spaces
                 move "Y" to w-old-found
              end-if
              if KY-ACTIVE
                 and ky-material not = spaces
                 and ky-id not = w-old-key
                 and not NEW-KEY-FOUND
                 if w-new-key = spaces
                    move ky-id to w-new-key
                    move "Y" to w-new-found
                 else
                    if ky-id = w-new-key
                       move "Y" to w-new-found
                    end-if
                 end-if
              end-if
              read KEY-FILE
           end-perform.
           close KEY-FILE.
       check-key-file-ex.
           exit.

      *         a row naming the retired key is moved to the new one
      *         whether or not its file is sealed yet; a file sealed
      *         under the retired key is rekeyed whatever its row says
       rekey-one-stage.
           add 1 to w-rows-read.
           move "N" to w-row-touched.
           move spaces to w-result.
           if w-stcat-keyid(w-stcat-idx) = w-old-key
              move w-new-key to w-stcat-keyid(w-stcat-idx)
              move "Y" to w-row-touched
              add 1 to w-rows-moved
              move "CATALOG ROW ONLY" to w-result
           end-if.

           move w-stcat-fileid(w-stcat-idx) to w-stage-assign.
           open input STAGE-IN.
           if STAGE-FILE-NOT-FOUND
              if ROW-TOUCHED
                 move "CATALOG ROW ONLY, NO FILE" to w-result
                 perform write-report-line
                    thru write-report-line-ex
              end-if
              exit paragraph
           end-if.
           read STAGE-IN
              at end move 0 to w-in-rec-sz
           end-read.
           if w-in-rec-sz < STAGE-HEADER-SZ
              or sh-keyid not = w-old-key
              close STAGE-IN
              if ROW-TOUCHED
                 perform write-report-line
                    thru write-report-line-ex
              end-if
              exit paragraph
           end-if.

           move "Y" to w-row-touched.
           perform reseal-stage-file
              thru reseal-stage-file-ex.
           perform write-report-line
              thru write-report-line-ex.
       rekey-one-stage-ex.
           exit.

      *         header first, with the new key id and nonce; then each
      *         data record opened with the old key, folded into the
      *         verification hash the way a load folds it, sealed
      *         with the new key at the same length; the trailer goes
      *         across unchanged.  The nonce takes the row number in
      *         its last three places so two files sealed within the
      *         same second never share a key stream
       reseal-stage-file.
           move "N" to w-stage-varlen.
           if sh-type(1:1) = TVARLEN
              move "Y" to w-stage-varlen
           end-if.
           move "N" to w-stage-packed.
           if sh-compression = "C"
              move "Y" to w-stage-packed
           end-if.
           move sh-length to w-stage-length.
           move sh-element-sz to w-element-sz.
           move sh-nonce to w-old-nonce.
           move w-stcat-idx to w-idx-d.
           move spaces to w-new-nonce.
           string function current-date(1:13) w-idx-d
              into w-new-nonce
           end-string.

           open output STAGE-WORK.
           move w-new-key to sh-keyid.
           move w-new-nonce to sh-nonce.
           move w-in-rec-sz to w-work-rec-sz.
           move stage-header-rec to stage-work-rec.
           write stage-work-rec.

           move 0 to w-recno.
           move 0 to w-verify-hash.
           move 0 to w-verify-count.
           move "N" to w-cipher-bad.
           move spaces to w-trailer.
           read STAGE-IN.
           perform until STAGE-FILE-AT-EOF
              move w-in-rec-sz to w-work-rec-sz
              if w-recno < w-stage-length
                 perform reseal-data-record
                    thru reseal-data-record-ex
              else
                 move stage-in-rec(1:80) to w-trailer
                 move stage-in-rec to stage-work-rec
              end-if
              write stage-work-rec
              read STAGE-IN
           end-perform.
           close STAGE-IN.
           close STAGE-WORK.

           if CIPHER-FAILED
              move "FAILED, KEY NOT USABLE -- LEFT AS IS"
                 to w-result
              perform keep-old-sealing thru keep-old-sealing-ex
              exit paragraph
           end-if.
           if w-trailer(1:16) not = "ARRSTAGE-TRAILER"
              or w-trailer(18:9) is not numeric
              or w-trailer(28:15) is not numeric
              or function numval(w-trailer(18:9))
                 not = w-verify-count
              or function numval(w-trailer(28:15))
                 not = w-verify-hash
              move "FAILED VERIFICATION -- LEFT AS IS"
                 to w-result
              perform keep-old-sealing thru keep-old-sealing-ex
              exit paragraph
           end-if.

           open input STAGE-WORK.
           open output STAGE-IN.
           read STAGE-WORK.
           perform until WORK-FILE-AT-EOF
              move w-work-rec-sz to w-in-rec-sz
              move stage-work-rec to stage-in-rec
              write stage-in-rec
              read STAGE-WORK
           end-perform.
           close STAGE-WORK.
           close STAGE-IN.
           add 1 to w-rekeyed-count.
           move "REKEYED" to w-result.
       reseal-stage-file-ex.
           exit.

       reseal-data-record.
           move spaces to w-rec-buf.
           move stage-in-rec(1:w-in-rec-sz)
              to w-rec-buf(1:w-in-rec-sz).
           move "D" to w-cipher-dir.
           call "array:stage-cipher" using
              w-rec-buf w-old-key w-old-nonce w-recno w-cipher-dir
              giving w-cipher-rc.
           if w-cipher-rc not = OK
              move "Y" to w-cipher-bad
           end-if.

           move w-rec-buf to w-verify-buf.
           if STAGE-PACKED
              call "array:stage-unpack" using w-verify-buf
           end-if.
           move 0 to w-fold-len.
           if STAGE-VARLEN
              if w-verify-buf(1:9) is numeric
                 compute w-fold-len =
                    function numval(w-verify-buf(1:9)) + 9
              end-if
           else
              move w-element-sz to w-fold-len
           end-if.
           if w-fold-len > 0
              perform fold-verify-hash thru fold-verify-hash-ex
              add 1 to w-verify-count
           end-if.

           move "E" to w-cipher-dir.
           call "array:stage-cipher" using
              w-rec-buf w-new-key w-new-nonce w-recno w-cipher-dir
              giving w-cipher-rc.
           if w-cipher-rc not = OK
              move "Y" to w-cipher-bad
           end-if.
           move w-rec-buf to stage-work-rec.
           add 1 to w-recno.
       reseal-data-record-ex.
           exit.

       fold-verify-hash.
           if w-fold-len > MAX-STAGE-ELEMENT-SZ
              move MAX-STAGE-ELEMENT-SZ to w-fold-len
           end-if.
           perform varying w-hash-pos from 1 by 1
              until w-hash-pos > w-fold-len
              compute w-hash-byte = function ord(
                 w-verify-buf(w-hash-pos:1)) - 1
              compute w-verify-hash = function mod(
                 w-verify-hash * 31 + w-hash-byte,
                 1000000000000000)
           end-perform.
       fold-verify-hash-ex.
           exit.

      *         a file left under the retired key keeps its row on
      *         the retired key as well, so the report and the
      *         catalog agree on what still needs it
       keep-old-sealing.
           add 1 to w-failed-count.
           if w-stcat-keyid(w-stcat-idx) = w-new-key
              move w-old-key to w-stcat-keyid(w-stcat-idx)
              subtract 1 from w-rows-moved
           end-if.
       keep-old-sealing-ex.
           exit.

       write-report-heading.
           open output REKEY-REPORT.
           move spaces to rekey-report-rec.
           string "ARRREKEY STAGE KEY ROTATION  retired key "
              w-old-key "  new key " w-new-key
              "  run " function current-date(1:8)
              "-" function current-date(9:6)
              into rekey-report-rec
           end-string.
           write rekey-report-rec.
           move spaces to rekey-report-rec.
           write rekey-report-rec.
           move spaces to rekey-report-rec.
           move "STAGE" to rekey-report-rec(1:5).
           move "GEN" to rekey-report-rec(32:3).
           move "FILE" to rekey-report-rec(37:4).
           move "RECORDS" to rekey-report-rec(48:7).
           move "RESULT" to rekey-report-rec(58:6).
           write rekey-report-rec.
       write-report-heading-ex.
           exit.

       write-report-line.
           move spaces to rekey-report-rec.
           move w-stcat-name(w-stcat-idx) to rekey-report-rec(1:30).
           move w-stcat-gen(w-stcat-idx) to rekey-report-rec(32:3).
           move w-stcat-fileid(w-stcat-idx)
              to rekey-report-rec(37:8).
           move w-recno to z-count.
           if w-result(1:7) = "CATALOG"
              move spaces to rekey-report-rec(46:9)
           else
              move z-count to rekey-report-rec(46:9)
           end-if.
           move w-result to rekey-report-rec(58:40).
           write rekey-report-rec.
           display
              "ARRREKEY stage " w-stcat-name(w-stcat-idx)
              " gen=" w-stcat-gen(w-stcat-idx)
              " file=" w-stcat-fileid(w-stcat-idx)
              " " w-result
              upon console.
       write-report-line-ex.
           exit.

       write-report-totals.
           move spaces to rekey-report-rec.
           write rekey-report-rec.
           move spaces to rekey-report-rec.
           move w-rows-read to z-count.
           string "catalog rows examined " z-count
              into rekey-report-rec
           end-string.
           write rekey-report-rec.
           move spaces to rekey-report-rec.
           move w-rekeyed-count to z-count.
           string "stage files rekeyed   " z-count
              into rekey-report-rec
           end-string.
           write rekey-report-rec.
           move spaces to rekey-report-rec.
           move w-rows-moved to z-count.
           string "catalog rows moved    " z-count
              into rekey-report-rec
           end-string.
           write rekey-report-rec.
           move spaces to rekey-report-rec.
           move w-failed-count to z-count.
           string "stage files failed    " z-count
              into rekey-report-rec
           end-string.
           write rekey-report-rec.
           close REKEY-REPORT.
       write-report-totals-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-rows-read to w-rl-run-read.
           move w-rekeyed-count to w-rl-run-written.
           move w-failed-count to w-rl-run-rejected.
           if w-failed-count > 0
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.

       load-stage-catalog.
           move 0 to w-stcat-count.
           open input STAGE-CATALOG.
           if STCAT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read STAGE-CATALOG.
           perform until STCAT-FILE-AT-EOF
              or w-stcat-count >= STAGE-CATALOG-MAX
              add 1 to w-stcat-count
              move sc-name to w-stcat-name(w-stcat-count)
              move sc-fileid to w-stcat-fileid(w-stcat-count)
              move sc-owner to w-stcat-owner(w-stcat-count)
              move sc-stamp to w-stcat-stamp(w-stcat-count)
              if sc-retain is numeric
                 move sc-retain to w-stcat-retain(w-stcat-count)
              else
                 move 0 to w-stcat-retain(w-stcat-count)
              end-if
              move sc-gen to w-stcat-gen(w-stcat-count)
              if sc-compress = "Y"
                 move "Y" to w-stcat-compress(w-stcat-count)
              else
                 move "N" to w-stcat-compress(w-stcat-count)
              end-if
              move sc-keyid to w-stcat-keyid(w-stcat-count)
              read STAGE-CATALOG
           end-perform.
           close STAGE-CATALOG.
       load-stage-catalog-ex.
           exit.

       write-stage-catalog.
           open output STAGE-CATALOG.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
              move w-stcat-name(w-stcat-idx) to sc-name
              move w-stcat-fileid(w-stcat-idx) to sc-fileid
              move w-stcat-owner(w-stcat-idx) to sc-owner
              move w-stcat-stamp(w-stcat-idx) to sc-stamp
              move w-stcat-retain(w-stcat-idx) to sc-retain
              move w-stcat-gen(w-stcat-idx) to sc-gen
              move w-stcat-compress(w-stcat-idx) to sc-compress
              move w-stcat-keyid(w-stcat-idx) to sc-keyid
              write stage-catalog-rec
           end-perform.
           close STAGE-CATALOG.
       write-stage-catalog-ex.
           exit.

      *         the same enqueue protocol array.cbl runs on ARRLOCKS:
      *         an empty or absent lock file is free, one HELD BY
      *         record is taken
       acquire-stage-lock.
           move "N" to w-lock-taken.
           move 0 to w-lock-wait.
           perform until LOCK-TAKEN
              open input STAGE-LOCK
              if SLOCK-FILE-NOT-FOUND
                 move spaces to w-lock-holder
              else
                 move spaces to w-lock-holder
                 read STAGE-LOCK
                    at end move spaces to w-lock-holder
                    not at end move stage-lock-rec
                       to w-lock-holder
                 end-read
                 close STAGE-LOCK
              end-if

              if w-lock-holder = spaces
                 open output STAGE-LOCK
                 move spaces to stage-lock-rec
                 string
                    "HELD BY ARRREKEY"
                    " SINCE " function current-date(1:8)
                    "-" function current-date(9:6)
                    into stage-lock-rec
                 end-string
                 write stage-lock-rec
                 close STAGE-LOCK
                 move "Y" to w-lock-taken
              else
                 add 1 to w-lock-wait
                 if w-lock-wait > LOCK-TIMEOUT-SECONDS
                    display
                       "ARRREKEY stage lock timeout -- "
                       w-lock-holder(1:60)
                       upon console
                    perform write-run-record
                       thru write-run-record-ex
                    goback giving KO
                 end-if
                 call "c$sleep" using w-sleep-seconds
              end-if
           end-perform.
       acquire-stage-lock-ex.
           exit.

       release-stage-lock.
           open output STAGE-LOCK.
           close STAGE-LOCK.
       release-stage-lock-ex.
           exit.
