       identification division.
         program-id.  arrtoken.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-TOKEN-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select ARR-TOKEN-OUT assign "ARROUT"
              organization line sequential
              file status is w-out-file-status.
           select TOKEN-CARD assign "TOKCARD"
              organization line sequential
              file status is w-card-file-status.
           select TOKEN-VAULT assign "TOKVAULT"
              organization line sequential
              file status is w-vault-file-status.
           select TOKEN-REJECTS assign "TOKREJ"
              organization line sequential
              file status is w-rej-file-status.
           select VAULT-AUDIT assign "VAULTAUD"
              organization line sequential
              file status is w-aud-file-status.
       data division.
       file section.
       fd  ARR-TOKEN-IN.
       01  arrtoken-in-rec pic x(4096).
       fd  ARR-TOKEN-OUT.
       01  arrtoken-out-rec pic x(4096).
       fd  TOKEN-CARD.
       01  token-card-rec pic x(80).
       fd  TOKEN-VAULT.
       01  token-vault-rec.
           05 tv-field pic x(15).
           05 filler pic x.
           05 tv-token pic x(64).
           05 filler pic x.
           05 tv-value pic x(64).
           05 filler pic x.
           05 tv-stamp pic x(15).
       fd  TOKEN-REJECTS.
       01  token-rej-rec pic x(4096).
       fd  VAULT-AUDIT.
       01  vault-audit-rec pic x(200).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==3==.

       78  MAX-TOKEN-RECORD-SZ value 4096.
       78  MAX-TOKEN-FIELD-SZ value 64.
       78  TOKEN-FIELD-MAX value 16.
       78  TOKEN-ATTEMPT-MAX value 100.
       78  VAULT-KEY-SZ value 79.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-NOT-FOUND value "35".
           88  IN-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-vault-file-status pic x(02) value spaces.
           88  VAULT-FILE-NOT-FOUND value "35".
           88  VAULT-FILE-AT-EOF value "10".
       77  w-rej-file-status pic x(02) value spaces.
       77  w-aud-file-status pic x(02) value spaces.
           88  AUD-FILE-NOT-FOUND value "35".

      *         reversible tokenization for extracts that leave the
      *         shop.  T replaces the TOKCARD fields (one LAYOUTS
      *         field name per line) with tokens of the same length
      *         and shape -- a digit for a digit, a letter for a
      *         letter in the same case, everything else kept -- so
      *         the vendor's edits still pass.  Each field name is
      *         its own token domain: the first time a value is seen
      *         its token is drawn at random and put on TOKVAULT,
      *         after that the vault hands back the same token, in
      *         this run and every later one.  D puts the real
      *         values back into the file the vendor returns (its
      *         own layout, the same field names) and is for
      *         operators the authz service grants D on ARRTOKEN.
      *         A record whose token cannot be drawn, or on D is not
      *         on the vault, goes whole to TOKREJ.  Every run,
      *         granted or refused, leaves a line on VAULTAUD
       77  w-run-mode pic x value space.
           88  MODE-TOKENIZE value "T".
           88  MODE-DETOKENIZE value "D".
       77  w-record-length pic 9(09) value 0.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.

       77  w-field-count pic 9(02) value 0.
       01  w-field-tbl.
           05 w-field-entry occurs TOKEN-FIELD-MAX times.
              07 w-fld-name pic x(15).
              07 w-fld-offset pic 9(09).
              07 w-fld-length pic 9(09).
              07 w-fld-changed pic 9(09).
       77  w-fld-idx pic 9(02) value 0.
       77  w-lay-idx pic 9(03) value 0.
       77  w-card-line pic x(80) value spaces.

      *         the vault in two maps: field + value to token for T,
      *         field + token to value for D and for T to keep a
      *         token from being dealt to a second value
       copy "map.cpy" replacing ==!PREFIX!== by ==w-fwd-==.
       copy "map.cpy" replacing ==!PREFIX!== by ==w-rev-==.
       77  w-fwd-name pic x(100) value "TOKVAULT by value".
       77  w-rev-name pic x(100) value "TOKVAULT by token".
       01  w-vault-key.
           05 w-vk-field pic x(15).
           05 w-vk-data pic x(64).
       77  w-vault-out pic x(64) value spaces.
       77  w-map-rc pic s9(09) value 0.
       77  w-vault-size pic 9(09) value 0.

       77  w-value pic x(MAX-TOKEN-FIELD-SZ) value spaces.
       77  w-token pic x(MAX-TOKEN-FIELD-SZ) value spaces.
       77  w-field-len pic 9(09) value 0.
       77  w-char-pos pic 9(09) value 0.
       77  w-char pic x value space.
       77  w-digits pic x(10) value "0123456789".
       77  w-uppers pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  w-lowers pic x(26) value "abcdefghijklmnopqrstuvwxyz".
       77  w-shape-count pic 9(09) value 0.
       77  w-attempt pic 9(04) value 0.
       77  w-gen-hash pic 9(18) value 0.
       77  w-gen-pick pic 9(18) value 0.
       77  w-hash-byte pic 9(03) value 0.
       77  w-run-stamp pic x(15) value spaces.
       77  w-record-bad pic x value "N".
           88  RECORD-REJECTED value "Y".
       77  w-token-done pic x value "N".
           88  TOKEN-DRAWN value "Y".

       77  w-read-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-rejected-count pic 9(09) value 0.
       77  w-vault-hits pic 9(09) value 0.
       77  w-new-tokens pic 9(09) value 0.
       77  w-token-rc pic s9(09) value 0.

       77  w-operator pic x(10) value spaces.
       77  w-audit-event pic x(08) value spaces.
       77  w-authz-privilege pic x(16) value spaces.
       77  w-authz-rc pic s9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRTOKEN".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.
       copy "balance.cpy" replacing ==!PREFIX!== by ==w-bc-==.

       linkage section.
       77  l-run-mode pic x.
       77  l-record-length pic 9(MAX-NUMBER-SIZE).
       77  l-layout-name pic x(15).

       procedure division using
           l-run-mode
           l-record-length
           l-layout-name
           .
           CATCHPARAMS.
           move space to w-run-mode.
           if w-narg >= 1
              move l-run-mode to w-run-mode
           end-if.
           copy "catch9.pdv" replacing
               ==!W== by ==record-length==
               ==!N== by ==2==.
           move spaces to w-layout-name.
           if w-narg >= 3
              move l-layout-name to w-layout-name
           end-if.

           if not MODE-TOKENIZE and not MODE-DETOKENIZE
              display "ARRTOKEN mode must be T or D" upon console
              goback giving KO
           end-if.
           if w-record-length = 0
              or w-record-length > MAX-TOKEN-RECORD-SZ
              goback giving KO
           end-if.

           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.
           perform take-run-stamp thru take-run-stamp-ex.
           if MODE-DETOKENIZE
              move "D" to w-authz-privilege
              call "authz:check"
                 using w-runlog-pgm w-authz-privilege
                 giving w-authz-rc
              if w-authz-rc not = OK
                 move "REFUSE" to w-audit-event
                 perform write-vault-audit
                    thru write-vault-audit-ex
                 goback giving KO
              end-if
           end-if.

           call "arrlayout:resolve"
              using w-layout-name w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRTOKEN unknown layout " w-layout-name
                 upon console
              goback giving KO
           end-if.
           perform read-token-card thru read-token-card-ex.
           if w-field-count = 0
              display "ARRTOKEN no fields on TOKCARD" upon console
              goback giving KO
           end-if.
           perform place-token-fields thru place-token-fields-ex.
           if w-token-rc not = OK
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform load-vault thru load-vault-ex.
           perform token-input-file thru token-input-file-ex.
           call "map:free" using w-fwd-map.
           call "map:free" using w-rev-map.

           if MODE-TOKENIZE
              move "TOKEN" to w-audit-event
           else
              move "DETOKEN" to w-audit-event
           end-if.
           perform write-vault-audit thru write-vault-audit-ex.

           display
              "ARRTOKEN " w-audit-event
              " read=" w-read-count
              " written=" w-written-count
              " rejected=" w-rejected-count
              " vault-hits=" w-vault-hits
              " new=" w-new-tokens
              upon console.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-field-count
              display
                 "  field " w-fld-name(w-fld-idx)
                 " changed=" w-fld-changed(w-fld-idx)
                 upon console
           end-perform.
           if w-rejected-count > 0
              move KO to w-token-rc
           else
              move OK to w-token-rc
           end-if.
           perform write-run-record thru write-run-record-ex.
           goback giving w-token-rc.

       take-run-stamp.
           move spaces to w-run-stamp.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              into w-run-stamp
           end-string.
       take-run-stamp-ex.
           exit.

       read-token-card.
           open input TOKEN-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read TOKEN-CARD.
           perform until CARD-FILE-AT-EOF
              move token-card-rec to w-card-line
              if w-card-line not = spaces
                 and w-card-line(1:1) not = "*"
                 and w-field-count < TOKEN-FIELD-MAX
                 add 1 to w-field-count
                 move spaces to w-fld-name(w-field-count)
                 unstring w-card-line
                    delimited by all spaces
                    into w-fld-name(w-field-count)
                 end-unstring
                 move 0 to w-fld-changed(w-field-count)
              end-if
              read TOKEN-CARD
           end-perform.
           close TOKEN-CARD.
       read-token-card-ex.
           exit.

      *         each card field off the layout.  Only display fields
      *         can take a token of the same shape; a packed or binary
      *         field, or one wider than a vault entry, is refused
       place-token-fields.
           move OK to w-token-rc.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-field-count
              move 0 to w-fld-length(w-fld-idx)
              perform varying w-lay-idx from 1 by 1
                 until w-lay-idx > w-layout-field-count
                 if w-layout-fld-name(w-lay-idx) =
                    w-fld-name(w-fld-idx)
                    move w-layout-fld-offset(w-lay-idx)
                       to w-fld-offset(w-fld-idx)
                    move w-layout-fld-length(w-lay-idx)
                       to w-fld-length(w-fld-idx)
                    if w-layout-fld-type(w-lay-idx) not = "x"
                       and w-layout-fld-type(w-lay-idx) not = "9"
                       display
                          "ARRTOKEN field " w-fld-name(w-fld-idx)
                          " is not a display field"
                          upon console
                       move KO to w-token-rc
                    end-if
                 end-if
              end-perform
              evaluate true
                 when w-fld-length(w-fld-idx) = 0
                    display
                       "ARRTOKEN field " w-fld-name(w-fld-idx)
                       " not in layout"
                       upon console
                    move KO to w-token-rc
                 when w-fld-length(w-fld-idx) > MAX-TOKEN-FIELD-SZ
                    display
                       "ARRTOKEN field " w-fld-name(w-fld-idx)
                       " wider than " MAX-TOKEN-FIELD-SZ " bytes"
                       upon console
                    move KO to w-token-rc
                 when w-fld-offset(w-fld-idx)
                    + w-fld-length(w-fld-idx) > w-record-length
                    display
                       "ARRTOKEN field " w-fld-name(w-fld-idx)
                       " lies past the record length"
                       upon console
                    move KO to w-token-rc
              end-evaluate
           end-perform.
       place-token-fields-ex.
           exit.

       load-vault.
           call "map:new"
              using w-fwd-map VAULT-KEY-SZ MAX-TOKEN-FIELD-SZ
                    w-fwd-name.
           call "map:new"
              using w-rev-map VAULT-KEY-SZ MAX-TOKEN-FIELD-SZ
                    w-rev-name.
           move 0 to w-vault-size.
           open input TOKEN-VAULT.
           if VAULT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read TOKEN-VAULT.
           perform until VAULT-FILE-AT-EOF
              if token-vault-rec not = spaces
                 add 1 to w-vault-size
                 move tv-field to w-vk-field
                 move tv-value to w-vk-data
                 call "map:put" using w-fwd-map w-vault-key tv-token
                 move tv-token to w-vk-data
                 call "map:put" using w-rev-map w-vault-key tv-value
              end-if
              read TOKEN-VAULT
           end-perform.
           close TOKEN-VAULT.
       load-vault-ex.
           exit.

      *         on T the vault stays open for the run and a new token
      *         is on it before the record carrying it is written
       token-input-file.
           open input ARR-TOKEN-IN.
           if IN-FILE-NOT-FOUND
              display "ARRTOKEN missing ARRIN" upon console
              exit paragraph
           end-if.
           open output ARR-TOKEN-OUT.
           open output TOKEN-REJECTS.
           if MODE-TOKENIZE
              open extend TOKEN-VAULT
              if VAULT-FILE-NOT-FOUND
                 open output TOKEN-VAULT
              end-if
           end-if.
           read ARR-TOKEN-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              perform token-one-record thru token-one-record-ex
              if RECORD-REJECTED
                 move arrtoken-in-rec to token-rej-rec
                 write token-rej-rec
                 add 1 to w-rejected-count
              else
                 write arrtoken-out-rec
                 add 1 to w-written-count
              end-if
              read ARR-TOKEN-IN
           end-perform.
           if MODE-TOKENIZE
              close TOKEN-VAULT
           end-if.
           close TOKEN-REJECTS.
           close ARR-TOKEN-OUT.
           close ARR-TOKEN-IN.
       token-input-file-ex.
           exit.

       token-one-record.
           move "N" to w-record-bad.
           move arrtoken-in-rec to arrtoken-out-rec.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-field-count or RECORD-REJECTED
              move w-fld-length(w-fld-idx) to w-field-len
              move spaces to w-value
              move arrtoken-in-rec
                      (w-fld-offset(w-fld-idx) + 1:w-field-len)
                 to w-value(1:w-field-len)
              perform count-shape-chars thru count-shape-chars-ex
              if w-shape-count > 0
                 if MODE-TOKENIZE
                    perform tokenize-value thru tokenize-value-ex
                 else
                    perform detokenize-value
                       thru detokenize-value-ex
                 end-if
                 if not RECORD-REJECTED
                    move w-token(1:w-field-len)
                       to arrtoken-out-rec
                          (w-fld-offset(w-fld-idx) + 1:w-field-len)
                    add 1 to w-fld-changed(w-fld-idx)
                 end-if
              end-if
           end-perform.
       token-one-record-ex.
           exit.

      *         a value with no digit or letter in it (blank, all
      *         punctuation) has nothing a token could hide
       count-shape-chars.
           move 0 to w-shape-count.
           perform varying w-char-pos from 1 by 1
              until w-char-pos > w-field-len
              move w-value(w-char-pos:1) to w-char
              if (w-char >= "0" and w-char <= "9")
                 or (w-char >= "A" and w-char <= "Z")
                 or (w-char >= "a" and w-char <= "z")
                 add 1 to w-shape-count
              end-if
           end-perform.
       count-shape-chars-ex.
           exit.

       tokenize-value.
           move w-fld-name(w-fld-idx) to w-vk-field.
           move w-value to w-vk-data.
           move spaces to w-vault-out.
           call "map:get" using w-fwd-map w-vault-key w-vault-out
              giving w-map-rc.
           if w-map-rc = OK
              move w-vault-out to w-token
              add 1 to w-vault-hits
              exit paragraph
           end-if.

           move "N" to w-token-done.
           perform varying w-attempt from 1 by 1
              until w-attempt > TOKEN-ATTEMPT-MAX or TOKEN-DRAWN
              perform draw-token thru draw-token-ex
           end-perform.
           if not TOKEN-DRAWN
              display
                 "ARRTOKEN no free token for " w-fld-name(w-fld-idx)
                 " record " w-read-count
                 upon console
              move "Y" to w-record-bad
              exit paragraph
           end-if.

           move w-fld-name(w-fld-idx) to w-vk-field.
           move w-value to w-vk-data.
           call "map:put" using w-fwd-map w-vault-key w-token.
           move w-token to w-vk-data.
           call "map:put" using w-rev-map w-vault-key w-value.
           move spaces to token-vault-rec.
           move w-fld-name(w-fld-idx) to tv-field.
           move w-token to tv-token.
           move w-value to tv-value.
           move w-run-stamp to tv-stamp.
           write token-vault-rec.
           add 1 to w-new-tokens.
           add 1 to w-vault-size.
       tokenize-value-ex.
           exit.

      *         one candidate token: a generator seeded from the
      *         value, the run stamp and the attempt, so a token says
      *         nothing about the value behind it.  Taken when it is
      *         not the value itself and no other value holds it
       draw-token.
           move w-attempt to w-gen-hash.
           perform varying w-char-pos from 1 by 1
              until w-char-pos > w-field-len
              compute w-hash-byte = function ord(
                 w-value(w-char-pos:1)) - 1
              compute w-gen-hash = function mod(
                 w-gen-hash * 31 + w-hash-byte, 4294967296)
           end-perform.
           perform varying w-char-pos from 1 by 1
              until w-char-pos > 15
              compute w-hash-byte = function ord(
                 w-run-stamp(w-char-pos:1)) - 1
              compute w-gen-hash = function mod(
                 w-gen-hash * 31 + w-hash-byte + w-new-tokens,
                 4294967296)
           end-perform.

           move w-value to w-token.
           perform varying w-char-pos from 1 by 1
              until w-char-pos > w-field-len
              move w-value(w-char-pos:1) to w-char
              compute w-gen-hash = function mod(
                 w-gen-hash * 69069 + 1, 4294967296)
              compute w-gen-pick = w-gen-hash / 65536
              evaluate true
                 when w-char >= "0" and w-char <= "9"
                    compute w-gen-pick =
                       function mod(w-gen-pick, 10) + 1
                    move w-digits(w-gen-pick:1)
                       to w-token(w-char-pos:1)
                 when w-char >= "A" and w-char <= "Z"
                    compute w-gen-pick =
                       function mod(w-gen-pick, 26) + 1
                    move w-uppers(w-gen-pick:1)
                       to w-token(w-char-pos:1)
                 when w-char >= "a" and w-char <= "z"
                    compute w-gen-pick =
                       function mod(w-gen-pick, 26) + 1
                    move w-lowers(w-gen-pick:1)
                       to w-token(w-char-pos:1)
              end-evaluate
           end-perform.

           if w-token = w-value
              exit paragraph
           end-if.
           move w-fld-name(w-fld-idx) to w-vk-field.
           move w-token to w-vk-data.
           call "map:get" using w-rev-map w-vault-key w-vault-out
              giving w-map-rc.
           if w-map-rc = OK
              exit paragraph
           end-if.
           move "Y" to w-token-done.
       draw-token-ex.
           exit.

       detokenize-value.
           move w-fld-name(w-fld-idx) to w-vk-field.
           move w-value to w-vk-data.
           move spaces to w-vault-out.
           call "map:get" using w-rev-map w-vault-key w-vault-out
              giving w-map-rc.
           if w-map-rc not = OK
              display
                 "ARRTOKEN token not on the vault for "
                 w-fld-name(w-fld-idx)
                 " record " w-read-count
                 upon console
              move "Y" to w-record-bad
              exit paragraph
           end-if.
           move w-vault-out to w-token.
           add 1 to w-vault-hits.
       detokenize-value-ex.
           exit.

      *         who touched the vault, how, and what it came to
       write-vault-audit.
           open extend VAULT-AUDIT.
           if AUD-FILE-NOT-FOUND
              open output VAULT-AUDIT
           end-if.
           move spaces to vault-audit-rec.
           string
              w-run-stamp
              " " w-operator
              " " w-audit-event
              " layout=" w-layout-name
              " read=" w-read-count
              " written=" w-written-count
              " rejected=" w-rejected-count
              " vault-hits=" w-vault-hits
              " new=" w-new-tokens
              " vault-size=" w-vault-size
              delimited by size
              into vault-audit-rec
           end-string.
           write vault-audit-rec.
           close VAULT-AUDIT.
       write-vault-audit-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move w-rejected-count to w-rl-run-rejected.
           move w-token-rc to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           initialize w-bc-balance-rec.
           move "ARRTOKEN" to w-bc-bal-step.
           move "ARROUT" to w-bc-bal-file.
           move w-read-count to w-bc-bal-in.
           move w-written-count to w-bc-bal-out.
           move w-rejected-count to w-bc-bal-rejected.
           call "balance:record" using w-bc-balance-rec.
       write-run-record-ex.
           exit.
