       identification division.
         program-id.  arrcodepg.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select CODEPAGE-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select CODEPAGE-OUT assign "ARROUT"
              organization line sequential
              file status is w-out-file-status.
           select CODEPAGE-REJECTS assign "CPREJ"
              organization line sequential
              file status is w-rej-file-status.
           select CODEPAGE-REPORT assign "CPREJRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  CODEPAGE-IN.
       01  codepage-in-rec pic x(4096).
       fd  CODEPAGE-OUT.
       01  codepage-out-rec pic x(4096).
       fd  CODEPAGE-REJECTS.
       01  codepage-rej-rec pic x(4096).
       fd  CODEPAGE-REPORT.
       01  codepage-rpt-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==3==.

       78  MAX-CODEPAGE-RECORD-SZ value 4096.
       78  OWNER-PASS-THROUGH value 999.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
       77  w-rej-file-status pic x(02) value spaces.
       77  w-rpt-file-status pic x(02) value spaces.

      *         host files cross between EBCDIC and ASCII field by
      *         field off the LAYOUTS registry instead of byte by
      *         byte: x fields translate through the code page, zoned
      *         9 fields have their digits and trailing overpunch
      *         sign re-mapped, and p and b fields -- and any byte a
      *         packed or binary field covers -- pass through as they
      *         are.  Direction A takes host EBCDIC to ASCII, E takes
      *         ASCII back to EBCDIC for the host.  Only printable
      *         characters map; a record holding a byte with no
      *         mapping goes to CPREJ as it came in, and every such
      *         byte is listed on CPREJRPT
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-cp-==.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       77  w-direction pic x value spaces.
           88  TO-ASCII value "A".
           88  TO-EBCDIC value "E".
       77  w-code-page pic x(04) value spaces.

      *         EBCDIC byte to its Latin-1 character, by code page
       01  w-cp037-tbl.
           05 filler pic x(16) value
              X"000102039C09867F978D8E0B0C0D0E0F".
           05 filler pic x(16) value
              X"101112139D8508871819928F1C1D1E1F".
           05 filler pic x(16) value
              X"80818283840A171B88898A8B8C050607".
           05 filler pic x(16) value
              X"909116939495960498999A9B14159E1A".
           05 filler pic x(16) value
              X"20A0E2E4E0E1E3E5E7F1A22E3C282B7C".
           05 filler pic x(16) value
              X"26E9EAEBE8EDEEEFECDF21242A293BAC".
           05 filler pic x(16) value
              X"2D2FC2C4C0C1C3C5C7D1A62C255F3E3F".
           05 filler pic x(16) value
              X"F8C9CACBC8CDCECFCC603A2340273D22".
           05 filler pic x(16) value
              X"D8616263646566676869ABBBF0FDFEB1".
           05 filler pic x(16) value
              X"B06A6B6C6D6E6F707172AABAE6B8C6A4".
           05 filler pic x(16) value
              X"B57E737475767778797AA1BFD0DDDEAE".
           05 filler pic x(16) value
              X"5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7".
           05 filler pic x(16) value
              X"7B414243444546474849ADF4F6F2F3F5".
           05 filler pic x(16) value
              X"7D4A4B4C4D4E4F505152B9FBFCF9FAFF".
           05 filler pic x(16) value
              X"5CF7535455565758595AB2D4D6D2D3D5".
           05 filler pic x(16) value
              X"30313233343536373839B3DBDCD9DA9F".
       01  w-cp037-chars redefines w-cp037-tbl.
           05 w-cp037-char pic x occurs 256 times.
       01  w-cp500-tbl.
           05 filler pic x(16) value
              X"000102039C09867F978D8E0B0C0D0E0F".
           05 filler pic x(16) value
              X"101112139D8508871819928F1C1D1E1F".
           05 filler pic x(16) value
              X"80818283840A171B88898A8B8C050607".
           05 filler pic x(16) value
              X"909116939495960498999A9B14159E1A".
           05 filler pic x(16) value
              X"20A0E2E4E0E1E3E5E7F15B2E3C282B21".
           05 filler pic x(16) value
              X"26E9EAEBE8EDEEEFECDF5D242A293B5E".
           05 filler pic x(16) value
              X"2D2FC2C4C0C1C3C5C7D1A62C255F3E3F".
           05 filler pic x(16) value
              X"F8C9CACBC8CDCECFCC603A2340273D22".
           05 filler pic x(16) value
              X"D8616263646566676869ABBBF0FDFEB1".
           05 filler pic x(16) value
              X"B06A6B6C6D6E6F707172AABAE6B8C6A4".
           05 filler pic x(16) value
              X"B57E737475767778797AA1BFD0DDDEAE".
           05 filler pic x(16) value
              X"A2A3A5B7A9A7B6BCBDBEAC7CAFA8B4D7".
           05 filler pic x(16) value
              X"7B414243444546474849ADF4F6F2F3F5".
           05 filler pic x(16) value
              X"7D4A4B4C4D4E4F505152B9FBFCF9FAFF".
           05 filler pic x(16) value
              X"5CF7535455565758595AB2D4D6D2D3D5".
           05 filler pic x(16) value
              X"30313233343536373839B3DBDCD9DA9F".
       01  w-cp500-chars redefines w-cp500-tbl.
           05 w-cp500-char pic x occurs 256 times.

      *         the chosen code page turned into a byte map each way;
      *         a byte with no printable counterpart stays unmapped
       01  w-e2a-tbl.
           05 w-e2a-entry occurs 256 times.
              07 w-e2a-char pic x.
              07 w-e2a-mapped pic x.
       01  w-a2e-tbl.
           05 w-a2e-entry occurs 256 times.
              07 w-a2e-char pic x.
              07 w-a2e-mapped pic x.
       77  w-map-idx pic 9(03) value 0.
       77  w-map-val pic 9(03) value 0.

      *         which field converts each byte of the record: 0 no
      *         field, OWNER-PASS-THROUGH inside a p or b field
       01  w-owner-tbl value zeros.
           05 w-owner pic 9(03) occurs 4096 times.
       77  w-convert-end pic 9(09) value 0.
       77  w-fld-idx pic 9(03) value 0.
       77  w-pos pic 9(09) value 0.
       77  w-fld-end pic 9(09) value 0.

       77  w-byte-val pic 9(03) value 0.
       77  w-out-val pic 9(03) value 0.
       77  w-zone pic 9(02) value 0.
       77  w-digit pic 9(02) value 0.
       77  w-sign-idx pic 9(02) value 0.
       77  w-last-byte pic x value "N".
           88  LAST-BYTE-OF-FIELD value "Y".
       77  w-byte-bad pic x value "N".
           88  BYTE-UNMAPPED value "Y".
       77  w-record-bad pic x value "N".
           88  RECORD-REJECTED value "Y".
       77  w-overpunch-plus pic x(10) value "{ABCDEFGHI".
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".
       77  w-hex-digits pic x(16) value "0123456789ABCDEF".
       77  w-hex-byte pic x(02) value spaces.

       77  w-read-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-rejected-count pic 9(09) value 0.
       77  w-unmapped-count pic 9(09) value 0.
       77  z-count pic z(08)9.
       77  z-offset pic z(08)9.

       77  w-runlog-pgm pic x(08) value "ARRCODEP".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-layout-name pic x(15).
       77  l-direction pic x.
       77  l-code-page pic x(04).

       procedure division using
           l-layout-name
           l-direction
           l-code-page
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==layout-name==
               ==!N== by ==1==.
           move "A" to w-direction.
           copy "catchx.pdv" replacing
               ==!W== by ==direction==
               ==!N== by ==2==.
           move "037" to w-code-page.
           copy "catchx.pdv" replacing
               ==!W== by ==code-page==
               ==!N== by ==3==.
           move function upper-case(w-direction) to w-direction.
           if not TO-ASCII and not TO-EBCDIC
              display "ARRCODEPG direction must be A or E"
                 upon console
              goback giving KO
           end-if.

           call "arrlayout:resolve"
              using w-layout-name w-cp-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display "ARRCODEPG unknown layout " w-layout-name
                 upon console
              goback giving KO
           end-if.
           perform build-byte-maps thru build-byte-maps-ex.
           if w-layout-rc not = OK
              display "ARRCODEPG code page " w-code-page
                 " not supported -- 037 or 500"
                 upon console
              goback giving KO
           end-if.
           perform assign-byte-owners thru assign-byte-owners-ex.

           call "runlog:start" using w-runlog-pgm.
           perform convert-input-file thru convert-input-file-ex.

           display
              "ARRCODEPG read=" w-read-count
              " written=" w-written-count
              " rejected=" w-rejected-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

      *         both directions from the one EBCDIC-to-Latin-1 table:
      *         only the printable characters (space to tilde, and
      *         the Latin-1 upper half) take part
       build-byte-maps.
           move OK to w-layout-rc.
           perform varying w-map-idx from 1 by 1
              until w-map-idx > 256
              move space to w-e2a-char(w-map-idx)
              move "N" to w-e2a-mapped(w-map-idx)
              move space to w-a2e-char(w-map-idx)
              move "N" to w-a2e-mapped(w-map-idx)
           end-perform.
           evaluate w-code-page
              when "037" when "37" when "0037"
                 perform varying w-map-idx from 1 by 1
                    until w-map-idx > 256
                    move w-cp037-char(w-map-idx)
                       to w-e2a-char(w-map-idx)
                 end-perform
              when "500" when "0500"
                 perform varying w-map-idx from 1 by 1
                    until w-map-idx > 256
                    move w-cp500-char(w-map-idx)
                       to w-e2a-char(w-map-idx)
                 end-perform
              when other
                 move KO to w-layout-rc
                 exit paragraph
           end-evaluate.
           perform varying w-map-idx from 1 by 1
              until w-map-idx > 256
              compute w-map-val =
                 function ord(w-e2a-char(w-map-idx)) - 1
              if (w-map-val >= 32 and w-map-val <= 126)
                 or w-map-val >= 160
                 move "Y" to w-e2a-mapped(w-map-idx)
                 move "Y" to w-a2e-mapped(w-map-val + 1)
                 move function char(w-map-idx)
                    to w-a2e-char(w-map-val + 1)
              end-if
           end-perform.
       build-byte-maps-ex.
           exit.

      *         a packed or binary field keeps its bytes even where a
      *         text or zoned field overlays it; otherwise the first
      *         field over a byte converts it, so an overlay is never
      *         translated twice
       assign-byte-owners.
           move 0 to w-convert-end.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-cp-layout-field-count
              compute w-fld-end = w-cp-layout-fld-offset(w-fld-idx)
                 + w-cp-layout-fld-length(w-fld-idx)
              if w-fld-end > MAX-CODEPAGE-RECORD-SZ
                 move MAX-CODEPAGE-RECORD-SZ to w-fld-end
              end-if
              if w-fld-end > w-convert-end
                 move w-fld-end to w-convert-end
              end-if
              if w-cp-layout-fld-type(w-fld-idx) = "p"
                 or w-cp-layout-fld-type(w-fld-idx) = "b"
                 perform varying w-pos from
                    w-cp-layout-fld-offset(w-fld-idx) by 1
                    until w-pos >= w-fld-end
                    move OWNER-PASS-THROUGH to w-owner(w-pos + 1)
                 end-perform
              end-if
           end-perform.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-cp-layout-field-count
              compute w-fld-end = w-cp-layout-fld-offset(w-fld-idx)
                 + w-cp-layout-fld-length(w-fld-idx)
              if w-fld-end > MAX-CODEPAGE-RECORD-SZ
                 move MAX-CODEPAGE-RECORD-SZ to w-fld-end
              end-if
              if w-cp-layout-fld-type(w-fld-idx) = "x"
                 or w-cp-layout-fld-type(w-fld-idx) = "9"
                 perform varying w-pos from
                    w-cp-layout-fld-offset(w-fld-idx) by 1
                    until w-pos >= w-fld-end
                    if w-owner(w-pos + 1) = 0
                       move w-fld-idx to w-owner(w-pos + 1)
                    end-if
                 end-perform
              end-if
           end-perform.
       assign-byte-owners-ex.
           exit.

       convert-input-file.
           open input CODEPAGE-IN.
           open output CODEPAGE-OUT.
           open output CODEPAGE-REJECTS.
           open output CODEPAGE-REPORT.
           move spaces to codepage-rpt-rec.
           string "ARRCODEPG unmapped bytes, layout "
              function trim(w-layout-name)
              " direction " w-direction
              " code page " w-code-page
              delimited by size
              into codepage-rpt-rec
           end-string.
           write codepage-rpt-rec.
           read CODEPAGE-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              perform convert-one-record
                 thru convert-one-record-ex
              if RECORD-REJECTED
                 add 1 to w-rejected-count
                 move codepage-in-rec to codepage-rej-rec
                 write codepage-rej-rec
              else
                 add 1 to w-written-count
                 write codepage-out-rec
              end-if
              read CODEPAGE-IN
           end-perform.
           move spaces to codepage-rpt-rec.
           move w-unmapped-count to z-count.
           string "unmapped bytes " z-count
              delimited by size
              into codepage-rpt-rec
           end-string.
           move w-rejected-count to z-count.
           string "records rejected " z-count
              delimited by size
              into codepage-rpt-rec(30:)
           end-string.
           write codepage-rpt-rec.
           close CODEPAGE-REPORT.
           close CODEPAGE-REJECTS.
           close CODEPAGE-OUT.
           close CODEPAGE-IN.
       convert-input-file-ex.
           exit.

       convert-one-record.
           move "N" to w-record-bad.
           move codepage-in-rec to codepage-out-rec.
           perform varying w-pos from 1 by 1
              until w-pos > w-convert-end
              if w-owner(w-pos) > 0
                 and w-owner(w-pos) not = OWNER-PASS-THROUGH
                 move w-owner(w-pos) to w-fld-idx
                 perform convert-one-byte
                    thru convert-one-byte-ex
              end-if
           end-perform.
       convert-one-record-ex.
           exit.

       convert-one-byte.
           move "N" to w-byte-bad.
           compute w-byte-val =
              function ord(codepage-in-rec(w-pos:1)) - 1.
           if w-cp-layout-fld-type(w-fld-idx) = "x"
              if TO-ASCII
                 if w-e2a-mapped(w-byte-val + 1) = "Y"
                    move w-e2a-char(w-byte-val + 1)
                       to codepage-out-rec(w-pos:1)
                 else
                    move "Y" to w-byte-bad
                 end-if
              else
                 if w-a2e-mapped(w-byte-val + 1) = "Y"
                    move w-a2e-char(w-byte-val + 1)
                       to codepage-out-rec(w-pos:1)
                 else
                    move "Y" to w-byte-bad
                 end-if
              end-if
           else
              move "N" to w-last-byte
              if w-pos = w-cp-layout-fld-offset(w-fld-idx)
                 + w-cp-layout-fld-length(w-fld-idx)
                 move "Y" to w-last-byte
              end-if
              if TO-ASCII
                 perform zoned-to-ascii thru zoned-to-ascii-ex
              else
                 perform zoned-to-ebcdic thru zoned-to-ebcdic-ex
              end-if
           end-if.
           if BYTE-UNMAPPED
              move "Y" to w-record-bad
              add 1 to w-unmapped-count
              perform report-unmapped-byte
                 thru report-unmapped-byte-ex
           end-if.
       convert-one-byte-ex.
           exit.

      *         host zoned: digits F0-F9, the last byte's zone is the
      *         sign -- C or F plain, D negative (A, E and B are the
      *         alternate plus and minus).  ASCII side as arrconvert
      *         writes it: plain digits, a negative last digit as
      *         the overpunch }JKLMNOPQR
       zoned-to-ascii.
           if w-byte-val = 64
              move space to codepage-out-rec(w-pos:1)
              exit paragraph
           end-if.
           divide w-byte-val by 16 giving w-zone remainder w-digit.
           if w-digit > 9
              move "Y" to w-byte-bad
              exit paragraph
           end-if.
           if not LAST-BYTE-OF-FIELD
              if w-zone = 15
                 move w-hex-digits(w-digit + 1:1)
                    to codepage-out-rec(w-pos:1)
              else
                 move "Y" to w-byte-bad
              end-if
              exit paragraph
           end-if.
           evaluate w-zone
              when 15 when 12 when 10 when 14
                 move w-hex-digits(w-digit + 1:1)
                    to codepage-out-rec(w-pos:1)
              when 13 when 11
                 move w-overpunch-minus(w-digit + 1:1)
                    to codepage-out-rec(w-pos:1)
              when other
                 move "Y" to w-byte-bad
           end-evaluate.
       zoned-to-ascii-ex.
           exit.

      *         back to the host: a signed format (S in front) gets
      *         a C zone on a positive last digit, an unsigned one F
       zoned-to-ebcdic.
           if codepage-in-rec(w-pos:1) = space
              move function char(65) to codepage-out-rec(w-pos:1)
              exit paragraph
           end-if.
           if codepage-in-rec(w-pos:1) is numeric
              compute w-digit =
                 function numval(codepage-in-rec(w-pos:1))
              move 15 to w-zone
              if LAST-BYTE-OF-FIELD
                 and (w-cp-layout-fld-format(w-fld-idx)(1:1) = "S"
                 or w-cp-layout-fld-format(w-fld-idx)(1:1) = "s")
                 move 12 to w-zone
              end-if
           else
              if not LAST-BYTE-OF-FIELD
                 move "Y" to w-byte-bad
                 exit paragraph
              end-if
              move 0 to w-sign-idx
              perform varying w-digit from 0 by 1
                 until w-digit > 9 or w-sign-idx > 0
                 if codepage-in-rec(w-pos:1) =
                    w-overpunch-minus(w-digit + 1:1)
                    move 13 to w-zone
                    compute w-sign-idx = w-digit + 1
                 end-if
                 if codepage-in-rec(w-pos:1) =
                    w-overpunch-plus(w-digit + 1:1)
                    move 12 to w-zone
                    compute w-sign-idx = w-digit + 1
                 end-if
              end-perform
              if w-sign-idx = 0
                 move "Y" to w-byte-bad
                 exit paragraph
              end-if
              compute w-digit = w-sign-idx - 1
           end-if.
           compute w-out-val = w-zone * 16 + w-digit.
           move function char(w-out-val + 1)
              to codepage-out-rec(w-pos:1).
       zoned-to-ebcdic-ex.
           exit.

       report-unmapped-byte.
           divide w-byte-val by 16 giving w-zone remainder w-digit.
           move w-hex-digits(w-zone + 1:1) to w-hex-byte(1:1).
           move w-hex-digits(w-digit + 1:1) to w-hex-byte(2:1).
           move spaces to codepage-rpt-rec.
           move w-read-count to z-count.
           compute z-offset = w-pos - 1.
           string "record " z-count
              " field " w-cp-layout-fld-name(w-fld-idx)
              " type " w-cp-layout-fld-type(w-fld-idx)
              " offset " z-offset
              " byte X'" w-hex-byte "'"
              delimited by size
              into codepage-rpt-rec
           end-string.
           write codepage-rpt-rec.
       report-unmapped-byte-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move w-rejected-count to w-rl-run-rejected.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
