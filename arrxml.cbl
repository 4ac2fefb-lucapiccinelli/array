       identification division.
         program-id.  arrxml.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-XML-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select XML-OUT assign "XMLOUT"
              organization line sequential
              file status is w-xout-file-status.
           select XML-REJECTS assign "XMLREJ"
              organization line sequential
              file status is w-rej-file-status.
           select XML-CONTROL assign "XMLCTL"
              organization line sequential
              file status is w-ctl-file-status.
           select HIER-CARD assign "HIERCARD"
              organization line sequential
              file status is w-card-file-status.
       data division.
       file section.
       fd  ARR-XML-IN.
       01  arrxml-in-rec pic x(4096).
       fd  XML-OUT.
       01  xml-out-rec pic x(8192).
       fd  XML-REJECTS.
       01  xml-rej-rec pic x(4096).
       fd  XML-CONTROL.
       01  xml-ctl-rec pic x(80).
       fd  HIER-CARD.
       01  hier-card-rec pic x(80).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==4==.

       78  MAX-XML-FIELD-SZ value 1024.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-xout-file-status pic x(02) value spaces.
       77  w-rej-file-status pic x(02) value spaces.
       77  w-ctl-file-status pic x(02) value spaces.
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".

      *         the HIERCARD arrxplode reads says which record is a
      *         header, a detail or a trailer; each kind has its own
      *         LAYOUTS layout, whose name is the element name and
      *         whose field names are the child element names.  A
      *         header element stays open until the next header (or
      *         the end of the file), so its details and trailers
      *         nest inside it.  Numerics render with the decimal
      *         point the layout-fld-format implies, as arrjson does
       77  w-type-offset pic 9(09) value 0.
       77  w-type-length pic 9(09) value 0.
       77  w-hkey-offset pic 9(09) value 0.
       77  w-hkey-length pic 9(09) value 0.
       77  w-header-value pic x(16) value spaces.
       77  w-detail-value pic x(16) value spaces.
       77  w-trailer-value pic x(16) value spaces.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-1 pic x(16) value spaces.
       77  w-tok-2 pic x(16) value spaces.

       77  w-type-value pic x(16) value spaces.
       77  w-have-header pic x value "N".
           88  HEADER-IN-HAND value "Y".

       copy "layout.cpy" replacing ==!PREFIX!== by ==w-hd-==.
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-dt-==.
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-tr-==.
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-cur-==.
       77  w-header-layout pic x(15) value spaces.
       77  w-detail-layout pic x(15) value spaces.
       77  w-trailer-layout pic x(15) value spaces.
       77  w-cur-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       77  w-root-name pic x(30) value spaces.
       01  w-dec-tbl value zeros.
           05 w-fld-decimals pic 9(02) occurs 64 times.

       77  w-fld-idx pic 9(03) value 0.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-dec-count pic 9(02) value 0.
       77  w-fmt pic x(08) value spaces.
       77  w-seen-v pic x value "N".

       77  w-read-count pic 9(09) value 0.
       77  w-header-count pic 9(09) value 0.
       77  w-detail-count pic 9(09) value 0.
       77  w-trailer-count pic 9(09) value 0.
       77  w-field-count pic 9(09) value 0.
       77  w-rejected-count pic 9(09) value 0.
       77  w-record-bad pic x value "N".
           88  RECORD-REJECTED value "Y".

      *         element names: letters, digits, hyphen, underscore and
      *         period; anything else becomes an underscore, and a
      *         name that would start with a digit, hyphen or period
      *         gets an underscore in front
       77  w-name-in pic x(30) value spaces.
       77  w-xml-name pic x(31) value spaces.
       77  w-xml-name-len pic 9(02) value 0.
       77  w-name-pos pic 9(02) value 0.
       77  w-name-char pic x value spaces.
       77  w-record-name pic x(31) value spaces.
       77  w-record-name-len pic 9(02) value 0.
       77  w-header-name pic x(31) value spaces.
       77  w-header-name-len pic 9(02) value 0.

       77  w-out-ptr pic 9(05) value 0.
       77  w-indent pic 9(02) value 0.
       77  w-field-buf pic x(MAX-XML-FIELD-SZ) value spaces.
       77  w-field-len pic 9(04) value 0.
       77  w-char-pos pic 9(04) value 0.
       77  w-cur-char pic x value spaces.
       77  w-char-val pic 9(03) value 0.

       77  w-work-value pic s9(18) value 0.
       77  w-work-digits pic 9(18) value 0.
       77  w-work-digits-x redefines w-work-digits pic x(18).
       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-byte-idx pic 9(02) value 0.
       77  w-byte-val pic 9(03) value 0.
       77  w-nib-hi pic 9(02) value 0.
       77  w-nib-lo pic 9(02) value 0.
       77  w-digit-idx pic 9(02) value 0.
       77  w-last-digit pic 9(01) value 0.
       77  w-fld-len pic 9(02) value 0.
       77  w-int-digits pic x(18) value spaces.
       77  w-int-len pic 9(02) value 0.
       77  w-dec-len pic 9(02) value 0.
       77  w-nonzero-pos pic 9(02) value 0.
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".
       77  z-count pic z(08)9.

       77  w-runlog-pgm pic x(08) value "ARRXML".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-header-layout pic x(15).
       77  l-detail-layout pic x(15).
       77  l-trailer-layout pic x(15).
       77  l-root-name pic x(30).

       procedure division using
           l-header-layout
           l-detail-layout
           l-trailer-layout
           l-root-name
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==header-layout==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==detail-layout==
               ==!N== by ==2==.
           copy "catchx.pdv" replacing
               ==!W== by ==trailer-layout==
               ==!N== by ==3==.
           move "SUBMISSION" to w-root-name.
           copy "catchx.pdv" replacing
               ==!W== by ==root-name==
               ==!N== by ==4==.
           if w-root-name = spaces
              move "SUBMISSION" to w-root-name
           end-if.

           perform read-hier-card thru read-hier-card-ex.
           if w-type-length = 0 or w-header-value = spaces
              display "ARRXML incomplete HIERCARD" upon console
              goback giving KO
           end-if.

           call "arrlayout:resolve"
              using w-header-layout w-hd-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display "ARRXML unknown header layout "
                 w-header-layout
                 upon console
              goback giving KO
           end-if.
           if w-detail-value not = spaces
              call "arrlayout:resolve"
                 using w-detail-layout w-dt-layout-tbl
                 giving w-layout-rc
              if w-layout-rc not = OK
                 display "ARRXML unknown detail layout "
                    w-detail-layout
                    upon console
                 goback giving KO
              end-if
           end-if.
           if w-trailer-value not = spaces
              call "arrlayout:resolve"
                 using w-trailer-layout w-tr-layout-tbl
                 giving w-layout-rc
              if w-layout-rc not = OK
                 display "ARRXML unknown trailer layout "
                    w-trailer-layout
                    upon console
                 goback giving KO
              end-if
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform export-xml-file thru export-xml-file-ex.
           perform write-control-summary
              thru write-control-summary-ex.

           display
              "ARRXML read=" w-read-count
              " headers=" w-header-count
              " details=" w-detail-count
              " trailers=" w-trailer-count
              " rejected=" w-rejected-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           if w-rejected-count > 0
              goback giving KO
           end-if.
           goback giving OK.

       read-hier-card.
           open input HIER-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read HIER-CARD.
           perform until CARD-FILE-AT-EOF
              move hier-card-rec to w-card-line
              perform parse-hier-line thru parse-hier-line-ex
              read HIER-CARD
           end-perform.
           close HIER-CARD.
       read-hier-card-ex.
           exit.

       parse-hier-line.
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
              when "TYPE"
                 compute w-type-offset =
                    function numval(w-tok-1)
                 compute w-type-length =
                    function numval(w-tok-2)
              when "HKEY"
                 compute w-hkey-offset =
                    function numval(w-tok-1)
                 compute w-hkey-length =
                    function numval(w-tok-2)
              when "HEADER"
                 move w-tok-1 to w-header-value
              when "DETAIL"
                 move w-tok-1 to w-detail-value
              when "TRAILER"
                 move w-tok-1 to w-trailer-value
           end-evaluate.
       parse-hier-line-ex.
           exit.

       export-xml-file.
           open input ARR-XML-IN.
           open output XML-OUT.
           open output XML-REJECTS.

           move "<?xml version=""1.0"" encoding=""ISO-8859-1""?>"
              to xml-out-rec.
           write xml-out-rec.
           move w-root-name to w-name-in.
           perform make-xml-name thru make-xml-name-ex.
           move spaces to xml-out-rec.
           string "<" w-xml-name(1:w-xml-name-len) ">"
              delimited by size
              into xml-out-rec
           end-string.
           write xml-out-rec.

           read ARR-XML-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              perform route-one-record
                 thru route-one-record-ex
              read ARR-XML-IN
           end-perform.

           perform close-header-element
              thru close-header-element-ex.
           move w-root-name to w-name-in.
           perform make-xml-name thru make-xml-name-ex.
           move spaces to xml-out-rec.
           string "</" w-xml-name(1:w-xml-name-len) ">"
              delimited by size
              into xml-out-rec
           end-string.
           write xml-out-rec.

           close XML-REJECTS.
           close XML-OUT.
           close ARR-XML-IN.
       export-xml-file-ex.
           exit.

       route-one-record.
           move spaces to w-type-value.
           move arrxml-in-rec
                   (w-type-offset + 1:w-type-length)
              to w-type-value(1:w-type-length).

           evaluate w-type-value
              when w-header-value
                 perform close-header-element
                    thru close-header-element-ex
                 move w-hd-layout-tbl to w-cur-layout-tbl
                 move w-header-layout to w-cur-layout-name
                 perform check-record thru check-record-ex
                 if RECORD-REJECTED
                    perform reject-record thru reject-record-ex
                    exit paragraph
                 end-if
                 move w-record-name to w-header-name
                 move w-record-name-len to w-header-name-len
                 move 2 to w-indent
                 perform write-open-tag thru write-open-tag-ex
                 move 4 to w-indent
                 perform emit-record-fields
                    thru emit-record-fields-ex
                 move "Y" to w-have-header
                 add 1 to w-header-count
              when w-detail-value
                 if not HEADER-IN-HAND
                    perform reject-record thru reject-record-ex
                    exit paragraph
                 end-if
                 move w-dt-layout-tbl to w-cur-layout-tbl
                 move w-detail-layout to w-cur-layout-name
                 perform write-child-element
                    thru write-child-element-ex
                 if not RECORD-REJECTED
                    add 1 to w-detail-count
                 end-if
              when w-trailer-value
                 if not HEADER-IN-HAND
                    perform reject-record thru reject-record-ex
                    exit paragraph
                 end-if
                 move w-tr-layout-tbl to w-cur-layout-tbl
                 move w-trailer-layout to w-cur-layout-name
                 perform write-child-element
                    thru write-child-element-ex
                 if not RECORD-REJECTED
                    add 1 to w-trailer-count
                 end-if
              when other
                 perform reject-record thru reject-record-ex
           end-evaluate.
       route-one-record-ex.
           exit.

       write-child-element.
           perform check-record thru check-record-ex.
           if RECORD-REJECTED
              perform reject-record thru reject-record-ex
              exit paragraph
           end-if.
           move 4 to w-indent.
           perform write-open-tag thru write-open-tag-ex.
           move 6 to w-indent.
           perform emit-record-fields thru emit-record-fields-ex.
           move 4 to w-indent.
           move spaces to xml-out-rec.
           move w-indent to w-out-ptr.
           add 1 to w-out-ptr.
           string "</" w-record-name(1:w-record-name-len) ">"
              delimited by size
              into xml-out-rec
              pointer w-out-ptr
           end-string.
           write xml-out-rec.
       write-child-element-ex.
           exit.

       close-header-element.
           if not HEADER-IN-HAND
              exit paragraph
           end-if.
           move spaces to xml-out-rec.
           string "  </" w-header-name(1:w-header-name-len) ">"
              delimited by size
              into xml-out-rec
           end-string.
           write xml-out-rec.
           move "N" to w-have-header.
       close-header-element-ex.
           exit.

       write-open-tag.
           move spaces to xml-out-rec.
           move w-indent to w-out-ptr.
           add 1 to w-out-ptr.
           string "<" w-record-name(1:w-record-name-len) ">"
              delimited by size
              into xml-out-rec
              pointer w-out-ptr
           end-string.
           write xml-out-rec.
       write-open-tag-ex.
           exit.

      *         the whole record is proved before a tag is written, so
      *         a bad record never leaves half an element behind: a
      *         control character cannot be carried in XML and a
      *         numeric that does not decode has no value to give
       check-record.
           move "N" to w-record-bad.
           move w-cur-layout-name to w-name-in.
           perform make-xml-name thru make-xml-name-ex.
           move w-xml-name to w-record-name.
           move w-xml-name-len to w-record-name-len.
           perform count-field-decimals
              thru count-field-decimals-ex.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-cur-layout-field-count
                 or RECORD-REJECTED
              if w-cur-layout-fld-type(w-fld-idx) = "x"
                 perform take-string-value
                    thru take-string-value-ex
                 perform varying w-char-pos from 1 by 1
                    until w-char-pos > w-field-len
                    compute w-char-val = function ord(
                       w-field-buf(w-char-pos:1)) - 1
                    if w-char-val < 32 or w-char-val = 127
                       move "Y" to w-record-bad
                    end-if
                 end-perform
              else
                 perform extract-numeric-value
                    thru extract-numeric-value-ex
              end-if
           end-perform.
       check-record-ex.
           exit.

       count-field-decimals.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-cur-layout-field-count
              move w-cur-layout-fld-format(w-fld-idx) to w-fmt
              move 0 to w-dec-count
              move "N" to w-seen-v
              perform varying w-fmt-idx from 1 by 1
                 until w-fmt-idx > 8
                 if w-fmt(w-fmt-idx:1) = "V"
                    or w-fmt(w-fmt-idx:1) = "v"
                    move "Y" to w-seen-v
                 else
                    if w-seen-v = "Y"
                       and w-fmt(w-fmt-idx:1) = "9"
                       add 1 to w-dec-count
                    end-if
                 end-if
              end-perform
              move w-dec-count to w-fld-decimals(w-fld-idx)
           end-perform.
       count-field-decimals-ex.
           exit.

       make-xml-name.
           move spaces to w-xml-name.
           move 0 to w-xml-name-len.
           move w-name-in(1:1) to w-name-char.
           if w-name-char is numeric
              or w-name-char = "-" or w-name-char = "."
              move "_" to w-xml-name(1:1)
              move 1 to w-xml-name-len
           end-if.
           perform varying w-name-pos from 1 by 1
              until w-name-pos > 30
                 or w-name-in(w-name-pos:) = spaces
              move w-name-in(w-name-pos:1) to w-name-char
              if not (w-name-char is alphabetic
                 or w-name-char is numeric
                 or w-name-char = "-" or w-name-char = "_"
                 or w-name-char = ".")
                 or w-name-char = space
                 move "_" to w-name-char
              end-if
              add 1 to w-xml-name-len
              move w-name-char to w-xml-name(w-xml-name-len:1)
           end-perform.
           if w-xml-name-len = 0
              move "_" to w-xml-name
              move 1 to w-xml-name-len
           end-if.
       make-xml-name-ex.
           exit.

       emit-record-fields.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-cur-layout-field-count
              move w-cur-layout-fld-name(w-fld-idx) to w-name-in
              perform make-xml-name thru make-xml-name-ex
              move spaces to xml-out-rec
              move w-indent to w-out-ptr
              add 1 to w-out-ptr
              string "<" w-xml-name(1:w-xml-name-len) ">"
                 delimited by size
                 into xml-out-rec
                 pointer w-out-ptr
              end-string
              if w-cur-layout-fld-type(w-fld-idx) = "x"
                 perform emit-string-value
                    thru emit-string-value-ex
              else
                 perform emit-numeric-value
                    thru emit-numeric-value-ex
              end-if
              string "</" w-xml-name(1:w-xml-name-len) ">"
                 delimited by size
                 into xml-out-rec
                 pointer w-out-ptr
              end-string
              write xml-out-rec
              add 1 to w-field-count
           end-perform.
       emit-record-fields-ex.
           exit.

       take-string-value.
           move spaces to w-field-buf.
           compute w-field-len = function min(
              w-cur-layout-fld-length(w-fld-idx),
              MAX-XML-FIELD-SZ).
           move arrxml-in-rec
                   (w-cur-layout-fld-offset(w-fld-idx) + 1:
                    w-field-len)
              to w-field-buf(1:w-field-len).
           move 0 to w-char-pos.
           inspect function reverse(
              w-field-buf(1:w-field-len))
              tallying w-char-pos for leading spaces.
           compute w-field-len = w-field-len - w-char-pos.
       take-string-value-ex.
           exit.

       emit-string-value.
           perform take-string-value thru take-string-value-ex.
           perform varying w-char-pos from 1 by 1
              until w-char-pos > w-field-len
              move w-field-buf(w-char-pos:1) to w-cur-char
              evaluate w-cur-char
                 when "&"
                    string "&amp;" delimited by size
                       into xml-out-rec
                       pointer w-out-ptr
                    end-string
                 when "<"
                    string "&lt;" delimited by size
                       into xml-out-rec
                       pointer w-out-ptr
                    end-string
                 when ">"
                    string "&gt;" delimited by size
                       into xml-out-rec
                       pointer w-out-ptr
                    end-string
                 when """"
                    string "&quot;" delimited by size
                       into xml-out-rec
                       pointer w-out-ptr
                    end-string
                 when "'"
                    string "&apos;" delimited by size
                       into xml-out-rec
                       pointer w-out-ptr
                    end-string
                 when other
                    string w-cur-char delimited by size
                       into xml-out-rec
                       pointer w-out-ptr
                    end-string
              end-evaluate
           end-perform.
       emit-string-value-ex.
           exit.

       emit-numeric-value.
           perform extract-numeric-value
              thru extract-numeric-value-ex.
           if VALUE-NEGATIVE and w-work-digits > 0
              string "-" delimited by size
                 into xml-out-rec
                 pointer w-out-ptr
              end-string
           end-if.

           move w-dec-count to w-dec-len.
           compute w-int-len = 18 - w-dec-len.
           move w-work-digits-x(1:w-int-len) to w-int-digits.
           move 0 to w-nonzero-pos.
           inspect w-int-digits(1:w-int-len)
              tallying w-nonzero-pos for leading "0".
           if w-nonzero-pos >= w-int-len
              compute w-nonzero-pos = w-int-len - 1
           end-if.
           string
              w-int-digits(w-nonzero-pos + 1:
                 w-int-len - w-nonzero-pos)
              delimited by size
              into xml-out-rec
              pointer w-out-ptr
           end-string.
           if w-dec-len > 0
              string
                 "." w-work-digits-x(w-int-len + 1:w-dec-len)
                 delimited by size
                 into xml-out-rec
                 pointer w-out-ptr
              end-string
           end-if.
       emit-numeric-value-ex.
           exit.

      *         the same representation decodes arrjson runs: the
      *         field comes back as a signed whole number of implied-
      *         decimal units, with w-dec-count holding the scale
       extract-numeric-value.
           move 0 to w-work-value.
           move "N" to w-negative.
           move w-fld-decimals(w-fld-idx) to w-dec-count.
           evaluate w-cur-layout-fld-type(w-fld-idx)
              when "p"
                 perform extract-packed thru extract-packed-ex
              when "b"
                 perform extract-binary thru extract-binary-ex
              when other
                 perform extract-zoned thru extract-zoned-ex
           end-evaluate.
           compute w-work-digits =
              function abs(w-work-value).
       extract-numeric-value-ex.
           exit.

       extract-zoned.
           move spaces to w-field-buf.
           compute w-fld-len = function min(
              w-cur-layout-fld-length(w-fld-idx), 18).
           move arrxml-in-rec
                   (w-cur-layout-fld-offset(w-fld-idx) + 1:
                    w-fld-len)
              to w-field-buf(1:w-fld-len).
           move w-fld-len to w-byte-idx.
           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 10
              if w-field-buf(w-byte-idx:1) =
                 w-overpunch-minus(w-digit-idx:1)
                 move "Y" to w-negative
                 compute w-last-digit = w-digit-idx - 1
                 move w-last-digit to w-field-buf(w-byte-idx:1)
              end-if
           end-perform.
           if w-field-buf(1:w-fld-len) = spaces
              move 0 to w-work-value
              exit paragraph
           end-if.
           if w-field-buf(1:w-fld-len) is not numeric
              move "Y" to w-record-bad
              exit paragraph
           end-if.
           compute w-work-value =
              function numval(w-field-buf(1:w-fld-len)).
           if VALUE-NEGATIVE
              compute w-work-value = 0 - w-work-value
           end-if.
       extract-zoned-ex.
           exit.

      *         a packed byte carries two digits, so past nine bytes
      *         the decode would overflow the s9(18) accumulator and
      *         silently drop high-order digits -- flag instead
       extract-packed.
           move 0 to w-work-value.
           if w-cur-layout-fld-length(w-fld-idx) > 9
              move "Y" to w-record-bad
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-cur-layout-fld-length(w-fld-idx)
              compute w-byte-val = function ord(
                 arrxml-in-rec
                    (w-cur-layout-fld-offset(w-fld-idx)
                     + w-byte-idx:1)) - 1
              divide w-byte-val by 16
                 giving w-nib-hi
                 remainder w-nib-lo
              if w-byte-idx < w-cur-layout-fld-length(w-fld-idx)
                 compute w-work-value =
                    w-work-value * 100
                    + w-nib-hi * 10 + w-nib-lo
              else
                 compute w-work-value =
                    w-work-value * 10 + w-nib-hi
                 if w-nib-lo = 13 or w-nib-lo = 11
                    move "Y" to w-negative
                    compute w-work-value = 0 - w-work-value
                 end-if
              end-if
           end-perform.
       extract-packed-ex.
           exit.

       extract-binary.
           move 0 to w-work-value.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-cur-layout-fld-length(w-fld-idx)
              compute w-byte-val = function ord(
                 arrxml-in-rec
                    (w-cur-layout-fld-offset(w-fld-idx)
                     + w-byte-idx:1)) - 1
              compute w-work-value =
                 w-work-value * 256 + w-byte-val
           end-perform.
       extract-binary-ex.
           exit.

       reject-record.
           add 1 to w-rejected-count.
           move arrxml-in-rec to xml-rej-rec.
           write xml-rej-rec.
       reject-record-ex.
           exit.

      *         counts per element kind, to balance the submission
      *         against its own trailers before it goes out
       write-control-summary.
           open output XML-CONTROL.
           move spaces to xml-ctl-rec.
           string "ARRXML control summary, root "
              function trim(w-root-name)
              delimited by size
              into xml-ctl-rec
           end-string.
           write xml-ctl-rec.
           move "ELEMENT         KIND          COUNT" to xml-ctl-rec.
           write xml-ctl-rec.
           move spaces to xml-ctl-rec.
           move w-header-count to z-count.
           string w-header-layout " header  " z-count
              delimited by size
              into xml-ctl-rec
           end-string.
           write xml-ctl-rec.
           if w-detail-value not = spaces
              move spaces to xml-ctl-rec
              move w-detail-count to z-count
              string w-detail-layout " detail  " z-count
                 delimited by size
                 into xml-ctl-rec
              end-string
              write xml-ctl-rec
           end-if.
           if w-trailer-value not = spaces
              move spaces to xml-ctl-rec
              move w-trailer-count to z-count
              string w-trailer-layout " trailer " z-count
                 delimited by size
                 into xml-ctl-rec
              end-string
              write xml-ctl-rec
           end-if.
           move spaces to xml-ctl-rec.
           move w-field-count to z-count.
           string "(fields)        field   " z-count
              delimited by size
              into xml-ctl-rec
           end-string.
           write xml-ctl-rec.
           move spaces to xml-ctl-rec.
           move w-read-count to z-count.
           string "records read            " z-count
              delimited by size
              into xml-ctl-rec
           end-string.
           write xml-ctl-rec.
           move spaces to xml-ctl-rec.
           move w-rejected-count to z-count.
           string "records rejected        " z-count
              delimited by size
              into xml-ctl-rec
           end-string.
           write xml-ctl-rec.
           close XML-CONTROL.
       write-control-summary-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           compute w-rl-run-written =
              w-header-count + w-detail-count
              + w-trailer-count.
           move w-rejected-count to w-rl-run-rejected.
           if w-rejected-count > 0
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
