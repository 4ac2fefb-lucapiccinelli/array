           05 sc-stamp pic x(15).
           05 sc-retain pic 9(02).
           05 sc-gen pic x(03).
           05 sc-compress pic x(01).
           05 sc-keyid pic x(08).
       fd  STAGE-LOCK.
       01  stage-lock-rec pic x(80).
       fd  PURGE-STAGE
           record is varying in size from 1 to 4096 characters
              depending on w-purge-rec-sz.
       01  purge-stage-rec pic x(4096).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==4==.

       78  STAGE-CATALOG-MAX value 100.

           88  SLOCK-FILE-NOT-FOUND value "35".
       77  w-purge-file-status pic x(02) value spaces.
       77  w-purge-assign pic x(08) value spaces.
      *         a stage file is variable records the way array.cbl
      *         writes it; a purge only ever empties one
       77  w-purge-rec-sz pic 9(09) value 4096.

      *         the catalog image, same shape array.cbl keeps
       77  w-stcat-count pic 9(03) value 0.
              07 w-stcat-stamp pic x(15).
              07 w-stcat-retain pic 9(02).
              07 w-stcat-gen pic x(03).
              07 w-stcat-compress pic x(01).
              07 w-stcat-keyid pic x(08).

       77  w-run-mode pic x value spaces.
           88  MODE-LIST value "L".
           88  MODE-PURGE value "P".
           88  MODE-PROMOTE value "R".
           88  MODE-RETENTION value "S".
           88  MODE-COMPRESS value "C".
           88  MODE-UNCOMPRESS value "U".
           88  MODE-SEAL value "E".
           88  MODE-UNSEAL value "X".
       77  w-wanted-name pic x(30) value spaces.
       77  w-retain-count pic 9(18) value 0.
       77  w-key-id pic x(08) value spaces.

       77  w-stcat-idx pic 9(03) value 0.
       77  w-cur-hit pic 9(03) value 0.
       77  w-purged-count pic 9(03) value 0.
       77  w-gen-save pic x(03) value spaces.
       77  w-retain-save pic 9(02) value 0.
       77  w-compress-flag pic x value "N".
       77  w-return-code pic s9(09) value 0.

       77  w-lock-holder pic x(80) value spaces.
       77  w-sleep-seconds pic 9(04) value 1.
       78  LOCK-TIMEOUT-SECONDS value 30.

       77  w-authz-pgm pic x(08) value "ARRSTGEN".
       77  w-authz-privilege pic x(16) value spaces.
       77  w-authz-rc pic s9(09) value 0.

       linkage section.
       77  l-run-mode pic x.
       77  l-stage-name pic x(30).
       77  l-retain-count pic 9(MAX-NUMBER-SIZE).
       77  l-key-id pic x(08).

       procedure division using
           l-run-mode
           l-stage-name
           l-retain-count
           l-key-id
           .
           CATCHPARAMS.
           move space to w-run-mode.
           copy "catchx.pdv" replacing
               ==!W== by ==retain-count==
               ==!N== by ==3==.
           move spaces to w-key-id.
           if w-narg >= 4
              move l-key-id to w-key-id
           end-if.

           if MODE-PURGE or MODE-PROMOTE or MODE-UNSEAL
              move w-run-mode to w-authz-privilege
              call "authz:check"
                 using w-authz-pgm w-authz-privilege
                 giving w-authz-rc
              if w-authz-rc not = OK
                 goback giving KO
              end-if
           end-if.

           evaluate true
              when MODE-LIST
                    using w-wanted-name w-retain-count
                    giving w-return-code
                 goback giving w-return-code
              when MODE-COMPRESS
                 or MODE-UNCOMPRESS
                 if w-wanted-name = spaces
                    goback giving KO
                 end-if
                 move "N" to w-compress-flag
                 if MODE-COMPRESS
                    move "Y" to w-compress-flag
                 end-if
                 call "array:stage-compression"
                    using w-wanted-name w-compress-flag
                    giving w-return-code
                 goback giving w-return-code
      *         E marks the name sensitive under the key id given
      *         fourth, X takes the marking off again
              when MODE-SEAL
                 or MODE-UNSEAL
                 if w-wanted-name = spaces
                    goback giving KO
                 end-if
                 if MODE-SEAL and w-key-id = spaces
                    display "ARRSTGEN mode E needs a key id"
                       upon console
                    goback giving KO
                 end-if
                 if MODE-UNSEAL
                    move spaces to w-key-id
                 end-if
                 call "array:stage-key"
                    using w-wanted-name w-key-id
                    giving w-return-code
                 goback giving w-return-code
              when MODE-PURGE
                 if w-wanted-name = spaces
                    goback giving KO
                    thru promote-generation-ex
              when other
                 display
                    "ARRSTGEN mode must be L, P, R, S, C, U, E or X"
                    upon console
                 goback giving KO
           end-evaluate.
                    " file=" w-stcat-fileid(w-stcat-idx)
                    " saved=" w-stcat-stamp(w-stcat-idx)
                    " retain=" w-stcat-retain(w-stcat-idx)
                    " compress=" w-stcat-compress(w-stcat-idx)
                    " key=" w-stcat-keyid(w-stcat-idx)
                    upon console
              end-if
           end-perform.
      *         promote generation -01 back to current by swapping the
      *         two rows' labels -- the data files stay where they are,
      *         and the demoted copy becomes -01 so the promote can be
      *         undone the same way.  The compression and sealing asked
      *         for the name stay with whichever row is current; each
      *         file's own header says how it was written
       promote-generation.
           move 0 to w-cur-hit.
           move 0 to w-gen-hit.
              move w-stcat-retain(w-gen-hit)
                 to w-stcat-retain(w-cur-hit)
              move w-retain-save to w-stcat-retain(w-gen-hit)
              move w-stcat-compress(w-cur-hit)
                 to w-stcat-compress(w-gen-hit)
              move w-stcat-keyid(w-cur-hit)
                 to w-stcat-keyid(w-gen-hit)
           end-if.
           perform write-stage-catalog
              thru write-stage-catalog-ex.
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
              move w-stcat-stamp(w-stcat-idx) to sc-stamp
              move w-stcat-retain(w-stcat-idx) to sc-retain
              move w-stcat-gen(w-stcat-idx) to sc-gen
              move w-stcat-compress(w-stcat-idx) to sc-compress
              move w-stcat-keyid(w-stcat-idx) to sc-keyid
              write stage-catalog-rec
           end-perform.
           close STAGE-CATALOG.
