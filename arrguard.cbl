           05 sh-last-key pic x(30).
           05 filler pic x.
           05 sh-bdate pic x(08).
           05 filler pic x.
           05 sh-feed pic x(16).

       working-storage section.
       copy "definitions.cpy"
      *         GRDCARD:
      *           KEY offset length
      *           BDATE offset length    read off the first record
      *           FEED name              the expected-feed name the
      *                                  submission is filed under
      *           OVERRIDE
       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-key-length pic 9(09) value 0.
       77  w-bdate-offset pic 9(09) value 0.
       77  w-bdate-length pic 9(09) value 0.
       77  w-feed-name pic x(16) value spaces.
       77  w-override pic x value "N".
           88  OVERRIDE-PRESENT value "Y".

       77  w-dup-stamp pic x(15) value spaces.
       77  w-run-stamp pic x(15) value spaces.

       77  w-authz-privilege pic x(16) value spaces.
       77  w-authz-rc pic s9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRGUARD".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

              display "ARRGUARD needs a KEY card" upon console
              goback giving KO
           end-if.
           if OVERRIDE-PRESENT
              move "OVERRIDE" to w-authz-privilege
              call "authz:check"
                 using w-runlog-pgm w-authz-privilege
                 giving w-authz-rc
              if w-authz-rc not = OK
                 goback giving KO
              end-if
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform fingerprint-the-feed
           goback giving OK.

       read-guard-card.
           move spaces to w-feed-name.
           open input GUARD-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
                    function numval(w-tok-1)
                 compute w-bdate-length =
                    function numval(w-tok-2)
              when "FEED"
                 move w-tok-1 to w-feed-name
           end-evaluate.
       parse-guard-line-ex.
           exit.
           move w-first-key to sh-first-key.
           move w-last-key to sh-last-key.
           move w-bdate to sh-bdate.
           move w-feed-name to sh-feed.
           write submission-history-rec.
           close SUBMISSION-HISTORY.
       record-the-submission-ex.
