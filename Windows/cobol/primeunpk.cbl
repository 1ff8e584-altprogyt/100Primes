      * (the "seq: value" listing with its Checksum trailer, the       *
      * default), CSV, the rel-seq/rel-value/rel-square relative       *
      * file, or the pkd-seq/pkd-value packed export, with the         *
      * archive's stored sequence numbers carried through. A block     *
      * whose first-seq is zero holds values whose true prime index    *
      * is unknown (islands primeseq could not anchor to 2); they      *
      * keep sequence zero, and the relative format, which is keyed    *
      * by sequence, leaves them out with a warning. The               *
      * extract is claimed, registered in the dataset catalog and      *
      * recorded in the run history like any producer in the suite.    *
      *                                                                *
      * ACCOUNT=code names the cost center the run is charged to; it   *
      * rides on the run-history record for the monthly chargeback     *
      * (primechg). A run given none is charged to UNALLOC, flagged    *
      * DEFAULT.                                                       *
      ******************************************************************
       identification division.
       program-id. primeunpk.
      *    knowing the difference.
       fd  relative-file.
       01  relative-record.
           05  rel-seq                     binary-long unsigned.
           05  rel-value                   binary-double unsigned.
           05  rel-square                  binary-double unsigned.

           05  ls-token-area.
               10  ls-token                occurs 6 times
                                           pic x(256).
               10  ls-token-count          binary-long unsigned.
           05  ls-token-idx                binary-long unsigned.
           05  ls-archive-file             pic x(256) value spaces.
           05  ls-extract-name             pic x(256) value spaces.
           05  ls-output-file              pic x(256) value spaces.
           05  ls-relative-file            pic x(256) value spaces.
           05  ls-relative-key             binary-long unsigned.
           05  ls-packed-file              pic x(256) value spaces.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-history-file             pic x(256) value spaces.
           05  ls-format                   pic x(08) value 'TEXT'.
           05  switches.
               10  filler                  pic x(01) value 'N'.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-gap-tokens.
               10  ls-gap-token            occurs 16 times
                                           pic x(20).
           05  ls-gap-idx                  binary-long unsigned.
           05  ls-cur-seq                  binary-double unsigned.
           05  ls-cur-value                binary-double unsigned.
           05  ls-block-number             binary-long unsigned
                                           value zero.
           05  ls-expected-count           binary-double unsigned.
      *    Additions truncate on overflow by design: the block sum is
           05  ls-expected-sum             pic 9(20).
           05  ls-recomp-count             binary-double unsigned.
           05  ls-recomp-sum               pic 9(20).
           05  ls-exception-count          binary-long unsigned
                                           value zero.
           05  ls-extract-count            binary-long unsigned
                                           value zero.
           05  ls-unknown-skip-count       binary-long unsigned
                                           value zero.
           05  ls-checksum-sum             binary-double unsigned
                                           value zero.
               10  ls-lock-owner           pic x(80).
               10  ls-lock-claimed         pic x(01) value 'N'.
                   88  claim-held          value 'Y' false 'N'.
               10  ls-lock-save-rc         binary-long.
           05  ls-cat-name                 pic x(256).
           05  ls-cat-type                 pic x(08).
           05  ls-cat-low                  pic 9(20).
           05  ls-hist-end-time            pic x(08).
           05  ls-hist-rc-disp             pic 9(02).
           05  ls-hist-counts              pic x(80).
           05  ls-hist-account             pic x(08) value spaces.
           05  ls-hist-account-src         pic x(07) value spaces.
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'primeunpk'.
               10  ls-seal-operator        pic x(16) value spaces.
               10  ls-seal-result          pic x(01).
               10  ls-seal-reason          pic x(120).
               10  ls-seal-save-rc         binary-long.
      *    Shared files are resolved through primeenv; ls-env-name is
      *    the run's environment, stamped on the records it writes.
           05  ls-env-area.
               10  ls-env-logical          pic x(12).
               10  ls-env-path             pic x(256).
               10  ls-env-name             pic x(08) value spaces.
               10  ls-env-result           pic x(01).
               10  ls-env-reason           pic x(120).
           05  file-status.
               10  ls-stderr-status        pic 9(01)x(01).
                   88  sdterr-status-ok    value '00'.
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.

       procedure division.
           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line

           move spaces to ls-token-area
               evaluate true
                   when ls-token(ls-token-idx) = spaces
                       continue
                   when ls-token(ls-token-idx)(1:8) = 'ACCOUNT='
                       perform 1960-take-account
                   when ls-token(ls-token-idx)(1:7) = 'FORMAT='
                       move ls-token(ls-token-idx)(8:8)
                               to ls-format
           move spaces to ls-msg-text
           string  'Usage is primeunpk archive-file low high'
                           delimited by size
                   ' output-file [FORMAT=TEXT|CSV|REL|PACKED]'
                           delimited by size
                   ' [ACCOUNT=].'
                           delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           set fatal-error to true
           .
       1960-take-account.
      *    ACCOUNT= names the cost center the run is charged to; it
      *    rides on the run-history record for the chargeback.
           if ls-token(ls-token-idx)(9:8) = spaces
                   or ls-token(ls-token-idx)(17:240) not = spaces
               move 'PRM0404E' to ls-msg-id
               move spaces to ls-msg-text
               string  'ACCOUNT= must carry a cost-center code of'
                               delimited by size
                       ' 1 to 8 characters.'
                               delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               set fatal-error to true
           else
               move ls-token(ls-token-idx)(9:8) to ls-hist-account
           end-if
           .
       2000-inflate-archive.
           perform until exit
               read archive-file
                   if generic-value-valid and
                           ls-generic-value > zero
                       add ls-generic-value to ls-cur-value
                       if ls-cur-seq not = zero
                           add 1 to ls-cur-seq
                       end-if
                       add 1 to ls-recomp-count
                       add ls-cur-value to ls-recomp-sum
                       perform 2250-select-current-value
               exit paragraph
           end-if

      *    The relative file is keyed by sequence, so a value whose
      *    true index is unknown has no slot in it.
           if ls-format = 'REL' and ls-cur-seq = zero
               add 1 to ls-unknown-skip-count
               exit paragraph
           end-if

           evaluate ls-format
               when 'CSV'
                   move ls-cur-seq to ls-disp-prefix
                   into standard-error-line
           write standard-error-line

           if ls-unknown-skip-count not = zero
               move ls-unknown-skip-count to ls-count-display
               move 'PRM0512W' to ls-msg-id
               move spaces to ls-msg-text
               string  ls-count-display       delimited by size
                       ' value(s) of unknown index left out of the'
                                              delimited by size
                       ' relative extract.'   delimited by size
                       into ls-msg-text
               perform 8000-issue-message
           end-if

           perform 9200-register-output

           evaluate ls-format

           set claim-held to true
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-history-file
           .
       7055-resolve-one-file.
      *    A configuration that cannot be resolved stops the run
      *    before any file is opened; the reason is issued once.
           call 'primeenv' using ls-env-logical ls-env-path
                   ls-env-name ls-env-result ls-env-reason
           if ls-env-result not = 'Y'
               if not fatal-error
                   move 'PRM0769S' to ls-msg-id
                   move ls-env-reason to ls-msg-text
                   perform 8000-issue-message
               end-if
               set fatal-error to true
           end-if
           .
       7900-release-claim.
      *    Deletes exactly the claim this run made, and nothing
      *    else. CBL_DELETE_FILE reports through RETURN-CODE, which
           accept ls-hist-end-date from date yyyymmdd
           accept ls-hist-end-time from time

      *    A run its environment refused has no history file.
           if ls-history-file = spaces
               exit paragraph
           end-if

           open extend history-file
           if history-file-absent
               open output history-file
                   ls-count-display        delimited by size
                   into ls-hist-counts

      *    A run that named no cost center is charged to UNALLOC and
      *    flagged DEFAULT so the chargeback can show it apart.
           if ls-hist-account = spaces
               move 'UNALLOC' to ls-hist-account
               move 'DEFAULT' to ls-hist-account-src
           end-if
           if ls-hist-account-src = spaces
               move 'GIVEN' to ls-hist-account-src
           end-if

           move spaces to history-line
           string  'primeunpk'          delimited by size
                   '|'                  delimited by size
                   '|'                  delimited by size
                   ls-extract-name      delimited by space
                   '|'                  delimited by size
                   ls-arguments         delimited by '  '
                   '|'                  delimited by size
                   ls-hist-account      delimited by space
                   '|'                  delimited by size
                   ls-hist-account-src  delimited by space
                   '|'                  delimited by size
                   ls-env-name          delimited by space
                   into history-line
           write history-line

           close history-file

           move 'APPEND' to ls-seal-function
           move 'HISTORY' to ls-seal-logical
           move ls-history-file to ls-seal-path
           perform 9400-seal-file
           .
       9200-register-output.
      *    A catalog write failure costs only the registration, never
                   ls-cat-count        delimited by size
                   '|'                 delimited by size
                   ls-cat-sum          delimited by size
                   '|'                 delimited by size
                   ls-env-name         delimited by space
                   into catalog-line
           write catalog-line

           close catalog-file

           move 'APPEND' to ls-seal-function
           move 'CATALOG' to ls-seal-logical
           move ls-catalog-file to ls-seal-path
           perform 9400-seal-file
           .
       9400-seal-file.
      *    Seals ls-seal-path through primeseal. Best-effort like the
      *    trail it guards: a seal that cannot be written, or a change
      *    found that no program accounts for, is warned of and never
      *    fails the run -- primetamp is where such findings are
      *    judged. The called routines report through RETURN-CODE,
      *    which must not leak into the run's own condition code.
           if ls-seal-path = spaces
               exit paragraph
           end-if

           move return-code to ls-seal-save-rc
           call 'primeseal' using ls-seal-function ls-seal-logical
                   ls-seal-path ls-seal-program ls-seal-operator
                   ls-seal-result ls-seal-reason

           evaluate ls-seal-result
               when 'Y'
               when 'F'
                   continue
               when 'N'
                   move 'PRM0557W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'Seal not updated: '
                                           delimited by size
                           ls-seal-reason  delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
               when other
                   move 'PRM0559W' to ls-msg-id
                   move ls-seal-reason to ls-msg-text
                   perform 8000-issue-message
           end-evaluate

           move ls-seal-save-rc to return-code
           .
