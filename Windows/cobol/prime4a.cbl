
       fd  relative-file.
       01  relative-record.
           05  rel-seq                     binary-long unsigned.
           05  rel-value                   binary-double unsigned.
           05  rel-square                  binary-double unsigned.


       01  filler.
           05  ls-number                   binary-double value 1.
           05  ls-count                    binary-long unsigned.
           05  ls-prime-pointer            binary-long unsigned.
           05  ls-count-display            pic z(19)9(01).
           05  ls-divisor                  binary-double unsigned.
           05  ls-divisor-sq               binary-double unsigned.
           05  ls-quotient                 binary-double unsigned.
           05  ls-remainder                binary-double unsigned.
           05  ls-count-quotient           binary-long unsigned.
           05  ls-count-remainder          binary-long unsigned.
           05  ls-max-primes               binary-long unsigned
                                           value 100.
      *    The widened 20-byte table entries put the old 134217727
      *    entry cap past the 2GB single-item limit; 100 million
      *    entries is the documented ceiling now.
           05  ls-max-primes-ceiling       binary-long unsigned
                                           value 100000000.
           05  switches.
               10  filler                  pic x(01) value 'N'.
                   88  factor-mode         value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  trailer-line        value 'Y' false 'N'.
               10  filler                  pic x(01) value 'N'.
                   88  gate-forced         value 'Y' false 'N'.
           05  ls-arguments                pic x(256) value spaces.
           05  ls-output-file              pic x(256) value spaces.
           05  ls-relative-file            pic x(256) value spaces.
           05  ls-relative-key             binary-long unsigned.
           05  ls-split-base-file          pic x(256) value spaces.
           05  ls-split-limit              binary-long unsigned.
           05  ls-split-seq                binary-long unsigned
                                           value 1.
           05  ls-split-seq-disp           pic 9(03).
           05  ls-split-line-count         binary-long unsigned
                                           value zero.
           05  ls-packed-file              pic x(256) value spaces.
           05  ls-seed-file                pic x(256) value spaces.
           05  ls-seed-count               binary-long unsigned
                                           value zero.
           05  ls-start-count              binary-long unsigned
                                           value zero.
           05  ls-dummy-arg                pic x(256).
           05  ls-token-area.
               10  ls-token                occurs 20 times
                                           pic x(30).
               10  ls-token-count          binary-long unsigned.
           05  ls-generic-parse-area.
               10  ls-generic-text         pic x(20).
               10  filler redefines ls-generic-text.
               10  ls-generic-temp         pic 9(20) value zero.
               10  filler redefines ls-generic-temp.
                   15  ls-generic-tc       pic 9(01) occurs 20 times.
               10  ls-generic-idx          binary-long unsigned.
               10  ls-generic-value        binary-double unsigned.
               10  filler                  pic x(01) value 'N'.
                   88  generic-value-valid value 'Y' false 'N'.
           05  ls-range-low                binary-double unsigned.
           05  ls-range-high               binary-double unsigned.
           05  ls-sqrt-bound               binary-double unsigned.
           05  ls-scan-idx                 binary-long unsigned.
           05  ls-factor-target            binary-double unsigned.
           05  ls-factor-remaining         binary-double unsigned.
           05  ls-factor-quotient          binary-double unsigned.
           05  ls-factor-test-rem          binary-double unsigned.
           05  ls-factor-sqrt-bound        binary-double unsigned.
           05  ls-factor-exponent          binary-long unsigned.
           05  ls-factor-display.
               10  ls-factor-prime         pic z(19)9(01).
               10  filler                  pic x(03) value ' ^ '.
               10  ls-max-primes-text      pic x(20) value spaces.
               10  filler redefines ls-max-primes-text.
                   15  ls-max-primes-txc   pic x(01) occurs 20 times.
               10  ls-digit-count          binary-long value zero.
               10  ls-max-primes-x         pic x(20).
               10  filler redefines ls-max-primes-x.
                   15  ls-max-primes-c     pic x(01) occurs 20 times.
           05  ls-csv-seq-trimmed          pic x(20).
           05  ls-csv-value-trimmed        pic x(20).
           05  ls-csv-skip                 pic x(20).
           05  ls-page-line-count          binary-long unsigned
                                           value zero.
           05  ls-page-number              binary-long unsigned
                                           value 1.
           05  ls-page-lines-per-page      binary-long unsigned
                                           value 60.
           05  ls-page-shift-buffer        pic x(79).
           05  ls-page-saved-line          pic x(80).
           05  ls-gap-prev-value           binary-double unsigned
                                           value zero.
           05  ls-gap-current              binary-double unsigned.
           05  ls-gap-count                binary-long unsigned
                                           value zero.
           05  ls-gap-sum                  binary-double unsigned
                                           value zero.
           05  ls-checksum-count-disp      pic z(19)9.
           05  ls-checksum-sum-disp        pic z(19)9.
           05  ls-checksum-line            pic x(80).
           05  ls-history-file             pic x(256) value spaces.
           05  ls-hist-start-date          pic x(08).
           05  ls-hist-start-time          pic x(08).
           05  ls-hist-end-date            pic x(08).
           05  ls-hist-end-time            pic x(08).
           05  ls-hist-rc-disp             pic 9(02).
           05  ls-hist-count               binary-long unsigned
                                           value zero.
           05  ls-hist-count-disp          pic z(19)9(01).
           05  ls-hist-counts              pic x(80).
           05  ls-hist-account             pic x(08) value spaces.
           05  ls-hist-account-src         pic x(07) value spaces.
           05  ls-hist-files               pic x(256).
      *    Catalogued-message work area; ls-msg-severity accumulates
      *    the highest severity primemsg has seen this run, which
      *    becomes the final return-code.
           05  ls-catalog-file             pic x(256) value spaces.
           05  ls-ledger-file              pic x(256) value spaces.
           05  ls-cat-first-value          binary-double unsigned
                                           value zero.
           05  ls-cat-name                 pic x(256).
               10  ls-lock-name            pic x(256).
               10  ls-lock-file-name       pic x(256).
               10  ls-lock-claims          occurs 8 times pic x(256).
               10  ls-lock-claim-count     binary-long unsigned
                                           value zero.
               10  ls-lock-idx             binary-long unsigned.
               10  ls-lock-owner           pic x(80).
               10  ls-lock-save-rc         binary-long.
      *    Files this execution actually opened for output, noted as
      *    each open succeeds so the audit record lists what was
      *    really written rather than files a run that failed early
      *    never touched. Names deduplicate across split members.
           05  ls-hist-written-area.
               10  ls-hist-written-count   binary-long unsigned
                                           value zero.
               10  ls-hist-written-idx     binary-long unsigned.
               10  ls-hist-files-ptr       binary-long unsigned.
               10  ls-hist-counts-ptr      binary-long unsigned.
               10  ls-hist-note-name       pic x(256).
               10  ls-hist-written-name    occurs 24 times
                                           pic x(256).
           05  ls-msg-status               pic x(02).
           05  ls-msg-text                 pic x(120).
           05  ls-msg-build                pic x(120).
           05  ls-msg-severity             binary-long unsigned
                                           value zero.
      *    The seal this run leaves on each shared file it changes
      *    (primeseal), so primetamp can prove nothing else did.
           05  ls-seal-area.
               10  ls-seal-function        pic x(08).
               10  ls-seal-logical         pic x(12).
               10  ls-seal-path            pic x(256).
               10  ls-seal-program         pic x(10) value 'prime4a'.
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
               10  ls-lock-status          pic 9(01)x(01).
                   88  lock-status-ok      value '00'.
                   88  lock-absent         value '35'.
      *    Coverage-gate state: the ranges.led intervals and the
      *    catalogued count runs, merged into covered spans of the
      *    number line once per execution.
       01  ls-gate-area.
           05  ls-gate-span-table.
               10  ls-gate-span            occurs 500 times.
                   15  ls-gate-span-low    binary-double unsigned.
                   15  ls-gate-span-high   binary-double unsigned.
           05  ls-gate-span-count          binary-long unsigned
                                           value zero.
           05  ls-gate-span-idx            binary-long unsigned.
           05  ls-gate-span-jdx            binary-long unsigned.
           05  ls-gate-merged-count        binary-long unsigned.
           05  ls-gate-sort-low            binary-double unsigned.
           05  ls-gate-sort-high           binary-double unsigned.
           05  ls-gate-best-count          binary-double unsigned
                                           value zero.
           05  ls-gate-cursor              binary-double unsigned.
           05  ls-gate-new-low             binary-double unsigned.
           05  ls-gate-new-high            binary-double unsigned.
           05  ls-gate-new-count           binary-long unsigned.
           05  ls-gate-fields.
               10  ls-gf-date              pic x(08).
               10  ls-gf-time              pic x(08).
               10  ls-gf-pgm               pic x(20).
               10  ls-gf-name              pic x(256).
               10  ls-gf-type              pic x(08).
               10  ls-gf-low               pic x(20).
               10  ls-gf-high              pic x(20).
               10  ls-gf-count             pic x(20).
           05  ls-gate-work-low            binary-double unsigned.
           05  ls-gate-num-disp            pic z(19)9(01).
           05  ls-gate-skip                pic x(20).
           05  ls-gate-low-trim            pic x(20).
           05  ls-gate-high-trim           pic x(20).
           05  ls-gate-outcome             pic x(10) value spaces.
           05  filler                      pic x(01) value 'N'.
               88  gate-loaded             value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  gate-only               value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  gate-overlap            value 'Y' false 'N'.
           05  filler                      pic x(01) value 'N'.
               88  gate-end-covered        value 'Y' false 'N'.
       01  ls-prime-table.
           05  ls-primes                   occurs 1 to 100000000 times
                                           depending on ls-max-primes.
               10  ls-prime-seq            binary-long unsigned.
               10  ls-prime-value          binary-double unsigned.
               10  ls-prime-square         binary-double unsigned.

               goback
           end-if

      *    GATEONLY weighs the request against the coverage gate and
      *    stops there -- primeflow asks it of every generation step
      *    before the flow starts.
           if gate-only
               close standard-error
               perform 8090-set-return-code
               goback
           end-if

           perform 2000-generate-primes
           perform 3000-termination

           goback
           .
       1000-get-command-line.
           perform 7050-resolve-files
           if fatal-error
               exit paragraph
           end-if

           accept ls-arguments from command-line
           perform 1100-tokenize-arguments


           perform 1200-scan-switches

           if fatal-error
               exit paragraph
           end-if

           if seed-mode and not range-mode and not factor-mode
               perform 2010-load-seed-file

               move 'primes.pak' to ls-packed-file
           end-if

           perform 1400-coverage-gate

           if fatal-error or gate-only
               exit paragraph
           end-if

           perform 7000-claim-output-files

           if fatal-error
                       set seed-mode to true
                       move ls-token(ls-scan-idx)(6:25)
                               to ls-seed-file
                   when ls-token(ls-scan-idx)(1:8) = 'ACCOUNT='
                       perform 1960-take-account
                   when ls-token(ls-scan-idx) = 'FORCE'
                       set gate-forced to true
                   when ls-token(ls-scan-idx) = 'GATEONLY'
                       set gate-only to true
                   when other
                       continue
               end-evaluate
           end-perform
           .
       1400-coverage-gate.
      *    Nothing is claimed or opened until the request has been
      *    weighed against what the shop already holds: a RANGE
      *    interval against ranges.led and the catalogued count runs,
      *    a COUNT against the catalogued count runs. Fully covered
      *    is refused unless FORCE was given; partly covered warns
      *    with each new part.
           evaluate true
               when range-mode
                   perform 1410-load-coverage
                   perform 1440-gate-range
               when not factor-mode
                   perform 1410-load-coverage
                   perform 1450-gate-count
               when other
                   continue
           end-evaluate
           .
       1410-load-coverage.
      *    Loaded once per execution. Missing files simply mean no
      *    coverage yet; the gate never fails a run over them.
           if gate-loaded
               exit paragraph
           end-if
           set gate-loaded to true

           open input ledger-file
           if ledger-status-ok
               perform until exit
                   read ledger-file
                       at end
                           exit perform
                   end-read

                   move spaces to ls-gate-fields
                   unstring ledger-line delimited by '|'
                       into ls-gf-date ls-gf-time ls-gf-pgm
                            ls-gf-low  ls-gf-high ls-gf-count

                   perform 1420-add-coverage-interval
               end-perform
               close ledger-file
           end-if

      *    A catalogued count run starting at 2 covers everything up
      *    to its last value; its relative file carries one
      *    registration per run, so that is the one counted.
           open input catalog-file
           if catalog-status-ok
               perform until exit
                   read catalog-file
                       at end
                           exit perform
                   end-read

                   move spaces to ls-gate-fields
                   unstring catalog-line delimited by '|'
                       into ls-gf-date ls-gf-time ls-gf-pgm
                            ls-gf-name ls-gf-type ls-gf-low
                            ls-gf-high ls-gf-count

                   if (ls-gf-pgm = 'prime4a' or 'prime5a') and
                           ls-gf-type = 'relative'
                       move ls-gf-low to ls-generic-text
                       perform 4050-parse-numeric-field
                       if generic-value-valid and
                               ls-generic-value = 2
                           perform 1420-add-coverage-interval

                           move ls-gf-count to ls-generic-text
                           perform 4050-parse-numeric-field
                           if generic-value-valid and
                                   ls-generic-value >
                                           ls-gate-best-count
                               move ls-generic-value
                                       to ls-gate-best-count
                           end-if
                       end-if
                   end-if
               end-perform
               close catalog-file
           end-if

           perform 1430-merge-coverage
           .
       1420-add-coverage-interval.
           if ls-gate-span-count >= 500
               exit paragraph
           end-if

           move ls-gf-low to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               exit paragraph
           end-if
           move ls-generic-value to ls-gate-work-low

           move ls-gf-high to ls-generic-text
           perform 4050-parse-numeric-field
           if not generic-value-valid
               exit paragraph
           end-if

           add 1 to ls-gate-span-count
           move ls-gate-work-low
                   to ls-gate-span-low(ls-gate-span-count)
           move ls-generic-value
                   to ls-gate-span-high(ls-gate-span-count)
           .
       1430-merge-coverage.
      *    Straight insertion sort on the low bound, then collapse
      *    overlapping and adjacent intervals into disjoint spans in
      *    place -- the same sweep primecov makes over the ledger.
           if ls-gate-span-count = zero
               exit paragraph
           end-if

           perform varying ls-gate-span-idx from 2 by 1
                   until ls-gate-span-idx > ls-gate-span-count
               move ls-gate-span-low(ls-gate-span-idx)
                       to ls-gate-sort-low
               move ls-gate-span-high(ls-gate-span-idx)
                       to ls-gate-sort-high

               move ls-gate-span-idx to ls-gate-span-jdx
               perform until ls-gate-span-jdx <= 1 or
                       ls-gate-span-low(ls-gate-span-jdx - 1)
                               <= ls-gate-sort-low
                   move ls-gate-span-low(ls-gate-span-jdx - 1)
                           to ls-gate-span-low(ls-gate-span-jdx)
                   move ls-gate-span-high(ls-gate-span-jdx - 1)
                           to ls-gate-span-high(ls-gate-span-jdx)
                   subtract 1 from ls-gate-span-jdx
               end-perform

               move ls-gate-sort-low
                       to ls-gate-span-low(ls-gate-span-jdx)
               move ls-gate-sort-high
                       to ls-gate-span-high(ls-gate-span-jdx)
           end-perform

           move 1 to ls-gate-merged-count
           perform varying ls-gate-span-idx from 2 by 1
                   until ls-gate-span-idx > ls-gate-span-count
               if ls-gate-span-low(ls-gate-span-idx) <=
                       ls-gate-span-high(ls-gate-merged-count) + 1
                   if ls-gate-span-high(ls-gate-span-idx) >
                           ls-gate-span-high(ls-gate-merged-count)
                       move ls-gate-span-high(ls-gate-span-idx)
                           to ls-gate-span-high(ls-gate-merged-count)
                   end-if
               else
                   add 1 to ls-gate-merged-count
                   move ls-gate-span-low(ls-gate-span-idx)
                       to ls-gate-span-low(ls-gate-merged-count)
                   move ls-gate-span-high(ls-gate-span-idx)
                       to ls-gate-span-high(ls-gate-merged-count)
               end-if
           end-perform
           move ls-gate-merged-count to ls-gate-span-count
           .
       1440-gate-range.
      *    Walk the covered spans across the requested interval; each
      *    stretch no span reaches is a new part.
           set gate-overlap to false
           set gate-end-covered to false
           move zero to ls-gate-new-count
           move ls-range-low to ls-gate-cursor

           perform varying ls-gate-span-idx from 1 by 1
                   until ls-gate-span-idx > ls-gate-span-count
               if ls-gate-span-high(ls-gate-span-idx) < ls-gate-cursor
                   exit perform cycle
               end-if
               if ls-gate-span-low(ls-gate-span-idx) > ls-range-high
                   exit perform
               end-if

               set gate-overlap to true
               if ls-gate-span-low(ls-gate-span-idx) > ls-gate-cursor
                   move ls-gate-cursor to ls-gate-new-low
                   compute ls-gate-new-high =
                           ls-gate-span-low(ls-gate-span-idx) - 1
                   perform 1460-note-new-part
               end-if

               if ls-gate-span-high(ls-gate-span-idx) >= ls-range-high
                   set gate-end-covered to true
                   exit perform
               end-if
               compute ls-gate-cursor =
                       ls-gate-span-high(ls-gate-span-idx) + 1
           end-perform

           if not gate-overlap
               if ls-gate-outcome = spaces
                   move 'PASSED' to ls-gate-outcome
               end-if
               exit paragraph
           end-if

           if not gate-end-covered
               move ls-gate-cursor to ls-gate-new-low
               move ls-range-high to ls-gate-new-high
               perform 1460-note-new-part
           end-if

           if ls-gate-new-count > zero
               if ls-gate-outcome = spaces
                   move 'PASSED' to ls-gate-outcome
               end-if
               exit paragraph
           end-if

           move ls-range-low to ls-gate-new-low
           move ls-range-high to ls-gate-new-high
           perform 1470-trim-bounds

           if gate-forced
               move 'PRM0515W' to ls-msg-id
               move spaces to ls-msg-text
               string  'RANGE '            delimited by size
                       ls-gate-low-trim     delimited by space
                       '-'                 delimited by size
                       ls-gate-high-trim    delimited by space
                       ' is already covered; FORCE given, the'
                                           delimited by size
                       ' coverage gate is overridden.'
                                           delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               move 'OVERRIDDEN' to ls-gate-outcome
           else
               move 'PRM0193E' to ls-msg-id
               move spaces to ls-msg-text
               string  'RANGE '            delimited by size
                       ls-gate-low-trim     delimited by space
                       '-'                 delimited by size
                       ls-gate-high-trim    delimited by space
                       ' is already covered in ranges.led or the'
                                           delimited by size
                       ' catalog; run refused (FORCE overrides).'
                                           delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               move 'REFUSED' to ls-gate-outcome
               set fatal-error to true
           end-if
           .
       1450-gate-count.
      *    An earlier count run from 2 as long as this one (or
      *    longer) already holds every prime this one would produce.
           if ls-gate-best-count = zero or
                   ls-gate-best-count < ls-max-primes
               if ls-gate-best-count > zero
                   compute ls-gate-new-low = ls-gate-best-count + 1
                   move ls-max-primes to ls-gate-new-high
                   perform 1470-trim-bounds
                   move 'PRM0516W' to ls-msg-id
                   move spaces to ls-msg-text
                   string  'COUNT partly generated already; new'
                                           delimited by size
                           ' part is primes '
                                           delimited by size
                           ls-gate-low-trim delimited by space
                           ' thru '        delimited by size
                           ls-gate-high-trim
                                           delimited by space
                           '.'             delimited by size
                           into ls-msg-text
                   perform 8000-issue-message
               end-if
               if ls-gate-outcome = spaces
                   move 'PASSED' to ls-gate-outcome
               end-if
               exit paragraph
           end-if

           move ls-max-primes to ls-gate-new-low
           move ls-gate-best-count to ls-gate-new-high
           perform 1470-trim-bounds

           if gate-forced
               move 'PRM0515W' to ls-msg-id
               move spaces to ls-msg-text
               string  'COUNT '            delimited by size
                       ls-gate-low-trim     delimited by space
                       ' is already catalogued; FORCE given, the'
                                           delimited by size
                       ' coverage gate is overridden.'
                                           delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               move 'OVERRIDDEN' to ls-gate-outcome
           else
               move 'PRM0194E' to ls-msg-id
               move spaces to ls-msg-text
               string  'COUNT '            delimited by size
                       ls-gate-low-trim     delimited by space
                       ' is already catalogued (a count run of '
                                           delimited by size
                       ls-gate-high-trim    delimited by space
                       ' from 2); run refused (FORCE overrides).'
                                           delimited by size
                       into ls-msg-text
               perform 8000-issue-message
               move 'REFUSED' to ls-gate-outcome
               set fatal-error to true
           end-if
           .
       1460-note-new-part.
           add 1 to ls-gate-new-count
           perform 1470-trim-bounds

           move 'PRM0516W' to ls-msg-id
           move spaces to ls-msg-text
           string  'RANGE partly covered already; new part '
                                       delimited by size
                   ls-gate-low-trim     delimited by space
                   '-'                 delimited by size
                   ls-gate-high-trim    delimited by space
                   '.'                 delimited by size
                   into ls-msg-text
           perform 8000-issue-message
           .
       1470-trim-bounds.
      *    Zero-suppressed edits carry leading blanks; split them off
      *    so the bounds read naturally inside a message.
           move ls-gate-new-low to ls-gate-num-disp
           move spaces to ls-gate-skip ls-gate-low-trim
           unstring ls-gate-num-disp delimited by all space
                   into ls-gate-skip ls-gate-low-trim

           move ls-gate-new-high to ls-gate-num-disp
           move spaces to ls-gate-skip ls-gate-high-trim
           unstring ls-gate-num-disp delimited by all space
                   into ls-gate-skip ls-gate-high-trim
           .
       1960-take-account.
      *    ACCOUNT= names the cost center the run is charged to; it
      *    rides on the run-history record for the chargeback.
           if ls-token(ls-scan-idx)(9:8) = spaces
                   or ls-token(ls-scan-idx)(17:14) not = spaces
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
               move ls-token(ls-scan-idx)(9:8) to ls-hist-account
           end-if
           .
       2000-generate-primes.
           if factor-mode
               perform 2200-build-factor-base
           perform 9210-write-catalog-record

           close catalog-file

           move 'APPEND' to ls-seal-function
           move 'CATALOG' to ls-seal-logical
           move ls-catalog-file to ls-seal-path
           perform 9400-seal-file
           .
       9210-write-catalog-record.
           if ls-cat-name = spaces or ls-cat-name = c-stdout
                   ls-cat-count        delimited by size
                   '|'                 delimited by size
                   ls-cat-sum          delimited by size
                   '|'                 delimited by size
                   ls-env-name         delimited by space
                   into catalog-line
           write catalog-line
           .
                   ls-cat-high         delimited by size
                   '|'                 delimited by size
                   ls-cat-count        delimited by size
                   '|'                 delimited by size
                   ls-env-name         delimited by space
                   into ledger-line
           write ledger-line

           close ledger-file

           move 'APPEND' to ls-seal-function
           move 'LEDGER' to ls-seal-logical
           move ls-ledger-file to ls-seal-path
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
       7000-claim-output-files.
      *    Two runs launched in the same directory have twice this
           add 1 to ls-lock-claim-count
           move ls-lock-name to ls-lock-claims(ls-lock-claim-count)
           .
       7050-resolve-files.
      *    Every shared file comes from the run's environment
      *    configuration (primeenv); a keyword that names a file
      *    still overrides it for the run.
           move 'HISTORY' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-history-file

           move 'CATALOG' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-catalog-file

           move 'LEDGER' to ls-env-logical
           perform 7055-resolve-one-file
           move ls-env-path to ls-ledger-file
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
       7900-release-claims.
      *    Deletes exactly the claims this run made, and nothing
      *    else. CBL_DELETE_FILE reports through RETURN-CODE, which
           accept ls-hist-end-date from date yyyymmdd
           accept ls-hist-end-time from time

      *    A run its environment refused has no history file.
           if ls-history-file = spaces
               exit paragraph
           end-if

      *    A GATEONLY probe generates nothing and is not a run of its
      *    own; its messages and return code are its whole answer, and
      *    a history record would be counted as a run by primechg,
      *    primedig and primetrend.
           if gate-only
               exit paragraph
           end-if

           open extend history-file
           if history-file-absent
               open output history-file
           move ls-hist-count to ls-hist-count-disp

           move spaces to ls-hist-counts
           move 1 to ls-hist-counts-ptr
           string  'count='               delimited by size
                   ls-hist-count-disp      delimited by size
                   into ls-hist-counts
                   with pointer ls-hist-counts-ptr

      *    Whether the coverage gate passed the request or FORCE
      *    overrode it; absent for modes the gate does not weigh.
           if ls-gate-outcome not = spaces
               string  ' gate='           delimited by size
                       ls-gate-outcome     delimited by space
                       into ls-hist-counts
                       with pointer ls-hist-counts-ptr
           end-if

      *    The files field holds only what 9010-note-file-written saw
      *    actually open -- a run that died before its opens reports
                       with pointer ls-hist-files-ptr
           end-perform

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
           string  'prime4a'            delimited by size
                   '|'                  delimited by size
                   '|'                  delimited by size
                   ls-hist-counts       delimited by size
                   '|'                  delimited by size
                   ls-hist-files        delimited by space
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
       9010-note-file-written.
      *    Remembers one file successfully opened for output. Console
